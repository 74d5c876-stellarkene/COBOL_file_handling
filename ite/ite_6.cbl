
           IF ITE6_USER_INPUT = 0
               DISPLAY "1"
               MOVE "1" TO WS-FH-CALC-RESULT
               PERFORM PUBLISH-CALC-RESULT
               GOBACK
           END-IF.

           MOVE ITE6_CALC_FACTORIAL TO ITE6_STORE_FAC.
           DISPLAY "FACTORIAL OF " 
-                  ITE6_USER_INPUT " IS " ITE6_STORE_FAC.
           MOVE ITE6_STORE_FAC TO WS-FH-CALC-RESULT.
           PERFORM PUBLISH-CALC-RESULT.

               MOVE WS-FH-OPERATOR-ID TO OPERATOR-ID-FH
               WRITE ITE6_RECORD.
       COPY "batch-mode-check.cpy".

       COPY "nightly-parm-check.cpy".

       COPY "calc-result.cpy".
