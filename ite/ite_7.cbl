           
           MOVE ITE7_CALC_SUM TO ITE7_STORE_SUM.
           DISPLAY "IS: " ITE7_STORE_SUM.
           MOVE ITE7_STORE_SUM TO WS-FH-CALC-RESULT.
           PERFORM PUBLISH-CALC-RESULT.

               MOVE ITE7_SIGN TO ITE7_SIGN_FH.
               MOVE WS-FH-OPERATOR-ID TO OPERATOR-ID-FH
       COPY "batch-mode-check.cpy".

       COPY "nightly-parm-check.cpy".

       COPY "calc-result.cpy".
