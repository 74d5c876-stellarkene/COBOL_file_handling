                   MOVE "NOT PRIME" TO ITE9_PRIME_CHECK_FH
               END-IF
           END-EVALUATE.
           MOVE ITE9_PRIME_CHECK_FH TO WS-FH-CALC-RESULT.
           PERFORM PUBLISH-CALC-RESULT.

           MOVE WS-FH-OPERATOR-ID TO OPERATOR-ID-FH.
           WRITE ITE9_RECORD.
           MOVE ITE9_FACT_BUF TO ITE9_FACTORS_FH
           MOVE ITE9_USER_COUNTER TO ITE9_USER_COUNTER_OUT
           DISPLAY ITE9_USER_COUNTER_OUT " = " ITE9_FACT_BUF
           MOVE ITE9_FACT_BUF TO WS-FH-CALC-RESULT
           PERFORM PUBLISH-CALC-RESULT

           MOVE WS-FH-OPERATOR-ID TO OPERATOR-ID-FH
           WRITE ITE9_RECORD
       COPY "batch-mode-check.cpy".

       COPY "nightly-parm-check.cpy".

       COPY "calc-result.cpy".
