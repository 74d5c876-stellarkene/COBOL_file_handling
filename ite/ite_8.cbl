           CLOSE ITE8-FILE.

           DISPLAY ITE8_STORE_FIBO.
           MOVE ITE8_NT_OUT TO WS-FH-CALC-RESULT.
           PERFORM PUBLISH-CALC-RESULT.

           MOVE "FIBONACCI" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.
       COPY "batch-mode-check.cpy".

       COPY "nightly-parm-check.cpy".

       COPY "calc-result.cpy".
