
           IF ITE10_MODE = "B" OR ITE10_MODE = "b"
               IF WS-FH-NIGHTLY-BATCH = "Y"
                   IF WS-FH-NP-PARM2 = SPACES
                       MOVE 1010 TO ITE10_BIN_INPUT
                   ELSE
                       COMPUTE ITE10_BIN_INPUT =
                           FUNCTION NUMVAL(WS-FH-NP-PARM2)
                   END-IF
               ELSE
                   DISPLAY "PLEASE INPUT A BINARY NUMBER: " WITH NO
-                      ADVANCING

               DISPLAY "BINARY: " ITE10_STORE_BINARY
               DISPLAY "DECIMAL: " ITE10_USERINT_OUT
               MOVE ITE10_USERINT_OUT TO WS-FH-CALC-RESULT
           ELSE
               IF WS-FH-NIGHTLY-BATCH = "Y"
                   IF WS-FH-NP-PARM2 = SPACES
               DISPLAY "BINARY: " ITE10_STORE_BINARY

               MOVE ITE10_STORE_BINARY TO ITE10_BINARY_FH
               MOVE ITE10_STORE_BINARY TO WS-FH-CALC-RESULT
           END-IF.
           PERFORM PUBLISH-CALC-RESULT.


               MOVE WS-FH-OPERATOR-ID TO OPERATOR-ID-FH
       COPY "batch-mode-check.cpy".

       COPY "nightly-parm-check.cpy".

       COPY "calc-result.cpy".
