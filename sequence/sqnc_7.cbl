      * logged from an early failure is attributable
           MOVE "CUBE-AND-SQUARE" TO
               WS-RUNLOG-PROGRAM-ID.
           PERFORM CHECK-NIGHTLY-BATCH-MODE.

           OPEN EXTEND SQNC7-FILE.
           IF SQNC7-FILE-STATUS NOT = "00" AND NOT = "05"
           END-IF.
           PERFORM WRITE-HT-HEADER

           IF WS-FH-NIGHTLY-BATCH = "Y"
               PERFORM CHECK-NIGHTLY-PARM
               MOVE WS-FH-NP-PARM1 TO SEQ7_INPUT_BUF
               IF SEQ7_INPUT_BUF = SPACES
                   MOVE "2" TO SEQ7_INPUT_BUF
               END-IF
           ELSE
               DISPLAY "PLEASE INPUT A NUMBER (DECIMALS ALLOWED): "
                   WITH NO ADVANCING
               ACCEPT SEQ7_INPUT_BUF
           END-IF.
           COMPUTE SEQ7_USER_NUMBER = FUNCTION NUMVAL(SEQ7_INPUT_BUF).
           MOVE SEQ7_USER_NUMBER TO SEQ7_USER_NUMBER_FH.

           MOVE SEQ7_STORE_RESULT TO SEQ7_STORE_RESULT_OUT.
           DISPLAY "CUBE: " SEQ7_STORE_RESULT_OUT.
           MOVE SEQ7_STORE_RESULT TO SEQ7_CUBE_FH.
           MOVE SPACES TO WS-FH-CALC-RESULT.
           STRING SEQ7_SQUARE_FH " " SEQ7_CUBE_FH
               DELIMITED BY SIZE INTO WS-FH-CALC-RESULT.
           PERFORM PUBLISH-CALC-RESULT.


           MOVE WS-FH-OPERATOR-ID TO OPERATOR-ID-FH
           PERFORM WRITE-RUN-LOG-ENTRY.


           IF WS-FH-NIGHTLY-BATCH NOT = "Y"
               DISPLAY "VIEW  HISTORY? (Y): " WITH NO ADVANCING
               ACCEPT SEQ7_HISTORY
           END-IF.

           IF SEQ7_HISTORY = "Y" OR SEQ7_HISTORY = "y"
               MOVE "N" TO SEQ7_EOF


       COPY "capture-operator.cpy".

       COPY "batch-mode-check.cpy".

       COPY "nightly-parm-check.cpy".

       COPY "calc-result.cpy".
