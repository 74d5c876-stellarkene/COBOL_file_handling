       01  SEQ3_RECALL                 PIC X VALUE "N".
       01  SEQ3_RECALL_NUM             PIC 9(4).
       01  SEQ3_LINE_COUNT             PIC 9(4) VALUE 0.
       01  SEQ3_RESULT_PTR             PIC 99.
           COPY "hdr-trl-vars.cpy".
           COPY "ws-vars.cpy".

      * logged from an early failure is attributable
           MOVE "TWO-NUM-OPERATION" TO
               WS-RUNLOG-PROGRAM-ID.
           PERFORM CHECK-NIGHTLY-BATCH-MODE.

      * Unattended runs are always the classic run, A and B
      * taken from the two parms
           IF WS-FH-NIGHTLY-BATCH = "Y"
               MOVE "C" TO SEQ3_MODE
           ELSE
               DISPLAY "(C)LASSIC TWO-NUMBER RUN OR (T)APE MODE? "
                   WITH NO ADVANCING
               ACCEPT SEQ3_MODE
           END-IF.
           IF SEQ3_MODE = "T" OR SEQ3_MODE = "t"
      * A tape is a multi-row HDR/TRL batch and draws a tape
      * number from tapectl.dat, so it runs under the suite
               GOBACK
           END-IF.

           IF WS-FH-NIGHTLY-BATCH = "Y"
               PERFORM CHECK-NIGHTLY-PARM
               COMPUTE SEQ3_NumberA = FUNCTION NUMVAL(WS-FH-NP-PARM1)
               COMPUTE SEQ3_NumberB = FUNCTION NUMVAL(WS-FH-NP-PARM2)
           ELSE
               DISPLAY "Please input for A: " WITH NO ADVANCING
               ACCEPT SEQ3_NumberA
               DISPLAY "Please input for B: " WITH NO ADVANCING
               ACCEPT SEQ3_NumberB
           END-IF.
           MOVE SEQ3_NumberA TO SEQ3_A_OUT.
           MOVE SEQ3_NumberB TO SEQ3_B_OUT.
           MOVE SPACES TO WS-FH-CALC-RESULT.
           MOVE 1 TO SEQ3_RESULT_PTR.

           OPEN EXTEND SQNC3-FILE.
           IF SQNC3-FILE-STATUS NOT = "00" AND NOT = "05"
           DISPLAY " " SEQ3_A_OUT, " + ", " " SEQ3_B_OUT, " = "  
-          SEQ3_SolvedDisplay.
           MOVE "ADDITION" TO SEQ3_OPERATION.
           PERFORM NOTE-SEQ3-RESULT.

           PERFORM WRITE-FD.

           DISPLAY " " SEQ3_A_OUT, " - ", " " SEQ3_B_OUT, " = "  
-          SEQ3_SolvedDisplay.
           MOVE "SUBTRACTION" TO SEQ3_OPERATION.
           PERFORM NOTE-SEQ3-RESULT.

           PERFORM WRITE-FD.

           DISPLAY " " SEQ3_A_OUT, " * ", " " SEQ3_B_OUT, " = "  
-          SEQ3_SolvedDisplay.
           MOVE "MULTIPLICATION" TO SEQ3_OPERATION.
           PERFORM NOTE-SEQ3-RESULT.

           PERFORM WRITE-FD.

-                  SEQ3_SolvedDisplay
           END-IF.
           MOVE "DIVISION" TO SEQ3_OPERATION.
           PERFORM NOTE-SEQ3-RESULT.

           PERFORM WRITE-FD.


           MOVE "TWO-NUM-OPERATION" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.
           PERFORM PUBLISH-CALC-RESULT.


           IF WS-FH-NIGHTLY-BATCH NOT = "Y"
               DISPLAY "VIEW  HISTORY? (Y): " WITH NO ADVANCING
               ACCEPT SEQ3_HISTORY
           END-IF.

           IF SEQ3_HISTORY = 'Y' OR SEQ3_HISTORY = 'y'
           MOVE "N" TO EOF
           CLOSE SQNC3-FILE.
           EXIT PARAGRAPH.

      *EACH ANSWER GOES ON THE END OF THE RESULT A BATCH CALLER
      *PICKS UP - ADDITION, SUBTRACTION, MULTIPLICATION, DIVISION
       NOTE-SEQ3-RESULT.
           STRING SEQ3_SolvedDisplay " " DELIMITED BY SIZE
               INTO WS-FH-CALC-RESULT WITH POINTER SEQ3_RESULT_PTR.
           EXIT PARAGRAPH.

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".
       COPY "lock-paragraphs.cpy".

       COPY "capture-operator.cpy".

       COPY "batch-mode-check.cpy".

       COPY "nightly-parm-check.cpy".

       COPY "calc-result.cpy".
