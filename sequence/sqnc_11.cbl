      * inside the usual HDR/TRL bracket, plus the standard
      * run-log entry. Batch mode (interactive choice or the
      * nightly batch) converts a whole list from convimp.dat
      * (comma rows: code,value) in one run; an unattended run
      * given a code in parm 1 and a value in parm 2 does that
      * one conversion instead. To add a conversion, add a
      * table row below and bump the count.
      *====================================================

       ENVIRONMENT DIVISION.
           PERFORM WRITE-HT-HEADER.

           IF WS-FH-NIGHTLY-BATCH = "Y"
               PERFORM CHECK-NIGHTLY-PARM
               IF WS-FH-NP-PARM1 = SPACES
                   MOVE "B" TO SEQ11_MODE
               ELSE
                   MOVE "P" TO SEQ11_MODE
               END-IF
           ELSE
               DISPLAY "(O)NE CONVERSION OR (B)ATCH FROM "
-                  "CONVIMP.DAT? " WITH NO ADVANCING

           IF SEQ11_MODE = "B" OR SEQ11_MODE = "b"
               PERFORM CONVERT-BATCH-FILE
           ELSE
           IF SEQ11_MODE = "P"
               MOVE WS-FH-NP-PARM1 TO SEQ11_CODE
               COMPUTE SEQ11_VALUE_IN = FUNCTION NUMVAL(WS-FH-NP-PARM2)
               PERFORM CONVERT-AND-WRITE-SEQ11
           ELSE
               PERFORM SHOW-CONVERSION-TABLE
               DISPLAY "ENTER CONVERSION CODE: " WITH NO ADVANCING
               DISPLAY "ENTER VALUE: " WITH NO ADVANCING
               ACCEPT SEQ11_VALUE_IN
               PERFORM CONVERT-AND-WRITE-SEQ11
           END-IF
           END-IF.

           PERFORM WRITE-HT-TRAILER.
           END-PERFORM
           IF SEQ11_FOUND NOT = "Y"
               DISPLAY "UNKNOWN CONVERSION CODE: " SEQ11_CODE
               MOVE "UNKNOWN CONVERSION CODE" TO WS-FH-CALC-RESULT
               PERFORM PUBLISH-CALC-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE SEQ11_VALUE_OUT TO SEQ11_OUT_EDIT
           DISPLAY SEQ11_CODE ": " SEQ11_OUT_EDIT " "
               SEQ11_CV_TO(SEQ11_CV_IDX)
           MOVE SPACES TO WS-FH-CALC-RESULT
           STRING SEQ11_OUT_EDIT " " SEQ11_CV_TO(SEQ11_CV_IDX)
               DELIMITED BY SIZE INTO WS-FH-CALC-RESULT
           PERFORM PUBLISH-CALC-RESULT

           MOVE SEQ11_CODE TO SEQ11_CODE_FH
           MOVE SEQ11_VALUE_IN TO SEQ11_VALUE_IN_FH
       COPY "capture-operator.cpy".

       COPY "batch-mode-check.cpy".

       COPY "nightly-parm-check.cpy".

       COPY "calc-result.cpy".
