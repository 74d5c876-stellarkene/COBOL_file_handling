      * calculator retires. The period's sales and commission
      * are recomputed from sel_8.dat and compared against
      * the journal's posted totals (sales credit and
      * commission expense debit through the GL mapping),
      * then every sel_8 row in the period is checked against
      * the close-time sweep in persumm.dat - a salesman
      * missing from the sweep was added after posting, one
      * whose amounts moved was corrected - so any difference
      * comes with the rows that explain it. Approved
      * commission adjustments post to the same expense
      * account but are not sel_8 rows; they are shown on a
      * line of their own and kept out of the comparison, as
      * are manual journal entries and their reversals to
      * either account. Written to the report spool. Run on
      * demand from the command line; it is not wired into
      * FH-MAIN-MENU since it is a reporting tool, not a
      * calculation.
      *====================================================

       ENVIRONMENT DIVISION.
               FILE-CONTROL.
           COPY "sel8-select.cpy".
           COPY "gljrnl-select.cpy".
           COPY "coa-select.cpy".
           COPY "glmap-select.cpy".
           COPY "perctl-select.cpy".
           SELECT PERSUMM-FILE ASSIGN TO "persumm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "operator-field.cpy".

           COPY "gljrnl-rec.cpy".
           COPY "coa-rec.cpy".
           COPY "glmap-rec.cpy".
           COPY "perctl-rec.cpy".

           FD  PERSUMM-FILE.
       01  TIE-SEL8-COMM                   PIC S9(12)V99 VALUE 0.
       01  TIE-JRNL-SALES                  PIC S9(12)V99 VALUE 0.
       01  TIE-JRNL-COMM                   PIC S9(12)V99 VALUE 0.
       01  TIE-JRNL-ADJ                    PIC S9(12)V99 VALUE 0.
       01  TIE-JRNL-MANUAL                 PIC S9(12)V99 VALUE 0.
       01  TIE-REC-SALES                   PIC S9(12)V99.
       01  TIE-REC-COMM                    PIC S9(12)V99.
       01  TIE-DIFF                        PIC S9(12)V99.
           MOVE "GL-TIEOUT-REPORT" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM LOAD-GL-ACCOUNT-MAP.

           DISPLAY "ENTER CLOSED PERIOD TO TIE OUT (YYYYMM): "
               WITH NO ADVANCING.
           ACCEPT TIE-PERIOD.
           COMPUTE TIE-DIFF = TIE-SEL8-COMM - TIE-JRNL-COMM.
           PERFORM REPORT-ONE-DIFFERENCE.

           IF TIE-JRNL-ADJ NOT = ZERO
               MOVE TIE-JRNL-ADJ TO TIE-AMT-OUT
               DISPLAY "COMM ADJUSTMENTS POSTED (NOT ON SEL_8): "
                   TIE-AMT-OUT
               STRING "COMM ADJUSTMENTS POSTED " TIE-AMT-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
           END-IF.
           IF TIE-JRNL-MANUAL NOT = ZERO
               MOVE TIE-JRNL-MANUAL TO TIE-AMT-OUT
               DISPLAY "MANUAL JOURNAL ENTRIES, NET DR (NOT ON "
                   "SEL_8): " TIE-AMT-OUT
               STRING "MANUAL JOURNAL ENTRIES NET DR " TIE-AMT-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
           END-IF.

           DISPLAY "--- ROWS ADDED OR CORRECTED AFTER POSTING ---".
           MOVE "ROWS ADDED OR CORRECTED AFTER POSTING:"
               TO WS-SPOOL-LINE.
                   AT END
                       MOVE "Y" TO TIE-EOF
                   NOT AT END
                       IF GJ-PERIOD = TIE-PERIOD AND
-                         (GJ-SOURCE-MANUAL OR GJ-SOURCE-REVERSAL)
                           IF GJ-ACCOUNT = TIE-SALES-ACCT OR
-                             GJ-ACCOUNT = TIE-COMM-ACCT
                               ADD GJ-DEBIT TO TIE-JRNL-MANUAL
                               SUBTRACT GJ-CREDIT FROM TIE-JRNL-MANUAL
                           END-IF
                       END-IF
                       IF GJ-PERIOD = TIE-PERIOD AND
-                         NOT GJ-SOURCE-MANUAL AND
-                         NOT GJ-SOURCE-REVERSAL
                           IF GJ-ACCOUNT = TIE-SALES-ACCT
                               ADD GJ-CREDIT TO TIE-JRNL-SALES
                           END-IF
                           IF GJ-ACCOUNT = TIE-COMM-ACCT AND
-                             GJ-DESC = "COMM ADJUSTMENT"
                               ADD GJ-DEBIT TO TIE-JRNL-ADJ
                               SUBTRACT GJ-CREDIT FROM TIE-JRNL-ADJ
                           END-IF
                           IF GJ-ACCOUNT = TIE-COMM-ACCT AND
-                             GJ-DESC NOT = "COMM ADJUSTMENT"
                               ADD GJ-DEBIT TO TIE-JRNL-COMM
                           END-IF
                       END-IF

           EXIT PARAGRAPH.

       COPY "gl-acct-load.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".
