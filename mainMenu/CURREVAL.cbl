      * net difference posts to gljrnl.dat as a balanced
      * journal (gain: receivable DR / exchange gain CR;
      * loss: exchange loss DR / receivable CR) through the
      * FX purposes on the GL mapping, and the supporting
      * schedule - one line per revalued row - goes to the
      * report spool. Only money still owed is revalued: a
      * row whose invoice is on the open-item ledger is taken
      * at the share of its invoice-currency amount still
      * unpaid (OI-BALANCE-FC over OI-ORIG-FC), and a paid,
      * written-off or settled invoice drops out, since the
      * exchange difference on collected cash was realized
      * when the payment was applied. Run on demand from the
      * command line; it is not wired into FH-MAIN-MENU since
      * it is housekeeping, not a calculation. Held back while
      * its prerequisites on the period's month-end close
      * checklist are not signed off (close-gate.cpy).
      *====================================================

       ENVIRONMENT DIVISION.
           COPY "sel8-select.cpy".
           COPY "currate-select.cpy".
           COPY "gljrnl-select.cpy".
           COPY "coa-select.cpy".
           COPY "glmap-select.cpy".
           COPY "openitem-select.cpy".
           COPY "closechk-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.

           COPY "currate-rec.cpy".
           COPY "gljrnl-rec.cpy".
           COPY "coa-rec.cpy".
           COPY "glmap-rec.cpy".
           COPY "openitem-rec.cpy".
           COPY "closechk-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  RVL-RECV-DESC                   PIC X(19).
       01  RVL-FX-ACCT                     PIC X(8).
       01  RVL-FX-DESC                     PIC X(19).
       01  RVL-SETTLED-COUNT               PIC 9(5) VALUE 0.
       01  RVL-OI-FOUND                    PIC X.
       01  SEL8-FILE-STATUS                PIC XX.
           COPY "gl-acct-table.cpy".
           COPY "openitem-table.cpy".
           COPY "ws-vars.cpy".


           MOVE "CURRENCY-REVALUATION" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM LOAD-GL-ACCOUNT-MAP.

           DISPLAY "ENTER PERIOD TO REVALUE (YYYYMM): "
               WITH NO ADVANCING.
           ACCEPT RVL-PERIOD.

           MOVE RVL-PERIOD TO WS-CG-PERIOD.
           MOVE "CURRENCY-REVALUATION" TO WS-CG-PROGRAM.
           PERFORM CHECK-CLOSE-CHECKLIST.
           IF WS-CG-BLOCKED = "Y"
               GOBACK
           END-IF.

           PERFORM LOAD-OPENITEM-TABLE.
           IF WS-OIT-OVERFLOW = "Y"
               DISPLAY "MORE THAN 500 OPEN ITEMS ON FILE - CANNOT "
-                  "TELL WHAT IS COLLECTED. ARCHIVE OPENITEM.DAT."
               GOBACK
           END-IF.

           MOVE "FX-REVALUATION" TO WS-SPOOL-NAME.
           PERFORM SPOOL-OPEN-REPORT.
           DISPLAY "##### CURRENCY REVALUATION - " RVL-PERIOD
           END-PERFORM.
           CLOSE SEL8-FILE.

           IF RVL-SETTLED-COUNT > 0
               DISPLAY RVL-SETTLED-COUNT " ROW(S) ALREADY COLLECTED - "
-                  "NOT REVALUED"
           END-IF.

           IF RVL-ROW-COUNT = 0
               DISPLAY "NO FOREIGN-CURRENCY ROWS IN " RVL-PERIOD
-                  " - NO JOURNAL WRITTEN"
-                  " - ROW SKIPPED"
               EXIT PARAGRAPH
           END-IF
           MOVE SEL8_ORIG_AMT_FH TO RVL-ORIG-AMT
           MOVE SEL8_SALES_OUT_FH TO RVL-BOOKED-AMT
           PERFORM FIND-ROW-OPEN-ITEM
           IF RVL-OI-FOUND = "Y" AND OI-ORIG-FC > ZERO
               IF OI-STATUS NOT = "OPEN" OR OI-BALANCE-FC <= ZERO
                   ADD 1 TO RVL-SETTLED-COUNT
                   EXIT PARAGRAPH
               END-IF
               COMPUTE RVL-ORIG-AMT ROUNDED =
                   RVL-ORIG-AMT * OI-BALANCE-FC / OI-ORIG-FC
               COMPUTE RVL-BOOKED-AMT ROUNDED =
                   RVL-BOOKED-AMT * OI-BALANCE-FC / OI-ORIG-FC
           END-IF
           ADD 1 TO RVL-ROW-COUNT
           COMPUTE RVL-REPRICED-AMT ROUNDED =
               RVL-ORIG-AMT * RVL-RATE
           COMPUTE RVL-ROW-DIFF =

           EXIT PARAGRAPH.

      *THE INVOICE'S ITEM ON THE LEDGER, IF PAYMENT-ENTRY HAS CUT
      *ONE - LEFT IN OPENITEM-RECORD. A ROW NOT YET ON THE LEDGER
      *IS STILL WHOLLY OWED AND IS REVALUED IN FULL
       FIND-ROW-OPEN-ITEM.
           MOVE "N" TO RVL-OI-FOUND
           PERFORM VARYING WS-OIT-IDX FROM 1 BY 1
               UNTIL WS-OIT-IDX > WS-OIT-COUNT
               MOVE WS-OIT-IMAGE(WS-OIT-IDX) TO OPENITEM-RECORD
               IF OI-INVOICE-NUM = SEL8_INVOICE_NUM_FH AND
-                 SEL8_INVOICE_NUM_FH NOT = ZERO
                   MOVE "Y" TO RVL-OI-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

      *THE LAST ROW ON FILE FOR A CURRENCY IS THE RATE IN FORCE -
      *SAME RULE SALES ENTRY USES AT THE ENTRY DATE
       LOOK-UP-LATEST-RATE.
               COMPUTE RVL-ABS-DIFF = 0 - RVL-ABS-DIFF
           END-IF

           MOVE RVL-RECV-ACCT TO WS-GLA-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT-POSTABLE
           IF WS-GLA-POSTABLE = "Y"
               MOVE RVL-FX-ACCT TO WS-GLA-CHECK-ACCT
               PERFORM CHECK-GL-ACCOUNT-POSTABLE
           END-IF
           IF WS-GLA-POSTABLE NOT = "Y"
               DISPLAY "REVALUATION NOT POSTED TO GLJRNL.DAT"
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND GLJRNL-FILE
           IF WS-GLJRNL-STATUS = "35"
               OPEN OUTPUT GLJRNL-FILE
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO GJ-SOURCE
           MOVE SPACES TO GJ-REF

           MOVE RVL-PERIOD TO GJ-PERIOD
           MOVE RVL-RECV-ACCT TO GJ-ACCOUNT

           EXIT PARAGRAPH.

       COPY "gl-acct-load.cpy".

       COPY "close-gate.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "spool-call.cpy".

       COPY "openitem-io.cpy".

       COPY "openitem-normalize.cpy".


       COPY "capture-operator.cpy".
