      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-QUARANTINE.

      *====================================================
      * Stand-alone utility: quality control over stock on
      * quarantine hold. TEMP-INCIDENT-WATCH puts an item's
      * stock at a location on hold (IL-HOLD on invloc.dat)
      * when a temperature excursion incident opens at the
      * station watching that room, and records the hold on
      * quarhold.dat; while held the stock stays in on-hand
      * but sales entry, shipping and backorder allocation
      * refuse it. Here a supervisor RELEASES a hold (the
      * stock goes back on sale) or SCRAPS the held stock -
      * the units leave on-hand at that location through
      * inv-post.cpy as a SCRAP movement on the stock ledger,
      * and their value at the unit cost captured on the hold
      * is booked to gljrnl.dat as SHRINKAGE DR / INVENTORY
      * CR. A part scrap leaves the rest held; the hold closes
      * when the location is empty. Both decisions carry a
      * before/after image to the maintenance audit trail.
      * The quarantine report lists every hold with the
      * quantity held, days held (to the release or scrap
      * date, or today while still open) and its value. Runs
      * under the suite interlock. Run on demand from the
      * command line; it is not wired into FH-MAIN-MENU since
      * it is housekeeping, not a calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "quarhold-select.cpy".
           COPY "inv-select.cpy".
           COPY "invloc-select.cpy".
           COPY "backord-select.cpy".
           COPY "gljrnl-select.cpy".
           COPY "coa-select.cpy".
           COPY "glmap-select.cpy".
           COPY "updjrnl-select.cpy".
           COPY "stkmove-select.cpy".
           COPY "maint-audit-select.cpy".
           COPY "lock-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "quarhold-rec.cpy".
           COPY "inv-rec.cpy".
           COPY "invloc-rec.cpy".
           COPY "backord-rec.cpy".
           COPY "gljrnl-rec.cpy".
           COPY "coa-rec.cpy".
           COPY "glmap-rec.cpy".
           COPY "updjrnl-rec.cpy".
           COPY "stkmove-rec.cpy".
           COPY "maint-audit-rec.cpy".
           COPY "lock-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  QHM-CHOICE                      PIC 9.
       01  QHM-EOF                         PIC X VALUE "N".
       01  QHM-OK                          PIC X.
       01  QHM-CONFIRM                     PIC X.
       01  QHM-ITEM                        PIC X(8).
       01  QHM-LOC                         PIC X(4).
       01  QHM-IDX                         PIC 9(3).
       01  QHM-HIT                         PIC 9(3).
       01  QHM-TAB-COUNT                   PIC 9(3) VALUE 0.
       01  QHM-OVERFLOW                    PIC X VALUE "N".
       01  QHM-COUNT                       PIC 9(5).
       01  QHM-TODAY                       PIC 9(8).
       01  QHM-END-DATE                    PIC 9(8).
       01  QHM-DAYS                        PIC 9(5).
       01  QHM-ON-HAND                     PIC S9(7)V99.
       01  QHM-SCRAP-QTY                   PIC 9(5)V99.
       01  QHM-VALUE                       PIC S9(12)V99.
       01  QHM-TOTAL-VALUE                 PIC S9(12)V99.
       01  QHM-OPEN-VALUE                  PIC S9(12)V99.
       01  QHM-SCRAP-VALUE                 PIC S9(12)V99.
       01  QHM-SHRINK-ACCT                 PIC X(8).
       01  QHM-SHRINK-DESC                 PIC X(19).
       01  QHM-INVTRY-ACCT                 PIC X(8).
       01  QHM-INVTRY-DESC                 PIC X(19).
       01  QHM-QTY-OUT                     PIC -Z,ZZZ,ZZ9.99.
       01  QHM-QTY2-OUT                    PIC -Z,ZZZ,ZZ9.99.
       01  QHM-DAYS-OUT                    PIC ZZZZ9.
       01  QHM-AMT-OUT                     PIC Z,ZZZ,ZZZ,ZZZ.99-.
       01  QHM-TABLE.
           05  QHM-ENTRY                   OCCURS 500 TIMES.
               10  QHM-T-IMAGE             PIC X(88).
           COPY "gl-acct-table.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "STOCK-QUARANTINE" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM LOAD-GL-ACCOUNT-MAP.

           PERFORM ACQUIRE-FH-LOCK.
           IF WS-FH-LOCK-HELD NOT = "Y"
               GOBACK
           END-IF.

           PERFORM UNTIL QHM-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "   STOCK QUARANTINE (QC)   "
               DISPLAY "==========================="
               DISPLAY "1 - LIST OPEN HOLDS"
               DISPLAY "2 - RELEASE A HOLD (SUPERVISOR)"
               DISPLAY "3 - SCRAP HELD STOCK (SUPERVISOR)"
               DISPLAY "4 - QUARANTINE REPORT"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT QHM-CHOICE

               EVALUATE QHM-CHOICE
                   WHEN 1
                       PERFORM LIST-OPEN-HOLDS
                   WHEN 2
                       PERFORM RELEASE-ONE-HOLD
                   WHEN 3
                       PERFORM SCRAP-HELD-STOCK
                   WHEN 4
                       PERFORM QUARANTINE-REPORT
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           MOVE "STOCK-QUARANTINE" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           PERFORM RELEASE-FH-LOCK.

           GOBACK.

       LIST-OPEN-HOLDS.
           PERFORM LOAD-HOLD-TABLE
           MOVE ZERO TO QHM-COUNT
           DISPLAY "ITEM     LOC  STA  HELD ON       QUANTITY"
               "      SCRAPPED"
           PERFORM VARYING QHM-IDX FROM 1 BY 1
               UNTIL QHM-IDX > QHM-TAB-COUNT
               MOVE QHM-T-IMAGE(QHM-IDX) TO QUARHOLD-RECORD
               IF QH-STATUS-HELD
                   ADD 1 TO QHM-COUNT
                   MOVE QH-HELD-QTY TO QHM-QTY-OUT
                   MOVE QH-SCRAP-QTY TO QHM-QTY2-OUT
                   DISPLAY QH-ITEM-CODE " " QH-LOCATION " "
                       QH-STATION " " QH-HOLD-DATE " "
                       QHM-QTY-OUT " " QHM-QTY2-OUT
               END-IF
           END-PERFORM
           DISPLAY QHM-COUNT " OPEN HOLD(S)".

           EXIT PARAGRAPH.

      *================= RELEASE ===============================
      *QUALITY CONTROL PASSED THE STOCK - THE LOCATION ROW LOSES
      *ITS HOLD AND THE HOLD ROW CLOSES AS RELSD
       RELEASE-ONE-HOLD.
           MOVE "QUARHOLD-REFUSED" TO WS-RUNLOG-PROGRAM-ID
           PERFORM CHECK-SUPERVISOR-ROLE
           MOVE "STOCK-QUARANTINE" TO WS-RUNLOG-PROGRAM-ID
           IF WS-FH-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPEN-HOLD
           IF QHM-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RELEASE " QHM-ITEM " AT " QHM-LOC
               " BACK TO SALE? (Y/N): " WITH NO ADVANCING
           ACCEPT QHM-CONFIRM
           IF QHM-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "HOLD LEFT IN PLACE"
               EXIT PARAGRAPH
           END-IF

           PERFORM CLEAR-LOCATION-HOLD
           IF QHM-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE QHM-T-IMAGE(QHM-HIT) TO QUARHOLD-RECORD
           MOVE "RELSD" TO QH-STATUS
           ACCEPT QH-CLOSE-DATE FROM DATE YYYYMMDD
           MOVE WS-FH-OPERATOR-ID TO QH-CLOSE-OPER
           MOVE QUARHOLD-RECORD TO QHM-T-IMAGE(QHM-HIT)
           PERFORM REWRITE-HOLD-FILE

           MOVE "STOCK-QUARANTINE" TO WS-MA-PROGRAM-ID
           MOVE QHM-ITEM TO WS-MA-KEY-NUM
           MOVE "RELEASE" TO WS-MA-ACTION
           PERFORM WRITE-MAINT-AUDIT-ENTRY
           DISPLAY QHM-ITEM " AT " QHM-LOC " RELEASED".

           EXIT PARAGRAPH.

      *================= SCRAP =================================
      *THE SCRAPPED UNITS LEAVE THE SHELF THROUGH THE NORMAL
      *POSTING SO THE TOTAL, THE LOCATION AND THE LEDGER MOVE
      *TOGETHER; THEIR VALUE AT THE HOLD'S UNIT COST IS BOOKED AS
      *SHRINKAGE. WHAT IS LEFT STAYS HELD
       SCRAP-HELD-STOCK.
           MOVE "QUARHOLD-REFUSED" TO WS-RUNLOG-PROGRAM-ID
           PERFORM CHECK-SUPERVISOR-ROLE
           MOVE "STOCK-QUARANTINE" TO WS-RUNLOG-PROGRAM-ID
           IF WS-FH-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SHRINKAGE-ACCOUNTS
           MOVE QHM-SHRINK-ACCT TO WS-GLA-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT-POSTABLE
           IF WS-GLA-POSTABLE = "Y"
               MOVE QHM-INVTRY-ACCT TO WS-GLA-CHECK-ACCT
               PERFORM CHECK-GL-ACCOUNT-POSTABLE
           END-IF
           IF WS-GLA-POSTABLE NOT = "Y"
               DISPLAY "SHRINKAGE ACCOUNTS NOT POSTABLE - "
-                  "NOTHING SCRAPPED"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPEN-HOLD
           IF QHM-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-LOCATION-ON-HAND
           IF QHM-ON-HAND NOT > ZERO
               DISPLAY "NOTHING ON HAND AT " QHM-LOC
                   " - RELEASE THE HOLD INSTEAD"
               EXIT PARAGRAPH
           END-IF
           MOVE QHM-ON-HAND TO QHM-QTY-OUT
           DISPLAY "ON HAND AT " QHM-LOC ": " QHM-QTY-OUT
           DISPLAY "QUANTITY TO SCRAP (0 = ALL ON HAND): "
               WITH NO ADVANCING
           ACCEPT QHM-SCRAP-QTY
           IF QHM-SCRAP-QTY = ZERO
               IF QHM-ON-HAND > 99999.99
                   DISPLAY "MORE THAN 99,999.99 ON HAND - KEY THE "
-                      "QUANTITY IN PARTS"
                   EXIT PARAGRAPH
               END-IF
               MOVE QHM-ON-HAND TO QHM-SCRAP-QTY
           END-IF
           IF QHM-SCRAP-QTY > QHM-ON-HAND
               DISPLAY "MORE THAN IS ON HAND - NOTHING SCRAPPED"
               EXIT PARAGRAPH
           END-IF
           MOVE QHM-T-IMAGE(QHM-HIT) TO QUARHOLD-RECORD
           COMPUTE QHM-SCRAP-VALUE ROUNDED =
               QHM-SCRAP-QTY * QH-UNIT-COST
           MOVE QHM-SCRAP-QTY TO QHM-QTY-OUT
           MOVE QHM-SCRAP-VALUE TO QHM-AMT-OUT
           DISPLAY "SCRAP " QHM-QTY-OUT " OF " QHM-ITEM
               " VALUE " QHM-AMT-OUT "? (Y/N): " WITH NO ADVANCING
           ACCEPT QHM-CONFIRM
           IF QHM-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "NOTHING SCRAPPED"
               EXIT PARAGRAPH
           END-IF

           MOVE QHM-ITEM TO WS-INV-ITEM-CODE
           MOVE QHM-SCRAP-QTY TO WS-INV-UNITS
           MOVE QHM-LOC TO WS-INV-LOCATION
           MOVE SPACES TO WS-INV-CUST-NUM
           MOVE "SCRAP" TO WS-MV-TYPE
           MOVE SPACES TO WS-MV-REF
           STRING "QH" QH-HOLD-DATE
               DELIMITED BY SIZE INTO WS-MV-REF
           PERFORM POST-SALE-TO-INVENTORY

           ADD QHM-SCRAP-QTY TO QH-SCRAP-QTY
           PERFORM READ-LOCATION-ON-HAND
           IF QHM-ON-HAND NOT > ZERO
               PERFORM CLEAR-LOCATION-HOLD
               MOVE "SCRAP" TO QH-STATUS
               ACCEPT QH-CLOSE-DATE FROM DATE YYYYMMDD
               MOVE WS-FH-OPERATOR-ID TO QH-CLOSE-OPER
           END-IF
           MOVE SPACES TO WS-MA-BEFORE
           MOVE SPACES TO WS-MA-AFTER
           MOVE QHM-T-IMAGE(QHM-HIT) TO WS-MA-BEFORE
           MOVE QUARHOLD-RECORD TO QHM-T-IMAGE(QHM-HIT)
           MOVE QUARHOLD-RECORD TO WS-MA-AFTER
           PERFORM REWRITE-HOLD-FILE

           MOVE "STOCK-QUARANTINE" TO WS-MA-PROGRAM-ID
           MOVE QHM-ITEM TO WS-MA-KEY-NUM
           MOVE "SCRAP" TO WS-MA-ACTION
           PERFORM WRITE-MAINT-AUDIT-ENTRY

           IF QHM-SCRAP-VALUE NOT = ZERO
               PERFORM POST-SCRAP-JOURNAL
           END-IF
           IF QH-STATUS-SCRAPPED
               DISPLAY QHM-ITEM " AT " QHM-LOC " SCRAPPED - HOLD "
                   "CLOSED"
           ELSE
               DISPLAY QHM-ITEM " AT " QHM-LOC " PART SCRAPPED - "
                   "REST STILL HELD"
           END-IF.

           EXIT PARAGRAPH.

      *QHM-OK COMES BACK "Y" WITH QHM-HIT ON THE OPEN HOLD ROW
      *FOR THE KEYED ITEM AND LOCATION
       FIND-OPEN-HOLD.
           MOVE "N" TO QHM-OK
           PERFORM LOAD-HOLD-TABLE
           IF QHM-OVERFLOW = "Y"
               DISPLAY "MORE THAN 500 HOLD ROWS ON FILE - "
-                  "ARCHIVE QUARHOLD.DAT."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ITEM CODE: " WITH NO ADVANCING
           ACCEPT QHM-ITEM
           DISPLAY "LOCATION (BLANK FOR MAIN): " WITH NO ADVANCING
           MOVE SPACES TO QHM-LOC
           ACCEPT QHM-LOC
           IF QHM-LOC = SPACES
               MOVE "MAIN" TO QHM-LOC
           END-IF
           MOVE ZERO TO QHM-HIT
           PERFORM VARYING QHM-IDX FROM 1 BY 1
               UNTIL QHM-IDX > QHM-TAB-COUNT
               MOVE QHM-T-IMAGE(QHM-IDX) TO QUARHOLD-RECORD
               IF QH-ITEM-CODE = QHM-ITEM AND
-                 QH-LOCATION = QHM-LOC AND
-                 QH-STATUS-HELD
                   MOVE QHM-IDX TO QHM-HIT
               END-IF
           END-PERFORM
           IF QHM-HIT = ZERO
               DISPLAY "NO OPEN HOLD FOR " QHM-ITEM " AT " QHM-LOC
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO QHM-OK.

           EXIT PARAGRAPH.

       READ-LOCATION-ON-HAND.
           MOVE ZERO TO QHM-ON-HAND
           OPEN INPUT INVLOC-FILE
           IF WS-INVLOC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE QHM-ITEM TO IL-ITEM-CODE
           MOVE QHM-LOC TO IL-LOCATION
           READ INVLOC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE IL-ON-HAND TO QHM-ON-HAND
           END-READ
           CLOSE INVLOC-FILE.

           EXIT PARAGRAPH.

      *QHM-OK COMES BACK "N" IF THE LOCATION ROW COULD NOT BE
      *REWRITTEN; A ROW THAT IS GONE HAS NOTHING LEFT TO HOLD
       CLEAR-LOCATION-HOLD.
           MOVE "N" TO QHM-OK
           MOVE SPACES TO WS-MA-BEFORE
           MOVE SPACES TO WS-MA-AFTER
           OPEN I-O INVLOC-FILE
           IF WS-INVLOC-STATUS NOT = "00"
               MOVE "INVLOC-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-INVLOC-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE QHM-ITEM TO IL-ITEM-CODE
           MOVE QHM-LOC TO IL-LOCATION
           READ INVLOC-FILE
               INVALID KEY
                   MOVE "Y" TO QHM-OK
               NOT INVALID KEY
                   MOVE INVLOC-RECORD TO WS-MA-BEFORE
                   MOVE SPACE TO IL-HOLD
                   REWRITE INVLOC-RECORD
                       INVALID KEY
                           MOVE "INVLOC-FILE" TO WS-FH-ERR-FILE-NAME
                           MOVE "REWRITE" TO WS-FH-ERR-OPERATION
                           MOVE WS-INVLOC-STATUS TO WS-FH-ERR-STATUS
                           PERFORM REPORT-FILE-ERROR
                       NOT INVALID KEY
                           MOVE "Y" TO QHM-OK
                           MOVE INVLOC-RECORD TO WS-MA-AFTER
                           MOVE "INVLOC" TO WS-UJ-FILE-NAME
                           MOVE "REWRITE" TO WS-UJ-ACTION
                           MOVE INVLOC-RECORD TO WS-UJ-IMAGE
                           PERFORM WRITE-UPDATE-JOURNAL
                   END-REWRITE
           END-READ
           CLOSE INVLOC-FILE.

           EXIT PARAGRAPH.

      *================= REPORT ================================
      *EVERY HOLD ON FILE, OPEN OR CLOSED. DAYS RUN FROM THE HOLD
      *TO ITS RELEASE OR SCRAP, OR TO TODAY WHILE STILL HELD;
      *VALUE IS THE QUANTITY HELD AT THE HOLD'S UNIT COST
       QUARANTINE-REPORT.
           PERFORM LOAD-HOLD-TABLE
           ACCEPT QHM-TODAY FROM DATE YYYYMMDD
           MOVE ZERO TO QHM-COUNT
           MOVE ZERO TO QHM-TOTAL-VALUE
           MOVE ZERO TO QHM-OPEN-VALUE
           MOVE "QUARANTINE" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           STRING "QUARANTINE HOLD REPORT  " QHM-TODAY
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "ITEM     LOC  STA  HELD ON  STATUS "
               "      QUANTITY  DAYS             VALUE"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING QHM-IDX FROM 1 BY 1
               UNTIL QHM-IDX > QHM-TAB-COUNT
               MOVE QHM-T-IMAGE(QHM-IDX) TO QUARHOLD-RECORD
               PERFORM REPORT-ONE-HOLD
           END-PERFORM
           IF QHM-OVERFLOW = "Y"
               MOVE "** MORE THAN 500 HOLDS - REPORT INCOMPLETE **"
                   TO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE QHM-TOTAL-VALUE TO QHM-AMT-OUT
           STRING QHM-COUNT " HOLD(S), TOTAL VALUE " QHM-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE QHM-OPEN-VALUE TO QHM-AMT-OUT
           STRING "STILL HELD, VALUE      " QHM-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       REPORT-ONE-HOLD.
           ADD 1 TO QHM-COUNT
           IF QH-STATUS-HELD OR QH-CLOSE-DATE = ZERO
               MOVE QHM-TODAY TO QHM-END-DATE
           ELSE
               MOVE QH-CLOSE-DATE TO QHM-END-DATE
           END-IF
           MOVE ZERO TO QHM-DAYS
           IF QH-HOLD-DATE NOT = ZERO AND
-             QHM-END-DATE > QH-HOLD-DATE
               COMPUTE QHM-DAYS =
                   FUNCTION INTEGER-OF-DATE(QHM-END-DATE) -
                   FUNCTION INTEGER-OF-DATE(QH-HOLD-DATE)
           END-IF
           COMPUTE QHM-VALUE ROUNDED = QH-HELD-QTY * QH-UNIT-COST
           ADD QHM-VALUE TO QHM-TOTAL-VALUE
           IF QH-STATUS-HELD
               ADD QHM-VALUE TO QHM-OPEN-VALUE
           END-IF
           MOVE QH-HELD-QTY TO QHM-QTY-OUT
           MOVE QHM-DAYS TO QHM-DAYS-OUT
           MOVE QHM-VALUE TO QHM-AMT-OUT
           STRING QH-ITEM-CODE " " QH-LOCATION " " QH-STATION " "
               QH-HOLD-DATE " " QH-STATUS " " QHM-QTY-OUT " "
               QHM-DAYS-OUT " " QHM-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           IF QH-SCRAP-QTY NOT = ZERO
               MOVE QH-SCRAP-QTY TO QHM-QTY-OUT
               STRING "                              SCRAPPED "
                   QHM-QTY-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

           EXIT PARAGRAPH.

      *================= SHRINKAGE JOURNAL =====================
      *A SCRAP IS ALWAYS A LOSS: SHRINKAGE DR / INVENTORY CR
       FIND-SHRINKAGE-ACCOUNTS.
           MOVE SPACES TO QHM-SHRINK-ACCT
           MOVE SPACES TO QHM-INVTRY-ACCT
           PERFORM VARYING WS-GLA-IDX FROM 1 BY 1
               UNTIL WS-GLA-IDX > WS-GLA-TABLE-COUNT
               IF WS-GLA-PURPOSE(WS-GLA-IDX) = "SHRINKAGE"
                   MOVE WS-GLA-ACCOUNT(WS-GLA-IDX) TO
                       QHM-SHRINK-ACCT
                   MOVE WS-GLA-DESC(WS-GLA-IDX) TO QHM-SHRINK-DESC
               END-IF
               IF WS-GLA-PURPOSE(WS-GLA-IDX) = "INVENTORY"
                   MOVE WS-GLA-ACCOUNT(WS-GLA-IDX) TO
                       QHM-INVTRY-ACCT
                   MOVE WS-GLA-DESC(WS-GLA-IDX) TO QHM-INVTRY-DESC
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       POST-SCRAP-JOURNAL.
           ACCEPT QHM-TODAY FROM DATE YYYYMMDD
           OPEN EXTEND GLJRNL-FILE
           IF WS-GLJRNL-STATUS = "35"
               OPEN OUTPUT GLJRNL-FILE
           END-IF
           IF WS-GLJRNL-STATUS NOT = "00" AND NOT = "05"
               MOVE "GLJRNL-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-GLJRNL-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO GJ-SOURCE
           MOVE QHM-ITEM TO GJ-REF

           MOVE QHM-TODAY(1:6) TO GJ-PERIOD
           MOVE QHM-SHRINK-ACCT TO GJ-ACCOUNT
           MOVE QHM-SHRINK-DESC TO GJ-DESC
           MOVE QHM-SCRAP-VALUE TO GJ-DEBIT
           MOVE ZERO TO GJ-CREDIT
           WRITE GLJRNL-RECORD

           MOVE QHM-TODAY(1:6) TO GJ-PERIOD
           MOVE QHM-INVTRY-ACCT TO GJ-ACCOUNT
           MOVE QHM-INVTRY-DESC TO GJ-DESC
           MOVE ZERO TO GJ-DEBIT
           MOVE QHM-SCRAP-VALUE TO GJ-CREDIT
           WRITE GLJRNL-RECORD
           CLOSE GLJRNL-FILE

           MOVE QHM-SCRAP-VALUE TO QHM-AMT-OUT
           DISPLAY "SHRINKAGE JOURNAL POSTED FOR " QHM-AMT-OUT.

           EXIT PARAGRAPH.

      *================= HOLD FILE =============================
       LOAD-HOLD-TABLE.
           MOVE ZERO TO QHM-TAB-COUNT
           MOVE "N" TO QHM-OVERFLOW
           MOVE "N" TO QHM-EOF
           OPEN INPUT QUARHOLD-FILE
           IF WS-QUARHOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL QHM-EOF = "Y"
               READ QUARHOLD-FILE
                   AT END
                       MOVE "Y" TO QHM-EOF
                   NOT AT END
                       IF QHM-TAB-COUNT < 500
                           ADD 1 TO QHM-TAB-COUNT
                           MOVE QUARHOLD-RECORD TO
                               QHM-T-IMAGE(QHM-TAB-COUNT)
                       ELSE
                           MOVE "Y" TO QHM-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUARHOLD-FILE.

           EXIT PARAGRAPH.

       REWRITE-HOLD-FILE.
           OPEN OUTPUT QUARHOLD-FILE
           IF WS-QUARHOLD-STATUS NOT = "00"
               MOVE "QUARHOLD-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-QUARHOLD-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING QHM-IDX FROM 1 BY 1
               UNTIL QHM-IDX > QHM-TAB-COUNT
               MOVE QHM-T-IMAGE(QHM-IDX) TO QUARHOLD-RECORD
               WRITE QUARHOLD-RECORD
           END-PERFORM
           CLOSE QUARHOLD-FILE.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "inv-post.cpy".

       COPY "upd-journal.cpy".

       COPY "stkmove-write.cpy".

       COPY "gl-acct-load.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "role-check.cpy".

       COPY "maint-audit-write.cpy".

       COPY "lock-paragraphs.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
