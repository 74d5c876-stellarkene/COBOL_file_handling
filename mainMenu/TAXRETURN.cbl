      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-TAX-RETURN.

      *====================================================
      * Stand-alone utility: carries the sales tax captured on
      * every REVISED-SALESMAN-INFO transaction
      * (SEL8_TAX_JURIS_FH / SEL8_TAX_OUT_FH) into the ledger
      * and through to a filed, paid remittance return per
      * jurisdiction, where SALES-TAX-SUMMARY only ever
      * totalled it. The posting run for a period compares
      * each sale's tax - already net of returns, which
      * rewrite the sale - against what has been reported for
      * it before (taxdet.dat) and posts the difference by
      * jurisdiction: RECEIVABLE DR / TAX-PAY CR through the
      * run-time GL mapping, so re-running it only picks up
      * what changed. A sale dated in the period is reported
      * on that period's return; a change to a sale dated in
      * an earlier period is carried onto this return as an
      * amendment. The return prints for filing at any time
      * (marked DRAFT until filed). Filing it (supervisor)
      * locks the jurisdiction-period: later changes to its
      * sales wait for the next return as amendments.
      * Recording the remittance posts TAX-PAY DR / CASH CR.
      * Filing and payment go to the maintenance audit trail.
      * Runs under the suite interlock. Run on demand from
      * the command line; it is not wired into FH-MAIN-MENU
      * since it is a filing tool, not a calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "sel8-select.cpy".
           COPY "taxret-select.cpy".
           COPY "taxdet-select.cpy".
           COPY "perctl-select.cpy".
           COPY "gljrnl-select.cpy".
           COPY "coa-select.cpy".
           COPY "glmap-select.cpy".
           COPY "maint-audit-select.cpy".
           COPY "lock-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           FD SEL8-FILE.
           COPY "sel8-rec.cpy".
           COPY "operator-field.cpy".

           COPY "taxret-rec.cpy".
           COPY "taxdet-rec.cpy".
           COPY "perctl-rec.cpy".
           COPY "gljrnl-rec.cpy".
           COPY "coa-rec.cpy".
           COPY "glmap-rec.cpy".
           COPY "maint-audit-rec.cpy".
           COPY "lock-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  STR-CHOICE                      PIC 9.
       01  STR-EOF                         PIC X.
       01  STR-OK                          PIC X.
       01  STR-CONFIRM                     PIC X.
       01  STR-TODAY                       PIC 9(8).
       01  STR-PERIOD                      PIC 9(6).
       01  STR-PERIOD-PARTS REDEFINES STR-PERIOD.
           05  STR-PERIOD-YEAR             PIC 9(4).
           05  STR-PERIOD-MONTH            PIC 99.
       01  STR-JURIS                       PIC X(3).
       01  STR-IN-AMOUNT-IN                PIC X(15).
       01  STR-AMOUNT                      PIC S9(12)V99.
       01  STR-REC-TAXABLE                 PIC S9(12)V99.
       01  STR-REC-TAX                     PIC S9(12)V99.
       01  STR-RECV-ACCT                   PIC X(8).
       01  STR-TAXPAY-ACCT                 PIC X(8).
       01  STR-CASH-ACCT                   PIC X(8).
       01  STR-DR-ACCT                     PIC X(8).
       01  STR-CR-ACCT                     PIC X(8).
       01  STR-SWAP-ACCT                   PIC X(8).
       01  STR-POST-PERIOD                 PIC 9(6).
       01  STR-POST-AMOUNT                 PIC S9(12)V99.
       01  STR-POST-DESC                   PIC X(19).
       01  STR-POST-OK                     PIC X.
       01  STR-HELD-COUNT                  PIC 9(5).
       01  STR-REPORTED-COUNT              PIC 9(5).
       01  STR-AMT-OUT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  STR-AMT2-OUT                    PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  STR-RATE-OUT                    PIC 9.9999.
      *SEL_8 SALES DATED UP TO THE PERIOD, WITH WHAT HAS BEEN
      *REPORTED FOR EACH SO FAR
       01  STR-ROW-IDX                     PIC 9(5).
       01  STR-ROW-COUNT                   PIC 9(5) VALUE 0.
       01  STR-ROW-OVERFLOW                PIC X VALUE "N".
       01  STR-ROW-TABLE.
           05  STR-ROW-ENTRY               OCCURS 2000 TIMES.
               10  STR-ROW-SM-NUM          PIC X(12).
               10  STR-ROW-INVOICE         PIC 9(8).
               10  STR-ROW-JURIS           PIC X(3).
               10  STR-ROW-SALE-PERIOD     PIC 9(6).
               10  STR-ROW-TAXABLE         PIC S9(12)V99.
               10  STR-ROW-TAX             PIC S9(12)V99.
               10  STR-ROW-REP-TAXABLE     PIC S9(12)V99.
               10  STR-ROW-REP-TAX         PIC S9(12)V99.
               10  STR-ROW-KIND            PIC X.
      *THIS RUN'S POSTING BY JURISDICTION
       01  STR-JUR-IDX                     PIC 99.
       01  STR-JUR-COUNT                   PIC 99 VALUE 0.
       01  STR-JUR-TABLE.
           05  STR-JUR-ENTRY               OCCURS 20 TIMES.
               10  STR-JUR-CODE            PIC X(3).
               10  STR-JUR-LOCKED          PIC X.
               10  STR-JUR-SALE-TAXABLE    PIC S9(12)V99.
               10  STR-JUR-SALE-TAX        PIC S9(12)V99.
               10  STR-JUR-AMEND-TAXABLE   PIC S9(12)V99.
               10  STR-JUR-AMEND-TAX       PIC S9(12)V99.
       01  STR-RET-IDX                     PIC 9(5).
       01  STR-RET-HIT                     PIC 9(5).
       01  STR-RET-COUNT                   PIC 9(5) VALUE 0.
       01  STR-RET-OVERFLOW                PIC X VALUE "N".
       01  STR-RET-TABLE.
           05  STR-RET-ENTRY               PIC X(109) OCCURS 2000
-                                          TIMES.
      *ONE RETURN'S FIGURES, BUILT FROM TAXDET.DAT
       01  STR-RTN-TAXABLE                 PIC S9(12)V99.
       01  STR-RTN-TAX                     PIC S9(12)V99.
       01  STR-RTN-AMEND-TAX               PIC S9(12)V99.
       01  STR-RTN-DUE                     PIC S9(12)V99.
       01  STR-AMD-IDX                     PIC 99.
       01  STR-AMD-COUNT                   PIC 99 VALUE 0.
       01  STR-AMD-TABLE.
           05  STR-AMD-ENTRY               OCCURS 36 TIMES.
               10  STR-AMD-PERIOD          PIC 9(6).
               10  STR-AMD-TAXABLE         PIC S9(12)V99.
               10  STR-AMD-TAX             PIC S9(12)V99.
       01  SEL8-FILE-STATUS                PIC XX.
           COPY "tax-table.cpy".
           COPY "gl-acct-table.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "SALES-TAX-RETURN" TO WS-RUNLOG-PROGRAM-ID.

           PERFORM LOAD-GL-ACCOUNT-MAP.

      * Posting appends to the journal and rewrites taxret.dat
      * whole - take the suite interlock.
           PERFORM ACQUIRE-FH-LOCK.
           IF WS-FH-LOCK-HELD NOT = "Y"
               GOBACK
           END-IF.

           PERFORM UNTIL STR-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "   SALES TAX RETURNS       "
               DISPLAY "==========================="
               DISPLAY "1 - POST SALES TAX LIABILITY FOR A PERIOD"
               DISPLAY "2 - PRINT A REMITTANCE RETURN (SPOOLED)"
               DISPLAY "3 - FILE A RETURN (LOCKS THE PERIOD)"
               DISPLAY "4 - RECORD PAYMENT OF A FILED RETURN"
               DISPLAY "5 - LIST RETURNS AND STATUS (SPOOLED)"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT STR-CHOICE

               EVALUATE STR-CHOICE
                   WHEN 1
                       PERFORM POST-TAX-LIABILITY
                   WHEN 2
                       PERFORM PRINT-ONE-RETURN
                   WHEN 3
                       PERFORM FILE-ONE-RETURN
                   WHEN 4
                       PERFORM PAY-ONE-RETURN
                   WHEN 5
                       PERFORM LIST-RETURN-STATUS
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           PERFORM RELEASE-FH-LOCK.

           MOVE "SALES-TAX-RETURN" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

       ACCEPT-RETURN-PERIOD.
           MOVE "N" TO STR-OK
           DISPLAY "PERIOD (YYYYMM): " WITH NO ADVANCING
           ACCEPT STR-PERIOD
           IF STR-PERIOD-MONTH < 1 OR STR-PERIOD-MONTH > 12
               DISPLAY "NOT A VALID PERIOD"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO STR-OK.

           EXIT PARAGRAPH.

       ACCEPT-RETURN-KEY.
           DISPLAY "JURISDICTION: " WITH NO ADVANCING
           ACCEPT STR-JURIS
           PERFORM ACCEPT-RETURN-PERIOD.

           EXIT PARAGRAPH.

       FIND-TAX-ACCOUNTS.
           MOVE SPACES TO STR-RECV-ACCT
           MOVE SPACES TO STR-TAXPAY-ACCT
           MOVE SPACES TO STR-CASH-ACCT
           PERFORM VARYING WS-GLA-IDX FROM 1 BY 1
               UNTIL WS-GLA-IDX > WS-GLA-TABLE-COUNT
               IF WS-GLA-PURPOSE(WS-GLA-IDX) = "RECEIVABLE"
                   MOVE WS-GLA-ACCOUNT(WS-GLA-IDX) TO STR-RECV-ACCT
               END-IF
               IF WS-GLA-PURPOSE(WS-GLA-IDX) = "TAX-PAY"
                   MOVE WS-GLA-ACCOUNT(WS-GLA-IDX) TO
                       STR-TAXPAY-ACCT
               END-IF
               IF WS-GLA-PURPOSE(WS-GLA-IDX) = "CASH"
                   MOVE WS-GLA-ACCOUNT(WS-GLA-IDX) TO STR-CASH-ACCT
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

      *==================== POSTING RUN ========================
      *EVERY SALE DATED UP TO THE PERIOD IS COMPARED WITH WHAT HAS
      *BEEN REPORTED FOR IT. THE DIFFERENCE GOES ON THIS PERIOD'S
      *RETURN - AS A SALE WHEN DATED IN THE PERIOD, AS AN
      *AMENDMENT WHEN DATED EARLIER - UNLESS THIS PERIOD'S RETURN
      *FOR THE JURISDICTION IS ALREADY FILED, WHEN IT WAITS FOR
      *THE NEXT ONE
       POST-TAX-LIABILITY.
           PERFORM ACCEPT-RETURN-PERIOD
           IF STR-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE STR-PERIOD TO WS-PC-CHECK-DATE(1:6)
           MOVE "01" TO WS-PC-CHECK-DATE(7:2)
           PERFORM CHECK-PERIOD-CLOSED
           IF WS-PC-CLOSED = "Y"
               DISPLAY "PERIOD " STR-PERIOD " IS CLOSED - "
                   "NOTHING POSTED"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TAX-ACCOUNTS
           MOVE STR-RECV-ACCT TO WS-GLA-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT-POSTABLE
           IF WS-GLA-POSTABLE = "Y"
               MOVE STR-TAXPAY-ACCT TO WS-GLA-CHECK-ACCT
               PERFORM CHECK-GL-ACCOUNT-POSTABLE
           END-IF
           IF WS-GLA-POSTABLE NOT = "Y"
               DISPLAY "RECEIVABLE AND TAX-PAY MUST BOTH BE MAPPED "
                   "TO ACTIVE ACCOUNTS - NOTHING POSTED"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-RETURN-ROWS
           IF STR-RET-OVERFLOW = "Y"
               DISPLAY "MORE THAN 2000 ROWS ON TAXRET.DAT - "
-                  "NOTHING POSTED"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TAXED-SALES
           IF STR-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-REPORTED-TAX

           MOVE ZERO TO STR-JUR-COUNT
           MOVE ZERO TO STR-HELD-COUNT
           MOVE ZERO TO STR-REPORTED-COUNT
           PERFORM CLASSIFY-ONE-SALE
               VARYING STR-ROW-IDX FROM 1 BY 1
               UNTIL STR-ROW-IDX > STR-ROW-COUNT
           IF STR-REPORTED-COUNT = ZERO
               DISPLAY "NO TAX CHANGES TO POST FOR " STR-PERIOD
               IF STR-HELD-COUNT > ZERO
                   DISPLAY STR-HELD-COUNT " CHANGE(S) HELD - THE "
                       "RETURN FOR THIS PERIOD IS ALREADY FILED"
               END-IF
               EXIT PARAGRAPH
           END-IF

           ACCEPT STR-TODAY FROM DATE YYYYMMDD
           MOVE "Y" TO STR-POST-OK
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
           MOVE SPACES TO GJ-REF
           DISPLAY SPACE
           DISPLAY "######### SALES TAX POSTING - " STR-PERIOD
-              " #########"
           PERFORM POST-ONE-JURISDICTION
               VARYING STR-JUR-IDX FROM 1 BY 1
               UNTIL STR-JUR-IDX > STR-JUR-COUNT
           CLOSE GLJRNL-FILE
           IF STR-POST-OK NOT = "Y"
               DISPLAY "JOURNAL WRITE FAILED - SALES NOT MARKED "
                   "REPORTED"
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-REPORTED-DETAIL
           PERFORM OPEN-ONE-RETURN
               VARYING STR-JUR-IDX FROM 1 BY 1
               UNTIL STR-JUR-IDX > STR-JUR-COUNT
           PERFORM REWRITE-RETURN-FILE
           DISPLAY STR-REPORTED-COUNT " SALE(S) REPORTED"
           IF STR-HELD-COUNT > ZERO
               DISPLAY STR-HELD-COUNT " CHANGE(S) HELD FOR THE NEXT "
                   "RETURN - THIS PERIOD IS ALREADY FILED"
           END-IF
           DISPLAY "#############################################".

           EXIT PARAGRAPH.

      *SEL_8 HOLDS EACH SALESMAN'S CURRENT SALE; A RETURN REWRITES
      *IT WITH THE NET TAX AND THE RETURN DATE
       LOAD-TAXED-SALES.
           MOVE "N" TO STR-OK
           MOVE ZERO TO STR-ROW-COUNT
           MOVE "N" TO STR-ROW-OVERFLOW
           MOVE "N" TO STR-EOF
           OPEN INPUT SEL8-FILE
           IF SEL8-FILE-STATUS NOT = "00"
               MOVE "SEL8-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE SEL8-FILE-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO SEL8_SM_NUM_FH
           START SEL8-FILE KEY IS NOT LESS THAN SEL8_SM_NUM_FH
               INVALID KEY
                   MOVE "Y" TO STR-EOF
           END-START
           PERFORM UNTIL STR-EOF = "Y"
               READ SEL8-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO STR-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-TAXED-SALE
               END-READ
           END-PERFORM
           CLOSE SEL8-FILE
           IF STR-ROW-OVERFLOW = "Y"
               DISPLAY "MORE THAN 2000 TAXED SALES ON SEL_8.DAT - "
-                  "NOTHING POSTED"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO STR-OK.

           EXIT PARAGRAPH.

       LOAD-ONE-TAXED-SALE.
           IF SEL8_TAX_JURIS_FH = SPACES
               EXIT PARAGRAPH
           END-IF
           IF SEL8_DATE_FH(1:6) > STR-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF STR-ROW-COUNT NOT < 2000
               MOVE "Y" TO STR-ROW-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO STR-ROW-COUNT
           MOVE SEL8_SM_NUM_FH TO STR-ROW-SM-NUM(STR-ROW-COUNT)
           MOVE SEL8_INVOICE_NUM_FH TO STR-ROW-INVOICE(STR-ROW-COUNT)
           MOVE SEL8_TAX_JURIS_FH TO STR-ROW-JURIS(STR-ROW-COUNT)
           MOVE SEL8_DATE_FH(1:6) TO
               STR-ROW-SALE-PERIOD(STR-ROW-COUNT)
           MOVE SEL8_SALES_OUT_FH TO STR-REC-TAXABLE
           MOVE SEL8_TAX_OUT_FH TO STR-REC-TAX
           MOVE STR-REC-TAXABLE TO STR-ROW-TAXABLE(STR-ROW-COUNT)
           MOVE STR-REC-TAX TO STR-ROW-TAX(STR-ROW-COUNT)
           MOVE ZERO TO STR-ROW-REP-TAXABLE(STR-ROW-COUNT)
           MOVE ZERO TO STR-ROW-REP-TAX(STR-ROW-COUNT)
           MOVE SPACE TO STR-ROW-KIND(STR-ROW-COUNT).

           EXIT PARAGRAPH.

       APPLY-REPORTED-TAX.
           MOVE "N" TO STR-EOF
           OPEN INPUT TAXDET-FILE
           IF WS-TAXDET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL STR-EOF = "Y"
               READ TAXDET-FILE
                   AT END
                       MOVE "Y" TO STR-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-REPORTED-ROW
               END-READ
           END-PERFORM
           CLOSE TAXDET-FILE.

           EXIT PARAGRAPH.

       APPLY-ONE-REPORTED-ROW.
           PERFORM VARYING STR-ROW-IDX FROM 1 BY 1
               UNTIL STR-ROW-IDX > STR-ROW-COUNT
               IF STR-ROW-SM-NUM(STR-ROW-IDX) = TD-SM-NUM AND
-                 STR-ROW-INVOICE(STR-ROW-IDX) = TD-INVOICE-NUM
                   ADD TD-TAXABLE TO STR-ROW-REP-TAXABLE(STR-ROW-IDX)
                   ADD TD-TAX TO STR-ROW-REP-TAX(STR-ROW-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       CLASSIFY-ONE-SALE.
           IF STR-ROW-TAXABLE(STR-ROW-IDX) =
-             STR-ROW-REP-TAXABLE(STR-ROW-IDX) AND
-             STR-ROW-TAX(STR-ROW-IDX) = STR-ROW-REP-TAX(STR-ROW-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE STR-ROW-JURIS(STR-ROW-IDX) TO STR-JURIS
           PERFORM FIND-RUN-JURISDICTION
           IF STR-JUR-IDX = ZERO
               DISPLAY "MORE THAN 20 JURISDICTIONS - "
                   STR-JURIS " LEFT FOR THE NEXT RUN"
               EXIT PARAGRAPH
           END-IF
           IF STR-JUR-LOCKED(STR-JUR-IDX) = "Y"
               ADD 1 TO STR-HELD-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO STR-REPORTED-COUNT
           IF STR-ROW-SALE-PERIOD(STR-ROW-IDX) = STR-PERIOD
               MOVE "S" TO STR-ROW-KIND(STR-ROW-IDX)
               COMPUTE STR-JUR-SALE-TAXABLE(STR-JUR-IDX) =
                   STR-JUR-SALE-TAXABLE(STR-JUR-IDX)
                   + STR-ROW-TAXABLE(STR-ROW-IDX)
                   - STR-ROW-REP-TAXABLE(STR-ROW-IDX)
               COMPUTE STR-JUR-SALE-TAX(STR-JUR-IDX) =
                   STR-JUR-SALE-TAX(STR-JUR-IDX)
                   + STR-ROW-TAX(STR-ROW-IDX)
                   - STR-ROW-REP-TAX(STR-ROW-IDX)
           ELSE
               MOVE "A" TO STR-ROW-KIND(STR-ROW-IDX)
               COMPUTE STR-JUR-AMEND-TAXABLE(STR-JUR-IDX) =
                   STR-JUR-AMEND-TAXABLE(STR-JUR-IDX)
                   + STR-ROW-TAXABLE(STR-ROW-IDX)
                   - STR-ROW-REP-TAXABLE(STR-ROW-IDX)
               COMPUTE STR-JUR-AMEND-TAX(STR-JUR-IDX) =
                   STR-JUR-AMEND-TAX(STR-JUR-IDX)
                   + STR-ROW-TAX(STR-ROW-IDX)
                   - STR-ROW-REP-TAX(STR-ROW-IDX)
           END-IF.

           EXIT PARAGRAPH.

      *STR-JUR-IDX COMES BACK ON THE JURISDICTION'S SLOT, ADDED
      *(AND ITS LOCK LOOKED UP) THE FIRST TIME; ZERO WHEN FULL
       FIND-RUN-JURISDICTION.
           PERFORM VARYING STR-JUR-IDX FROM 1 BY 1
               UNTIL STR-JUR-IDX > STR-JUR-COUNT
               IF STR-JUR-CODE(STR-JUR-IDX) = STR-JURIS
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF STR-JUR-COUNT NOT < 20
               MOVE ZERO TO STR-JUR-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO STR-JUR-COUNT
           MOVE STR-JUR-COUNT TO STR-JUR-IDX
           MOVE STR-JURIS TO STR-JUR-CODE(STR-JUR-IDX)
           MOVE ZERO TO STR-JUR-SALE-TAXABLE(STR-JUR-IDX)
           MOVE ZERO TO STR-JUR-SALE-TAX(STR-JUR-IDX)
           MOVE ZERO TO STR-JUR-AMEND-TAXABLE(STR-JUR-IDX)
           MOVE ZERO TO STR-JUR-AMEND-TAX(STR-JUR-IDX)
           MOVE "N" TO STR-JUR-LOCKED(STR-JUR-IDX)
           PERFORM FIND-RETURN-ROW
           IF STR-RET-HIT > ZERO
               IF TR-STATUS NOT = "OPEN"
                   MOVE "Y" TO STR-JUR-LOCKED(STR-JUR-IDX)
               END-IF
           END-IF.

           EXIT PARAGRAPH.

      *TAX COLLECTED IS OWED ON TOP OF THE RECEIVABLE: RECEIVABLE
      *DR / TAX-PAY CR, SIDES SWAPPED WHEN RETURNS LEAVE IT NEGATIVE
       POST-ONE-JURISDICTION.
           COMPUTE STR-POST-AMOUNT = STR-JUR-SALE-TAX(STR-JUR-IDX)
               + STR-JUR-AMEND-TAX(STR-JUR-IDX)
           MOVE STR-JUR-SALE-TAX(STR-JUR-IDX) TO STR-AMT-OUT
           MOVE STR-JUR-AMEND-TAX(STR-JUR-IDX) TO STR-AMT2-OUT
           DISPLAY STR-JUR-CODE(STR-JUR-IDX) "  PERIOD SALES TAX "
               STR-AMT-OUT "  AMENDMENTS " STR-AMT2-OUT
           IF STR-POST-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE STR-PERIOD TO STR-POST-PERIOD
           MOVE STR-RECV-ACCT TO STR-DR-ACCT
           MOVE STR-TAXPAY-ACCT TO STR-CR-ACCT
           MOVE SPACES TO STR-POST-DESC
           STRING "SALES TAX " STR-JUR-CODE(STR-JUR-IDX)
               DELIMITED BY SIZE INTO STR-POST-DESC
           MOVE SPACES TO GJ-REF
           STRING "TAX-" STR-JUR-CODE(STR-JUR-IDX)
               DELIMITED BY SIZE INTO GJ-REF
           PERFORM WRITE-JOURNAL-PAIR.

           EXIT PARAGRAPH.

      *STR-POST-AMOUNT DEBITS STR-DR-ACCT AND CREDITS STR-CR-ACCT;
      *A NEGATIVE AMOUNT POSTS THE OTHER WAY ROUND
       WRITE-JOURNAL-PAIR.
           IF STR-POST-AMOUNT < ZERO
               MOVE STR-DR-ACCT TO STR-SWAP-ACCT
               MOVE STR-CR-ACCT TO STR-DR-ACCT
               MOVE STR-SWAP-ACCT TO STR-CR-ACCT
               COMPUTE STR-POST-AMOUNT = 0 - STR-POST-AMOUNT
           END-IF
           MOVE STR-POST-PERIOD TO GJ-PERIOD
           MOVE STR-POST-DESC TO GJ-DESC
           MOVE STR-DR-ACCT TO GJ-ACCOUNT
           MOVE STR-POST-AMOUNT TO GJ-DEBIT
           MOVE ZERO TO GJ-CREDIT
           PERFORM WRITE-ONE-JOURNAL-LINE
           MOVE STR-CR-ACCT TO GJ-ACCOUNT
           MOVE ZERO TO GJ-DEBIT
           MOVE STR-POST-AMOUNT TO GJ-CREDIT
           PERFORM WRITE-ONE-JOURNAL-LINE
           MOVE STR-POST-AMOUNT TO STR-AMT-OUT
           DISPLAY "  " STR-DR-ACCT " DR / " STR-CR-ACCT " CR "
               STR-AMT-OUT.

           EXIT PARAGRAPH.

       WRITE-ONE-JOURNAL-LINE.
           WRITE GLJRNL-RECORD
           IF WS-GLJRNL-STATUS NOT = "00"
               MOVE "GLJRNL-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "WRITE" TO WS-FH-ERR-OPERATION
               MOVE WS-GLJRNL-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               MOVE "N" TO STR-POST-OK
           END-IF.

           EXIT PARAGRAPH.

       WRITE-REPORTED-DETAIL.
           OPEN EXTEND TAXDET-FILE
           IF WS-TAXDET-STATUS = "35"
               OPEN OUTPUT TAXDET-FILE
           END-IF
           IF WS-TAXDET-STATUS NOT = "00" AND NOT = "05"
               MOVE "TAXDET-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-TAXDET-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-ONE-DETAIL-ROW
               VARYING STR-ROW-IDX FROM 1 BY 1
               UNTIL STR-ROW-IDX > STR-ROW-COUNT
           CLOSE TAXDET-FILE.

           EXIT PARAGRAPH.

       WRITE-ONE-DETAIL-ROW.
           IF STR-ROW-KIND(STR-ROW-IDX) = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE STR-PERIOD TO TD-PERIOD
           MOVE STR-ROW-JURIS(STR-ROW-IDX) TO TD-JURIS
           MOVE STR-ROW-SM-NUM(STR-ROW-IDX) TO TD-SM-NUM
           MOVE STR-ROW-INVOICE(STR-ROW-IDX) TO TD-INVOICE-NUM
           MOVE STR-ROW-SALE-PERIOD(STR-ROW-IDX) TO TD-SALE-PERIOD
           MOVE STR-ROW-KIND(STR-ROW-IDX) TO TD-KIND
           COMPUTE TD-TAXABLE = STR-ROW-TAXABLE(STR-ROW-IDX)
               - STR-ROW-REP-TAXABLE(STR-ROW-IDX)
           COMPUTE TD-TAX = STR-ROW-TAX(STR-ROW-IDX)
               - STR-ROW-REP-TAX(STR-ROW-IDX)
           MOVE STR-TODAY TO TD-POST-DATE
           WRITE TAXDET-RECORD.

           EXIT PARAGRAPH.

      *A JURISDICTION POSTED FOR THE FIRST TIME IN THE PERIOD GETS
      *ITS RETURN ROW, OPEN UNTIL FILED
       OPEN-ONE-RETURN.
           MOVE STR-JUR-CODE(STR-JUR-IDX) TO STR-JURIS
           PERFORM FIND-RETURN-ROW
           IF STR-RET-HIT > ZERO
               EXIT PARAGRAPH
           END-IF
           IF STR-RET-COUNT NOT < 2000
               EXIT PARAGRAPH
           END-IF
           INITIALIZE TAXRET-RECORD
           MOVE STR-JURIS TO TR-JURIS
           MOVE STR-PERIOD TO TR-PERIOD
           MOVE "OPEN" TO TR-STATUS
           ADD 1 TO STR-RET-COUNT
           MOVE TAXRET-RECORD TO STR-RET-ENTRY(STR-RET-COUNT).

           EXIT PARAGRAPH.

      *=================== THE RETURN ==========================
      *THE FIGURES ARE EVERYTHING REPORTED ON THIS JURISDICTION'S
      *RETURN FOR THE PERIOD, SO A FILED RETURN REPRINTS THE SAME
       BUILD-RETURN-FIGURES.
           MOVE ZERO TO STR-RTN-TAXABLE
           MOVE ZERO TO STR-RTN-TAX
           MOVE ZERO TO STR-RTN-AMEND-TAX
           MOVE ZERO TO STR-AMD-COUNT
           MOVE "N" TO STR-EOF
           OPEN INPUT TAXDET-FILE
           IF WS-TAXDET-STATUS = "00"
               PERFORM UNTIL STR-EOF = "Y"
                   READ TAXDET-FILE
                       AT END
                           MOVE "Y" TO STR-EOF
                       NOT AT END
                           IF TD-PERIOD = STR-PERIOD AND
-                             TD-JURIS = STR-JURIS
                               PERFORM ADD-ONE-RETURN-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAXDET-FILE
           END-IF
           COMPUTE STR-RTN-DUE = STR-RTN-TAX + STR-RTN-AMEND-TAX.

           EXIT PARAGRAPH.

       ADD-ONE-RETURN-ROW.
           IF TD-KIND NOT = "A"
               ADD TD-TAXABLE TO STR-RTN-TAXABLE
               ADD TD-TAX TO STR-RTN-TAX
               EXIT PARAGRAPH
           END-IF
           ADD TD-TAX TO STR-RTN-AMEND-TAX
           PERFORM VARYING STR-AMD-IDX FROM 1 BY 1
               UNTIL STR-AMD-IDX > STR-AMD-COUNT
               IF STR-AMD-PERIOD(STR-AMD-IDX) = TD-SALE-PERIOD
                   ADD TD-TAXABLE TO STR-AMD-TAXABLE(STR-AMD-IDX)
                   ADD TD-TAX TO STR-AMD-TAX(STR-AMD-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF STR-AMD-COUNT < 36
               ADD 1 TO STR-AMD-COUNT
               MOVE TD-SALE-PERIOD TO STR-AMD-PERIOD(STR-AMD-COUNT)
               MOVE TD-TAXABLE TO STR-AMD-TAXABLE(STR-AMD-COUNT)
               MOVE TD-TAX TO STR-AMD-TAX(STR-AMD-COUNT)
           END-IF.

           EXIT PARAGRAPH.

       PRINT-ONE-RETURN.
           PERFORM ACCEPT-RETURN-KEY
           IF STR-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-RETURN-ROWS
           PERFORM FIND-RETURN-ROW
           IF STR-RET-HIT = ZERO
               DISPLAY "NO TAX POSTED FOR " STR-JURIS " IN "
                   STR-PERIOD " - RUN THE POSTING FIRST"
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-RETURN-FIGURES
           PERFORM SPOOL-RETURN.

           EXIT PARAGRAPH.

       SPOOL-RETURN.
           MOVE "TAX-RETURN" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           MOVE "SALES TAX REMITTANCE RETURN" TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE ZERO TO STR-RATE-OUT
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
               UNTIL WS-TAX-IDX > WS-TAX-TABLE-COUNT
               IF WS-TAX-JURIS(WS-TAX-IDX) = STR-JURIS
                   MOVE WS-TAX-RATE(WS-TAX-IDX) TO STR-RATE-OUT
               END-IF
           END-PERFORM
           STRING "JURISDICTION: " STR-JURIS "   RATE: " STR-RATE-OUT
               "   PERIOD: " STR-PERIOD
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           EVALUATE TR-STATUS
               WHEN "OPEN"
                   MOVE "*** DRAFT - NOT YET FILED ***" TO
                       WS-SPOOL-LINE
               WHEN "FILED"
                   STRING "FILED " TR-FILED-DATE " BY "
                       TR-FILED-OPERATOR
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
               WHEN OTHER
                   MOVE TR-PAID-AMOUNT TO STR-AMT-OUT
                   STRING "FILED " TR-FILED-DATE " BY "
                       TR-FILED-OPERATOR "  PAID " TR-PAID-DATE
                       STR-AMT-OUT
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-EVALUATE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE STR-RTN-TAXABLE TO STR-AMT-OUT
           STRING "TAXABLE SALES, NET OF RETURNS    " STR-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE STR-RTN-TAX TO STR-AMT-OUT
           STRING "TAX ON SALES THIS PERIOD         " STR-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           IF STR-AMD-COUNT > ZERO
               MOVE "AMENDMENTS TO EARLIER PERIODS:" TO
                   WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
               PERFORM PRINT-ONE-AMENDMENT
                   VARYING STR-AMD-IDX FROM 1 BY 1
                   UNTIL STR-AMD-IDX > STR-AMD-COUNT
           END-IF
           MOVE STR-RTN-AMEND-TAX TO STR-AMT-OUT
           STRING "TOTAL AMENDMENTS                 " STR-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE STR-RTN-DUE TO STR-AMT-OUT
           STRING "TOTAL TAX DUE                    " STR-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       PRINT-ONE-AMENDMENT.
           MOVE STR-AMD-TAXABLE(STR-AMD-IDX) TO STR-AMT-OUT
           MOVE STR-AMD-TAX(STR-AMD-IDX) TO STR-AMT2-OUT
           STRING "  PERIOD " STR-AMD-PERIOD(STR-AMD-IDX)
               "  TAXABLE " STR-AMT-OUT "  TAX " STR-AMT2-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

      *FILING FREEZES THE RETURN AS PRINTED AND LOCKS THE
      *JURISDICTION-PERIOD AGAINST FURTHER POSTING
       FILE-ONE-RETURN.
           MOVE "TAXRET-REFUSED" TO WS-RUNLOG-PROGRAM-ID
           PERFORM CHECK-SUPERVISOR-ROLE
           MOVE "SALES-TAX-RETURN" TO WS-RUNLOG-PROGRAM-ID
           IF WS-FH-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-RETURN-KEY
           IF STR-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-RETURN-ROWS
           IF STR-RET-OVERFLOW = "Y"
               DISPLAY "MORE THAN 2000 ROWS ON TAXRET.DAT - "
-                  "NOT FILED"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-RETURN-ROW
           IF STR-RET-HIT = ZERO
               DISPLAY "NO TAX POSTED FOR " STR-JURIS " IN "
                   STR-PERIOD " - NOTHING TO FILE"
               EXIT PARAGRAPH
           END-IF
           IF TR-STATUS NOT = "OPEN"
               DISPLAY "RETURN " STR-JURIS " " STR-PERIOD
                   " IS ALREADY " TR-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-RETURN-FIGURES
           MOVE STR-RTN-DUE TO STR-AMT-OUT
           DISPLAY "TOTAL TAX DUE " STR-AMT-OUT
           DISPLAY "FILE THIS RETURN AND LOCK THE PERIOD? (Y): "
               WITH NO ADVANCING
           ACCEPT STR-CONFIRM
           IF STR-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "NOT FILED"
               EXIT PARAGRAPH
           END-IF
           ACCEPT STR-TODAY FROM DATE YYYYMMDD
           MOVE TAXRET-RECORD TO WS-MA-BEFORE
           MOVE "FILED" TO TR-STATUS
           MOVE STR-RTN-TAXABLE TO TR-TAXABLE
           MOVE STR-RTN-TAX TO TR-TAX
           MOVE STR-RTN-AMEND-TAX TO TR-AMEND-TAX
           MOVE STR-TODAY TO TR-FILED-DATE
           MOVE WS-FH-OPERATOR-ID TO TR-FILED-OPERATOR
           MOVE TAXRET-RECORD TO STR-RET-ENTRY(STR-RET-HIT)
           PERFORM REWRITE-RETURN-FILE
           MOVE "TAXFILE" TO WS-MA-ACTION
           PERFORM AUDIT-RETURN-CHANGE
           PERFORM SPOOL-RETURN
           DISPLAY "RETURN " STR-JURIS " " STR-PERIOD " FILED".

           EXIT PARAGRAPH.

      *THE REMITTANCE CLEARS THE LIABILITY: TAX-PAY DR / CASH CR
      *IN THE CURRENT PERIOD
       PAY-ONE-RETURN.
           MOVE "TAXRET-REFUSED" TO WS-RUNLOG-PROGRAM-ID
           PERFORM CHECK-SUPERVISOR-ROLE
           MOVE "SALES-TAX-RETURN" TO WS-RUNLOG-PROGRAM-ID
           IF WS-FH-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-RETURN-KEY
           IF STR-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-RETURN-ROWS
           IF STR-RET-OVERFLOW = "Y"
               DISPLAY "MORE THAN 2000 ROWS ON TAXRET.DAT - "
-                  "NOT RECORDED"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-RETURN-ROW
           IF STR-RET-HIT = ZERO
               DISPLAY "NO RETURN FOR " STR-JURIS " " STR-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF TR-STATUS NOT = "FILED"
               DISPLAY "RETURN " STR-JURIS " " STR-PERIOD " IS "
                   TR-STATUS " - ONLY A FILED RETURN CAN BE PAID"
               EXIT PARAGRAPH
           END-IF
           ACCEPT STR-TODAY FROM DATE YYYYMMDD
           MOVE STR-TODAY TO WS-PC-CHECK-DATE
           PERFORM CHECK-PERIOD-CLOSED
           IF WS-PC-CLOSED = "Y"
               DISPLAY "THE CURRENT PERIOD IS CLOSED - NOT RECORDED"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TAX-ACCOUNTS
           MOVE STR-TAXPAY-ACCT TO WS-GLA-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT-POSTABLE
           IF WS-GLA-POSTABLE = "Y"
               MOVE STR-CASH-ACCT TO WS-GLA-CHECK-ACCT
               PERFORM CHECK-GL-ACCOUNT-POSTABLE
           END-IF
           IF WS-GLA-POSTABLE NOT = "Y"
               DISPLAY "TAX-PAY AND CASH MUST BOTH BE MAPPED TO "
                   "ACTIVE ACCOUNTS - NOT RECORDED"
               EXIT PARAGRAPH
           END-IF
           COMPUTE STR-AMOUNT = TR-TAX + TR-AMEND-TAX
           MOVE STR-AMOUNT TO STR-AMT-OUT
           DISPLAY "TAX DUE ON THE RETURN " STR-AMT-OUT
           DISPLAY "AMOUNT PAID (BLANK FOR THE AMOUNT DUE): "
               WITH NO ADVANCING
           ACCEPT STR-IN-AMOUNT-IN
           IF STR-IN-AMOUNT-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(STR-IN-AMOUNT-IN) NOT = ZERO
                   DISPLAY "AMOUNT IS NOT A NUMBER - NOT RECORDED"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE STR-AMOUNT =
                   FUNCTION NUMVAL(STR-IN-AMOUNT-IN)
           END-IF

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
           MOVE SPACES TO GJ-REF
           STRING "TAX-" STR-JURIS
               DELIMITED BY SIZE INTO GJ-REF
           MOVE "Y" TO STR-POST-OK
           MOVE STR-TODAY(1:6) TO STR-POST-PERIOD
           MOVE STR-AMOUNT TO STR-POST-AMOUNT
           MOVE STR-TAXPAY-ACCT TO STR-DR-ACCT
           MOVE STR-CASH-ACCT TO STR-CR-ACCT
           MOVE SPACES TO STR-POST-DESC
           STRING "TAX REMIT " STR-JURIS " " STR-PERIOD
               DELIMITED BY SIZE INTO STR-POST-DESC
           IF STR-POST-AMOUNT NOT = ZERO
               PERFORM WRITE-JOURNAL-PAIR
           END-IF
           CLOSE GLJRNL-FILE
           IF STR-POST-OK NOT = "Y"
               DISPLAY "JOURNAL WRITE FAILED - PAYMENT NOT RECORDED"
               EXIT PARAGRAPH
           END-IF

           MOVE TAXRET-RECORD TO WS-MA-BEFORE
           MOVE "PAID" TO TR-STATUS
           MOVE STR-TODAY TO TR-PAID-DATE
           MOVE STR-AMOUNT TO TR-PAID-AMOUNT
           MOVE WS-FH-OPERATOR-ID TO TR-PAID-OPERATOR
           MOVE TAXRET-RECORD TO STR-RET-ENTRY(STR-RET-HIT)
           PERFORM REWRITE-RETURN-FILE
           MOVE "TAXPAID" TO WS-MA-ACTION
           PERFORM AUDIT-RETURN-CHANGE
           DISPLAY "PAYMENT RECORDED FOR " STR-JURIS " " STR-PERIOD.

           EXIT PARAGRAPH.

       LIST-RETURN-STATUS.
           PERFORM LOAD-RETURN-ROWS
           IF STR-RET-COUNT = ZERO
               DISPLAY "NO SALES TAX RETURNS ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE "TAX-RETURNS" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           MOVE "SALES TAX RETURNS" TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "JUR PERIOD STATUS         TAX FILED     "
               "AMENDMENTS FILED ON"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM LIST-ONE-RETURN
               VARYING STR-RET-IDX FROM 1 BY 1
               UNTIL STR-RET-IDX > STR-RET-COUNT
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       LIST-ONE-RETURN.
           MOVE STR-RET-ENTRY(STR-RET-IDX) TO TAXRET-RECORD
           MOVE TR-TAX TO STR-AMT-OUT
           MOVE TR-AMEND-TAX TO STR-AMT2-OUT
           STRING TR-JURIS " " TR-PERIOD " " TR-STATUS
               STR-AMT-OUT STR-AMT2-OUT " " TR-FILED-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

      *STR-RET-HIT COMES BACK ON THE ROW FOR STR-JURIS AND
      *STR-PERIOD, WITH THE ROW IN TAXRET-RECORD; ZERO WHEN NONE
       FIND-RETURN-ROW.
           MOVE ZERO TO STR-RET-HIT
           PERFORM VARYING STR-RET-IDX FROM 1 BY 1
               UNTIL STR-RET-IDX > STR-RET-COUNT
               MOVE STR-RET-ENTRY(STR-RET-IDX) TO TAXRET-RECORD
               IF TR-JURIS = STR-JURIS AND TR-PERIOD = STR-PERIOD
                   MOVE STR-RET-IDX TO STR-RET-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       LOAD-RETURN-ROWS.
           MOVE ZERO TO STR-RET-COUNT
           MOVE "N" TO STR-RET-OVERFLOW
           MOVE "N" TO STR-EOF
           OPEN INPUT TAXRET-FILE
           IF WS-TAXRET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL STR-EOF = "Y"
               READ TAXRET-FILE
                   AT END
                       MOVE "Y" TO STR-EOF
                   NOT AT END
                       IF STR-RET-COUNT < 2000
                           ADD 1 TO STR-RET-COUNT
                           MOVE TAXRET-RECORD TO
                               STR-RET-ENTRY(STR-RET-COUNT)
                       ELSE
                           MOVE "Y" TO STR-RET-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAXRET-FILE.

           EXIT PARAGRAPH.

       REWRITE-RETURN-FILE.
           OPEN OUTPUT TAXRET-FILE
           IF WS-TAXRET-STATUS NOT = "00"
               MOVE "TAXRET-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-TAXRET-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING STR-RET-IDX FROM 1 BY 1
               UNTIL STR-RET-IDX > STR-RET-COUNT
               MOVE STR-RET-ENTRY(STR-RET-IDX) TO TAXRET-RECORD
               WRITE TAXRET-RECORD
           END-PERFORM
           CLOSE TAXRET-FILE.

           EXIT PARAGRAPH.

       AUDIT-RETURN-CHANGE.
           MOVE TAXRET-RECORD TO WS-MA-AFTER
           MOVE "SALES-TAX-RETURN" TO WS-MA-PROGRAM-ID
           MOVE SPACES TO WS-MA-KEY-NUM
           STRING TR-JURIS TR-PERIOD
               DELIMITED BY SIZE INTO WS-MA-KEY-NUM
           PERFORM WRITE-MAINT-AUDIT-ENTRY.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "period-check.cpy".

       COPY "gl-acct-load.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "role-check.cpy".

       COPY "lock-paragraphs.cpy".

       COPY "maint-audit-write.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
