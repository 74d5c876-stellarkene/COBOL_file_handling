      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-SERVICING.

      *====================================================
      * Stand-alone utility, also runnable as a daily
      * job-stream step: services the equipment loans booked
      * from LOAN-AMORTIZATION (loanmast.dat, with every
      * installment on loansched.dat) instead of the paper
      * card kept for each. The billing run posts the advance
      * of each newly booked loan (LOANS DR / CASH CR), bills
      * every installment falling due within the lead days
      * (15 unless told otherwise) onto the open-item ledger
      * (openitem.dat) on the loan's customer - RECEIVABLE DR,
      * the principal to LOANS CR and the interest to
      * LOAN-INT CR - and raises a late fee open item
      * (RECEIVABLE DR / LOAN-INT CR) on any billed
      * installment still unpaid past the loan's grace days.
      * Cash is taken through PAYMENT-ENTRY against the
      * installment invoice as for any other open item; the
      * receipts pass picks up what has been paid on each
      * installment and splits it interest first, then
      * principal, onto the schedule, marking the loan PAIDUP
      * when the last installment is paid. Every option runs
      * the receipts pass first so the figures are current.
      * The payoff quote gives, as of any date, the principal
      * still owed, interest due and unpaid, interest accrued
      * day by day since the last due date and unpaid late
      * fees. The portfolio report shows each loan's balance
      * outstanding, arrears, days past due and interest
      * earned to date. Journal lines carry LN and the
      * invoice (or loan) number in GJ-REF. Under nightly
      * batch the receipts pass and the billing run are made
      * with the lead days from parm 1 (two digits, blank -
      * 15). Runs under the suite interlock.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "loanmast-select.cpy".
           COPY "loansched-select.cpy".
           COPY "cust-select.cpy".
           COPY "openitem-select.cpy".
           COPY "invctl-select.cpy".
           COPY "gljrnl-select.cpy".
           COPY "coa-select.cpy".
           COPY "glmap-select.cpy".
           COPY "perctl-select.cpy".
           COPY "runlog-select.cpy".
           COPY "lock-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "loanmast-rec.cpy".
           COPY "loansched-rec.cpy".
           COPY "cust-rec.cpy".
           COPY "openitem-rec.cpy".
           COPY "invctl-rec.cpy".
           COPY "gljrnl-rec.cpy".
           COPY "coa-rec.cpy".
           COPY "glmap-rec.cpy".
           COPY "perctl-rec.cpy".
           COPY "fd-vars.cpy".
           COPY "lock-rec.cpy".

       WORKING-STORAGE SECTION.
       01  LNS-CHOICE                      PIC 9.
       01  LNS-EOF                         PIC X.
       01  LNS-SCHED-EOF                   PIC X.
       01  LNS-OK                          PIC X.
       01  LNS-NO-LOANS                    PIC X.
       01  LNS-CONFIRM                     PIC X.
       01  LNS-MODE                        PIC X.
       01  LNS-RCPT-REPORT                 PIC X.
       01  LNS-TODAY                       PIC 9(8).
       01  LNS-TODAY-INT                   PIC 9(8).
       01  LNS-PERIOD                      PIC 9(6).
       01  LNS-LEAD-IN                     PIC X(2).
       01  LNS-LEAD-DAYS                   PIC 9(2).
       01  LNS-BILL-THRU                   PIC 9(8).
       01  LNS-LATE-AFTER                  PIC 9(8).
       01  LNS-IN-LOAN                     PIC 9(6).
       01  LNS-AS-OF                       PIC 9(8).
       01  LNS-CUR-LOAN                    PIC 9(6).
       01  LNS-CUST-NAME                   PIC X(25).
       01  LNS-INVOICE                     PIC 9(8).
       01  LNS-RECV-ACCT                   PIC X(8).
       01  LNS-RECV-DESC                   PIC X(19).
       01  LNS-LOAN-ACCT                   PIC X(8).
       01  LNS-LOAN-DESC                   PIC X(19).
       01  LNS-INT-ACCT                    PIC X(8).
       01  LNS-INT-DESC                    PIC X(19).
       01  LNS-CASH-ACCT                   PIC X(8).
       01  LNS-CASH-DESC                   PIC X(19).
       01  LNS-GL-ACCT                     PIC X(8).
       01  LNS-GL-DESC                     PIC X(19).
       01  LNS-GL-DEBIT                    PIC S9(12)V99.
       01  LNS-GL-CREDIT                   PIC S9(12)V99.
       01  LNS-GL-REF                      PIC X(10).
       01  LNS-PAID                        PIC S9(12)V99.
       01  LNS-NEW-INT-PAID                PIC 9(9)V99.
       01  LNS-NEW-PRIN-PAID               PIC 9(9)V99.
       01  LNS-NEW-LATE-PAID               PIC 9(7)V99.
       01  LNS-DELTA-INT                   PIC S9(9)V99.
       01  LNS-DELTA-PRIN                  PIC S9(9)V99.
       01  LNS-DELTA-LATE                  PIC S9(9)V99.
       01  LNS-UNPAID-ROWS                 PIC 9(4).
       01  LNS-ROW-CHANGED                 PIC X.
       01  LNS-FUND-COUNT                  PIC 9(5).
       01  LNS-BILL-COUNT                  PIC 9(5).
       01  LNS-LATE-COUNT                  PIC 9(5).
       01  LNS-ITEMS-DUE                   PIC 9(5).
       01  LNS-RCPT-COUNT                  PIC 9(5).
       01  LNS-PAIDUP-COUNT                PIC 9(5).
       01  LNS-LOAN-COUNT                  PIC 9(5).
       01  LNS-FUND-TOTAL                  PIC S9(12)V99.
       01  LNS-BILL-TOTAL                  PIC S9(12)V99.
       01  LNS-LATE-TOTAL                  PIC S9(12)V99.
       01  LNS-RCPT-INT                    PIC S9(12)V99.
       01  LNS-RCPT-PRIN                   PIC S9(12)V99.
       01  LNS-RCPT-LATE                   PIC S9(12)V99.
      * Payoff and portfolio figures
       01  LNS-PRIN-PAID-TOT               PIC S9(12)V99.
       01  LNS-INT-PAID-TOT                PIC S9(12)V99.
       01  LNS-LATE-PAID-TOT               PIC S9(12)V99.
       01  LNS-UNPAID-PRIN                 PIC S9(12)V99.
       01  LNS-UNPAID-INT                  PIC S9(12)V99.
       01  LNS-UNPAID-LATE                 PIC S9(12)V99.
       01  LNS-ACCRUED-INT                 PIC S9(12)V99.
       01  LNS-PAYOFF                      PIC S9(12)V99.
       01  LNS-ARREARS                     PIC S9(12)V99.
       01  LNS-LAST-DUE                    PIC 9(8).
       01  LNS-LAST-BAL                    PIC 9(9)V99.
       01  LNS-OLDEST-DUE                  PIC 9(8).
       01  LNS-ACCRUE-DAYS                 PIC S9(5).
       01  LNS-DAYS-LATE                   PIC S9(5).
       01  LNS-TOT-BALANCE                 PIC S9(12)V99.
       01  LNS-TOT-ARREARS                 PIC S9(12)V99.
       01  LNS-TOT-INT-EARNED              PIC S9(12)V99.
       01  LNS-TOT-FEES                    PIC S9(12)V99.
       01  LNS-IN-ARREARS                  PIC 9(5).
       01  LNS-AMT-OUT                     PIC ZZ,ZZZ,ZZ9.99-.
       01  LNS-AMT2-OUT                    PIC ZZ,ZZZ,ZZ9.99-.
       01  LNS-AMT3-OUT                    PIC ZZ,ZZZ,ZZ9.99-.
       01  LNS-RATE-OUT                    PIC Z9.9999.
       01  LNS-NUM-OUT                     PIC ZZZZ9.
       01  LNS-DAYS-OUT                    PIC ZZZZ9.
      * The open items billed for loans, by invoice number
       01  LNS-OI-COUNT                    PIC 9(4).
       01  LNS-OI-ROWS                     PIC 9(5).
       01  LNS-OX                          PIC 9(4).
       01  LNS-OI-TABLE.
           05  LNS-OI-ENTRY                OCCURS 1000 TIMES.
               10  LNS-OI-INVOICE          PIC 9(8).
               10  LNS-OI-PAID             PIC S9(12)V99.
               10  LNS-OI-BALANCE          PIC S9(12)V99.
       01  LNS-FIND-INVOICE                PIC 9(8).
           COPY "gl-acct-table.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "LOAN-SERVICING" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM LOAD-GL-ACCOUNT-MAP.
           PERFORM CHECK-NIGHTLY-BATCH-MODE.

      * Billing draws invoice numbers and appends to openitem.dat
      * and gljrnl.dat, receipts rewrite the schedule - take the
      * suite interlock
           PERFORM ACQUIRE-FH-LOCK.
           IF WS-FH-LOCK-HELD NOT = "Y"
               IF WS-FH-NIGHTLY-BATCH = "Y"
                   MOVE 8 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF.

           IF WS-FH-NIGHTLY-BATCH = "Y"
               PERFORM CHECK-NIGHTLY-PARM
               MOVE WS-FH-NP-PARM1(1:2) TO LNS-LEAD-IN
               PERFORM SET-LEAD-DAYS
               MOVE "Y" TO LNS-RCPT-REPORT
               PERFORM POST-LOAN-RECEIPTS
               IF LNS-OK = "Y"
                   PERFORM RUN-LOAN-BILLING
               END-IF
      * Nothing booked yet is not a failure of the step
               IF LNS-OK NOT = "Y" AND LNS-NO-LOANS NOT = "Y"
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 9 TO LNS-CHOICE
           END-IF.

           PERFORM UNTIL LNS-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "      LOAN SERVICING       "
               DISPLAY "==========================="
               DISPLAY "1 - LOAN INQUIRY"
               DISPLAY "2 - POST RECEIPTS"
               DISPLAY "3 - BILLING RUN"
               DISPLAY "4 - PAYOFF QUOTE"
               DISPLAY "5 - PORTFOLIO REPORT"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT LNS-CHOICE

               EVALUATE LNS-CHOICE
                   WHEN 1
                       PERFORM LOAN-INQUIRY
                   WHEN 2
                       MOVE "Y" TO LNS-RCPT-REPORT
                       PERFORM POST-LOAN-RECEIPTS
                   WHEN 3
                       DISPLAY "BILL INSTALLMENTS DUE WITHIN HOW MANY "
                           "DAYS (BLANK = 15): " WITH NO ADVANCING
                       MOVE SPACES TO LNS-LEAD-IN
                       ACCEPT LNS-LEAD-IN
                       PERFORM SET-LEAD-DAYS
                       MOVE "N" TO LNS-RCPT-REPORT
                       PERFORM POST-LOAN-RECEIPTS
                       IF LNS-OK = "Y"
                           PERFORM RUN-LOAN-BILLING
                       END-IF
                   WHEN 4
                       PERFORM PAYOFF-QUOTE
                   WHEN 5
                       PERFORM PORTFOLIO-REPORT
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           MOVE "LOAN-SERVICING" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           PERFORM RELEASE-FH-LOCK.

           GOBACK.

       SET-LEAD-DAYS.
           IF LNS-LEAD-IN = SPACES
               MOVE 15 TO LNS-LEAD-DAYS
           ELSE
               IF LNS-LEAD-IN(2:1) = SPACE
                   MOVE LNS-LEAD-IN(1:1) TO LNS-LEAD-IN(2:1)
                   MOVE "0" TO LNS-LEAD-IN(1:1)
               END-IF
               IF LNS-LEAD-IN NUMERIC
                   MOVE LNS-LEAD-IN TO LNS-LEAD-DAYS
               ELSE
                   MOVE 15 TO LNS-LEAD-DAYS
               END-IF
           END-IF.

           EXIT PARAGRAPH.

      *================= INQUIRY ===============================
       LOAN-INQUIRY.
           DISPLAY "LOAN NUMBER: " WITH NO ADVANCING
           MOVE ZERO TO LNS-IN-LOAN
           ACCEPT LNS-IN-LOAN
           MOVE "N" TO LNS-RCPT-REPORT
           PERFORM POST-LOAN-RECEIPTS
           IF LNS-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-LOANS-FOR-READ
           IF LNS-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE LNS-IN-LOAN TO LN-LOAN-NUM
           READ LOANMAST-FILE
               INVALID KEY
                   DISPLAY "LOAN " LNS-IN-LOAN " NOT ON FILE"
                   PERFORM CLOSE-LOAN-FILES
                   EXIT PARAGRAPH
           END-READ
           PERFORM LOOK-UP-CUSTOMER-NAME
           MOVE LN-ANNUAL-RATE TO LNS-RATE-OUT
           MOVE LN-PRINCIPAL TO LNS-AMT-OUT
           DISPLAY "LOAN " LN-LOAN-NUM "  " LN-STATUS "  CUSTOMER "
               LN-CUST-NUM " " LNS-CUST-NAME
           DISPLAY "EQUIPMENT: " LN-DESC
           DISPLAY "PRINCIPAL " LNS-AMT-OUT "  RATE " LNS-RATE-OUT
               "%  TERM " LN-TERM-MONTHS " MONTH(S)"
           MOVE LN-PAYMENT TO LNS-AMT-OUT
           MOVE LN-LATE-FEE TO LNS-AMT2-OUT
           DISPLAY "PAYMENT   " LNS-AMT-OUT "  BOOKED " LN-BOOK-DATE
               "  GRACE " LN-GRACE-DAYS " DAY(S) LATE FEE "
               LNS-AMT2-OUT
           DISPLAY "NO  DUE      ST INVOICE         INTEREST "
               "     PRINCIPAL   INT PAID      PRIN PAID"
           MOVE LN-LOAN-NUM TO LNS-CUR-LOAN
           PERFORM START-LOAN-SCHEDULE
           PERFORM UNTIL LNS-SCHED-EOF = "Y"
               PERFORM READ-NEXT-INSTALLMENT
               IF LNS-SCHED-EOF NOT = "Y"
                   MOVE LS-INTEREST TO LNS-AMT-OUT
                   MOVE LS-PRINCIPAL TO LNS-AMT2-OUT
                   DISPLAY LS-INSTALL-NUM " " LS-DUE-DATE " "
                       LS-STATUS "  " LS-INVOICE-NUM LNS-AMT-OUT
                       LNS-AMT2-OUT
                   MOVE LS-INT-PAID TO LNS-AMT-OUT
                   MOVE LS-PRIN-PAID TO LNS-AMT2-OUT
                   DISPLAY "                      PAID "
                       LNS-AMT-OUT LNS-AMT2-OUT
                   IF LS-LATE-INVOICE NOT = ZERO
                       MOVE LS-LATE-FEE TO LNS-AMT-OUT
                       MOVE LS-LATE-PAID TO LNS-AMT2-OUT
                       DISPLAY "    LATE FEE INVOICE " LS-LATE-INVOICE
                           LNS-AMT-OUT " PAID" LNS-AMT2-OUT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM CLOSE-LOAN-FILES.

           EXIT PARAGRAPH.

      *================= RECEIPTS ==============================
      *CASH IS APPLIED TO THE INSTALLMENT'S OPEN ITEM BY
      *PAYMENT-ENTRY; WHAT HAS BEEN PAID ON IT SO FAR IS SPLIT
      *INTEREST FIRST, THE REST TO PRINCIPAL, AND ONLY THE CHANGE
      *SINCE THE LAST PASS IS REPORTED AS RECEIVED
       POST-LOAN-RECEIPTS.
           ACCEPT LNS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-LOAN-OPEN-ITEMS
           PERFORM OPEN-LOANS-FOR-UPDATE
           IF LNS-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO LNS-RCPT-COUNT
           MOVE ZERO TO LNS-PAIDUP-COUNT
           MOVE ZERO TO LNS-RCPT-INT
           MOVE ZERO TO LNS-RCPT-PRIN
           MOVE ZERO TO LNS-RCPT-LATE
           IF LNS-RCPT-REPORT = "Y"
               MOVE "LOAN-RECEIPTS" TO WS-SPOOL-NAME
               PERFORM SPOOL-OPEN-REPORT
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "LOAN RECEIPTS SPLIT - RUN " LNS-TODAY
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "LOAN   NO  INVOICE         INTEREST      "
                   "PRINCIPAL       LATE FEE"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF

           PERFORM START-LOAN-MASTER
           PERFORM UNTIL LNS-EOF = "Y"
               READ LOANMAST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO LNS-EOF
                   NOT AT END
                       IF LN-ACTIVE
                           PERFORM RECEIPTS-FOR-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-LOAN-FILES

           IF LNS-RCPT-REPORT = "Y"
               MOVE LNS-RCPT-INT TO LNS-AMT-OUT
               MOVE LNS-RCPT-PRIN TO LNS-AMT2-OUT
               MOVE LNS-RCPT-LATE TO LNS-AMT3-OUT
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "TOTAL RECEIVED   " LNS-AMT-OUT " "
                   LNS-AMT2-OUT " " LNS-AMT3-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE LNS-RCPT-COUNT TO LNS-NUM-OUT
               MOVE SPACES TO WS-SPOOL-LINE
               STRING LNS-NUM-OUT " INSTALLMENT(S) WITH NEW CASH, "
                   LNS-PAIDUP-COUNT " LOAN(S) PAID UP"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
               PERFORM SPOOL-CLOSE-REPORT
           END-IF.

           EXIT PARAGRAPH.

       RECEIPTS-FOR-ONE-LOAN.
           MOVE ZERO TO LNS-UNPAID-ROWS
           MOVE LN-LOAN-NUM TO LNS-CUR-LOAN
           PERFORM START-LOAN-SCHEDULE
           PERFORM UNTIL LNS-SCHED-EOF = "Y"
               PERFORM READ-NEXT-INSTALLMENT
               IF LNS-SCHED-EOF NOT = "Y"
                   PERFORM RECEIPTS-FOR-ONE-INSTALLMENT
                   IF NOT LS-PAID
                       ADD 1 TO LNS-UNPAID-ROWS
                   END-IF
               END-IF
           END-PERFORM
           IF LNS-UNPAID-ROWS = ZERO
               MOVE "PAIDUP" TO LN-STATUS
               REWRITE LOANMAST-RECORD
                   INVALID KEY
                       DISPLAY "LOAN " LN-LOAN-NUM " NOT UPDATED"
                   NOT INVALID KEY
                       ADD 1 TO LNS-PAIDUP-COUNT
                       IF LNS-RCPT-REPORT = "Y"
                           MOVE SPACES TO WS-SPOOL-LINE
                           STRING LN-LOAN-NUM " PAID UP"
                               DELIMITED BY SIZE INTO WS-SPOOL-LINE
                           PERFORM EMIT-REPORT-LINE
                       END-IF
               END-REWRITE
           END-IF.

           EXIT PARAGRAPH.

       RECEIPTS-FOR-ONE-INSTALLMENT.
           IF LS-INVOICE-NUM = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO LNS-ROW-CHANGED
           MOVE ZERO TO LNS-DELTA-INT
           MOVE ZERO TO LNS-DELTA-PRIN
           MOVE ZERO TO LNS-DELTA-LATE

           MOVE LS-INVOICE-NUM TO LNS-FIND-INVOICE
           PERFORM FIND-LOAN-OPEN-ITEM
           IF LNS-OX NOT = ZERO
               MOVE LNS-OI-PAID(LNS-OX) TO LNS-PAID
               IF LNS-PAID < ZERO
                   MOVE ZERO TO LNS-PAID
               END-IF
               IF LNS-PAID > LS-PAYMENT
                   MOVE LS-PAYMENT TO LNS-PAID
               END-IF
               IF LNS-PAID > LS-INTEREST
                   MOVE LS-INTEREST TO LNS-NEW-INT-PAID
               ELSE
                   MOVE LNS-PAID TO LNS-NEW-INT-PAID
               END-IF
               COMPUTE LNS-NEW-PRIN-PAID =
                   LNS-PAID - LNS-NEW-INT-PAID
               IF LNS-NEW-PRIN-PAID > LS-PRINCIPAL
                   MOVE LS-PRINCIPAL TO LNS-NEW-PRIN-PAID
               END-IF
               IF LNS-NEW-INT-PAID NOT = LS-INT-PAID OR
-                 LNS-NEW-PRIN-PAID NOT = LS-PRIN-PAID
                   COMPUTE LNS-DELTA-INT =
                       LNS-NEW-INT-PAID - LS-INT-PAID
                   COMPUTE LNS-DELTA-PRIN =
                       LNS-NEW-PRIN-PAID - LS-PRIN-PAID
                   MOVE LNS-NEW-INT-PAID TO LS-INT-PAID
                   MOVE LNS-NEW-PRIN-PAID TO LS-PRIN-PAID
                   MOVE "Y" TO LNS-ROW-CHANGED
               END-IF
           END-IF

           IF LS-LATE-INVOICE NOT = ZERO
               MOVE LS-LATE-INVOICE TO LNS-FIND-INVOICE
               PERFORM FIND-LOAN-OPEN-ITEM
               IF LNS-OX NOT = ZERO
                   MOVE LNS-OI-PAID(LNS-OX) TO LNS-PAID
                   IF LNS-PAID < ZERO
                       MOVE ZERO TO LNS-PAID
                   END-IF
                   IF LNS-PAID > LS-LATE-FEE
                       MOVE LS-LATE-FEE TO LNS-PAID
                   END-IF
                   MOVE LNS-PAID TO LNS-NEW-LATE-PAID
                   IF LNS-NEW-LATE-PAID NOT = LS-LATE-PAID
                       COMPUTE LNS-DELTA-LATE =
                           LNS-NEW-LATE-PAID - LS-LATE-PAID
                       MOVE LNS-NEW-LATE-PAID TO LS-LATE-PAID
                       MOVE "Y" TO LNS-ROW-CHANGED
                   END-IF
               END-IF
           END-IF

           IF LS-INT-PAID + LS-PRIN-PAID NOT < LS-PAYMENT
               IF NOT LS-PAID
                   MOVE "P" TO LS-STATUS
                   MOVE "Y" TO LNS-ROW-CHANGED
               END-IF
           END-IF
           IF LNS-ROW-CHANGED NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           REWRITE LOANSCHED-RECORD
               INVALID KEY
                   MOVE "LOANSCHED-FILE" TO WS-FH-ERR-FILE-NAME
                   MOVE "REWRITE" TO WS-FH-ERR-OPERATION
                   MOVE WS-LOANSCHED-STATUS TO WS-FH-ERR-STATUS
                   PERFORM REPORT-FILE-ERROR
                   EXIT PARAGRAPH
           END-REWRITE
           IF LNS-DELTA-INT = ZERO AND LNS-DELTA-PRIN = ZERO AND
-             LNS-DELTA-LATE = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LNS-RCPT-COUNT
           ADD LNS-DELTA-INT TO LNS-RCPT-INT
           ADD LNS-DELTA-PRIN TO LNS-RCPT-PRIN
           ADD LNS-DELTA-LATE TO LNS-RCPT-LATE
           IF LNS-RCPT-REPORT = "Y"
               MOVE LNS-DELTA-INT TO LNS-AMT-OUT
               MOVE LNS-DELTA-PRIN TO LNS-AMT2-OUT
               MOVE LNS-DELTA-LATE TO LNS-AMT3-OUT
               MOVE SPACES TO WS-SPOOL-LINE
               STRING LS-LOAN-NUM " " LS-INSTALL-NUM " "
                   LS-INVOICE-NUM " " LNS-AMT-OUT " " LNS-AMT2-OUT
                   " " LNS-AMT3-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

           EXIT PARAGRAPH.

      *================= BILLING ===============================
      *A COUNTING PASS FIRST SO THE RUN CAN BE REFUSED BEFORE
      *ANYTHING IS WRITTEN, THEN THE POSTING PASS DOES THE SAME
      *WALK FOR REAL
       RUN-LOAN-BILLING.
           ACCEPT LNS-TODAY FROM DATE YYYYMMDD
           MOVE LNS-TODAY(1:6) TO LNS-PERIOD
           COMPUTE LNS-TODAY-INT = FUNCTION INTEGER-OF-DATE(LNS-TODAY)
           COMPUTE LNS-BILL-THRU = FUNCTION DATE-OF-INTEGER(
               LNS-TODAY-INT + LNS-LEAD-DAYS)
           MOVE LNS-TODAY TO WS-PC-CHECK-DATE
           PERFORM CHECK-PERIOD-CLOSED
           IF WS-PC-CLOSED = "Y"
               DISPLAY "PERIOD " LNS-PERIOD " IS CLOSED - NO "
-                  "BILLING CAN BE POSTED INTO IT"
               MOVE "N" TO LNS-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LOAN-ACCOUNTS
           MOVE LNS-RECV-ACCT TO WS-GLA-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT-POSTABLE
           IF WS-GLA-POSTABLE = "Y"
               MOVE LNS-LOAN-ACCT TO WS-GLA-CHECK-ACCT
               PERFORM CHECK-GL-ACCOUNT-POSTABLE
           END-IF
           IF WS-GLA-POSTABLE = "Y"
               MOVE LNS-INT-ACCT TO WS-GLA-CHECK-ACCT
               PERFORM CHECK-GL-ACCOUNT-POSTABLE
           END-IF
           IF WS-GLA-POSTABLE = "Y"
               MOVE LNS-CASH-ACCT TO WS-GLA-CHECK-ACCT
               PERFORM CHECK-GL-ACCOUNT-POSTABLE
           END-IF
           IF WS-GLA-POSTABLE NOT = "Y"
               DISPLAY "NOTHING BILLED - MAP RECEIVABLE, LOANS, "
                   "LOAN-INT AND CASH IN CHART-OF-ACCOUNTS"
               MOVE "N" TO LNS-OK
               EXIT PARAGRAPH
           END-IF

           MOVE "C" TO LNS-MODE
           PERFORM WALK-LOANS-FOR-BILLING
           IF LNS-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF LNS-FUND-COUNT = ZERO AND LNS-ITEMS-DUE = ZERO
               DISPLAY "NOTHING TO FUND OR BILL THROUGH "
                   LNS-BILL-THRU
               EXIT PARAGRAPH
           END-IF
           IF LNS-OI-ROWS + LNS-ITEMS-DUE > 500
               DISPLAY "THE LEDGER WOULD PASS 500 OPEN ITEMS - "
-                  "NOTHING BILLED. ARCHIVE OPENITEM.DAT FIRST."
               MOVE "N" TO LNS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE LNS-FUND-COUNT TO LNS-NUM-OUT
           MOVE LNS-FUND-TOTAL TO LNS-AMT-OUT
           DISPLAY LNS-NUM-OUT " LOAN(S) TO FUND       " LNS-AMT-OUT
           MOVE LNS-BILL-COUNT TO LNS-NUM-OUT
           MOVE LNS-BILL-TOTAL TO LNS-AMT-OUT
           DISPLAY LNS-NUM-OUT " INSTALLMENT(S) TO BILL " LNS-AMT-OUT
           MOVE LNS-LATE-COUNT TO LNS-NUM-OUT
           MOVE LNS-LATE-TOTAL TO LNS-AMT-OUT
           DISPLAY LNS-NUM-OUT " LATE FEE(S) TO RAISE  " LNS-AMT-OUT
           IF WS-FH-NIGHTLY-BATCH NOT = "Y"
               DISPLAY "POST THE LOAN BILLING (Y/N)? "
                   WITH NO ADVANCING
               MOVE SPACE TO LNS-CONFIRM
               ACCEPT LNS-CONFIRM
               IF LNS-CONFIRM NOT = "Y" AND LNS-CONFIRM NOT = "y"
                   DISPLAY "NOTHING BILLED"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM OPEN-POSTING-FILES
           IF LNS-OK NOT = "Y"
               PERFORM CLOSE-POSTING-FILES
               DISPLAY "NOTHING BILLED"
               EXIT PARAGRAPH
           END-IF
           MOVE "LOAN-BILLING-RUN" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "LOAN BILLING - RUN " LNS-TODAY " THROUGH "
               LNS-BILL-THRU
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "LOAN   NO  INVOICE  CUSTOMER DUE      KIND        "
               "    AMOUNT"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "P" TO LNS-MODE
           PERFORM WALK-LOANS-FOR-BILLING
           PERFORM CLOSE-POSTING-FILES

           MOVE LNS-FUND-TOTAL TO LNS-AMT-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "FUNDED    " LNS-FUND-COUNT " " LNS-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE LNS-BILL-TOTAL TO LNS-AMT-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "BILLED    " LNS-BILL-COUNT " " LNS-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE LNS-LATE-TOTAL TO LNS-AMT-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "LATE FEES " LNS-LATE-COUNT " " LNS-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM SPOOL-CLOSE-REPORT
           DISPLAY "LOAN BILLING POSTED TO " LNS-PERIOD.

           EXIT PARAGRAPH.

       WALK-LOANS-FOR-BILLING.
           MOVE ZERO TO LNS-FUND-COUNT
           MOVE ZERO TO LNS-BILL-COUNT
           MOVE ZERO TO LNS-LATE-COUNT
           MOVE ZERO TO LNS-ITEMS-DUE
           MOVE ZERO TO LNS-FUND-TOTAL
           MOVE ZERO TO LNS-BILL-TOTAL
           MOVE ZERO TO LNS-LATE-TOTAL
           IF LNS-MODE = "C"
               PERFORM OPEN-LOANS-FOR-READ
           ELSE
               PERFORM OPEN-LOANS-FOR-UPDATE
           END-IF
           IF LNS-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM START-LOAN-MASTER
           PERFORM UNTIL LNS-EOF = "Y"
               READ LOANMAST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO LNS-EOF
                   NOT AT END
                       IF LN-BOOKED
                           PERFORM FUND-ONE-LOAN
                       END-IF
                       IF LN-ACTIVE
                           PERFORM BILL-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-LOAN-FILES.

           EXIT PARAGRAPH.

      *THE ADVANCE IS POSTED ONCE, THE FIRST RUN AFTER BOOKING;
      *THE LOAN IS THEN LIVE AND ITS INSTALLMENTS BILL
       FUND-ONE-LOAN.
           ADD 1 TO LNS-FUND-COUNT
           ADD LN-PRINCIPAL TO LNS-FUND-TOTAL
           IF LNS-MODE = "C"
               PERFORM BILL-ONE-LOAN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LNS-GL-REF
           STRING "LN" LN-LOAN-NUM DELIMITED BY SIZE INTO LNS-GL-REF
           MOVE LNS-LOAN-ACCT TO LNS-GL-ACCT
           MOVE LNS-LOAN-DESC TO LNS-GL-DESC
           MOVE LN-PRINCIPAL TO LNS-GL-DEBIT
           MOVE ZERO TO LNS-GL-CREDIT
           PERFORM POST-ONE-GL-LINE
           MOVE LNS-CASH-ACCT TO LNS-GL-ACCT
           MOVE LNS-CASH-DESC TO LNS-GL-DESC
           MOVE ZERO TO LNS-GL-DEBIT
           MOVE LN-PRINCIPAL TO LNS-GL-CREDIT
           PERFORM POST-ONE-GL-LINE
           MOVE "ACTIVE" TO LN-STATUS
           MOVE LNS-TODAY TO LN-FUNDED-DATE
           REWRITE LOANMAST-RECORD
               INVALID KEY
                   DISPLAY "LOAN " LN-LOAN-NUM " NOT UPDATED"
           END-REWRITE
           MOVE LN-PRINCIPAL TO LNS-AMT-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING LN-LOAN-NUM "              " LN-CUST-NUM " "
               LN-BOOK-DATE " FUNDED      " LNS-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

       BILL-ONE-LOAN.
           MOVE LN-LOAN-NUM TO LNS-CUR-LOAN
           PERFORM START-LOAN-SCHEDULE
           PERFORM UNTIL LNS-SCHED-EOF = "Y"
               PERFORM READ-NEXT-INSTALLMENT
               IF LNS-SCHED-EOF NOT = "Y"
                   IF LS-SCHEDULED AND LS-DUE-DATE NOT > LNS-BILL-THRU
                       PERFORM BILL-ONE-INSTALLMENT
                   ELSE
                       PERFORM CHECK-ONE-LATE-FEE
                   END-IF
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

      *THE ITEM FALLS DUE ON THE INSTALLMENT'S OWN DUE DATE SO
      *AGING, DUNNING AND THE LATE FEE ALL RUN FROM IT
       BILL-ONE-INSTALLMENT.
           ADD 1 TO LNS-BILL-COUNT
           ADD 1 TO LNS-ITEMS-DUE
           ADD LS-PAYMENT TO LNS-BILL-TOTAL
           IF LNS-MODE = "C"
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-NEXT-INVOICE-NUMBER
           MOVE WS-NEXT-INVOICE-NUM TO LNS-INVOICE
           INITIALIZE OPENITEM-RECORD
           MOVE LNS-INVOICE TO OI-INVOICE-NUM
           MOVE LN-CUST-NUM TO OI-CUST-NUM
           MOVE LNS-TODAY TO OI-INV-DATE
           MOVE LS-PAYMENT TO OI-ORIG-AMT
           MOVE ZERO TO OI-PAID-AMT
           MOVE LS-PAYMENT TO OI-BALANCE
           MOVE "OPEN" TO OI-STATUS
           MOVE LS-DUE-DATE TO OI-DUE-DATE
           WRITE OPENITEM-RECORD
           IF WS-OPENITEM-STATUS NOT = "00"
               MOVE "OPENITEM-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "WRITE" TO WS-FH-ERR-OPERATION
               MOVE WS-OPENITEM-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE LNS-INVOICE TO LS-INVOICE-NUM
           MOVE LNS-TODAY TO LS-BILL-DATE
           MOVE "B" TO LS-STATUS
           REWRITE LOANSCHED-RECORD
               INVALID KEY
                   MOVE "LOANSCHED-FILE" TO WS-FH-ERR-FILE-NAME
                   MOVE "REWRITE" TO WS-FH-ERR-OPERATION
                   MOVE WS-LOANSCHED-STATUS TO WS-FH-ERR-STATUS
                   PERFORM REPORT-FILE-ERROR
           END-REWRITE

           MOVE SPACES TO LNS-GL-REF
           STRING "LN" LNS-INVOICE DELIMITED BY SIZE INTO LNS-GL-REF
           MOVE LNS-RECV-ACCT TO LNS-GL-ACCT
           MOVE LNS-RECV-DESC TO LNS-GL-DESC
           MOVE LS-PAYMENT TO LNS-GL-DEBIT
           MOVE ZERO TO LNS-GL-CREDIT
           PERFORM POST-ONE-GL-LINE
           MOVE LNS-LOAN-ACCT TO LNS-GL-ACCT
           MOVE LNS-LOAN-DESC TO LNS-GL-DESC
           MOVE ZERO TO LNS-GL-DEBIT
           MOVE LS-PRINCIPAL TO LNS-GL-CREDIT
           PERFORM POST-ONE-GL-LINE
           MOVE LNS-INT-ACCT TO LNS-GL-ACCT
           MOVE LNS-INT-DESC TO LNS-GL-DESC
           MOVE ZERO TO LNS-GL-DEBIT
           MOVE LS-INTEREST TO LNS-GL-CREDIT
           PERFORM POST-ONE-GL-LINE

           MOVE LS-PAYMENT TO LNS-AMT-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING LS-LOAN-NUM " " LS-INSTALL-NUM " " LNS-INVOICE " "
               LN-CUST-NUM " " LS-DUE-DATE " INSTALLMENT " LNS-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

      *ONE LATE FEE PER INSTALLMENT, ONCE IT IS STILL OWING AFTER
      *THE GRACE DAYS - THE RECEIPTS PASS HAS JUST RUN, SO THE
      *OPEN-ITEM BALANCE IS TODAY'S
       CHECK-ONE-LATE-FEE.
           IF NOT LS-BILLED OR LS-LATE-INVOICE NOT = ZERO OR
-             LN-LATE-FEE = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE LNS-LATE-AFTER = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(LS-DUE-DATE) + LN-GRACE-DAYS)
           IF LNS-LATE-AFTER NOT < LNS-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE LS-INVOICE-NUM TO LNS-FIND-INVOICE
           PERFORM FIND-LOAN-OPEN-ITEM
           IF LNS-OX = ZERO
               EXIT PARAGRAPH
           END-IF
           IF LNS-OI-BALANCE(LNS-OX) NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LNS-LATE-COUNT
           ADD 1 TO LNS-ITEMS-DUE
           ADD LN-LATE-FEE TO LNS-LATE-TOTAL
           IF LNS-MODE = "C"
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-NEXT-INVOICE-NUMBER
           MOVE WS-NEXT-INVOICE-NUM TO LNS-INVOICE
           INITIALIZE OPENITEM-RECORD
           MOVE LNS-INVOICE TO OI-INVOICE-NUM
           MOVE LN-CUST-NUM TO OI-CUST-NUM
           MOVE LNS-TODAY TO OI-INV-DATE
           MOVE LN-LATE-FEE TO OI-ORIG-AMT
           MOVE ZERO TO OI-PAID-AMT
           MOVE LN-LATE-FEE TO OI-BALANCE
           MOVE "OPEN" TO OI-STATUS
           MOVE LNS-TODAY TO OI-DUE-DATE
           WRITE OPENITEM-RECORD
           IF WS-OPENITEM-STATUS NOT = "00"
               MOVE "OPENITEM-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "WRITE" TO WS-FH-ERR-OPERATION
               MOVE WS-OPENITEM-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE LNS-INVOICE TO LS-LATE-INVOICE
           MOVE LN-LATE-FEE TO LS-LATE-FEE
           MOVE ZERO TO LS-LATE-PAID
           REWRITE LOANSCHED-RECORD
               INVALID KEY
                   MOVE "LOANSCHED-FILE" TO WS-FH-ERR-FILE-NAME
                   MOVE "REWRITE" TO WS-FH-ERR-OPERATION
                   MOVE WS-LOANSCHED-STATUS TO WS-FH-ERR-STATUS
                   PERFORM REPORT-FILE-ERROR
           END-REWRITE

           MOVE SPACES TO LNS-GL-REF
           STRING "LN" LNS-INVOICE DELIMITED BY SIZE INTO LNS-GL-REF
           MOVE LNS-RECV-ACCT TO LNS-GL-ACCT
           MOVE LNS-RECV-DESC TO LNS-GL-DESC
           MOVE LN-LATE-FEE TO LNS-GL-DEBIT
           MOVE ZERO TO LNS-GL-CREDIT
           PERFORM POST-ONE-GL-LINE
           MOVE LNS-INT-ACCT TO LNS-GL-ACCT
           MOVE LNS-INT-DESC TO LNS-GL-DESC
           MOVE ZERO TO LNS-GL-DEBIT
           MOVE LN-LATE-FEE TO LNS-GL-CREDIT
           PERFORM POST-ONE-GL-LINE

           MOVE LN-LATE-FEE TO LNS-AMT-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING LS-LOAN-NUM " " LS-INSTALL-NUM " " LNS-INVOICE " "
               LN-CUST-NUM " " LNS-TODAY " LATE FEE    " LNS-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

       POST-ONE-GL-LINE.
           IF LNS-GL-DEBIT = ZERO AND LNS-GL-CREDIT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO GJ-SOURCE
           MOVE LNS-GL-REF TO GJ-REF
           MOVE LNS-PERIOD TO GJ-PERIOD
           MOVE LNS-GL-ACCT TO GJ-ACCOUNT
           MOVE LNS-GL-DESC TO GJ-DESC
           MOVE LNS-GL-DEBIT TO GJ-DEBIT
           MOVE LNS-GL-CREDIT TO GJ-CREDIT
           WRITE GLJRNL-RECORD
           IF WS-GLJRNL-STATUS NOT = "00"
               MOVE "GLJRNL-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "WRITE" TO WS-FH-ERR-OPERATION
               MOVE WS-GLJRNL-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           END-IF.

           EXIT PARAGRAPH.

       FIND-LOAN-ACCOUNTS.
           MOVE SPACES TO LNS-RECV-ACCT
           MOVE SPACES TO LNS-LOAN-ACCT
           MOVE SPACES TO LNS-INT-ACCT
           MOVE SPACES TO LNS-CASH-ACCT
           PERFORM VARYING WS-GLA-IDX FROM 1 BY 1
               UNTIL WS-GLA-IDX > WS-GLA-TABLE-COUNT
               EVALUATE WS-GLA-PURPOSE(WS-GLA-IDX)
                   WHEN "RECEIVABLE"
                       MOVE WS-GLA-ACCOUNT(WS-GLA-IDX)
                           TO LNS-RECV-ACCT
                       MOVE WS-GLA-DESC(WS-GLA-IDX) TO LNS-RECV-DESC
                   WHEN "LOANS"
                       MOVE WS-GLA-ACCOUNT(WS-GLA-IDX)
                           TO LNS-LOAN-ACCT
                       MOVE WS-GLA-DESC(WS-GLA-IDX) TO LNS-LOAN-DESC
                   WHEN "LOAN-INT"
                       MOVE WS-GLA-ACCOUNT(WS-GLA-IDX) TO LNS-INT-ACCT
                       MOVE WS-GLA-DESC(WS-GLA-IDX) TO LNS-INT-DESC
                   WHEN "CASH"
                       MOVE WS-GLA-ACCOUNT(WS-GLA-IDX)
                           TO LNS-CASH-ACCT
                       MOVE WS-GLA-DESC(WS-GLA-IDX) TO LNS-CASH-DESC
               END-EVALUATE
           END-PERFORM.

           EXIT PARAGRAPH.

       OPEN-POSTING-FILES.
           MOVE "Y" TO LNS-OK
           OPEN EXTEND OPENITEM-FILE
           IF WS-OPENITEM-STATUS = "35"
               OPEN OUTPUT OPENITEM-FILE
           END-IF
           IF WS-OPENITEM-STATUS NOT = "00" AND NOT = "05"
               MOVE "OPENITEM-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE WS-OPENITEM-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-POSTING-OPEN-ERROR
           END-IF
           OPEN EXTEND GLJRNL-FILE
           IF WS-GLJRNL-STATUS = "35"
               OPEN OUTPUT GLJRNL-FILE
           END-IF
           IF WS-GLJRNL-STATUS NOT = "00" AND NOT = "05"
               MOVE "GLJRNL-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE WS-GLJRNL-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-POSTING-OPEN-ERROR
           END-IF.

           EXIT PARAGRAPH.

       REPORT-POSTING-OPEN-ERROR.
           MOVE "OPEN" TO WS-FH-ERR-OPERATION
           PERFORM REPORT-FILE-ERROR
           MOVE "N" TO LNS-OK.

           EXIT PARAGRAPH.

       CLOSE-POSTING-FILES.
           CLOSE OPENITEM-FILE
           CLOSE GLJRNL-FILE.

           EXIT PARAGRAPH.

      *================= PAYOFF QUOTE ==========================
      *PRINCIPAL NOT YET PAID, INTEREST ON INSTALLMENTS DUE BY
      *THE QUOTE DATE AND NOT PAID, INTEREST ACCRUED DAY BY DAY
      *(ACTUAL/365) ON THE SCHEDULED BALANCE SINCE THE LAST DUE
      *DATE, AND LATE FEES NOT PAID
       PAYOFF-QUOTE.
           DISPLAY "LOAN NUMBER: " WITH NO ADVANCING
           MOVE ZERO TO LNS-IN-LOAN
           ACCEPT LNS-IN-LOAN
           DISPLAY "QUOTE AS OF (YYYYMMDD, 0 = TODAY): "
               WITH NO ADVANCING
           MOVE ZERO TO LNS-AS-OF
           ACCEPT LNS-AS-OF
           ACCEPT LNS-TODAY FROM DATE YYYYMMDD
           IF LNS-AS-OF = ZERO
               MOVE LNS-TODAY TO LNS-AS-OF
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(LNS-AS-OF) NOT = ZERO
               DISPLAY "NOT A VALID DATE"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO LNS-RCPT-REPORT
           PERFORM POST-LOAN-RECEIPTS
           IF LNS-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-LOANS-FOR-READ
           IF LNS-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE LNS-IN-LOAN TO LN-LOAN-NUM
           READ LOANMAST-FILE
               INVALID KEY
                   DISPLAY "LOAN " LNS-IN-LOAN " NOT ON FILE"
                   PERFORM CLOSE-LOAN-FILES
                   EXIT PARAGRAPH
           END-READ
           IF LN-PAID-UP
               DISPLAY "LOAN " LNS-IN-LOAN " IS PAID UP - NOTHING OWED"
               PERFORM CLOSE-LOAN-FILES
               EXIT PARAGRAPH
           END-IF
           IF LNS-AS-OF < LN-BOOK-DATE
               DISPLAY "QUOTE DATE IS BEFORE THE LOAN WAS BOOKED ON "
                   LN-BOOK-DATE
               PERFORM CLOSE-LOAN-FILES
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOK-UP-CUSTOMER-NAME
           PERFORM TOTAL-ONE-LOAN
           PERFORM CLOSE-LOAN-FILES

           MOVE ZERO TO LNS-ACCRUED-INT
           COMPUTE LNS-ACCRUE-DAYS =
               FUNCTION INTEGER-OF-DATE(LNS-AS-OF) -
               FUNCTION INTEGER-OF-DATE(LNS-LAST-DUE)
           IF LNS-ACCRUE-DAYS > ZERO
               COMPUTE LNS-ACCRUED-INT ROUNDED = LNS-LAST-BAL *
                   LN-ANNUAL-RATE / 100 * LNS-ACCRUE-DAYS / 365
           END-IF
           COMPUTE LNS-PAYOFF = LNS-UNPAID-PRIN + LNS-UNPAID-INT
               + LNS-ACCRUED-INT + LNS-UNPAID-LATE

           MOVE "LOAN-PAYOFF" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "PAYOFF QUOTE - LOAN " LN-LOAN-NUM " AS OF "
               LNS-AS-OF
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "CUSTOMER " LN-CUST-NUM " " LNS-CUST-NAME
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE LNS-UNPAID-PRIN TO LNS-AMT-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "PRINCIPAL OUTSTANDING      " LNS-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE LNS-UNPAID-INT TO LNS-AMT-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "INTEREST DUE AND UNPAID    " LNS-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE LNS-ACCRUED-INT TO LNS-AMT-OUT
           MOVE LNS-ACCRUE-DAYS TO LNS-DAYS-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "INTEREST ACCRUED           " LNS-AMT-OUT
               " (" LNS-DAYS-OUT " DAY(S) FROM " LNS-LAST-DUE ")"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE LNS-UNPAID-LATE TO LNS-AMT-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "LATE FEES UNPAID           " LNS-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE LNS-PAYOFF TO LNS-AMT-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "PAYOFF AMOUNT              " LNS-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

      *================= PORTFOLIO =============================
      *BALANCE IS PRINCIPAL NOT YET PAID; ARREARS IS WHAT HAS BEEN
      *BILLED, HAS FALLEN DUE AND IS STILL OWED, LATE FEES WITH IT;
      *INTEREST EARNED IS THE INTEREST RECEIVED TO DATE
       PORTFOLIO-REPORT.
           ACCEPT LNS-TODAY FROM DATE YYYYMMDD
           MOVE LNS-TODAY TO LNS-AS-OF
           MOVE "N" TO LNS-RCPT-REPORT
           PERFORM POST-LOAN-RECEIPTS
           IF LNS-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-LOANS-FOR-READ
           IF LNS-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           COMPUTE LNS-TODAY-INT = FUNCTION INTEGER-OF-DATE(LNS-TODAY)
           MOVE ZERO TO LNS-LOAN-COUNT
           MOVE ZERO TO LNS-IN-ARREARS
           MOVE ZERO TO LNS-TOT-BALANCE
           MOVE ZERO TO LNS-TOT-ARREARS
           MOVE ZERO TO LNS-TOT-INT-EARNED
           MOVE ZERO TO LNS-TOT-FEES
           MOVE "LOAN-PORTFOLIO" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "LOAN PORTFOLIO - AS OF " LNS-TODAY
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "LOAN   CUSTOMER STATUS        BALANCE        ARREARS"
               "  DAYS  INT EARNED"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM START-LOAN-MASTER
           PERFORM UNTIL LNS-EOF = "Y"
               READ LOANMAST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO LNS-EOF
                   NOT AT END
                       PERFORM PORTFOLIO-ONE-LOAN
               END-READ
           END-PERFORM
           PERFORM CLOSE-LOAN-FILES

           MOVE LNS-TOT-BALANCE TO LNS-AMT-OUT
           MOVE LNS-TOT-ARREARS TO LNS-AMT2-OUT
           MOVE LNS-TOT-INT-EARNED TO LNS-AMT3-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "TOTAL                 " LNS-AMT-OUT " "
               LNS-AMT2-OUT "       " LNS-AMT3-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE LNS-TOT-FEES TO LNS-AMT-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING LNS-LOAN-COUNT " LOAN(S), " LNS-IN-ARREARS
               " IN ARREARS, LATE FEES COLLECTED " LNS-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       PORTFOLIO-ONE-LOAN.
           ADD 1 TO LNS-LOAN-COUNT
           PERFORM TOTAL-ONE-LOAN
           MOVE ZERO TO LNS-DAYS-LATE
           IF LNS-OLDEST-DUE NOT = ZERO
               COMPUTE LNS-DAYS-LATE = LNS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(LNS-OLDEST-DUE)
           END-IF
           IF LNS-ARREARS > ZERO
               ADD 1 TO LNS-IN-ARREARS
           END-IF
           ADD LNS-UNPAID-PRIN TO LNS-TOT-BALANCE
           ADD LNS-ARREARS TO LNS-TOT-ARREARS
           ADD LNS-INT-PAID-TOT TO LNS-TOT-INT-EARNED
           ADD LNS-LATE-PAID-TOT TO LNS-TOT-FEES
           MOVE LNS-UNPAID-PRIN TO LNS-AMT-OUT
           MOVE LNS-ARREARS TO LNS-AMT2-OUT
           MOVE LNS-INT-PAID-TOT TO LNS-AMT3-OUT
           MOVE LNS-DAYS-LATE TO LNS-DAYS-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING LN-LOAN-NUM " " LN-CUST-NUM " " LN-STATUS " "
               LNS-AMT-OUT " " LNS-AMT2-OUT " " LNS-DAYS-OUT " "
               LNS-AMT3-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

      *ONE WALK OF A LOAN'S SCHEDULE FOR THE PAYOFF QUOTE AND THE
      *PORTFOLIO - LNS-AS-OF DECIDES WHAT HAS FALLEN DUE
       TOTAL-ONE-LOAN.
           MOVE ZERO TO LNS-PRIN-PAID-TOT
           MOVE ZERO TO LNS-INT-PAID-TOT
           MOVE ZERO TO LNS-LATE-PAID-TOT
           MOVE ZERO TO LNS-UNPAID-INT
           MOVE ZERO TO LNS-UNPAID-LATE
           MOVE ZERO TO LNS-ARREARS
           MOVE ZERO TO LNS-OLDEST-DUE
           MOVE LN-BOOK-DATE TO LNS-LAST-DUE
           MOVE LN-PRINCIPAL TO LNS-LAST-BAL
           MOVE LN-LOAN-NUM TO LNS-CUR-LOAN
           PERFORM START-LOAN-SCHEDULE
           PERFORM UNTIL LNS-SCHED-EOF = "Y"
               PERFORM READ-NEXT-INSTALLMENT
               IF LNS-SCHED-EOF NOT = "Y"
                   PERFORM TOTAL-ONE-INSTALLMENT
               END-IF
           END-PERFORM
           COMPUTE LNS-UNPAID-PRIN = LN-PRINCIPAL - LNS-PRIN-PAID-TOT.

           EXIT PARAGRAPH.

       TOTAL-ONE-INSTALLMENT.
           ADD LS-PRIN-PAID TO LNS-PRIN-PAID-TOT
           ADD LS-INT-PAID TO LNS-INT-PAID-TOT
           ADD LS-LATE-PAID TO LNS-LATE-PAID-TOT
           COMPUTE LNS-UNPAID-LATE = LNS-UNPAID-LATE
               + LS-LATE-FEE - LS-LATE-PAID
           IF LS-DUE-DATE NOT > LNS-AS-OF
               COMPUTE LNS-UNPAID-INT = LNS-UNPAID-INT
                   + LS-INTEREST - LS-INT-PAID
               MOVE LS-DUE-DATE TO LNS-LAST-DUE
               MOVE LS-BALANCE TO LNS-LAST-BAL
           END-IF
           IF LS-BILLED AND LS-DUE-DATE < LNS-AS-OF
               COMPUTE LNS-ARREARS = LNS-ARREARS + LS-PAYMENT
                   - LS-INT-PAID - LS-PRIN-PAID
               IF LNS-OLDEST-DUE = ZERO
                   MOVE LS-DUE-DATE TO LNS-OLDEST-DUE
               END-IF
           END-IF
           IF LS-LATE-INVOICE NOT = ZERO
               COMPUTE LNS-ARREARS = LNS-ARREARS
                   + LS-LATE-FEE - LS-LATE-PAID
           END-IF.

           EXIT PARAGRAPH.

      *================= SHARED ================================
      *EVERY OPEN ITEM, PAID OR NOT, BY INVOICE NUMBER - THE
      *INSTALLMENT AND LATE FEE ITEMS ARE FOUND IN IT BY NUMBER,
      *AND THE ROW COUNT GUARDS THE 500-ITEM LEDGER
       LOAD-LOAN-OPEN-ITEMS.
           MOVE ZERO TO LNS-OI-COUNT
           MOVE ZERO TO LNS-OI-ROWS
           MOVE "N" TO LNS-EOF
           OPEN INPUT OPENITEM-FILE
           IF WS-OPENITEM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LNS-EOF = "Y"
               READ OPENITEM-FILE
                   AT END
                       MOVE "Y" TO LNS-EOF
                   NOT AT END
                       ADD 1 TO LNS-OI-ROWS
                       PERFORM NORMALIZE-OPENITEM-RECORD
                       IF LNS-OI-COUNT < 1000
                           ADD 1 TO LNS-OI-COUNT
                           MOVE OI-INVOICE-NUM
                               TO LNS-OI-INVOICE(LNS-OI-COUNT)
                           MOVE OI-PAID-AMT
                               TO LNS-OI-PAID(LNS-OI-COUNT)
                           MOVE OI-BALANCE
                               TO LNS-OI-BALANCE(LNS-OI-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPENITEM-FILE.

           EXIT PARAGRAPH.

       FIND-LOAN-OPEN-ITEM.
           PERFORM VARYING LNS-OX FROM 1 BY 1
               UNTIL LNS-OX > LNS-OI-COUNT
               IF LNS-OI-INVOICE(LNS-OX) = LNS-FIND-INVOICE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LNS-OX > LNS-OI-COUNT
               MOVE ZERO TO LNS-OX
           END-IF.

           EXIT PARAGRAPH.

       START-LOAN-MASTER.
           MOVE "N" TO LNS-EOF
           MOVE ZERO TO LN-LOAN-NUM
           START LOANMAST-FILE KEY IS NOT LESS THAN LN-LOAN-NUM
               INVALID KEY
                   MOVE "Y" TO LNS-EOF
           END-START.

           EXIT PARAGRAPH.

       START-LOAN-SCHEDULE.
           MOVE "N" TO LNS-SCHED-EOF
           MOVE LNS-CUR-LOAN TO LS-LOAN-NUM
           MOVE ZERO TO LS-INSTALL-NUM
           START LOANSCHED-FILE KEY IS NOT LESS THAN LS-KEY
               INVALID KEY
                   MOVE "Y" TO LNS-SCHED-EOF
           END-START.

           EXIT PARAGRAPH.

       READ-NEXT-INSTALLMENT.
           READ LOANSCHED-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LNS-SCHED-EOF
               NOT AT END
                   IF LS-LOAN-NUM NOT = LNS-CUR-LOAN
                       MOVE "Y" TO LNS-SCHED-EOF
                   END-IF
           END-READ.

           EXIT PARAGRAPH.

       LOOK-UP-CUSTOMER-NAME.
           MOVE SPACES TO LNS-CUST-NAME
           OPEN INPUT CUST-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LN-CUST-NUM TO CU-CUST-NUM
           READ CUST-FILE
               INVALID KEY
                   MOVE "NOT ON CUSTOMER MASTER" TO LNS-CUST-NAME
               NOT INVALID KEY
                   MOVE CU-CUST-NAME TO LNS-CUST-NAME
           END-READ
           CLOSE CUST-FILE.

           EXIT PARAGRAPH.

      *NO LOAN FILES YET JUST MEANS NOTHING HAS BEEN BOOKED
       OPEN-LOANS-FOR-READ.
           MOVE "Y" TO LNS-OK
           MOVE "N" TO LNS-NO-LOANS
           OPEN INPUT LOANMAST-FILE
           IF WS-LOANMAST-STATUS = "35"
               DISPLAY "NO LOANS ON FILE - BOOK ONE FROM "
                   "LOAN-AMORTIZATION"
               MOVE "Y" TO LNS-NO-LOANS
               MOVE "N" TO LNS-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-LOANMAST-STATUS NOT = "00"
               MOVE "LOANMAST-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-LOANMAST-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               MOVE "N" TO LNS-OK
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LOANSCHED-FILE
           IF WS-LOANSCHED-STATUS NOT = "00"
               MOVE "LOANSCHED-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-LOANSCHED-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               CLOSE LOANMAST-FILE
               MOVE "N" TO LNS-OK
           END-IF.

           EXIT PARAGRAPH.

       OPEN-LOANS-FOR-UPDATE.
           MOVE "Y" TO LNS-OK
           MOVE "N" TO LNS-NO-LOANS
           OPEN I-O LOANMAST-FILE
           IF WS-LOANMAST-STATUS = "35"
               DISPLAY "NO LOANS ON FILE - BOOK ONE FROM "
                   "LOAN-AMORTIZATION"
               MOVE "Y" TO LNS-NO-LOANS
               MOVE "N" TO LNS-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-LOANMAST-STATUS NOT = "00"
               MOVE "LOANMAST-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-LOANMAST-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               MOVE "N" TO LNS-OK
               EXIT PARAGRAPH
           END-IF
           OPEN I-O LOANSCHED-FILE
           IF WS-LOANSCHED-STATUS NOT = "00"
               MOVE "LOANSCHED-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-LOANSCHED-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               CLOSE LOANMAST-FILE
               MOVE "N" TO LNS-OK
           END-IF.

           EXIT PARAGRAPH.

       CLOSE-LOAN-FILES.
           CLOSE LOANMAST-FILE
           CLOSE LOANSCHED-FILE.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "openitem-normalize.cpy".

       COPY "invoice-next.cpy".

       COPY "period-check.cpy".

       COPY "gl-acct-load.cpy".

       COPY "batch-mode-check.cpy".

       COPY "nightly-parm-check.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "lock-paragraphs.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
