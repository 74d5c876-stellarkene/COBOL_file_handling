      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-FLOW-FORECAST.

      *====================================================
      * Stand-alone utility: the weekly cash-flow forecast
      * treasury asks for every Friday - eight weeks from
      * today, each with expected receipts, expected
      * outflows and a running projected balance from the
      * opening cash the operator keys in.
      * Receipts are the open balances on openitem.dat, each
      * expected on its due date (invoice date when the row
      * carries none) moved by the customer's own average
      * days late - or early - over every payment on
      * arpay.dat. Outflows are the open PO lines on
      * openpo.dat, quantity still to come times the agreed
      * price on the line (the product master's unit cost for
      * lines raised before the price was kept), on the
      * line's expected date; and the net commission payable
      * on the payroll export (sel8_payroll.dat) for every
      * payroll period whose payout has not yet reached the
      * journal, on the next payout date. Anything overdue
      * falls in the first week; anything past the eighth
      * week is shown on a line of its own. Written to the
      * report spool. Run on demand from the command line; it
      * is not wired into FH-MAIN-MENU since it is a
      * reporting tool, not a calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "openitem-select.cpy".
           COPY "arpay-select.cpy".
           COPY "openpo-select.cpy".
           COPY "prod-select.cpy".
           COPY "sel8pay-select.cpy".
           COPY "gljrnl-select.cpy".
           COPY "coa-select.cpy".
           COPY "glmap-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "openitem-rec.cpy".
           COPY "arpay-rec.cpy".
           COPY "openpo-rec.cpy".
           COPY "prod-rec.cpy".
           COPY "sel8pay-rec.cpy".
           COPY "gljrnl-rec.cpy".
           COPY "coa-rec.cpy".
           COPY "glmap-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  CFF-EOF                         PIC X.
       01  CFF-FOUND                       PIC X.
       01  CFF-TODAY                       PIC 9(8).
       01  CFF-TODAY-PARTS REDEFINES CFF-TODAY.
           05  CFF-TODAY-YEAR              PIC 9(4).
           05  CFF-TODAY-MONTH             PIC 99.
           05  CFF-TODAY-DAY               PIC 99.
       01  CFF-TODAY-INT                   PIC S9(9).
       01  CFF-PAYOUT-DATE                 PIC 9(8).
       01  CFF-PAYOUT-PARTS REDEFINES CFF-PAYOUT-DATE.
           05  CFF-PAYOUT-YEAR             PIC 9(4).
           05  CFF-PAYOUT-MONTH            PIC 99.
           05  CFF-PAYOUT-DAY              PIC 99.
       01  CFF-IN-DATE                     PIC X(8).
       01  CFF-IN-AMOUNT-IN                PIC X(15).
       01  CFF-OPENING                     PIC S9(12)V99.
       01  CFF-BALANCE                     PIC S9(12)V99.
       01  CFF-NET                         PIC S9(12)V99.
       01  CFF-AMOUNT                      PIC S9(12)V99.
       01  CFF-QTY                         PIC S9(5)V99.
       01  CFF-DATE                        PIC 9(8).
       01  CFF-DATE-INT                    PIC S9(9).
       01  CFF-DAYS                        PIC S9(5).
       01  CFF-WEEK                        PIC 99.
       01  CFF-WK-IDX                      PIC 99.
       01  CFF-PAST-DUE                    PIC S9(12)V99 VALUE 0.
       01  CFF-NO-COST-COUNT               PIC 9(5) VALUE 0.
       01  CFF-OPEN-ITEMS                  PIC 9(5) VALUE 0.
       01  CFF-OPEN-PO-LINES               PIC 9(5) VALUE 0.
       01  CFF-PAYROLL-ROWS                PIC 9(5) VALUE 0.
       01  CFF-OI-IDX                      PIC 9(3).
       01  CFF-COMM-PAY-ACCT               PIC X(8).
      *WEEKS 1-8 FROM TODAY; SLOT 9 IS EVERYTHING LATER
       01  CFF-WEEK-TABLE.
           05  CFF-WK-ENTRY                OCCURS 9 TIMES.
               10  CFF-WK-RECEIPTS         PIC S9(12)V99.
               10  CFF-WK-PURCHASES        PIC S9(12)V99.
               10  CFF-WK-COMMISSION       PIC S9(12)V99.
       01  CFF-CUS-IDX                     PIC 9(3).
       01  CFF-CUS-COUNT                   PIC 9(3) VALUE 0.
       01  CFF-CUS-TABLE.
           05  CFF-CUS-ENTRY               OCCURS 500 TIMES.
               10  CFF-CUS-NUM             PIC X(8).
               10  CFF-CUS-LATE-SUM        PIC S9(9).
               10  CFF-CUS-PAYS            PIC 9(5).
       01  CFF-CUS-AVG-LATE                PIC S9(5).
       01  CFF-PAID-IDX                    PIC 9(3).
       01  CFF-PAID-COUNT                  PIC 9(3) VALUE 0.
       01  CFF-PAID-TABLE.
           05  CFF-PAID-PERIOD             PIC 9(6) OCCURS 300 TIMES.
       01  CFF-WK-START                    PIC 9(8).
       01  CFF-REC-OUT                     PIC ZZZ,ZZZ,ZZ9-.
       01  CFF-PUR-OUT                     PIC ZZZ,ZZZ,ZZ9-.
       01  CFF-COM-OUT                     PIC ZZZ,ZZZ,ZZ9-.
       01  CFF-NET-OUT                     PIC ZZZ,ZZZ,ZZ9-.
       01  CFF-BAL-OUT                     PIC ZZZ,ZZZ,ZZ9-.
       01  CFF-AMT-OUT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
           COPY "openitem-table.cpy".
           COPY "gl-acct-table.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "CASH-FLOW-FORECAST" TO WS-RUNLOG-PROGRAM-ID.

           PERFORM LOAD-GL-ACCOUNT-MAP.

           ACCEPT CFF-TODAY FROM DATE YYYYMMDD.
           COMPUTE CFF-TODAY-INT = FUNCTION INTEGER-OF-DATE(CFF-TODAY).

           DISPLAY "OPENING CASH BALANCE: " WITH NO ADVANCING.
           ACCEPT CFF-IN-AMOUNT-IN.
           IF FUNCTION TEST-NUMVAL(CFF-IN-AMOUNT-IN) NOT = ZERO
               DISPLAY "OPENING CASH IS NOT A NUMBER"
               GOBACK
           END-IF.
           COMPUTE CFF-OPENING = FUNCTION NUMVAL(CFF-IN-AMOUNT-IN).

      * Commission goes out on the 15th of the month after the
      * payroll period unless the operator knows otherwise
           MOVE CFF-TODAY TO CFF-PAYOUT-DATE.
           IF CFF-TODAY-DAY > 15
               IF CFF-PAYOUT-MONTH = 12
                   ADD 1 TO CFF-PAYOUT-YEAR
                   MOVE 1 TO CFF-PAYOUT-MONTH
               ELSE
                   ADD 1 TO CFF-PAYOUT-MONTH
               END-IF
           END-IF.
           MOVE 15 TO CFF-PAYOUT-DAY.
           DISPLAY "NEXT COMMISSION PAYOUT DATE (YYYYMMDD, BLANK "
               "FOR " CFF-PAYOUT-DATE "): " WITH NO ADVANCING.
           ACCEPT CFF-IN-DATE.
           IF CFF-IN-DATE NOT = SPACES
               IF CFF-IN-DATE NOT NUMERIC
                   DISPLAY "NOT A VALID DATE"
                   GOBACK
               END-IF
               MOVE CFF-IN-DATE TO CFF-PAYOUT-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(CFF-PAYOUT-DATE)
-                 NOT = ZERO
                   DISPLAY "NOT A VALID DATE"
                   GOBACK
               END-IF
           END-IF.

           INITIALIZE CFF-WEEK-TABLE.

           PERFORM LOAD-OPENITEM-TABLE.
           IF WS-OIT-OVERFLOW = "Y"
               DISPLAY "MORE THAN 500 OPEN ITEMS ON FILE - THE "
-                  "FORECAST WOULD BE INCOMPLETE. ARCHIVE "
-                  "OPENITEM.DAT FIRST."
               GOBACK
           END-IF.
           PERFORM LOAD-PAY-HISTORY.
           PERFORM FORECAST-ONE-OPEN-ITEM
               VARYING CFF-OI-IDX FROM 1 BY 1
               UNTIL CFF-OI-IDX > WS-OIT-COUNT.
           PERFORM FORECAST-OPEN-PURCHASES.
           PERFORM FORECAST-COMMISSION-PAYOUT.
           PERFORM PRINT-FORECAST.

           MOVE "CASH-FLOW-FORECAST" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *WEEK 1 STARTS TODAY. CFF-WEEK COMES BACK 1-8, OR 9 FOR
      *BEYOND THE EIGHTH WEEK; A DATE ALREADY PAST IS WEEK 1
       FIND-WEEK-FOR-DATE.
           IF CFF-DATE-INT < CFF-TODAY-INT
               MOVE 1 TO CFF-WEEK
               EXIT PARAGRAPH
           END-IF
           COMPUTE CFF-DAYS = CFF-DATE-INT - CFF-TODAY-INT
           IF CFF-DAYS > 55
               MOVE 9 TO CFF-WEEK
           ELSE
               COMPUTE CFF-WEEK = CFF-DAYS / 7 + 1
           END-IF.

           EXIT PARAGRAPH.

      *=================== RECEIPTS ============================
      *EACH CUSTOMER'S AVERAGE DAYS FROM DUE DATE TO PAYMENT, OVER
      *EVERY PAYMENT WHOSE INVOICE IS STILL ON THE LEDGER
       LOAD-PAY-HISTORY.
           MOVE ZERO TO CFF-CUS-COUNT
           MOVE "N" TO CFF-EOF
           OPEN INPUT ARPAY-FILE
           IF WS-ARPAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CFF-EOF = "Y"
               READ ARPAY-FILE
                   AT END
                       MOVE "Y" TO CFF-EOF
                   NOT AT END
                       PERFORM SCORE-ONE-PAYMENT
               END-READ
           END-PERFORM
           CLOSE ARPAY-FILE.

           EXIT PARAGRAPH.

       SCORE-ONE-PAYMENT.
           MOVE "N" TO CFF-FOUND
           PERFORM VARYING WS-OIT-IDX FROM 1 BY 1
               UNTIL WS-OIT-IDX > WS-OIT-COUNT
               MOVE WS-OIT-IMAGE(WS-OIT-IDX) TO OPENITEM-RECORD
               IF OI-INVOICE-NUM = AP-INVOICE-NUM
                   MOVE "Y" TO CFF-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CFF-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF OI-DUE-DATE = ZERO
               MOVE OI-INV-DATE TO CFF-DATE
           ELSE
               MOVE OI-DUE-DATE TO CFF-DATE
           END-IF
           IF CFF-DATE = ZERO OR AP-PAY-DATE = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CUSTOMER-SLOT
           IF CFF-CUS-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE CFF-DAYS = FUNCTION INTEGER-OF-DATE(AP-PAY-DATE)
               - FUNCTION INTEGER-OF-DATE(CFF-DATE)
           ADD CFF-DAYS TO CFF-CUS-LATE-SUM(CFF-CUS-IDX)
           ADD 1 TO CFF-CUS-PAYS(CFF-CUS-IDX).

           EXIT PARAGRAPH.

      *CFF-CUS-IDX COMES BACK ON OI-CUST-NUM'S SLOT, ADDED THE
      *FIRST TIME; ZERO WHEN THE TABLE IS FULL
       FIND-CUSTOMER-SLOT.
           PERFORM VARYING CFF-CUS-IDX FROM 1 BY 1
               UNTIL CFF-CUS-IDX > CFF-CUS-COUNT
               IF CFF-CUS-NUM(CFF-CUS-IDX) = OI-CUST-NUM
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF CFF-CUS-COUNT NOT < 500
               MOVE ZERO TO CFF-CUS-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CFF-CUS-COUNT
           MOVE CFF-CUS-COUNT TO CFF-CUS-IDX
           MOVE OI-CUST-NUM TO CFF-CUS-NUM(CFF-CUS-IDX)
           MOVE ZERO TO CFF-CUS-LATE-SUM(CFF-CUS-IDX)
           MOVE ZERO TO CFF-CUS-PAYS(CFF-CUS-IDX).

           EXIT PARAGRAPH.

       FORECAST-ONE-OPEN-ITEM.
           MOVE WS-OIT-IMAGE(CFF-OI-IDX) TO OPENITEM-RECORD
           IF OI-STATUS = "PAID" OR OI-STATUS = "WRTOFF"
               EXIT PARAGRAPH
           END-IF
           IF OI-BALANCE NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CFF-OPEN-ITEMS
           IF OI-DUE-DATE = ZERO
               MOVE OI-INV-DATE TO CFF-DATE
           ELSE
               MOVE OI-DUE-DATE TO CFF-DATE
           END-IF
           IF CFF-DATE = ZERO
               MOVE CFF-TODAY TO CFF-DATE
           END-IF
           MOVE ZERO TO CFF-CUS-AVG-LATE
           PERFORM VARYING CFF-CUS-IDX FROM 1 BY 1
               UNTIL CFF-CUS-IDX > CFF-CUS-COUNT
               IF CFF-CUS-NUM(CFF-CUS-IDX) = OI-CUST-NUM
                   IF CFF-CUS-PAYS(CFF-CUS-IDX) > ZERO
                       COMPUTE CFF-CUS-AVG-LATE ROUNDED =
                           CFF-CUS-LATE-SUM(CFF-CUS-IDX)
                           / CFF-CUS-PAYS(CFF-CUS-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           COMPUTE CFF-DATE-INT = FUNCTION INTEGER-OF-DATE(CFF-DATE)
               + CFF-CUS-AVG-LATE
           IF CFF-DATE-INT < CFF-TODAY-INT
               ADD OI-BALANCE TO CFF-PAST-DUE
           END-IF
           PERFORM FIND-WEEK-FOR-DATE
           ADD OI-BALANCE TO CFF-WK-RECEIPTS(CFF-WEEK).

           EXIT PARAGRAPH.

      *=================== OUTFLOWS ============================
       FORECAST-OPEN-PURCHASES.
           MOVE "N" TO CFF-EOF
           OPEN INPUT OPENPO-FILE
           IF WS-OPENPO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PROD-FILE
           IF WS-PROD-FILE-STATUS NOT = "00"
               MOVE "PROD-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-PROD-FILE-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               CLOSE OPENPO-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CFF-EOF = "Y"
               READ OPENPO-FILE
                   AT END
                       MOVE "Y" TO CFF-EOF
                   NOT AT END
                       PERFORM FORECAST-ONE-PO-LINE
               END-READ
           END-PERFORM
           CLOSE PROD-FILE
           CLOSE OPENPO-FILE.

           EXIT PARAGRAPH.

      *ONLY WHAT IS STILL TO BE DELIVERED IS STILL TO BE PAID
       FORECAST-ONE-PO-LINE.
           IF PO-STATUS NOT = "OPEN"
               EXIT PARAGRAPH
           END-IF
           COMPUTE CFF-QTY = PO-ORDER-QTY - PO-RECV-QTY
           IF CFF-QTY NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           IF PO-UNIT-PRICE NUMERIC AND PO-UNIT-PRICE > ZERO
               MOVE PO-UNIT-PRICE TO PM-UNIT-COST
           ELSE
               MOVE PO-ITEM-CODE TO PM-ITEM-CODE
               READ PROD-FILE
                   INVALID KEY
                       ADD 1 TO CFF-NO-COST-COUNT
                       EXIT PARAGRAPH
               END-READ
           END-IF
           ADD 1 TO CFF-OPEN-PO-LINES
           COMPUTE CFF-AMOUNT ROUNDED = CFF-QTY * PM-UNIT-COST
           IF PO-EXPECT-DATE = ZERO
               MOVE PO-ORDER-DATE TO CFF-DATE
           ELSE
               MOVE PO-EXPECT-DATE TO CFF-DATE
           END-IF
           IF CFF-DATE = ZERO
               MOVE CFF-TODAY TO CFF-DATE
           END-IF
           COMPUTE CFF-DATE-INT = FUNCTION INTEGER-OF-DATE(CFF-DATE)
           PERFORM FIND-WEEK-FOR-DATE
           ADD CFF-AMOUNT TO CFF-WK-PURCHASES(CFF-WEEK).

           EXIT PARAGRAPH.

      *A PAYROLL PERIOD IS PAID ONCE ITS PAYOUT HAS DEBITED
      *COMMISSION PAYABLE ON THE JOURNAL (PAYOUT-POST.CPY); WHAT
      *IS LEFT ON THE EXPORT GOES OUT ON THE NEXT PAYOUT DATE
       FORECAST-COMMISSION-PAYOUT.
           MOVE SPACES TO CFF-COMM-PAY-ACCT
           PERFORM VARYING WS-GLA-IDX FROM 1 BY 1
               UNTIL WS-GLA-IDX > WS-GLA-TABLE-COUNT
               IF WS-GLA-PURPOSE(WS-GLA-IDX) = "COMM-PAY"
                   MOVE WS-GLA-ACCOUNT(WS-GLA-IDX) TO
                       CFF-COMM-PAY-ACCT
               END-IF
           END-PERFORM
           MOVE ZERO TO CFF-PAID-COUNT
           MOVE "N" TO CFF-EOF
           OPEN INPUT GLJRNL-FILE
           IF WS-GLJRNL-STATUS = "00"
               PERFORM UNTIL CFF-EOF = "Y"
                   READ GLJRNL-FILE
                       AT END
                           MOVE "Y" TO CFF-EOF
                       NOT AT END
                           PERFORM NOTE-ONE-PAYOUT-LINE
                   END-READ
               END-PERFORM
               CLOSE GLJRNL-FILE
           END-IF

           MOVE ZERO TO CFF-AMOUNT
           MOVE "N" TO CFF-EOF
           OPEN INPUT SEL8-PAYROLL-FILE
           IF WS-SEL8PAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CFF-EOF = "Y"
               READ SEL8-PAYROLL-FILE
                   AT END
                       MOVE "Y" TO CFF-EOF
                   NOT AT END
                       PERFORM ADD-ONE-PAYROLL-ROW
               END-READ
           END-PERFORM
           CLOSE SEL8-PAYROLL-FILE
           COMPUTE CFF-DATE-INT =
               FUNCTION INTEGER-OF-DATE(CFF-PAYOUT-DATE)
           PERFORM FIND-WEEK-FOR-DATE
           ADD CFF-AMOUNT TO CFF-WK-COMMISSION(CFF-WEEK).

           EXIT PARAGRAPH.

       NOTE-ONE-PAYOUT-LINE.
           IF GJ-ACCOUNT NOT = CFF-COMM-PAY-ACCT OR
-             GJ-DEBIT NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           IF GJ-SOURCE-MANUAL OR GJ-SOURCE-REVERSAL
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CFF-PAID-IDX FROM 1 BY 1
               UNTIL CFF-PAID-IDX > CFF-PAID-COUNT
               IF CFF-PAID-PERIOD(CFF-PAID-IDX) = GJ-PERIOD
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF CFF-PAID-COUNT < 300
               ADD 1 TO CFF-PAID-COUNT
               MOVE GJ-PERIOD TO CFF-PAID-PERIOD(CFF-PAID-COUNT)
           END-IF.

           EXIT PARAGRAPH.

       ADD-ONE-PAYROLL-ROW.
           IF SEL8_PR_NET_PAY NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CFF-PAID-IDX FROM 1 BY 1
               UNTIL CFF-PAID-IDX > CFF-PAID-COUNT
               IF CFF-PAID-PERIOD(CFF-PAID-IDX) = SEL8_PR_DATE(1:6)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           ADD 1 TO CFF-PAYROLL-ROWS
           ADD SEL8_PR_NET_PAY TO CFF-AMOUNT.

           EXIT PARAGRAPH.

      *==================== THE REPORT =========================
       PRINT-FORECAST.
           MOVE "CASH-FORECAST" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           MOVE CFF-OPENING TO CFF-AMT-OUT
           STRING "CASH-FLOW FORECAST FROM " CFF-TODAY
               "   OPENING CASH " CFF-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "WK  STARTING     RECEIPTS   PURCHASES  "
               "COMMISSION    NET FLOW     BALANCE"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE CFF-OPENING TO CFF-BALANCE
           PERFORM PRINT-ONE-WEEK
               VARYING CFF-WK-IDX FROM 1 BY 1
               UNTIL CFF-WK-IDX > 9
           MOVE SPACES TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE CFF-PAST-DUE TO CFF-AMT-OUT
           STRING "WEEK 1 RECEIPTS INCLUDE PAST-DUE EXPECTED "
               CFF-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "OPEN ITEMS " CFF-OPEN-ITEMS "  OPEN PO LINES "
               CFF-OPEN-PO-LINES "  UNPAID PAYROLL ROWS "
               CFF-PAYROLL-ROWS
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "COMMISSION PAYOUT DATE " CFF-PAYOUT-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           IF CFF-NO-COST-COUNT > ZERO
               STRING CFF-NO-COST-COUNT " OPEN PO LINE(S) LEFT OUT "
                   "- ITEM NOT ON THE PRODUCT MASTER"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       PRINT-ONE-WEEK.
           COMPUTE CFF-NET = CFF-WK-RECEIPTS(CFF-WK-IDX)
               - CFF-WK-PURCHASES(CFF-WK-IDX)
               - CFF-WK-COMMISSION(CFF-WK-IDX)
           ADD CFF-NET TO CFF-BALANCE
           MOVE CFF-WK-RECEIPTS(CFF-WK-IDX) TO CFF-REC-OUT
           MOVE CFF-WK-PURCHASES(CFF-WK-IDX) TO CFF-PUR-OUT
           MOVE CFF-WK-COMMISSION(CFF-WK-IDX) TO CFF-COM-OUT
           MOVE CFF-NET TO CFF-NET-OUT
           MOVE CFF-BALANCE TO CFF-BAL-OUT
           IF CFF-WK-IDX = 9
               STRING "LATER       " CFF-REC-OUT CFF-PUR-OUT
                   CFF-COM-OUT CFF-NET-OUT CFF-BAL-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
               COMPUTE CFF-WK-START = FUNCTION DATE-OF-INTEGER(
                   CFF-TODAY-INT + (CFF-WK-IDX - 1) * 7)
               STRING CFF-WK-IDX "  " CFF-WK-START CFF-REC-OUT
                   CFF-PUR-OUT CFF-COM-OUT CFF-NET-OUT CFF-BAL-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "openitem-io.cpy".

       COPY "openitem-normalize.cpy".

       COPY "gl-acct-load.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
