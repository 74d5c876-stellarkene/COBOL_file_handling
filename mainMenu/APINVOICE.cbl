      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-INVOICE.

      *====================================================
      * Stand-alone utility: accounts-payable invoice entry
      * with a three-way match, so a supplier's bill is no
      * longer checked by eye. Each invoice line names the PO
      * line it bills, the quantity billed and the price
      * billed (apinv.dat). It is matched against the price
      * agreed on the PO (PO-UNIT-PRICE, or the product
      * master's unit cost for POs raised before the price
      * was kept) and the quantity PURCHASE-ORDER RECEIVE
      * actually took in on openpo.dat - less anything
      * already billed against the same PO. A line inside
      * tolerance is approved for payment and posts INVENTORY
      * DR / AP-PAY CR through the run-time GL mapping; a
      * line billing more than was received, a PO not yet
      * received, or a price above the PO by more than the
      * tolerance goes on hold and on the approval queue
      * (approval-queue.cpy). A supervisor other than the
      * clerk approves or refuses the release in
      * APPROVAL-QUEUE; option 3 then posts the held lines
      * approved there and rejects the refused ones under the
      * deciding supervisor's id. An approved line billed at
      * other than the PO price trues up the item's
      * moving-average cost by the difference (avg-cost.cpy).
      * Recording the payment of an invoice posts AP-PAY DR /
      * CASH CR, less any open RETURN-TO-VENDOR debit memos
      * the vendor still owes (rtv.dat), which are taken off
      * the cash oldest first and marked credited. Release,
      * rejection and payment go to the maintenance audit
      * trail; PAYABLES-AGING ages what is approved and
      * unpaid. Runs under the suite interlock. Run on demand
      * from the command line; it is not wired into
      * FH-MAIN-MENU since it is an entry tool, not a
      * calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "apinv-select.cpy".
           COPY "rtv-select.cpy".
           COPY "openpo-select.cpy".
           COPY "vendor-select.cpy".
           COPY "terms-select.cpy".
           COPY "prod-select.cpy".
           COPY "inv-select.cpy".
           COPY "prodhist-select.cpy".
           COPY "updjrnl-select.cpy".
           COPY "perctl-select.cpy".
           COPY "gljrnl-select.cpy".
           COPY "coa-select.cpy".
           COPY "glmap-select.cpy".
           COPY "maint-audit-select.cpy".
           COPY "lock-select.cpy".
           COPY "runlog-select.cpy".
           COPY "apprq-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "apinv-rec.cpy".
           COPY "rtv-rec.cpy".
           COPY "openpo-rec.cpy".
           COPY "vendor-rec.cpy".
           COPY "terms-rec.cpy".
           COPY "prod-rec.cpy".
           COPY "inv-rec.cpy".
           COPY "prodhist-rec.cpy".
           COPY "updjrnl-rec.cpy".
           COPY "perctl-rec.cpy".
           COPY "gljrnl-rec.cpy".
           COPY "coa-rec.cpy".
           COPY "glmap-rec.cpy".
           COPY "maint-audit-rec.cpy".
           COPY "lock-rec.cpy".
           COPY "apprq-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  APV-CHOICE                      PIC 9.
       01  APV-EOF                         PIC X.
       01  APV-OK                          PIC X.
       01  APV-FOUND                       PIC X.
       01  APV-CONFIRM                     PIC X.
       01  APV-TODAY                       PIC 9(8).
      *A BILLED PRICE MAY RUN THIS FAR OVER THE PO PRICE BEFORE
      *THE LINE IS HELD; BILLED QUANTITY HAS NO SLACK - NEVER
      *MORE THAN WAS RECEIVED
       01  APV-PRICE-TOL-PCT               PIC 9(2)V99 VALUE 2.00.
       01  APV-VENDOR                      PIC X(10).
       01  APV-INVOICE                     PIC X(15).
       01  APV-INV-DATE                    PIC 9(8).
       01  APV-DUE-DATE                    PIC 9(8).
       01  APV-IN-DATE                     PIC X(8).
       01  APV-NET-DAYS                    PIC 9(3).
       01  APV-PO-NUM                      PIC 9(6).
       01  APV-IN-AMOUNT-IN                PIC X(15).
       01  APV-QTY                         PIC 9(5)V99.
       01  APV-PRICE                       PIC 9(5)V99.
       01  APV-PRICE-LIMIT                 PIC 9(7)V9(4).
       01  APV-BILLED-BEFORE               PIC 9(7)V99.
       01  APV-AMOUNT                      PIC S9(12)V99.
       01  APV-LINE-COUNT                  PIC 9(3).
       01  APV-HELD-COUNT                  PIC 9(3).
       01  APV-LIST-COUNT                  PIC 9(5).
       01  APV-CHANGED-COUNT               PIC 9(5).
       01  APV-AWAIT-COUNT                 PIC 9(5).
       01  APV-POST-READY                  PIC X.
       01  APV-DECIDER                     PIC X(10).
       01  APV-PO-ITEM                     PIC X(8).
       01  APV-PO-VENDOR                   PIC X(10).
       01  APV-PO-STATUS                   PIC X(6).
       01  APV-PO-ORDER-QTY                PIC 9(5)V99.
       01  APV-PO-RECV-QTY                 PIC 9(5)V99.
       01  APV-PO-PRICE                    PIC 9(5)V99.
       01  APV-INV-ACCT                    PIC X(8).
       01  APV-APPAY-ACCT                  PIC X(8).
       01  APV-CASH-ACCT                   PIC X(8).
       01  APV-DR-ACCT                     PIC X(8).
       01  APV-CR-ACCT                     PIC X(8).
       01  APV-POST-AMOUNT                 PIC S9(12)V99.
       01  APV-POST-DESC                   PIC X(19).
       01  APV-POST-REF                    PIC X(10).
       01  APV-POST-OK                     PIC X.
       01  APV-QTY-OUT                     PIC ZZ,ZZ9.99.
       01  APV-QTY2-OUT                    PIC ZZ,ZZ9.99.
       01  APV-PRICE-OUT                   PIC ZZ,ZZ9.99.
       01  APV-PRICE2-OUT                  PIC ZZ,ZZ9.99.
       01  APV-AMT-OUT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  APV-AMT2-OUT                    PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  APV-ROW-IDX                     PIC 9(4).
       01  APV-ROW-HIT                     PIC 9(4).
       01  APV-ROW-COUNT                   PIC 9(4) VALUE 0.
       01  APV-ROW-OVERFLOW                PIC X VALUE "N".
       01  APV-ROW-TABLE.
           05  APV-ROW-ENTRY               PIC X(176) OCCURS 2000
-                                          TIMES.
       01  APV-MEMO-AVAIL                  PIC S9(12)V99.
       01  APV-MEMO-APPLY                  PIC S9(12)V99.
       01  APV-MEMO-LEFT                   PIC S9(12)V99.
       01  APV-MEMO-TAKE                   PIC S9(12)V99.
       01  APV-MEMO-COUNT                  PIC 9(3).
       01  APV-CASH-AMOUNT                 PIC S9(12)V99.
       01  APV-RTV-IDX                     PIC 9(3).
       01  APV-RTV-COUNT                   PIC 9(3) VALUE 0.
       01  APV-RTV-OVERFLOW                PIC X VALUE "N".
       01  APV-RTV-TABLE.
           05  APV-RTV-ENTRY               PIC X(152) OCCURS 500
-                                          TIMES.
           COPY "gl-acct-table.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "VENDOR-INVOICE" TO WS-RUNLOG-PROGRAM-ID.

           PERFORM LOAD-GL-ACCOUNT-MAP.

      * Entry appends to the journal and rewrites apinv.dat
      * whole - take the suite interlock.
           PERFORM ACQUIRE-FH-LOCK.
           IF WS-FH-LOCK-HELD NOT = "Y"
               GOBACK
           END-IF.

           PERFORM UNTIL APV-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "  VENDOR INVOICE ENTRY     "
               DISPLAY "==========================="
               DISPLAY "1 - ENTER A VENDOR INVOICE"
               DISPLAY "2 - LIST LINES ON HOLD"
               DISPLAY "3 - POST DECIDED HOLDS (SUPERVISOR)"
               DISPLAY "4 - RECORD PAYMENT OF AN INVOICE"
               DISPLAY "5 - SHOW AN INVOICE"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT APV-CHOICE

               EVALUATE APV-CHOICE
                   WHEN 1
                       PERFORM ENTER-VENDOR-INVOICE
                   WHEN 2
                       PERFORM LIST-HELD-LINES
                   WHEN 3
                       PERFORM POST-DECIDED-HOLDS
                   WHEN 4
                       PERFORM PAY-VENDOR-INVOICE
                   WHEN 5
                       PERFORM SHOW-VENDOR-INVOICE
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           PERFORM RELEASE-FH-LOCK.

           MOVE "VENDOR-INVOICE" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

       FIND-AP-ACCOUNTS.
           MOVE SPACES TO APV-INV-ACCT
           MOVE SPACES TO APV-APPAY-ACCT
           MOVE SPACES TO APV-CASH-ACCT
           PERFORM VARYING WS-GLA-IDX FROM 1 BY 1
               UNTIL WS-GLA-IDX > WS-GLA-TABLE-COUNT
               IF WS-GLA-PURPOSE(WS-GLA-IDX) = "INVENTORY"
                   MOVE WS-GLA-ACCOUNT(WS-GLA-IDX) TO APV-INV-ACCT
               END-IF
               IF WS-GLA-PURPOSE(WS-GLA-IDX) = "AP-PAY"
                   MOVE WS-GLA-ACCOUNT(WS-GLA-IDX) TO
                       APV-APPAY-ACCT
               END-IF
               IF WS-GLA-PURPOSE(WS-GLA-IDX) = "CASH"
                   MOVE WS-GLA-ACCOUNT(WS-GLA-IDX) TO APV-CASH-ACCT
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

      *APPROVAL POSTS IN THE CURRENT PERIOD; APV-OK COMES BACK "Y"
      *WHEN THAT PERIOD IS OPEN AND INVENTORY AND AP-PAY ARE
      *BOTH MAPPED TO ACTIVE ACCOUNTS
       CHECK-APPROVAL-POSTABLE.
           MOVE "N" TO APV-OK
           ACCEPT APV-TODAY FROM DATE YYYYMMDD
           MOVE APV-TODAY TO WS-PC-CHECK-DATE
           PERFORM CHECK-PERIOD-CLOSED
           IF WS-PC-CLOSED = "Y"
               DISPLAY "THE CURRENT PERIOD IS CLOSED - NOTHING "
                   "CAN BE APPROVED"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-AP-ACCOUNTS
           MOVE APV-INV-ACCT TO WS-GLA-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT-POSTABLE
           IF WS-GLA-POSTABLE = "Y"
               MOVE APV-APPAY-ACCT TO WS-GLA-CHECK-ACCT
               PERFORM CHECK-GL-ACCOUNT-POSTABLE
           END-IF
           IF WS-GLA-POSTABLE NOT = "Y"
               DISPLAY "INVENTORY AND AP-PAY MUST BOTH BE MAPPED "
                   "TO ACTIVE ACCOUNTS - NOTHING CAN BE APPROVED"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO APV-OK.

           EXIT PARAGRAPH.

      *===================== ENTRY =============================
       ENTER-VENDOR-INVOICE.
           PERFORM CHECK-APPROVAL-POSTABLE
           IF APV-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-AP-ROWS
           IF APV-ROW-OVERFLOW = "Y"
               DISPLAY "MORE THAN 2000 ROWS ON APINV.DAT - "
-                  "NOTHING ENTERED"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "VENDOR CODE: " WITH NO ADVANCING
           ACCEPT APV-VENDOR
           MOVE 30 TO APV-NET-DAYS
           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-STATUS NOT = "00"
               DISPLAY "NO VENDOR MASTER ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE APV-VENDOR TO VN-CODE
           READ VENDOR-FILE
               INVALID KEY
                   DISPLAY "VENDOR " APV-VENDOR
                       " IS NOT ON THE VENDOR MASTER"
                   CLOSE VENDOR-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE VENDOR-FILE
           DISPLAY "VENDOR: " VN-NAME "  TERMS " VN-TERMS
           PERFORM FIND-VENDOR-NET-DAYS

           DISPLAY "VENDOR INVOICE NUMBER: " WITH NO ADVANCING
           ACCEPT APV-INVOICE
           IF APV-INVOICE = SPACES
               DISPLAY "INVOICE NUMBER REQUIRED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "INVOICE DATE (YYYYMMDD, BLANK FOR TODAY): "
               WITH NO ADVANCING
           ACCEPT APV-IN-DATE
           IF APV-IN-DATE = SPACES
               MOVE APV-TODAY TO APV-INV-DATE
           ELSE
               IF APV-IN-DATE NOT NUMERIC
                   DISPLAY "NOT A VALID DATE"
                   EXIT PARAGRAPH
               END-IF
               MOVE APV-IN-DATE TO APV-INV-DATE
           END-IF
           COMPUTE APV-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(APV-INV-DATE) + APV-NET-DAYS)
           DISPLAY "DUE " APV-DUE-DATE

           MOVE ZERO TO APV-LINE-COUNT
           MOVE ZERO TO APV-HELD-COUNT
           MOVE 1 TO APV-PO-NUM
           PERFORM ENTER-ONE-INVOICE-LINE
               UNTIL APV-PO-NUM = ZERO
           IF APV-LINE-COUNT = ZERO
               DISPLAY "NO LINES ENTERED"
               EXIT PARAGRAPH
           END-IF
           PERFORM REWRITE-AP-FILE
           DISPLAY APV-LINE-COUNT " LINE(S) ENTERED, "
               APV-HELD-COUNT " ON HOLD".

           EXIT PARAGRAPH.

      *TERMS.DAT NET DAYS FOR THE VENDOR'S TERMS CODE; 30 DAYS
      *WHEN THE CODE IS NOT ON THE TABLE
       FIND-VENDOR-NET-DAYS.
           OPEN INPUT TERMS-FILE
           IF WS-TERMS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO APV-EOF
           PERFORM UNTIL APV-EOF = "Y"
               READ TERMS-FILE
                   AT END
                       MOVE "Y" TO APV-EOF
                   NOT AT END
                       IF TM-TERMS-CODE = VN-TERMS
                           MOVE TM-NET-DAYS TO APV-NET-DAYS
                           MOVE "Y" TO APV-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMS-FILE.

           EXIT PARAGRAPH.

       ENTER-ONE-INVOICE-LINE.
           DISPLAY "PO NUMBER BILLED (0 TO FINISH): "
               WITH NO ADVANCING
           ACCEPT APV-PO-NUM
           IF APV-PO-NUM = ZERO
               EXIT PARAGRAPH
           END-IF
           IF APV-ROW-COUNT NOT < 2000
               DISPLAY "APINV.DAT IS FULL - NO MORE LINES"
               MOVE ZERO TO APV-PO-NUM
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PO-LINE
           IF APV-FOUND NOT = "Y"
               DISPLAY "NO PO " APV-PO-NUM " ON FILE - LINE "
                   "NOT ENTERED"
               EXIT PARAGRAPH
           END-IF
           IF APV-PO-VENDOR NOT = APV-VENDOR
               DISPLAY "PO " APV-PO-NUM " WAS RAISED TO "
                   APV-PO-VENDOR " - LINE NOT ENTERED"
               EXIT PARAGRAPH
           END-IF
      * What earlier live lines - this invoice's or any other -
      * have already billed against the PO counts toward the
      * received quantity too
           MOVE ZERO TO APV-BILLED-BEFORE
           PERFORM VARYING APV-ROW-IDX FROM 1 BY 1
               UNTIL APV-ROW-IDX > APV-ROW-COUNT
               MOVE APV-ROW-ENTRY(APV-ROW-IDX) TO APINV-RECORD
               IF AI-PO-NUM = APV-PO-NUM AND
-                 AI-STATUS NOT = "REJECTED"
                   IF AI-VENDOR = APV-VENDOR AND
-                     AI-INVOICE-NUM = APV-INVOICE
                       DISPLAY "THIS INVOICE ALREADY BILLS PO "
                           APV-PO-NUM " - LINE NOT ENTERED"
                       EXIT PARAGRAPH
                   END-IF
                   ADD AI-QTY-BILLED TO APV-BILLED-BEFORE
               END-IF
           END-PERFORM

           MOVE APV-PO-ORDER-QTY TO APV-QTY-OUT
           MOVE APV-PO-RECV-QTY TO APV-QTY2-OUT
           MOVE APV-PO-PRICE TO APV-PRICE-OUT
           DISPLAY "ITEM " APV-PO-ITEM " ORDERED " APV-QTY-OUT
               " RECEIVED " APV-QTY2-OUT " AT " APV-PRICE-OUT
           DISPLAY "QUANTITY BILLED: " WITH NO ADVANCING
           ACCEPT APV-IN-AMOUNT-IN
           IF FUNCTION TEST-NUMVAL(APV-IN-AMOUNT-IN) NOT = ZERO
               DISPLAY "QUANTITY IS NOT A NUMBER - LINE NOT ENTERED"
               EXIT PARAGRAPH
           END-IF
           COMPUTE APV-QTY = FUNCTION NUMVAL(APV-IN-AMOUNT-IN)
           DISPLAY "UNIT PRICE BILLED: " WITH NO ADVANCING
           ACCEPT APV-IN-AMOUNT-IN
           IF FUNCTION TEST-NUMVAL(APV-IN-AMOUNT-IN) NOT = ZERO
               DISPLAY "PRICE IS NOT A NUMBER - LINE NOT ENTERED"
               EXIT PARAGRAPH
           END-IF
           COMPUTE APV-PRICE = FUNCTION NUMVAL(APV-IN-AMOUNT-IN)
           IF APV-QTY = ZERO OR APV-PRICE = ZERO
               DISPLAY "QUANTITY AND PRICE MUST BOTH BE NONZERO - "
                   "LINE NOT ENTERED"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO APINV-RECORD
           MOVE APV-VENDOR TO AI-VENDOR
           MOVE APV-INVOICE TO AI-INVOICE-NUM
           MOVE APV-PO-NUM TO AI-PO-NUM
           MOVE APV-PO-ITEM TO AI-ITEM-CODE
           MOVE APV-INV-DATE TO AI-INV-DATE
           MOVE APV-DUE-DATE TO AI-DUE-DATE
           MOVE APV-QTY TO AI-QTY-BILLED
           MOVE APV-PRICE TO AI-PRICE-BILLED
           COMPUTE AI-AMOUNT ROUNDED = APV-QTY * APV-PRICE
           MOVE APV-PO-PRICE TO AI-PO-PRICE
           MOVE APV-PO-RECV-QTY TO AI-RECV-QTY
           MOVE WS-FH-OPERATOR-ID TO AI-ENTRY-OPERATOR
           MOVE ZERO TO AI-APPROVED-DATE
           MOVE ZERO TO AI-PAID-DATE
           MOVE ZERO TO AI-APPR-REQ
           PERFORM MATCH-INVOICE-LINE
           IF AI-STATUS = "HOLD"
               ADD 1 TO APV-HELD-COUNT
               DISPLAY "*** LINE ON HOLD - " AI-HOLD-REASON " ***"
           ELSE
               PERFORM APPROVE-INVOICE-LINE
           END-IF
           IF AI-STATUS = "HOLD"
               PERFORM RAISE-HOLD-APPROVAL
               MOVE WS-AQ-REQ-NUM TO AI-APPR-REQ
           END-IF
           ADD 1 TO APV-ROW-COUNT
           MOVE APINV-RECORD TO APV-ROW-ENTRY(APV-ROW-COUNT)
           ADD 1 TO APV-LINE-COUNT.

           EXIT PARAGRAPH.

      *THE THREE-WAY MATCH. NOTHING RECEIVED YET, OR MORE BILLED
      *AGAINST THE PO (THIS LINE PLUS APV-BILLED-BEFORE) THAN
      *WAS RECEIVED, OR A PRICE ABOVE THE PO PRICE PLUS THE
      *TOLERANCE, PUTS THE LINE ON HOLD. BILLING UNDER THE PO
      *PRICE IS THE VENDOR'S LOSS, NOT OURS, AND PASSES
       MATCH-INVOICE-LINE.
           MOVE "APPROVED" TO AI-STATUS
           MOVE SPACES TO AI-HOLD-REASON
           COMPUTE APV-PRICE-LIMIT = AI-PO-PRICE
               * (100 + APV-PRICE-TOL-PCT) / 100
           EVALUATE TRUE
               WHEN APV-PO-STATUS NOT = "RECVD"
                   MOVE "HOLD" TO AI-STATUS
                   MOVE "PO NOT RECEIVED" TO AI-HOLD-REASON
               WHEN APV-BILLED-BEFORE + AI-QTY-BILLED
                   > AI-RECV-QTY
                   MOVE "HOLD" TO AI-STATUS
                   MOVE "QTY OVER RECEIVED" TO AI-HOLD-REASON
               WHEN AI-PO-PRICE = ZERO
                   MOVE "HOLD" TO AI-STATUS
                   MOVE "NO PO PRICE" TO AI-HOLD-REASON
               WHEN AI-PRICE-BILLED > APV-PRICE-LIMIT
                   MOVE "HOLD" TO AI-STATUS
                   MOVE "PRICE OVER PO" TO AI-HOLD-REASON
           END-EVALUATE.

           EXIT PARAGRAPH.

      *APINV-RECORD IS THE LINE; IT POSTS INVENTORY DR / AP-PAY
      *CR AND COMES BACK APPROVED, OR ON HOLD IF THE JOURNAL
      *WRITE FAILED
       APPROVE-INVOICE-LINE.
           MOVE AI-AMOUNT TO APV-POST-AMOUNT
           MOVE APV-INV-ACCT TO APV-DR-ACCT
           MOVE APV-APPAY-ACCT TO APV-CR-ACCT
           MOVE SPACES TO APV-POST-DESC
           STRING "AP " AI-INVOICE-NUM
               DELIMITED BY SIZE INTO APV-POST-DESC
           MOVE SPACES TO APV-POST-REF
           STRING "PO" AI-PO-NUM
               DELIMITED BY SIZE INTO APV-POST-REF
           PERFORM POST-AP-JOURNAL-PAIR
           IF APV-POST-OK NOT = "Y"
               MOVE "HOLD" TO AI-STATUS
               MOVE "JOURNAL WRITE FAILED" TO AI-HOLD-REASON
               ADD 1 TO APV-HELD-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "APPROVED" TO AI-STATUS
           MOVE SPACES TO AI-HOLD-REASON
           MOVE WS-FH-OPERATOR-ID TO AI-APPROVED-BY
           MOVE APV-TODAY TO AI-APPROVED-DATE
           MOVE AI-AMOUNT TO APV-AMT-OUT
           DISPLAY "LINE APPROVED FOR PAYMENT " APV-AMT-OUT

      * The receipt costed these units at the PO price; what
      * the vendor actually charged is the cost of record
           IF AI-PO-PRICE > ZERO AND
-             AI-PRICE-BILLED NOT = AI-PO-PRICE
               MOVE AI-ITEM-CODE TO WS-AC-ITEM-CODE
               MOVE ZERO TO WS-AC-QTY
               COMPUTE WS-AC-VALUE ROUNDED = AI-QTY-BILLED
                   * (AI-PRICE-BILLED - AI-PO-PRICE)
               MOVE "INVAD" TO WS-AC-CHANGE-TYPE
               PERFORM REVALUE-AVERAGE-COST
           END-IF.

           EXIT PARAGRAPH.

      *APV-POST-AMOUNT DEBITS APV-DR-ACCT AND CREDITS APV-CR-ACCT
      *IN THE CURRENT PERIOD, REFERENCED APV-POST-REF
       POST-AP-JOURNAL-PAIR.
           MOVE "Y" TO APV-POST-OK
           OPEN EXTEND GLJRNL-FILE
           IF WS-GLJRNL-STATUS = "35"
               OPEN OUTPUT GLJRNL-FILE
           END-IF
           IF WS-GLJRNL-STATUS NOT = "00" AND NOT = "05"
               MOVE "GLJRNL-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-GLJRNL-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               MOVE "N" TO APV-POST-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO GJ-SOURCE
           MOVE APV-POST-REF TO GJ-REF
           MOVE APV-TODAY(1:6) TO GJ-PERIOD
           MOVE APV-POST-DESC TO GJ-DESC
           MOVE APV-DR-ACCT TO GJ-ACCOUNT
           MOVE APV-POST-AMOUNT TO GJ-DEBIT
           MOVE ZERO TO GJ-CREDIT
           PERFORM WRITE-ONE-JOURNAL-LINE
           MOVE APV-CR-ACCT TO GJ-ACCOUNT
           MOVE ZERO TO GJ-DEBIT
           MOVE APV-POST-AMOUNT TO GJ-CREDIT
           PERFORM WRITE-ONE-JOURNAL-LINE
           CLOSE GLJRNL-FILE.

           EXIT PARAGRAPH.

       WRITE-ONE-JOURNAL-LINE.
           WRITE GLJRNL-RECORD
           IF WS-GLJRNL-STATUS NOT = "00"
               MOVE "GLJRNL-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "WRITE" TO WS-FH-ERR-OPERATION
               MOVE WS-GLJRNL-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               MOVE "N" TO APV-POST-OK
           END-IF.

           EXIT PARAGRAPH.

      *THE PO LINE AS IT STANDS ON OPENPO.DAT. THE AGREED PRICE
      *IS ON THE LINE; A LINE RAISED BEFORE THAT WAS KEPT IS
      *PRICED AT THE ITEM'S UNIT COST
       FIND-PO-LINE.
           MOVE "N" TO APV-FOUND
           MOVE "N" TO APV-EOF
           OPEN INPUT OPENPO-FILE
           IF WS-OPENPO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL APV-EOF = "Y"
               READ OPENPO-FILE
                   AT END
                       MOVE "Y" TO APV-EOF
                   NOT AT END
                       IF PO-NUM = APV-PO-NUM
                           MOVE "Y" TO APV-FOUND
                           MOVE "Y" TO APV-EOF
                           MOVE PO-ITEM-CODE TO APV-PO-ITEM
                           MOVE PO-VENDOR TO APV-PO-VENDOR
                           MOVE PO-STATUS TO APV-PO-STATUS
                           MOVE PO-ORDER-QTY TO APV-PO-ORDER-QTY
                           MOVE PO-RECV-QTY TO APV-PO-RECV-QTY
                           MOVE ZERO TO APV-PO-PRICE
                           IF PO-UNIT-PRICE NUMERIC
                               MOVE PO-UNIT-PRICE TO APV-PO-PRICE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPENPO-FILE
           IF APV-FOUND NOT = "Y" OR APV-PO-PRICE > ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PROD-FILE
           IF WS-PROD-FILE-STATUS = "00"
               MOVE APV-PO-ITEM TO PM-ITEM-CODE
               READ PROD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-UNIT-COST TO APV-PO-PRICE
               END-READ
               CLOSE PROD-FILE
           END-IF.

           EXIT PARAGRAPH.

      *===================== HOLDS =============================
       LIST-HELD-LINES.
           PERFORM LOAD-AP-ROWS
           MOVE ZERO TO APV-LIST-COUNT
           PERFORM VARYING APV-ROW-IDX FROM 1 BY 1
               UNTIL APV-ROW-IDX > APV-ROW-COUNT
               MOVE APV-ROW-ENTRY(APV-ROW-IDX) TO APINV-RECORD
               IF AI-STATUS = "HOLD"
                   ADD 1 TO APV-LIST-COUNT
                   PERFORM SHOW-ONE-AP-LINE
               END-IF
           END-PERFORM
           DISPLAY APV-LIST-COUNT " LINE(S) ON HOLD".

           EXIT PARAGRAPH.

       SHOW-ONE-AP-LINE.
           MOVE AI-QTY-BILLED TO APV-QTY-OUT
           MOVE AI-RECV-QTY TO APV-QTY2-OUT
           MOVE AI-PRICE-BILLED TO APV-PRICE-OUT
           MOVE AI-PO-PRICE TO APV-PRICE2-OUT
           MOVE AI-AMOUNT TO APV-AMT-OUT
           DISPLAY AI-VENDOR " " AI-INVOICE-NUM " PO " AI-PO-NUM
               " " AI-STATUS " " AI-HOLD-REASON
           DISPLAY "   BILLED " APV-QTY-OUT " @ " APV-PRICE-OUT
               "  RECEIVED " APV-QTY2-OUT " @ PO " APV-PRICE2-OUT
               "  " APV-AMT-OUT.

           EXIT PARAGRAPH.

      *THE HELD LINE GOES ON THE APPROVAL QUEUE AT ITS BILLED
      *AMOUNT, REFERENCED BY VENDOR AND PO
       RAISE-HOLD-APPROVAL.
           MOVE "APHOLD" TO WS-AQ-TYPE
           MOVE SPACES TO WS-AQ-REF
           STRING AI-VENDOR " " AI-PO-NUM
               DELIMITED BY SIZE INTO WS-AQ-REF
           MOVE "VENDOR-INVOICE" TO WS-AQ-PROGRAM
           MOVE AI-AMOUNT TO WS-AQ-AMOUNT
           MOVE SPACES TO WS-AQ-REASON
           STRING AI-HOLD-REASON " INV " AI-INVOICE-NUM
               DELIMITED BY SIZE INTO WS-AQ-REASON
           PERFORM RAISE-APPROVAL-REQUEST.

           EXIT PARAGRAPH.

      *THE SUPERVISOR'S DECISION IS TAKEN FROM THE APPROVAL QUEUE:
      *AN APPROVED RELEASE POSTS THE LINE AS IF IT HAD MATCHED; A
      *REFUSAL REJECTS IT, TAKING IT OUT OF THE PO'S BILLED
      *QUANTITY SO A CORRECTED INVOICE CAN BE ENTERED. A HELD
      *LINE WITH NO REQUEST ON THE QUEUE GETS ONE RAISED
       POST-DECIDED-HOLDS.
           MOVE "APINV-REFUSED" TO WS-RUNLOG-PROGRAM-ID
           PERFORM CHECK-SUPERVISOR-ROLE
           MOVE "VENDOR-INVOICE" TO WS-RUNLOG-PROGRAM-ID
           IF WS-FH-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-AP-ROWS
           IF APV-ROW-OVERFLOW = "Y"
               DISPLAY "MORE THAN 2000 ROWS ON APINV.DAT - "
-                  "NOT REWRITTEN"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-APPROVAL-POSTABLE
           MOVE APV-OK TO APV-POST-READY
           MOVE ZERO TO APV-LIST-COUNT
           MOVE ZERO TO APV-CHANGED-COUNT
           MOVE ZERO TO APV-AWAIT-COUNT
           PERFORM DECIDE-ONE-HELD-LINE
               VARYING APV-ROW-HIT FROM 1 BY 1
               UNTIL APV-ROW-HIT > APV-ROW-COUNT
           IF APV-LIST-COUNT = ZERO
               DISPLAY "NO LINES ON HOLD"
               EXIT PARAGRAPH
           END-IF
           IF APV-CHANGED-COUNT > ZERO
               PERFORM REWRITE-AP-FILE
           END-IF
           IF APV-AWAIT-COUNT > ZERO
               DISPLAY APV-AWAIT-COUNT " LINE(S) STILL AWAITING "
-                  "SUPERVISOR APPROVAL - LEFT ON HOLD"
           END-IF.

           EXIT PARAGRAPH.

       DECIDE-ONE-HELD-LINE.
           MOVE APV-ROW-ENTRY(APV-ROW-HIT) TO APINV-RECORD
           IF AI-STATUS NOT = "HOLD"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO APV-LIST-COUNT
           PERFORM SHOW-ONE-AP-LINE
           MOVE AI-INVOICE-NUM TO APV-INVOICE
           MOVE APINV-RECORD TO WS-MA-BEFORE

           MOVE "NONE" TO WS-AQ-DECISION
           IF AI-APPR-REQ IS NUMERIC AND AI-APPR-REQ NOT = ZERO
               MOVE AI-APPR-REQ TO WS-AQ-REQ-NUM
               PERFORM READ-APPROVAL-DECISION
           END-IF
           MOVE WS-AQ-DECIDER TO APV-DECIDER
           EVALUATE WS-AQ-DECISION
               WHEN "APPROVED"
                   IF APV-POST-READY NOT = "Y"
                       DISPLAY "LINE LEFT ON HOLD"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE ZERO TO APV-HELD-COUNT
                   PERFORM APPROVE-INVOICE-LINE
                   IF AI-STATUS NOT = "APPROVED"
                       DISPLAY "LINE LEFT ON HOLD"
                       MOVE APINV-RECORD TO APV-ROW-ENTRY(APV-ROW-HIT)
                       ADD 1 TO APV-CHANGED-COUNT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE APV-DECIDER TO AI-APPROVED-BY
                   MOVE "APRELEASE" TO WS-MA-ACTION
               WHEN "REFUSED"
                   MOVE "REJECTED" TO AI-STATUS
                   MOVE APV-DECIDER TO AI-APPROVED-BY
                   MOVE APV-TODAY TO AI-APPROVED-DATE
                   MOVE "APREJECT" TO WS-MA-ACTION
                   DISPLAY "LINE REJECTED BY " APV-DECIDER ": "
                       WS-AQ-NOTE
               WHEN "PENDING"
                   DISPLAY "AWAITING SUPERVISOR APPROVAL - REQUEST "
                       AI-APPR-REQ
                   ADD 1 TO APV-AWAIT-COUNT
                   EXIT PARAGRAPH
               WHEN OTHER
                   PERFORM RAISE-HOLD-APPROVAL
                   IF WS-AQ-REQ-NUM NOT = ZERO
                       MOVE WS-AQ-REQ-NUM TO AI-APPR-REQ
                       MOVE APINV-RECORD TO APV-ROW-ENTRY(APV-ROW-HIT)
                       ADD 1 TO APV-CHANGED-COUNT
                   END-IF
                   ADD 1 TO APV-AWAIT-COUNT
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE APINV-RECORD TO APV-ROW-ENTRY(APV-ROW-HIT)
           ADD 1 TO APV-CHANGED-COUNT
           MOVE AI-APPR-REQ TO WS-AQ-REQ-NUM
           PERFORM CLOSE-APPROVAL-REQUEST
           MOVE APINV-RECORD TO WS-MA-AFTER
           PERFORM AUDIT-AP-CHANGE.

           EXIT PARAGRAPH.

       ACCEPT-INVOICE-KEY.
           DISPLAY "VENDOR CODE: " WITH NO ADVANCING
           ACCEPT APV-VENDOR
           DISPLAY "VENDOR INVOICE NUMBER: " WITH NO ADVANCING
           ACCEPT APV-INVOICE.

           EXIT PARAGRAPH.

      *==================== PAYMENT ============================
      *PAYS EVERY APPROVED LINE OF THE INVOICE; A LINE STILL ON
      *HOLD IS NOT PAID AND IS SAID OUT LOUD
       PAY-VENDOR-INVOICE.
           PERFORM LOAD-AP-ROWS
           IF APV-ROW-OVERFLOW = "Y"
               DISPLAY "MORE THAN 2000 ROWS ON APINV.DAT - "
-                  "NOT REWRITTEN"
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-INVOICE-KEY
           MOVE ZERO TO APV-AMOUNT
           MOVE ZERO TO APV-HELD-COUNT
           MOVE ZERO TO APV-LINE-COUNT
           PERFORM VARYING APV-ROW-IDX FROM 1 BY 1
               UNTIL APV-ROW-IDX > APV-ROW-COUNT
               MOVE APV-ROW-ENTRY(APV-ROW-IDX) TO APINV-RECORD
               IF AI-VENDOR = APV-VENDOR AND
-                 AI-INVOICE-NUM = APV-INVOICE
                   IF AI-STATUS = "APPROVED"
                       ADD 1 TO APV-LINE-COUNT
                       ADD AI-AMOUNT TO APV-AMOUNT
                   END-IF
                   IF AI-STATUS = "HOLD"
                       ADD 1 TO APV-HELD-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF APV-HELD-COUNT > ZERO
               DISPLAY APV-HELD-COUNT " LINE(S) OF THIS INVOICE "
                   "ARE ON HOLD AND WILL NOT BE PAID"
           END-IF
           IF APV-LINE-COUNT = ZERO
               DISPLAY "NO APPROVED UNPAID LINES ON THAT INVOICE"
               EXIT PARAGRAPH
           END-IF
           ACCEPT APV-TODAY FROM DATE YYYYMMDD
           MOVE APV-TODAY TO WS-PC-CHECK-DATE
           PERFORM CHECK-PERIOD-CLOSED
           IF WS-PC-CLOSED = "Y"
               DISPLAY "THE CURRENT PERIOD IS CLOSED - NOT RECORDED"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-AP-ACCOUNTS
           MOVE APV-APPAY-ACCT TO WS-GLA-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT-POSTABLE
           IF WS-GLA-POSTABLE = "Y"
               MOVE APV-CASH-ACCT TO WS-GLA-CHECK-ACCT
               PERFORM CHECK-GL-ACCOUNT-POSTABLE
           END-IF
           IF WS-GLA-POSTABLE NOT = "Y"
               DISPLAY "AP-PAY AND CASH MUST BOTH BE MAPPED TO "
                   "ACTIVE ACCOUNTS - NOT RECORDED"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-VENDOR-MEMOS
           IF APV-RTV-OVERFLOW = "Y"
               DISPLAY "MORE THAN 500 ROWS ON RTV.DAT - ARCHIVE THE "
-                  "RETURN REGISTER BEFORE PAYING"
               EXIT PARAGRAPH
           END-IF
           MOVE APV-MEMO-AVAIL TO APV-MEMO-APPLY
           IF APV-MEMO-APPLY > APV-AMOUNT
               MOVE APV-AMOUNT TO APV-MEMO-APPLY
           END-IF
           COMPUTE APV-CASH-AMOUNT = APV-AMOUNT - APV-MEMO-APPLY
           MOVE APV-AMOUNT TO APV-AMT-OUT
           DISPLAY APV-LINE-COUNT " LINE(S) TO PAY, TOTAL "
               APV-AMT-OUT
           IF APV-MEMO-APPLY > ZERO
               MOVE APV-MEMO-APPLY TO APV-AMT-OUT
               DISPLAY "LESS OPEN DEBIT MEMO(S)      " APV-AMT-OUT
               MOVE APV-CASH-AMOUNT TO APV-AMT-OUT
               DISPLAY "CASH TO PAY                  " APV-AMT-OUT
           END-IF
           DISPLAY "RECORD THE PAYMENT? (Y): " WITH NO ADVANCING
           ACCEPT APV-CONFIRM
           IF APV-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "NOT RECORDED"
               EXIT PARAGRAPH
           END-IF

      * The return already took the memo off AP-PAY, so only
      * the cash actually paid posts here
           IF APV-CASH-AMOUNT > ZERO
               MOVE APV-CASH-AMOUNT TO APV-POST-AMOUNT
               MOVE APV-APPAY-ACCT TO APV-DR-ACCT
               MOVE APV-CASH-ACCT TO APV-CR-ACCT
               MOVE SPACES TO APV-POST-DESC
               STRING "AP PAID " APV-INVOICE
                   DELIMITED BY SIZE INTO APV-POST-DESC
               MOVE APV-VENDOR TO APV-POST-REF
               PERFORM POST-AP-JOURNAL-PAIR
               IF APV-POST-OK NOT = "Y"
                   DISPLAY "JOURNAL WRITE FAILED - PAYMENT NOT "
                       "RECORDED"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF APV-MEMO-APPLY > ZERO
               PERFORM APPLY-VENDOR-MEMOS
           END-IF
           PERFORM VARYING APV-ROW-IDX FROM 1 BY 1
               UNTIL APV-ROW-IDX > APV-ROW-COUNT
               MOVE APV-ROW-ENTRY(APV-ROW-IDX) TO APINV-RECORD
               IF AI-VENDOR = APV-VENDOR AND
-                 AI-INVOICE-NUM = APV-INVOICE AND
-                 AI-STATUS = "APPROVED"
                   MOVE "PAID" TO AI-STATUS
                   MOVE APV-TODAY TO AI-PAID-DATE
                   MOVE WS-FH-OPERATOR-ID TO AI-PAID-OPERATOR
                   MOVE APINV-RECORD TO APV-ROW-ENTRY(APV-ROW-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-AP-FILE
           MOVE SPACES TO WS-MA-BEFORE
           MOVE SPACES TO WS-MA-AFTER
           MOVE APV-AMOUNT TO APV-AMT-OUT
           STRING APV-VENDOR " " APV-INVOICE " PAID " APV-AMT-OUT
               DELIMITED BY SIZE INTO WS-MA-AFTER
           IF APV-MEMO-APPLY > ZERO
               MOVE APV-MEMO-APPLY TO APV-AMT2-OUT
               STRING APV-VENDOR " " APV-INVOICE " PAID "
                   APV-AMT-OUT " LESS DEBIT MEMOS " APV-AMT2-OUT
                   DELIMITED BY SIZE INTO WS-MA-AFTER
           END-IF
           MOVE "APPAID" TO WS-MA-ACTION
           PERFORM AUDIT-AP-CHANGE
           DISPLAY "PAYMENT RECORDED".

           EXIT PARAGRAPH.

       SHOW-VENDOR-INVOICE.
           PERFORM LOAD-AP-ROWS
           PERFORM ACCEPT-INVOICE-KEY
           MOVE ZERO TO APV-LIST-COUNT
           PERFORM VARYING APV-ROW-IDX FROM 1 BY 1
               UNTIL APV-ROW-IDX > APV-ROW-COUNT
               MOVE APV-ROW-ENTRY(APV-ROW-IDX) TO APINV-RECORD
               IF AI-VENDOR = APV-VENDOR AND
-                 AI-INVOICE-NUM = APV-INVOICE
                   ADD 1 TO APV-LIST-COUNT
                   MOVE AI-INV-DATE TO APV-INV-DATE
                   MOVE AI-DUE-DATE TO APV-DUE-DATE
                   PERFORM SHOW-ONE-AP-LINE
               END-IF
           END-PERFORM
           IF APV-LIST-COUNT = ZERO
               DISPLAY "NO SUCH INVOICE ON FILE"
           ELSE
               DISPLAY "INVOICE DATE " APV-INV-DATE "  DUE "
                   APV-DUE-DATE
           END-IF.

           EXIT PARAGRAPH.

      *================== DEBIT MEMOS ==========================
      *THE VENDOR'S OPEN RETURN-TO-VENDOR MEMOS (RTV.DAT), OLDEST
      *FIRST; APV-MEMO-AVAIL IS WHAT THEY STILL OWE US
       LOAD-VENDOR-MEMOS.
           MOVE ZERO TO APV-RTV-COUNT
           MOVE ZERO TO APV-MEMO-AVAIL
           MOVE ZERO TO APV-MEMO-COUNT
           MOVE "N" TO APV-RTV-OVERFLOW
           MOVE "N" TO APV-EOF
           OPEN INPUT RTV-FILE
           IF WS-RTV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL APV-EOF = "Y"
               READ RTV-FILE
                   AT END
                       MOVE "Y" TO APV-EOF
                   NOT AT END
                       IF APV-RTV-COUNT < 500
                           ADD 1 TO APV-RTV-COUNT
                           MOVE RTV-RECORD TO
                               APV-RTV-ENTRY(APV-RTV-COUNT)
                           IF RV-VENDOR = APV-VENDOR AND
-                             RV-STATUS-OPEN
                               ADD 1 TO APV-MEMO-COUNT
                               COMPUTE APV-MEMO-AVAIL =
                                   APV-MEMO-AVAIL + RV-AMOUNT
                                   - RV-CREDIT-AMT
                           END-IF
                       ELSE
                           MOVE "Y" TO APV-RTV-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RTV-FILE.

           EXIT PARAGRAPH.

      *APV-MEMO-APPLY IS SPREAD OVER THE OPEN MEMOS OLDEST FIRST;
      *A MEMO TAKEN IN FULL IS CREDITED, A PART-TAKEN ONE STAYS
      *OPEN FOR THE NEXT PAYMENT
       APPLY-VENDOR-MEMOS.
           MOVE APV-MEMO-APPLY TO APV-MEMO-LEFT
           PERFORM VARYING APV-RTV-IDX FROM 1 BY 1
               UNTIL APV-RTV-IDX > APV-RTV-COUNT
               OR APV-MEMO-LEFT NOT > ZERO
               MOVE APV-RTV-ENTRY(APV-RTV-IDX) TO RTV-RECORD
               IF RV-VENDOR = APV-VENDOR AND RV-STATUS-OPEN
                   COMPUTE APV-MEMO-TAKE = RV-AMOUNT - RV-CREDIT-AMT
                   IF APV-MEMO-TAKE > APV-MEMO-LEFT
                       MOVE APV-MEMO-LEFT TO APV-MEMO-TAKE
                   END-IF
                   ADD APV-MEMO-TAKE TO RV-CREDIT-AMT
                   SUBTRACT APV-MEMO-TAKE FROM APV-MEMO-LEFT
                   MOVE APV-INVOICE TO RV-CREDIT-INV
                   MOVE APV-TODAY TO RV-CREDIT-DATE
                   IF RV-CREDIT-AMT NOT < RV-AMOUNT
                       MOVE "CREDIT" TO RV-STATUS
                   END-IF
                   MOVE RTV-RECORD TO APV-RTV-ENTRY(APV-RTV-IDX)
                   MOVE APV-MEMO-TAKE TO APV-AMT-OUT
                   DISPLAY "DEBIT MEMO RTV" RV-NUM " RA " RV-RA-NUM
                       " TAKEN " APV-AMT-OUT
               END-IF
           END-PERFORM
           OPEN OUTPUT RTV-FILE
           IF WS-RTV-STATUS NOT = "00"
               MOVE "RTV-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-RTV-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING APV-RTV-IDX FROM 1 BY 1
               UNTIL APV-RTV-IDX > APV-RTV-COUNT
               MOVE APV-RTV-ENTRY(APV-RTV-IDX) TO RTV-RECORD
               WRITE RTV-RECORD
           END-PERFORM
           CLOSE RTV-FILE.

           EXIT PARAGRAPH.

      *================== APINV.DAT TABLE ======================
       LOAD-AP-ROWS.
           MOVE ZERO TO APV-ROW-COUNT
           MOVE "N" TO APV-ROW-OVERFLOW
           MOVE "N" TO APV-EOF
           OPEN INPUT APINV-FILE
           IF WS-APINV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL APV-EOF = "Y"
               READ APINV-FILE
                   AT END
                       MOVE "Y" TO APV-EOF
                   NOT AT END
                       IF APV-ROW-COUNT < 2000
                           ADD 1 TO APV-ROW-COUNT
                           MOVE APINV-RECORD TO
                               APV-ROW-ENTRY(APV-ROW-COUNT)
                       ELSE
                           MOVE "Y" TO APV-ROW-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APINV-FILE.

           EXIT PARAGRAPH.

       REWRITE-AP-FILE.
           OPEN OUTPUT APINV-FILE
           IF WS-APINV-STATUS NOT = "00"
               MOVE "APINV-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-APINV-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING APV-ROW-IDX FROM 1 BY 1
               UNTIL APV-ROW-IDX > APV-ROW-COUNT
               MOVE APV-ROW-ENTRY(APV-ROW-IDX) TO APINV-RECORD
               WRITE APINV-RECORD
           END-PERFORM
           CLOSE APINV-FILE.

           EXIT PARAGRAPH.

       AUDIT-AP-CHANGE.
           MOVE "VENDOR-INVOICE" TO WS-MA-PROGRAM-ID
           MOVE APV-INVOICE TO WS-MA-KEY-NUM
           PERFORM WRITE-MAINT-AUDIT-ENTRY.

           EXIT PARAGRAPH.

       COPY "period-check.cpy".

       COPY "gl-acct-load.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "approval-queue.cpy".

       COPY "role-check.cpy".

       COPY "lock-paragraphs.cpy".

       COPY "maint-audit-write.cpy".

       COPY "upd-journal.cpy".

       COPY "avg-cost.cpy".


       COPY "capture-operator.cpy".
