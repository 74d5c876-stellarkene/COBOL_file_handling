      * at zero), and every payment is appended to the cash
      * receipts register (arpay.dat) so the day's cash can
      * be tied back to the bank deposit. Collections stops
      * keeping the paper ledger. Each new open item gets its
      * due date and discount window from the customer's
      * payment terms (due-date.cpy); a payment dated inside
      * the window that settles the rest of the invoice earns
      * the prompt-payment discount, which is recorded on the
      * open item and on the register row. A foreign-currency
      * invoice is paid in its own currency: the cash is
      * converted at the currates.dat rate in force on the
      * payment date, the item clears in both currencies, and
      * the difference from the booked rate posts to
      * gljrnl.dat as a realized exchange gain or loss
      * (fx-apply.cpy). Equipment loan installments billed
      * by LOAN-SERVICING are paid here like any other item;
      * the loan schedule takes the cash up from the open
      * item. Run on demand from the
      * command line; it is not wired into FH-MAIN-MENU since
      * it is housekeeping, not a calculation.
      *====================================================
               FILE-CONTROL.
           COPY "sel8-select.cpy".
           COPY "openitem-select.cpy".
           COPY "cust-select.cpy".
           COPY "terms-select.cpy".
           COPY "holiday-select.cpy".
           COPY "arpay-select.cpy".
           COPY "currate-select.cpy".
           COPY "gljrnl-select.cpy".
           COPY "coa-select.cpy".
           COPY "glmap-select.cpy".
           COPY "runlog-select.cpy".
           COPY "lock-select.cpy".

           COPY "operator-field.cpy".

           COPY "openitem-rec.cpy".
           COPY "cust-rec.cpy".
           COPY "terms-rec.cpy".
           COPY "holiday-rec.cpy".

           COPY "arpay-rec.cpy".
           COPY "currate-rec.cpy".
           COPY "gljrnl-rec.cpy".
           COPY "coa-rec.cpy".
           COPY "glmap-rec.cpy".

           COPY "fd-vars.cpy".
           COPY "lock-rec.cpy".
       WORKING-STORAGE SECTION.
       01  PAY-CHOICE                      PIC 9.
       01  PAY-EOF                         PIC X VALUE "N".
       01  SEL8-FILE-STATUS                PIC XX.
       01  PAY-INVOICE-NUM                 PIC 9(8).
       01  PAY-AMOUNT                      PIC S9(10)V99.
       01  PAY-TAX-AMT                     PIC S9(12)V99.
       01  PAY-AMT-OUT                     PIC Z,ZZZ,ZZZ,ZZZ.99-.
       01  PAY-BAL-OUT                     PIC Z,ZZZ,ZZZ,ZZZ.99-.
       01  PAY-DISC-AVAIL                  PIC S9(12)V99.
       01  PAY-DISC-AMT                    PIC S9(12)V99.
       01  PAY-DISC-OUT                    PIC Z,ZZZ,ZZZ,ZZZ.99-.
       01  PAY-ROW-FC                      PIC S9(12)V99.
       01  PAY-RATE-OUT                    PIC ZZ9.9(6).
       01  PAY-OI-TABLE.
           05  PAY-OI-ENTRY                OCCURS 500 TIMES.
               10  PAY-OI-INVOICE          PIC 9(8).
               10  PAY-OI-PAID             PIC S9(12)V99.
               10  PAY-OI-BAL              PIC S9(12)V99.
               10  PAY-OI-STATUS           PIC X(6).
               10  PAY-OI-DUE              PIC 9(8).
               10  PAY-OI-DISC-DATE        PIC 9(8).
               10  PAY-OI-DISC-PCT         PIC 9(2)V99.
               10  PAY-OI-DISC-TAKEN       PIC S9(12)V99.
               10  PAY-OI-IMAGE            PIC X(200).
           COPY "gl-acct-table.cpy".
           COPY "ws-vars.cpy".


           MOVE "PAYMENT-ENTRY" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM LOAD-GL-ACCOUNT-MAP.

           PERFORM ACQUIRE-FH-LOCK.
           IF WS-FH-LOCK-HELD NOT = "Y"
               GOBACK
      *A SPLIT SALE PUTS UP TO FOUR ROWS UNDER ONE INVOICE, EACH
      *CARRYING ONLY ITS SHARE - SIBLING ROWS READ IN THE SAME
      *REFRESH SUM INTO THE ONE OPEN ITEM. AN INVOICE ALREADY ON
      *THE LEDGER FROM AN EARLIER REFRESH IS LEFT ALONE. A
      *FOREIGN-CURRENCY ROW ALSO CARRIES ITS INVOICE-CURRENCY
      *AMOUNT AND BOOKED RATE ONTO THE ITEM (SET-OPEN-ITEM-CURRENCY)
       REFRESH-ONE-SEL8-ROW.
           IF SEL8_INVOICE_NUM_FH = ZERO
               EXIT PARAGRAPH
                   ADD PAY-TAX-AMT TO PAY-OI-ORIG(PAY-IDX)
                   ADD PAY-SALE-AMT TO PAY-OI-BAL(PAY-IDX)
                   ADD PAY-TAX-AMT TO PAY-OI-BAL(PAY-IDX)
                   MOVE PAY-OI-IMAGE(PAY-IDX) TO OPENITEM-RECORD
                   IF OI-BOOKED-RATE > ZERO
                       PERFORM ADD-ROW-FC-AMOUNT
                       MOVE OPENITEM-RECORD TO PAY-OI-IMAGE(PAY-IDX)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO PAY-OI-PAID(PAY-OI-COUNT)
           MOVE PAY-OI-ORIG(PAY-OI-COUNT) TO
               PAY-OI-BAL(PAY-OI-COUNT)
           MOVE "OPEN" TO PAY-OI-STATUS(PAY-OI-COUNT)
           INITIALIZE OPENITEM-RECORD
           PERFORM SET-OPEN-ITEM-CURRENCY
           MOVE OPENITEM-RECORD TO PAY-OI-IMAGE(PAY-OI-COUNT)
           MOVE SEL8_CUST_NUM_FH TO WS-DD-CUST-NUM
           MOVE SEL8_DATE_FH TO WS-DD-INV-DATE
           PERFORM COMPUTE-TERMS-DUE-DATE
           MOVE WS-DD-DUE-DATE TO PAY-OI-DUE(PAY-OI-COUNT)
           MOVE WS-DD-DISC-DATE TO PAY-OI-DISC-DATE(PAY-OI-COUNT)
           MOVE WS-DD-DISC-PCT TO PAY-OI-DISC-PCT(PAY-OI-COUNT)
           MOVE ZERO TO PAY-OI-DISC-TAKEN(PAY-OI-COUNT).

           EXIT PARAGRAPH.

      *THE BOOKED RATE IS THE ONE SALES ENTRY USED - HOME SALE OVER
      *FOREIGN SALE ON THE ROW. A ROW WITH NO FOREIGN AMOUNT STAYS
      *A HOME-CURRENCY ITEM
       SET-OPEN-ITEM-CURRENCY.
           IF SEL8_CURRENCY_FH = SPACES OR SEL8_CURRENCY_FH = "PHP"
               EXIT PARAGRAPH
           END-IF
           MOVE SEL8_ORIG_AMT_FH TO PAY-ROW-FC
           IF PAY-ROW-FC = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SEL8_CURRENCY_FH TO OI-CURRENCY
           COMPUTE OI-BOOKED-RATE ROUNDED = PAY-SALE-AMT / PAY-ROW-FC
           IF OI-BOOKED-RATE = ZERO
               MOVE SPACES TO OI-CURRENCY
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-ROW-FC-AMOUNT.

           EXIT PARAGRAPH.

      *THE ROW'S FOREIGN SALE PLUS ITS TAX TAKEN BACK AT THE BOOKED
      *RATE GOES ONTO THE ITEM'S INVOICE-CURRENCY FIGURES
       ADD-ROW-FC-AMOUNT.
           MOVE SEL8_ORIG_AMT_FH TO PAY-ROW-FC
           COMPUTE PAY-ROW-FC ROUNDED =
               PAY-ROW-FC + PAY-TAX-AMT / OI-BOOKED-RATE
           ADD PAY-ROW-FC TO OI-ORIG-FC
           ADD PAY-ROW-FC TO OI-BALANCE-FC.

           EXIT PARAGRAPH.

               DISPLAY "INVOICE IS ALREADY FULLY PAID"
               EXIT PARAGRAPH
           END-IF
           IF PAY-OI-STATUS(PAY-HIT-IDX) = "WRTOFF"
               DISPLAY "INVOICE WAS WRITTEN OFF AS BAD DEBT - "
-                  "POST THE RECOVERY THROUGH THE BOOKKEEPER"
               EXIT PARAGRAPH
           END-IF
           MOVE PAY-HIT-IDX TO PAY-IDX
           PERFORM BUILD-OPENITEM-FROM-TABLE
           IF OI-CURRENCY NOT = SPACES AND OI-CURRENCY NOT = "PHP"
-              AND OI-BOOKED-RATE > ZERO
               PERFORM APPLY-FOREIGN-PAYMENT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FX-CURRENCY
           MOVE ZERO TO WS-FX-APPLIED-FC
           MOVE ZERO TO WS-FX-RATE
           MOVE ZERO TO WS-FX-DIFF
           MOVE PAY-OI-BAL(PAY-HIT-IDX) TO PAY-BAL-OUT
           DISPLAY "CUSTOMER: " PAY-OI-CUST(PAY-HIT-IDX)
               " BALANCE: " PAY-BAL-OUT
               " DUE: " PAY-OI-DUE(PAY-HIT-IDX)
           ACCEPT PAY-DATE FROM DATE YYYYMMDD
           PERFORM WORK-OUT-DISCOUNT-AVAILABLE
           DISPLAY "ENTER PAYMENT AMOUNT: " WITH NO ADVANCING
           ACCEPT PAY-AMOUNT
           IF PAY-AMOUNT <= ZERO
               EXIT PARAGRAPH
           END-IF

      *A PAYMENT THAT LEAVES NO MORE THAN THE DISCOUNT OWING
      *SETTLES THE INVOICE - THE SHORTFALL IS THE DISCOUNT GRANTED
           MOVE ZERO TO PAY-DISC-AMT
           IF PAY-DISC-AVAIL > ZERO AND
-              PAY-AMOUNT + PAY-DISC-AVAIL >= PAY-OI-BAL(PAY-HIT-IDX)
               COMPUTE PAY-DISC-AMT =
                   PAY-OI-BAL(PAY-HIT-IDX) - PAY-AMOUNT
           END-IF
           ADD PAY-AMOUNT TO PAY-OI-PAID(PAY-HIT-IDX)
           SUBTRACT PAY-AMOUNT FROM PAY-OI-BAL(PAY-HIT-IDX)
           ADD PAY-DISC-AMT TO PAY-OI-DISC-TAKEN(PAY-HIT-IDX)
           SUBTRACT PAY-DISC-AMT FROM PAY-OI-BAL(PAY-HIT-IDX)
           IF PAY-OI-BAL(PAY-HIT-IDX) = ZERO
               MOVE "PAID" TO PAY-OI-STATUS(PAY-HIT-IDX)
           END-IF
           PERFORM APPEND-PAYMENT-REGISTER
           PERFORM REWRITE-OPEN-ITEM-FILE

           MOVE PAY-AMOUNT TO PAY-AMT-OUT
           MOVE PAY-OI-BAL(PAY-HIT-IDX) TO PAY-BAL-OUT
           DISPLAY "PAYMENT OF " PAY-AMT-OUT " APPLIED - "
-              "BALANCE NOW " PAY-BAL-OUT
           IF PAY-DISC-AMT > ZERO
               MOVE PAY-DISC-AMT TO PAY-DISC-OUT
               DISPLAY "PROMPT-PAYMENT DISCOUNT GRANTED: "
                   PAY-DISC-OUT
           END-IF.

           EXIT PARAGRAPH.

      *A FOREIGN-CURRENCY INVOICE IS PAID IN ITS OWN CURRENCY AND
      *THE CASH CONVERTED AT THE RATE IN FORCE ON THE PAYMENT DATE.
      *THE ITEM COMES DOWN AT THE BOOKED RATE; THE DIFFERENCE IS A
      *REALIZED EXCHANGE GAIN OR LOSS POSTED TO THE GL
       APPLY-FOREIGN-PAYMENT.
           ACCEPT PAY-DATE FROM DATE YYYYMMDD
           MOVE PAY-DATE TO WS-AC-DATE
           MOVE OI-CURRENCY TO WS-FX-CURRENCY
           PERFORM LOOK-UP-PAYMENT-DATE-RATE
           IF WS-FX-RATE-FOUND NOT = "Y"
               DISPLAY "NO " OI-CURRENCY " RATE IN FORCE ON "
                   PAY-DATE " - ENTER ONE IN CURRENCY-RATE-MAINT"
               EXIT PARAGRAPH
           END-IF
           MOVE OI-BALANCE-FC TO PAY-AMT-OUT
           MOVE OI-BALANCE TO PAY-BAL-OUT
           DISPLAY "CUSTOMER: " OI-CUST-NUM " BALANCE: " OI-CURRENCY
               PAY-AMT-OUT " DUE: " OI-DUE-DATE
           DISPLAY "BOOKED IN HOME CURRENCY AT: " PAY-BAL-OUT
           MOVE OI-BOOKED-RATE TO PAY-RATE-OUT
           DISPLAY "BOOKED RATE: " PAY-RATE-OUT
           MOVE WS-FX-RATE TO PAY-RATE-OUT
           DISPLAY "RATE ON " PAY-DATE ": " PAY-RATE-OUT
           IF OI-DISC-PCT > ZERO AND OI-DISC-TAKEN = ZERO AND
-              PAY-DATE <= OI-DISC-DATE
               DISPLAY "PROMPT-PAYMENT DISCOUNT OF " OI-DISC-PCT
                   "% AVAILABLE THROUGH " OI-DISC-DATE
           END-IF
           DISPLAY "ENTER PAYMENT AMOUNT IN " OI-CURRENCY ": "
               WITH NO ADVANCING
           ACCEPT PAY-AMOUNT
           IF PAY-AMOUNT <= ZERO
               DISPLAY "PAYMENT MUST BE GREATER THAN ZERO"
               EXIT PARAGRAPH
           END-IF
           IF PAY-AMOUNT > OI-BALANCE-FC
               DISPLAY "PAYMENT EXCEEDS THE OPEN BALANCE - "
-                  "NOT APPLIED (NO CREDIT BALANCES ON THE LEDGER)"
               EXIT PARAGRAPH
           END-IF

           MOVE PAY-AMOUNT TO WS-FX-PAY-FC
           MOVE ZERO TO WS-FX-PAY-HOME
           PERFORM APPLY-FX-CASH-TO-OPEN-ITEM
           MOVE OI-PAID-AMT TO PAY-OI-PAID(PAY-HIT-IDX)
           MOVE OI-BALANCE TO PAY-OI-BAL(PAY-HIT-IDX)
           MOVE OI-STATUS TO PAY-OI-STATUS(PAY-HIT-IDX)
           MOVE OI-DISC-TAKEN TO PAY-OI-DISC-TAKEN(PAY-HIT-IDX)
           MOVE OPENITEM-RECORD TO PAY-OI-IMAGE(PAY-HIT-IDX)
           MOVE WS-FX-RECEIVED TO PAY-AMOUNT
           MOVE WS-AC-DISC TO PAY-DISC-AMT
           PERFORM APPEND-PAYMENT-REGISTER
           PERFORM POST-REALIZED-FX-ENTRY
           PERFORM REWRITE-OPEN-ITEM-FILE

           MOVE WS-FX-APPLIED-FC TO PAY-AMT-OUT
           MOVE PAY-OI-BAL(PAY-HIT-IDX) TO PAY-BAL-OUT
           DISPLAY "PAYMENT OF " OI-CURRENCY PAY-AMT-OUT " APPLIED"
           MOVE WS-FX-RECEIVED TO PAY-AMT-OUT
           DISPLAY "HOME CURRENCY RECEIVED: " PAY-AMT-OUT
           MOVE OI-BALANCE-FC TO PAY-AMT-OUT
           DISPLAY "BALANCE NOW " OI-CURRENCY PAY-AMT-OUT
               " (HOME " PAY-BAL-OUT ")"
           IF WS-FX-DISC-FC > ZERO
               MOVE WS-FX-DISC-FC TO PAY-DISC-OUT
               DISPLAY "PROMPT-PAYMENT DISCOUNT GRANTED: "
                   OI-CURRENCY PAY-DISC-OUT
           END-IF
           MOVE WS-FX-DIFF TO PAY-AMT-OUT
           EVALUATE TRUE
               WHEN WS-FX-DIFF > ZERO
                   DISPLAY "REALIZED EXCHANGE GAIN: " PAY-AMT-OUT
               WHEN WS-FX-DIFF < ZERO
                   DISPLAY "REALIZED EXCHANGE LOSS: " PAY-AMT-OUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EXIT PARAGRAPH.

      *THE DISCOUNT IS ON THE ORIGINAL AMOUNT, ONCE PER INVOICE,
      *AND ONLY WHILE PAY-DATE IS ON OR BEFORE THE DISCOUNT DATE
       WORK-OUT-DISCOUNT-AVAILABLE.
           MOVE ZERO TO PAY-DISC-AVAIL
           IF PAY-OI-DISC-PCT(PAY-HIT-IDX) = ZERO OR
-              PAY-OI-DISC-TAKEN(PAY-HIT-IDX) NOT = ZERO OR
-              PAY-DATE > PAY-OI-DISC-DATE(PAY-HIT-IDX)
               EXIT PARAGRAPH
           END-IF
           COMPUTE PAY-DISC-AVAIL ROUNDED =
               PAY-OI-ORIG(PAY-HIT-IDX) *
               PAY-OI-DISC-PCT(PAY-HIT-IDX) / 100
           IF PAY-DISC-AVAIL > PAY-OI-BAL(PAY-HIT-IDX)
               MOVE PAY-OI-BAL(PAY-HIT-IDX) TO PAY-DISC-AVAIL
           END-IF
           MOVE PAY-DISC-AVAIL TO PAY-DISC-OUT
           DISPLAY "PROMPT-PAYMENT DISCOUNT OF " PAY-DISC-OUT
               " AVAILABLE THROUGH " PAY-OI-DISC-DATE(PAY-HIT-IDX)
           COMPUTE PAY-DISC-OUT =
               PAY-OI-BAL(PAY-HIT-IDX) - PAY-DISC-AVAIL
           DISPLAY "PAY " PAY-DISC-OUT " TO SETTLE IN FULL".

           EXIT PARAGRAPH.

       APPEND-PAYMENT-REGISTER.
           OPEN EXTEND ARPAY-FILE
           IF WS-ARPAY-STATUS = "35"
               OPEN OUTPUT ARPAY-FILE
           END-IF
           IF WS-ARPAY-STATUS NOT = "00" AND NOT = "05"
               MOVE "ARPAY-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-ARPAY-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           ELSE
               MOVE PAY-INVOICE-NUM TO AP-INVOICE-NUM
               MOVE PAY-DATE TO AP-PAY-DATE
               MOVE PAY-AMOUNT TO AP-PAY-AMT
               MOVE WS-FH-OPERATOR-ID TO AP-OPERATOR-ID
               MOVE PAY-DISC-AMT TO AP-DISC-AMT
               MOVE "M" TO AP-SOURCE
               MOVE WS-FX-CURRENCY TO AP-CURRENCY
               MOVE WS-FX-APPLIED-FC TO AP-FC-AMT
               MOVE WS-FX-RATE TO AP-RATE
               MOVE WS-FX-DIFF TO AP-FX-DIFF
               WRITE ARPAY-RECORD
               CLOSE ARPAY-FILE
           END-IF.
                   MOVE PAY-OI-BAL(PAY-IDX) TO PAY-BAL-OUT
                   DISPLAY PAY-OI-INVOICE(PAY-IDX) " "
                       PAY-OI-CUST(PAY-IDX) " "
                       PAY-OI-DATE(PAY-IDX) " DUE: "
                       PAY-OI-DUE(PAY-IDX) " BALANCE: "
                       PAY-BAL-OUT
               END-IF
           END-PERFORM
                               PAY-OI-BAL(PAY-OI-COUNT)
                           MOVE OI-STATUS TO
                               PAY-OI-STATUS(PAY-OI-COUNT)
                           PERFORM NORMALIZE-OPENITEM-RECORD
                           MOVE OI-DUE-DATE TO
                               PAY-OI-DUE(PAY-OI-COUNT)
                           MOVE OI-DISC-DATE TO
                               PAY-OI-DISC-DATE(PAY-OI-COUNT)
                           MOVE OI-DISC-PCT TO
                               PAY-OI-DISC-PCT(PAY-OI-COUNT)
                           MOVE OI-DISC-TAKEN TO
                               PAY-OI-DISC-TAKEN(PAY-OI-COUNT)
                           MOVE OPENITEM-RECORD TO
                               PAY-OI-IMAGE(PAY-OI-COUNT)
                       ELSE
                           MOVE "Y" TO PAY-OI-OVERFLOW
                       END-IF
           EXIT PARAGRAPH.

      *REWRITING FROM A CAPPED TABLE WOULD DELETE EVERY ROW PAST
      *500 - CALLERS CHECK PAY-OI-OVERFLOW BEFORE COMING HERE.
      *EACH ROW STARTS FROM ITS IMAGE AS READ, SO FIELDS THIS
      *PROGRAM DOES NOT MAINTAIN (THE DUNNING HISTORY) ARE KEPT
       REWRITE-OPEN-ITEM-FILE.
           OPEN OUTPUT OPENITEM-FILE
           IF WS-OPENITEM-STATUS NOT = "00"
           END-IF
           PERFORM VARYING PAY-IDX FROM 1 BY 1
               UNTIL PAY-IDX > PAY-OI-COUNT
               PERFORM BUILD-OPENITEM-FROM-TABLE
               WRITE OPENITEM-RECORD
           END-PERFORM
           CLOSE OPENITEM-FILE.

           EXIT PARAGRAPH.

      *TABLE ENTRY PAY-IDX LAID BACK OVER ITS IMAGE AS READ
       BUILD-OPENITEM-FROM-TABLE.
           MOVE PAY-OI-IMAGE(PAY-IDX) TO OPENITEM-RECORD
           MOVE PAY-OI-INVOICE(PAY-IDX) TO OI-INVOICE-NUM
           MOVE PAY-OI-CUST(PAY-IDX) TO OI-CUST-NUM
           MOVE PAY-OI-DATE(PAY-IDX) TO OI-INV-DATE
           MOVE PAY-OI-ORIG(PAY-IDX) TO OI-ORIG-AMT
           MOVE PAY-OI-PAID(PAY-IDX) TO OI-PAID-AMT
           MOVE PAY-OI-BAL(PAY-IDX) TO OI-BALANCE
           MOVE PAY-OI-STATUS(PAY-IDX) TO OI-STATUS
           MOVE PAY-OI-DUE(PAY-IDX) TO OI-DUE-DATE
           MOVE PAY-OI-DISC-DATE(PAY-IDX) TO OI-DISC-DATE
           MOVE PAY-OI-DISC-PCT(PAY-IDX) TO OI-DISC-PCT
           MOVE PAY-OI-DISC-TAKEN(PAY-IDX) TO OI-DISC-TAKEN.

           EXIT PARAGRAPH.

       COPY "gl-acct-load.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "lock-paragraphs.cpy".

       COPY "due-date.cpy".

       COPY "openitem-normalize.cpy".

       COPY "fx-apply.cpy".


       COPY "capture-operator.cpy".
