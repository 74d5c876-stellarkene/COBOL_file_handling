      * a sale without re-keying the total. The job's costed
      * lines on quotes.dat are added up the way
      * JOB-QUOTATION adds them, the salesman and customer
      * are validated on their masters, any material the
      * customer holds a price contract for (contract.dat) is
      * repriced at the contract rate (labor and machine
      * operation lines never are), the revision's markup
      * percentage takes the cost to the selling price that
      * JOB-QUOTATION printed, the closed-period check
      * applies exactly as at interactive entry (supervisor
      * override included - a clerk's acceptance waits on the
      * approval queue and posts when it is run again once a
      * supervisor has approved it), an invoice number is
      * drawn from invctl.dat, the commission tiers price the
      * total, and the transaction lands in sel_8.dat. The job
      * is then stamped ACCEPTED on quotstat.dat with the
      * invoice number it became, so quote and sale tie
      * together.
      * Only the lines of the job's current quotation
      * revision count (quoterev.dat), and a quote past its
      * valid-until date is refused - it has to be re-priced
      * through QUOTE-REVISION at today's material rates
      * first. A job quoted before revisions were kept is
      * taken as valid for the standard 30 days from its
      * earliest line. Material the job needs beyond what is
      * free to promise - on-hand less quarantine holds and
      * less what open sales orders have reserved - is called
      * out before posting so it can be ordered in. Runs
      * under the suite interlock.
      *====================================================

       ENVIRONMENT DIVISION.
               FILE-CONTROL.
           COPY "quote-select.cpy".
           COPY "quotstat-select.cpy".
           COPY "quoterev-select.cpy".
           COPY "sel8-select.cpy".
           COPY "sqnc5-select.cpy".
           COPY "cust-select.cpy".
           COPY "invctl-select.cpy".
           COPY "perctl-select.cpy".
           COPY "updjrnl-select.cpy".
           COPY "contract-select.cpy".
           COPY "mgrrate-select.cpy".
           COPY "override-select.cpy".
           COPY "inv-select.cpy".
           COPY "invloc-select.cpy".
           COPY "salesord-select.cpy".
           COPY "apprq-select.cpy".
           COPY "lock-select.cpy".
           COPY "runlog-select.cpy".

       FILE SECTION.
           COPY "quote-rec.cpy".
           COPY "quotstat-rec.cpy".
           COPY "quoterev-rec.cpy".

           FD SEL8-FILE.
           COPY "sel8-rec.cpy".
           COPY "invctl-rec.cpy".
           COPY "perctl-rec.cpy".
           COPY "updjrnl-rec.cpy".
           COPY "contract-rec.cpy".
           COPY "mgrrate-rec.cpy".
           COPY "override-rec.cpy".
           COPY "inv-rec.cpy".
           COPY "invloc-rec.cpy".
           COPY "salesord-rec.cpy".
           COPY "apprq-rec.cpy".
           COPY "lock-rec.cpy".
           COPY "fd-vars.cpy".

       01  QAC-SM-NUM                      PIC 9(12).
       01  QAC-SM-NAME                     PIC X(25).
       01  QAC-CUST-NUM                    PIC X(8).
       01  QAC-CONTRACT                    PIC X VALUE "N".
       01  QAC-LINE-COST                   PIC 9(10)V99.
       01  QAC-RUN-DATE                    PIC 9(8).
       01  QAC-PERIOD-OK                   PIC X.
       01  QAC-COMMISSION                  PIC 9(10)V99.
       01  QAC-PERCENT                     PIC X(3).
       01  QAC-PLAN-CODE                   PIC X(5) VALUE "STD".
       01  QAC-TAB-COUNT                   PIC 9(3) VALUE 0.
       01  QAC-FOUND                       PIC X.
       01  QAC-OVERFLOW                    PIC X VALUE "N".
       01  QAC-LINE-REV                    PIC 9(3).
       01  QAC-FIRST-DATE                  PIC X(8).
       01  QAC-MAT-COUNT                   PIC 99 VALUE 0.
       01  QAC-MAT-IDX                     PIC 99.
       01  QAC-MAT-TABLE.
           05  QAC-MAT-ENTRY               OCCURS 50 TIMES.
               10  QAC-M-MATERIAL          PIC X(4).
               10  QAC-M-NEEDED            PIC 9(7)V99.
       01  QAC-MAT-NEED                    PIC 9(7)V99.
       01  QAC-SHORT-COUNT                 PIC 99 VALUE 0.
       01  SEL8-FILE-STATUS                PIC XX.
       01  SEQ5-FILE-STATUS                PIC XX.
       01  QAC-QS-TABLE.

           DISPLAY "ENTER JOB NUMBER TO ACCEPT: " WITH NO ADVANCING.
           ACCEPT QAC-JOB-NUM.
           MOVE QAC-JOB-NUM TO WS-QR-JOB.
           PERFORM FIND-CURRENT-REVISION.

           PERFORM SUM-JOB-QUOTE-LINES.
           IF QAC-LINE-COUNT = 0
               PERFORM RELEASE-FH-LOCK
               GOBACK
           END-IF.
           PERFORM APPLY-QAC-MARKUP.
           MOVE QAC-JOB-TOTAL TO QAC-TOTAL-OUT.
           DISPLAY "REVISION " WS-QR-CUR-REV ": " QAC-LINE-COUNT
               " LINE(S), JOB TOTAL " QAC-TOTAL-OUT.

           PERFORM CHECK-JOB-NOT-DECIDED.
           IF QAC-FOUND = "Y"
               GOBACK
           END-IF.

           PERFORM CHECK-QUOTE-STILL-VALID.
           IF WS-QR-VALID-UNTIL < QAC-RUN-DATE
               DISPLAY "QUOTE EXPIRED ON " WS-QR-VALID-UNTIL
                   " - RE-PRICE IT THROUGH QUOTE-REVISION BEFORE "
                   "ACCEPTING"
               PERFORM RELEASE-FH-LOCK
               GOBACK
           END-IF.

           PERFORM ACCEPT-QAC-SALESMAN.
           IF QAC-SM-NAME = SPACES
               PERFORM RELEASE-FH-LOCK
               GOBACK
           END-IF.
           PERFORM ACCEPT-QAC-CUSTOMER.
           PERFORM APPLY-QAC-CONTRACT-PRICING.
           IF QAC-CONTRACT = "Y"
               MOVE QAC-JOB-TOTAL TO QAC-TOTAL-OUT
               DISPLAY "CONTRACT PRICING APPLIED - JOB TOTAL "
                   QAC-TOTAL-OUT
           END-IF.
           PERFORM CHECK-QAC-MATERIAL-STOCK.

           ACCEPT QAC-RUN-DATE FROM DATE YYYYMMDD.
           MOVE QAC-RUN-DATE TO WS-PC-CHECK-DATE.
-                  "FOR COMMISSION"
               MOVE "QUOTEACC-REFUSED" TO WS-RUNLOG-PROGRAM-ID
               PERFORM CHECK-SUPERVISOR-ROLE
               MOVE WS-FH-ROLE-OK TO QAC-PERIOD-OK
               IF QAC-PERIOD-OK NOT = "Y"
                   PERFORM SEEK-QAC-PERIOD-RELEASE
               END-IF
               IF QAC-PERIOD-OK NOT = "Y"
                   DISPLAY "ACCEPTANCE NOT POSTED"
                   PERFORM RELEASE-FH-LOCK
                   GOBACK

           GOBACK.

      *NO SUPERVISOR AT THE TERMINAL - THE ACCEPTANCE WAITS ON
      *THE APPROVAL QUEUE AND POSTS WHEN IT IS RUN AGAIN ONCE
      *APPROVED FOR THE JOB
       SEEK-QAC-PERIOD-RELEASE.
           MOVE "PERIOD" TO WS-AQ-TYPE
           MOVE SPACES TO WS-AQ-REF
           STRING QAC-RUN-DATE(1:6) " JOB " QAC-JOB-NUM
               DELIMITED BY SIZE INTO WS-AQ-REF
           MOVE "QUOTE-ACCEPTANCE" TO WS-AQ-PROGRAM
           MOVE QAC-JOB-TOTAL TO WS-AQ-AMOUNT
           MOVE SPACES TO WS-AQ-REASON
           STRING "ACCEPTANCE DATED IN CLOSED PERIOD "
               QAC-RUN-DATE(1:6)
               DELIMITED BY SIZE INTO WS-AQ-REASON
           PERFORM SEEK-APPROVAL
           IF WS-AQ-DECISION = "APPROVED"
               MOVE "Y" TO QAC-PERIOD-OK
           END-IF.

           EXIT PARAGRAPH.

      *SAME ADDITION JOB-QUOTATION PRINTS - THE TOTAL THAT GOES TO
      *COMMISSION IS THE TOTAL THE CUSTOMER ACCEPTED
       SUM-JOB-QUOTE-LINES.
           MOVE ZERO TO QAC-JOB-TOTAL
           MOVE ZERO TO QAC-LINE-COUNT
           MOVE HIGH-VALUES TO QAC-FIRST-DATE
           MOVE "N" TO QAC-EOF
           OPEN INPUT QUOTE-FILE
           IF WS-QUOTE-STATUS NOT = "00"
                   AT END
                       MOVE "Y" TO QAC-EOF
                   NOT AT END
                       PERFORM SET-QAC-LINE-REVISION
                       IF QU-JOB-NUM = QAC-JOB-NUM AND
                           QAC-LINE-REV = WS-QR-CUR-REV
                           ADD 1 TO QAC-LINE-COUNT
                           ADD QU-COST TO QAC-JOB-TOTAL
                           IF QU-QUOTE-DATE < QAC-FIRST-DATE
                               MOVE QU-QUOTE-DATE TO QAC-FIRST-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT PARAGRAPH.

      *A LINE FROM BEFORE REVISIONS WERE KEPT BELONGS TO REVISION 1
       SET-QAC-LINE-REVISION.
           IF QU-REVISION NUMERIC AND QU-REVISION > ZERO
               MOVE QU-REVISION TO QAC-LINE-REV
           ELSE
               MOVE 1 TO QAC-LINE-REV
           END-IF.

           EXIT PARAGRAPH.

      *A JOB WITH NO REVISION ROW HAS NO VALIDITY DATE OF ITS OWN -
      *IT GETS THE STANDARD VALIDITY FROM ITS EARLIEST LINE
       CHECK-QUOTE-STILL-VALID.
           ACCEPT QAC-RUN-DATE FROM DATE YYYYMMDD
           IF WS-QR-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           IF QAC-FIRST-DATE NOT NUMERIC
               MOVE QAC-RUN-DATE TO WS-QR-VALID-UNTIL
               EXIT PARAGRAPH
           END-IF
           MOVE QAC-FIRST-DATE TO WS-QR-BASE-DATE
           MOVE WS-QR-DEFAULT-DAYS TO WS-QR-DAYS
           PERFORM WORK-OUT-VALID-UNTIL.

           EXIT PARAGRAPH.

       CHECK-JOB-NOT-DECIDED.
           PERFORM LOAD-QUOTE-STATUS-TABLE
           MOVE "N" TO QAC-FOUND
                   IF QAC-PLAN-CODE = SPACES
                       MOVE "STD" TO QAC-PLAN-CODE
                   END-IF
      *A TERMINATED NUMBER TAKES NO FURTHER SALES - THE
      *SUCCESSOR OWNS THE ACCOUNTS NOW
                   IF SEQ5_STATUS_FH = "T"
                       DISPLAY "SALESMAN TERMINATED "
-                          SEQ5_TERM_DATE_FH " - ENTER UNDER "
-                          "SUCCESSOR " SEQ5_SUCCESSOR_FH
                       MOVE SPACES TO QAC-SM-NAME
                   END-IF
           END-READ
           CLOSE SQNC5-FILE.


           EXIT PARAGRAPH.

      *A MATERIAL THE CUSTOMER HAS A CONTRACT FOR IS RE-COSTED AT
      *THE CONTRACT RATE INSTEAD OF THE QUOTED RATE - QUANTITY AND
      *WASTE STAY AS QUOTED, SO THE LINE SCALES BY THE TWO RATES
       APPLY-QAC-CONTRACT-PRICING.
           MOVE "N" TO QAC-CONTRACT
           MOVE ZERO TO QAC-MAT-COUNT
           MOVE ZERO TO QAC-JOB-TOTAL
           MOVE "N" TO QAC-EOF
           ACCEPT WS-CP-DATE FROM DATE YYYYMMDD
           MOVE QAC-CUST-NUM TO WS-CP-CUST
           OPEN INPUT QUOTE-FILE
           IF WS-QUOTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL QAC-EOF = "Y"
               READ QUOTE-FILE
                   AT END
                       MOVE "Y" TO QAC-EOF
                   NOT AT END
                       PERFORM SET-QAC-LINE-REVISION
                       IF QU-JOB-NUM = QAC-JOB-NUM AND
                           QAC-LINE-REV = WS-QR-CUR-REV
                           PERFORM PRICE-QAC-QUOTE-LINE
                           ADD QAC-LINE-COST TO QAC-JOB-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUOTE-FILE
           PERFORM APPLY-QAC-MARKUP.

           EXIT PARAGRAPH.

      *AN OPERATION LINE IS LABOR, NOT A CONTRACT MATERIAL
       PRICE-QAC-QUOTE-LINE.
           IF NOT QU-LINE-OPERATION
               PERFORM ADD-QAC-MATERIAL-NEED
           END-IF
           MOVE QU-COST TO QAC-LINE-COST
           IF QU-RATE = ZERO OR QU-LINE-OPERATION
               EXIT PARAGRAPH
           END-IF
           MOVE QU-MATERIAL TO WS-CP-ITEM
           PERFORM PICK-CONTRACT-PRICE
           IF WS-CP-HIT = "Y"
               COMPUTE QAC-LINE-COST ROUNDED =
                   QU-COST * WS-CP-PRICE / QU-RATE
               MOVE "Y" TO QAC-CONTRACT
               DISPLAY "MATERIAL " QU-MATERIAL " AT CONTRACT RATE"
           END-IF.

           EXIT PARAGRAPH.

      *THE JOB'S MATERIAL, WASTE INCLUDED, ADDED UP BY MATERIAL
       ADD-QAC-MATERIAL-NEED.
           COMPUTE QAC-MAT-NEED ROUNDED =
               QU-QUANTITY * (100 + QU-WASTE-PCT) / 100
           PERFORM VARYING QAC-MAT-IDX FROM 1 BY 1
               UNTIL QAC-MAT-IDX > QAC-MAT-COUNT
               IF QAC-M-MATERIAL(QAC-MAT-IDX) = QU-MATERIAL
                   ADD QAC-MAT-NEED TO QAC-M-NEEDED(QAC-MAT-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF QAC-MAT-COUNT < 50
               ADD 1 TO QAC-MAT-COUNT
               MOVE QU-MATERIAL TO QAC-M-MATERIAL(QAC-MAT-COUNT)
               MOVE QAC-MAT-NEED TO QAC-M-NEEDED(QAC-MAT-COUNT)
           END-IF.

           EXIT PARAGRAPH.

      *WARNING ONLY - THE SALE STILL POSTS, BUT A MATERIAL THE JOB
      *NEEDS MORE OF THAN IS FREE TO PROMISE IS NAMED SO IT CAN BE
      *ORDERED IN. STOCK OPEN SALES ORDERS ARE WAITING ON IS NOT
      *FREE FOR THE JOB. A MATERIAL NOT STOCKED IS NOT CHECKED
       CHECK-QAC-MATERIAL-STOCK.
           MOVE ZERO TO QAC-SHORT-COUNT
           PERFORM VARYING QAC-MAT-IDX FROM 1 BY 1
               UNTIL QAC-MAT-IDX > QAC-MAT-COUNT
               MOVE SPACES TO WS-SOR-ITEM-CODE
               MOVE QAC-M-MATERIAL(QAC-MAT-IDX) TO WS-SOR-ITEM-CODE
               PERFORM WORK-OUT-FREE-TO-PROMISE
               IF WS-SOR-STOCKED = "Y" AND
-                 QAC-M-NEEDED(QAC-MAT-IDX) > WS-SOR-FREE
                   ADD 1 TO QAC-SHORT-COUNT
                   MOVE WS-SOR-FREE TO WS-SOR-QTY-OUT
                   DISPLAY "WARNING - MATERIAL "
                       QAC-M-MATERIAL(QAC-MAT-IDX) " ONLY "
                       WS-SOR-QTY-OUT " FREE TO PROMISE"
                   IF WS-SOR-RESERVED > ZERO
                       MOVE WS-SOR-RESERVED TO WS-SOR-QTY-OUT
                       DISPLAY "  OPEN SALES ORDERS RESERVE "
                           WS-SOR-QTY-OUT
                   END-IF
               END-IF
           END-PERFORM
           IF QAC-SHORT-COUNT > ZERO
               DISPLAY QAC-SHORT-COUNT " MATERIAL(S) SHORT FOR THE "
                   "JOB - ORDER THEM IN"
           END-IF.

           EXIT PARAGRAPH.

      *THE REVISION'S MARKUP TAKES THE COST TOTAL TO THE SELLING
      *PRICE JOB-QUOTATION PRINTED - THAT IS WHAT THE SALE BOOKS
       APPLY-QAC-MARKUP.
           IF WS-QR-MARKUP = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE QAC-JOB-TOTAL ROUNDED =
               QAC-JOB-TOTAL * (100 + WS-QR-MARKUP) / 100
               ON SIZE ERROR
                   DISPLAY "WARNING - MARKED-UP TOTAL TOO LARGE, "
                       "COST TOTAL KEPT"
           END-COMPUTE.

           EXIT PARAGRAPH.

       EVALUATE-QAC-COMMISSION.
           MOVE ZERO TO QAC-COMMISSION
           MOVE SPACES TO QAC-PERCENT
           MOVE 100 TO SEL8_SPLIT_PCT_FH
           MOVE ZERO TO SEL8_QTY_BREAK_FH
           MOVE QAC-PLAN-CODE TO SEL8_PLAN_CODE_FH
           MOVE QAC-CONTRACT TO SEL8_CONTRACT_FH
           MOVE ZERO TO SEL8_PROMO_DISC_FH
           MOVE WS-FH-OPERATOR-ID TO
               OPERATOR-ID-FH OF SEL8_RECORD

                   MOVE "WRITE" TO WS-UJ-ACTION
                   MOVE SEL8_RECORD TO WS-UJ-IMAGE
                   PERFORM WRITE-UPDATE-JOURNAL
                   MOVE SEL8_SM_NUM_FH TO WS-MO-SM-NUM
                   MOVE QAC-JOB-TOTAL TO WS-MO-SALES
                   MOVE SEL8_INVOICE_NUM_FH TO WS-MO-INVOICE
                   MOVE SEL8_DATE_FH TO WS-MO-DATE
                   PERFORM CREDIT-MANAGER-OVERRIDE
                   PERFORM STAMP-QUOTE-ACCEPTED
           END-WRITE
           CLOSE SEL8-FILE.

       COPY "period-check.cpy".

       COPY "approval-queue.cpy".

       COPY "contract-price.cpy".

       COPY "hold-check.cpy".

       COPY "order-reserve.cpy".

       COPY "mgr-override.cpy".

       COPY "quote-rev.cpy".


       COPY "capture-operator.cpy".
