      * poctl.dat last-number file the same way invoices are
      * numbered. INQUIRY lists open POs, and RECEIVE matches
      * a delivery against its PO before any stock moves -
      * the received quantity posts to IV-ON-HAND, and to
      * the stock location it is put away in, through
      * inv-post.cpy, and over- and short-receipts are
      * flagged instead of trusting whatever quantity gets
      * typed in. The vendor on every new PO must be an
      * active code on the vendor master (vendor.dat), and
      * the expected date defaults to today plus that
      * vendor's standard lead time. The agreed unit price,
      * defaulting to the product master's unit cost, is kept
      * on the line for matching the vendor's invoice, and
      * the receipt date is kept for the vendor performance
      * report. Every receipt also recomputes the item's
      * moving-average PM-UNIT-COST from the on-hand and the
      * received quantity at the PO price (avg-cost.cpy), the
      * previous cost going to the prodhist.dat cost history.
      * Run on demand from the command line; it is not wired
      * into FH-MAIN-MENU since it is housekeeping, not a
      * calculation.
      *====================================================

       ENVIRONMENT DIVISION.
               FILE-CONTROL.
           COPY "openpo-select.cpy".
           COPY "inv-select.cpy".
           COPY "invloc-select.cpy".
           COPY "loc-select.cpy".
           COPY "backord-select.cpy".
           COPY "salesord-select.cpy".
           COPY "stkmove-select.cpy".
           COPY "updjrnl-select.cpy".
           COPY "vendor-select.cpy".
           COPY "prod-select.cpy".
           COPY "prodhist-select.cpy".
           SELECT POCTL-FILE ASSIGN TO "poctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POR-CTL-STATUS.
       FILE SECTION.
           COPY "openpo-rec.cpy".
           COPY "inv-rec.cpy".
           COPY "invloc-rec.cpy".
           COPY "loc-rec.cpy".
           COPY "backord-rec.cpy".
           COPY "salesord-rec.cpy".
           COPY "stkmove-rec.cpy".
           COPY "updjrnl-rec.cpy".
           COPY "vendor-rec.cpy".
           COPY "prod-rec.cpy".
           COPY "prodhist-rec.cpy".

       FD  POCTL-FILE.

       01  POR-VENDOR                      PIC X(10).
       01  POR-QTY                         PIC 9(5)V99.
       01  POR-EXPECT                      PIC 9(8).
       01  POR-EXPECT-IN                   PIC X(8).
       01  POR-PRICE                       PIC 9(5)V99.
       01  POR-PRICE-IN                    PIC X(15).
       01  POR-DATE                        PIC 9(8).
       01  POR-ANSWER                      PIC X.
       01  POR-RECV-QTY                    PIC 9(5)V99.
               10  POR-T-STATUS            PIC X(6).
               10  POR-T-RECV              PIC 9(5)V99.
               10  POR-T-OPER              PIC X(10).
               10  POR-T-RDATE             PIC 9(8).
               10  POR-T-PRICE             PIC 9(5)V99.
           COPY "backorder-vars.cpy".
           COPY "ws-vars.cpy".

           END-IF
           DISPLAY "ENTER VENDOR: " WITH NO ADVANCING
           ACCEPT POR-VENDOR
           PERFORM EDIT-PO-VENDOR
           IF POR-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER QUANTITY: " WITH NO ADVANCING
           ACCEPT POR-QTY
           IF POR-QTY <= ZERO
               DISPLAY "QUANTITY MUST BE GREATER THAN ZERO - "
-                  "PO NOT RAISED"
               EXIT PARAGRAPH
           END-IF
           ACCEPT POR-DATE FROM DATE YYYYMMDD
           COMPUTE POR-EXPECT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(POR-DATE) + VN-LEAD-DAYS)
           DISPLAY "ENTER EXPECTED DATE (YYYYMMDD, BLANK FOR "
               POR-EXPECT "): " WITH NO ADVANCING
           ACCEPT POR-EXPECT-IN
           IF POR-EXPECT-IN NOT = SPACES
               IF POR-EXPECT-IN NOT NUMERIC
                   DISPLAY "NOT A VALID DATE - PO NOT RAISED"
                   EXIT PARAGRAPH
               END-IF
               MOVE POR-EXPECT-IN TO POR-EXPECT
           END-IF
           PERFORM ACCEPT-PO-PRICE
           IF POR-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-NEXT-PO-NUMBER
           OPEN EXTEND OPENPO-FILE
           IF WS-OPENPO-STATUS = "35"
               OPEN OUTPUT OPENPO-FILE
           MOVE "OPEN" TO PO-STATUS
           MOVE ZERO TO PO-RECV-QTY
           MOVE WS-FH-OPERATOR-ID TO PO-OPERATOR-ID
           MOVE ZERO TO PO-RECV-DATE
           MOVE POR-PRICE TO PO-UNIT-PRICE
           WRITE OPENPO-RECORD
           CLOSE OPENPO-FILE
           ADD 1 TO POR-COUNT

           EXIT PARAGRAPH.

      *THE VENDOR MUST BE ON THE MASTER AND ACTIVE - A MISSPELT
      *CODE NEVER REACHES OPENPO.DAT. POR-FOUND COMES BACK "Y"
      *WITH VENDOR-RECORD LOADED WHEN IT PASSES
       EDIT-PO-VENDOR.
           MOVE "N" TO POR-FOUND
           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-STATUS NOT = "00"
               DISPLAY "NO VENDOR MASTER ON FILE - PO NOT RAISED"
               EXIT PARAGRAPH
           END-IF
           MOVE POR-VENDOR TO VN-CODE
           READ VENDOR-FILE
               INVALID KEY
                   DISPLAY "VENDOR " POR-VENDOR
                       " IS NOT ON THE VENDOR MASTER - PO NOT "
                       "RAISED"
               NOT INVALID KEY
                   IF VN-ACTIVE = "N"
                       DISPLAY "VENDOR " POR-VENDOR
                           " IS INACTIVE - PO NOT RAISED"
                   ELSE
                       MOVE "Y" TO POR-FOUND
                       DISPLAY "VENDOR: " VN-NAME " LEAD TIME "
                           VN-LEAD-DAYS " DAY(S)"
                   END-IF
           END-READ
           CLOSE VENDOR-FILE.

           EXIT PARAGRAPH.

      *THE PRICE AGREED WITH THE VENDOR, OFFERED AT THE ITEM'S
      *UNIT COST OFF THE PRODUCT MASTER. POR-FOUND COMES BACK "Y"
      *WHEN A USABLE PRICE IS IN POR-PRICE
       ACCEPT-PO-PRICE.
           MOVE "N" TO POR-FOUND
           MOVE ZERO TO POR-PRICE
           OPEN INPUT PROD-FILE
           IF WS-PROD-FILE-STATUS = "00"
               MOVE IV-ITEM-CODE TO PM-ITEM-CODE
               READ PROD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-UNIT-COST TO POR-PRICE
               END-READ
               CLOSE PROD-FILE
           END-IF
           MOVE POR-PRICE TO POR-QTY-OUT
           DISPLAY "ENTER UNIT PRICE (BLANK FOR " POR-QTY-OUT "): "
               WITH NO ADVANCING
           ACCEPT POR-PRICE-IN
           IF POR-PRICE-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(POR-PRICE-IN) NOT = ZERO
                   DISPLAY "PRICE IS NOT A NUMBER - PO NOT RAISED"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE POR-PRICE = FUNCTION NUMVAL(POR-PRICE-IN)
           END-IF
           IF POR-PRICE = ZERO
               DISPLAY "NO UNIT PRICE - PO NOT RAISED"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO POR-FOUND.

           EXIT PARAGRAPH.

      *SAME LAST-NUMBER PATTERN AS THE INVOICE COUNTER - A
      *MISSING CONTROL FILE STARTS THE SEQUENCE AT 000001
       GET-NEXT-PO-NUMBER.
               DISPLAY "*** SHORT-RECEIPT - ORDERED " POR-QTY-OUT
                   " RECEIVED " POR-QTY2-OUT " ***"
           END-IF
           DISPLAY "ENTER RECEIVING LOCATION (BLANK FOR MAIN): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INV-LOCATION
           ACCEPT WS-INV-LOCATION
           PERFORM CHECK-STOCK-LOCATION
           IF WS-LOC-OK NOT = "Y"
               DISPLAY "RECEIPT ABANDONED - PO LEFT OPEN"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ACCEPT THIS RECEIPT? (Y): " WITH NO ADVANCING
           ACCEPT POR-ANSWER
           IF POR-ANSWER NOT = "Y" AND POR-ANSWER NOT = "y"
               EXIT PARAGRAPH
           END-IF

      * The average cost is taken on the on-hand before this
      * receipt lands, so it goes first
           IF POR-T-PRICE(POR-IDX) > ZERO
               MOVE POR-T-ITEM(POR-IDX) TO WS-AC-ITEM-CODE
               MOVE POR-RECV-QTY TO WS-AC-QTY
               COMPUTE WS-AC-VALUE ROUNDED =
                   POR-RECV-QTY * POR-T-PRICE(POR-IDX)
               MOVE "AVG" TO WS-AC-CHANGE-TYPE
               PERFORM REVALUE-AVERAGE-COST
           ELSE
               DISPLAY "NOTE - NO PRICE ON THIS PO - UNIT COST "
-                  "LEFT AS IT WAS"
           END-IF

           MOVE POR-T-ITEM(POR-IDX) TO WS-INV-ITEM-CODE
           COMPUTE WS-INV-UNITS = 0 - POR-RECV-QTY
           MOVE "RECEIPT" TO WS-MV-TYPE
           MOVE SPACES TO WS-MV-REF
           STRING "PO" POR-PO-NUM
               DELIMITED BY SIZE INTO WS-MV-REF
           PERFORM POST-SALE-TO-INVENTORY

           MOVE POR-RECV-QTY TO POR-T-RECV(POR-IDX)
           ACCEPT POR-T-RDATE(POR-IDX) FROM DATE YYYYMMDD
           MOVE "RECVD" TO POR-T-STATUS(POR-IDX)
           PERFORM REWRITE-PO-FILE
           DISPLAY "RECEIPT POSTED - PO " POR-PO-NUM " CLOSED".
                               POR-T-RECV(POR-TAB-COUNT)
                           MOVE PO-OPERATOR-ID TO
                               POR-T-OPER(POR-TAB-COUNT)
                           IF PO-UNIT-PRICE NUMERIC
                               MOVE PO-UNIT-PRICE TO
                                   POR-T-PRICE(POR-TAB-COUNT)
                           ELSE
                               MOVE ZERO TO
                                   POR-T-PRICE(POR-TAB-COUNT)
                           END-IF
                           IF PO-RECV-DATE NUMERIC
                               MOVE PO-RECV-DATE TO
                                   POR-T-RDATE(POR-TAB-COUNT)
                           ELSE
                               MOVE ZERO TO
                                   POR-T-RDATE(POR-TAB-COUNT)
                           END-IF
                       ELSE
                           MOVE "Y" TO POR-OVERFLOW
                       END-IF
               MOVE POR-T-STATUS(POR-IDX) TO PO-STATUS
               MOVE POR-T-RECV(POR-IDX) TO PO-RECV-QTY
               MOVE POR-T-OPER(POR-IDX) TO PO-OPERATOR-ID
               MOVE POR-T-RDATE(POR-IDX) TO PO-RECV-DATE
               MOVE POR-T-PRICE(POR-IDX) TO PO-UNIT-PRICE
               WRITE OPENPO-RECORD
           END-PERFORM
           CLOSE OPENPO-FILE.

       COPY "inv-post.cpy".

       COPY "loc-check.cpy".

       COPY "stkmove-write.cpy".

       COPY "avg-cost.cpy".

       COPY "backorder-alloc.cpy".

       COPY "hold-check.cpy".

       COPY "order-reserve.cpy".


       COPY "capture-operator.cpy".
