      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-ORDER-ENTRY.

      *====================================================
      * Stand-alone utility: sales orders ahead of invoicing.
      * An order records the customer, salesman, requested
      * date, tax jurisdiction and up to 20 lines on
      * salesord.dat; each open line reserves its item
      * without relieving stock, so on-hand only moves when
      * the goods actually leave. The pick list for an order
      * prints to the spool for the warehouse. Lines are
      * priced the way interactive entry prices them - the
      * customer's price contract first, then list and
      * quantity breaks, then any promotion in effect, which
      * the line carries through to the sale it ships as.
      * Ship confirmation takes the quantities that really
      * went out, draws the invoice
      * number, writes the sel_8.dat transaction the way
      * QUOTE-ACCEPTANCE does (closed-period check - a clerk's
      * shipment into a closed period waits on the approval
      * queue and posts when confirmed again once approved -
      * commission tiers, tax and exemption as at interactive
      * entry), relieves on-hand - at the stock location the
      * goods were shipped from - through inv-post.cpy (a kit
      * relieves its components instead, kit-post.cpy) and
      * leaves any short-shipped quantity open on the order
      * for a later shipment. Stock on quarantine hold is not
      * free to promise, a kit is free to promise as far as
      * its scarcest component goes, and a shipment from a
      * location where any shipped item is on hold is
      * refused. Open orders can be listed by customer or by
      * item. Runs under the suite interlock. Run on demand
      * from the command line; it is not wired into
      * FH-MAIN-MENU since it is housekeeping, not a
      * calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "salesord-select.cpy".
           COPY "sel8-select.cpy".
           COPY "sqnc5-select.cpy".
           COPY "cust-select.cpy".
           COPY "prod-select.cpy".
           COPY "inv-select.cpy".
           COPY "invloc-select.cpy".
           COPY "loc-select.cpy".
           COPY "invctl-select.cpy".
           COPY "perctl-select.cpy".
           COPY "taxexempt-select.cpy".
           COPY "qtybreak-select.cpy".
           COPY "contract-select.cpy".
           COPY "promo-select.cpy".
           COPY "mgrrate-select.cpy".
           COPY "override-select.cpy".
           COPY "backord-select.cpy".
           COPY "stkmove-select.cpy".
           COPY "bom-select.cpy".
           COPY "updjrnl-select.cpy".
           COPY "apprq-select.cpy".
           COPY "lock-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "salesord-rec.cpy".

           FD SEL8-FILE.
           COPY "sel8-rec.cpy".
           COPY "operator-field.cpy".

           FD SQNC5-FILE.
           COPY "sqnc5-rec.cpy".
           COPY "operator-field.cpy".
           COPY "cust-rec.cpy".
           COPY "prod-rec.cpy".
           COPY "inv-rec.cpy".
           COPY "invloc-rec.cpy".
           COPY "loc-rec.cpy".
           COPY "invctl-rec.cpy".
           COPY "perctl-rec.cpy".
           COPY "taxexempt-rec.cpy".
           COPY "qtybreak-rec.cpy".
           COPY "contract-rec.cpy".
           COPY "promo-rec.cpy".
           COPY "mgrrate-rec.cpy".
           COPY "override-rec.cpy".
           COPY "backord-rec.cpy".
           COPY "stkmove-rec.cpy".
           COPY "bom-rec.cpy".
           COPY "updjrnl-rec.cpy".
           COPY "apprq-rec.cpy".
           COPY "lock-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  SOE-CHOICE                      PIC 9.
       01  SOE-EOF                         PIC X VALUE "N".
       01  SOE-TODAY                       PIC 9(8).
       01  SOE-ORDER-NUM                   PIC 9(6).
       01  SOE-PERIOD-OK                   PIC X.
       01  SOE-NEXT-ORDER                  PIC 9(6).
       01  SOE-CUST-NUM                    PIC X(8).
       01  SOE-CUST-OK                     PIC X.
       01  SOE-SM-NUM                      PIC 9(12).
       01  SOE-SM-NAME                     PIC X(25).
       01  SOE-PLAN-CODE                   PIC X(5) VALUE "STD".
       01  SOE-REQ-DATE                    PIC 9(8).
       01  SOE-TAX-JURIS                   PIC X(3).
       01  SOE-TAX-RATE                    PIC 9V9999.
       01  SOE-JURIS-OK                    PIC X.
       01  SOE-ITEM-CODE                   PIC X(8).
       01  SOE-ITEM-OK                     PIC X.
       01  SOE-ITEM-DESC                   PIC X(25).
       01  SOE-QTY                         PIC 9(5)V99.
       01  SOE-PRICE                       PIC 9(5)V99.
       01  SOE-PROMO-CODE                  PIC X(6).
       01  SOE-PROMO-UNIT-DISC             PIC 9(5)V99.
       01  SOE-ON-HAND                     PIC S9(7)V99.
       01  SOE-RESERVED                    PIC S9(7)V99.
       01  SOE-AVAILABLE                   PIC S9(7)V99.
       01  SOE-OPEN-QTY                    PIC 9(5)V99.
       01  SOE-ANSWER                      PIC X.
       01  SOE-LINE-COUNT                  PIC 99.
       01  SOE-FOUND                       PIC X.
       01  SOE-HIT-COUNT                   PIC 9(4).
       01  SOE-SHIP-LINES                  PIC 99.
       01  SOE-HELD-LINES                  PIC 99.
       01  SOE-SHIP-UNITS                  PIC 9(5)V99.
       01  SOE-SHIP-TOTAL                  PIC 9(10)V99.
       01  SOE-LINE-TOTAL                  PIC 9(10)V99.
       01  SOE-TAX-AMT                     PIC S9(10)V99.
       01  SOE-COMMISSION                  PIC 9(10)V99.
       01  SOE-PERCENT                     PIC X(3).
       01  SOE-SHIP-ITEM                   PIC X(8).
       01  SOE-SHIP-PRICE                  PIC 9(5)V99.
       01  SOE-SHIP-BREAK                  PIC 99.
       01  SOE-SHIP-CONTRACT               PIC X.
       01  SOE-SHIP-PROMO-CODE             PIC X(6).
       01  SOE-SHIP-PROMO-DISC             PIC 9(7)V99.
       01  SOE-WRITE-OK                    PIC X.
       01  SOE-EXEMPT                      PIC X.
       01  SOE-QTY-OUT                     PIC ZZ,ZZ9.99.
       01  SOE-QTY2-OUT                    PIC ZZ,ZZ9.99-.
       01  SOE-PRICE-OUT                   PIC ZZ,ZZ9.99.
       01  SOE-AMT-OUT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  SOE-IDX                         PIC 9(4).
       01  SOE-IDX2                        PIC 9(4).
       01  SOE-COUNT                       PIC 9(4) VALUE 0.
       01  SOE-BASE                        PIC 9(4).
       01  SOE-OVERFLOW                    PIC X VALUE "N".
       01  SOE-TABLE.
           05  SOE-IMAGE                   PIC X(124)
                                           OCCURS 1000 TIMES.
       01  SOE-SHIP-TABLE.
           05  SOE-SHIP-QTY                PIC 9(5)V99
                                           OCCURS 1000 TIMES.
       01  SEL8-FILE-STATUS                PIC XX.
       01  SEQ5-FILE-STATUS                PIC XX.
           COPY "commission-table.cpy".
           COPY "tax-table.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "SALES-ORDER-ENTRY" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM ACQUIRE-FH-LOCK.
           IF WS-FH-LOCK-HELD NOT = "Y"
               GOBACK
           END-IF.

           PERFORM UNTIL SOE-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "     SALES ORDER ENTRY     "
               DISPLAY "==========================="
               DISPLAY "1 - ENTER A NEW ORDER"
               DISPLAY "2 - PRINT PICK LIST"
               DISPLAY "3 - CONFIRM SHIPMENT"
               DISPLAY "4 - OPEN ORDERS BY CUSTOMER"
               DISPLAY "5 - OPEN ORDERS BY ITEM"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT SOE-CHOICE

               EVALUATE SOE-CHOICE
                   WHEN 1
                       PERFORM ENTER-SALES-ORDER
                   WHEN 2
                       PERFORM PRINT-PICK-LIST
                   WHEN 3
                       PERFORM CONFIRM-SHIPMENT
                   WHEN 4
                       PERFORM LIST-OPEN-BY-CUSTOMER
                   WHEN 5
                       PERFORM LIST-OPEN-BY-ITEM
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           MOVE "SALES-ORDER-ENTRY" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           PERFORM RELEASE-FH-LOCK.

           GOBACK.

      *HEADER ONCE, THEN LINES UNTIL A BLANK ITEM CODE. NOTHING
      *GOES ON FILE UNTIL THE CLERK CONFIRMS THE WHOLE ORDER
       ENTER-SALES-ORDER.
           PERFORM LOAD-ORDER-TABLE
           IF SOE-OVERFLOW = "Y"
               DISPLAY "MORE THAN 1000 ORDER LINES ON FILE - "
-                  "NOT ENTERED. ARCHIVE SALESORD.DAT."
               EXIT PARAGRAPH
           END-IF
           ACCEPT SOE-TODAY FROM DATE YYYYMMDD
           MOVE ZERO TO SOE-NEXT-ORDER
           PERFORM VARYING SOE-IDX FROM 1 BY 1
               UNTIL SOE-IDX > SOE-COUNT
               MOVE SOE-IMAGE(SOE-IDX) TO SALESORD-RECORD
               IF SO-ORDER-NUM > SOE-NEXT-ORDER
                   MOVE SO-ORDER-NUM TO SOE-NEXT-ORDER
               END-IF
           END-PERFORM
           ADD 1 TO SOE-NEXT-ORDER

           PERFORM ACCEPT-ORDER-SALESMAN
           IF SOE-SM-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-ORDER-CUSTOMER
           IF SOE-CUST-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REQUESTED SHIP DATE (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT SOE-REQ-DATE
           IF SOE-REQ-DATE < SOE-TODAY
               DISPLAY "REQUESTED DATE IS IN THE PAST - ORDER NOT "
-                  "ENTERED"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SOE-JURIS-OK
           PERFORM UNTIL SOE-JURIS-OK = "Y"
               DISPLAY "TAX JURISDICTION: " WITH NO ADVANCING
               ACCEPT SOE-TAX-JURIS
               PERFORM EVALUATE-ORDER-TAX-RATE
               IF SOE-JURIS-OK NOT = "Y"
                   DISPLAY "UNKNOWN JURISDICTION - SEE TAX-TABLE "
-                      "FOR VALID CODES"
               END-IF
           END-PERFORM

           MOVE SOE-COUNT TO SOE-BASE
           MOVE ZERO TO SOE-LINE-COUNT
           MOVE "N" TO SOE-EOF
           PERFORM UNTIL SOE-EOF = "Y"
               PERFORM ACCEPT-ORDER-LINE
           END-PERFORM
           IF SOE-LINE-COUNT = ZERO
               DISPLAY "NO LINES KEYED - ORDER NOT ENTERED"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "SAVE ORDER " SOE-NEXT-ORDER " WITH "
               SOE-LINE-COUNT " LINE(S)? (Y/N): " WITH NO ADVANCING
           ACCEPT SOE-ANSWER
           IF SOE-ANSWER NOT = "Y" AND SOE-ANSWER NOT = "y"
               DISPLAY "ORDER ABANDONED - NOTHING WRITTEN"
               EXIT PARAGRAPH
           END-IF
           PERFORM REWRITE-ORDER-FILE
           DISPLAY "ORDER " SOE-NEXT-ORDER " ENTERED - STOCK "
               "RESERVED, NOT RELIEVED".

           EXIT PARAGRAPH.

      *PRICE COMES FROM THE PRODUCT MASTER WITH ANY QUANTITY
      *BREAK, AS AT INTERACTIVE ENTRY. A LINE BEYOND WHAT IS FREE
      *TO PROMISE IS STILL TAKEN - THE CLERK IS TOLD IT WILL SHIP
      *SHORT UNLESS STOCK ARRIVES
       ACCEPT-ORDER-LINE.
           IF SOE-LINE-COUNT >= 20 OR SOE-COUNT >= 1000
               DISPLAY "ORDER IS FULL"
               MOVE "Y" TO SOE-EOF
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ITEM CODE (BLANK = END OF ORDER): "
               WITH NO ADVANCING
           MOVE SPACES TO SOE-ITEM-CODE
           ACCEPT SOE-ITEM-CODE
           IF SOE-ITEM-CODE = SPACES
               MOVE "Y" TO SOE-EOF
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOK-UP-ORDER-ITEM
           IF SOE-ITEM-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "QUANTITY: " WITH NO ADVANCING
           ACCEPT SOE-QTY
           IF SOE-QTY = ZERO
               DISPLAY "QUANTITY MUST BE GREATER THAN ZERO"
               EXIT PARAGRAPH
           END-IF
           MOVE SOE-CUST-NUM TO WS-CP-CUST
           MOVE SOE-ITEM-CODE TO WS-CP-ITEM
           MOVE SOE-TODAY TO WS-CP-DATE
           PERFORM PICK-CONTRACT-PRICE
           MOVE "N" TO WS-QB-HIT
           MOVE ZERO TO WS-QB-LEVEL
           IF WS-CP-HIT = "Y"
               MOVE WS-CP-PRICE TO SOE-PRICE
               MOVE WS-CP-PRICE TO SOE-PRICE-OUT
               DISPLAY "CONTRACT PRICE APPLIES - PRICE "
                   SOE-PRICE-OUT
           ELSE
               MOVE SOE-ITEM-CODE TO WS-QB-ITEM
               MOVE SOE-QTY TO WS-QB-UNITS
               PERFORM PICK-QTY-BREAK-PRICE
           END-IF
           IF WS-QB-HIT = "Y"
               MOVE WS-QB-PICKED-PRICE TO SOE-PRICE
               MOVE WS-QB-PICKED-PRICE TO SOE-PRICE-OUT
               DISPLAY "QUANTITY BREAK " WS-QB-LEVEL
                   " APPLIES - PRICE " SOE-PRICE-OUT
           END-IF
           PERFORM APPLY-ORDER-PROMOTION
           PERFORM WORK-OUT-ITEM-AVAILABLE
           IF SOE-QTY > SOE-AVAILABLE
               MOVE SOE-AVAILABLE TO SOE-QTY2-OUT
               DISPLAY "WARNING - ONLY " SOE-QTY2-OUT
                   " FREE TO PROMISE - LINE TAKEN, IT WILL SHIP "
                   "SHORT UNLESS STOCK ARRIVES"
           END-IF

           ADD 1 TO SOE-LINE-COUNT
           ADD 1 TO SOE-COUNT
           INITIALIZE SALESORD-RECORD
           MOVE SOE-NEXT-ORDER TO SO-ORDER-NUM
           MOVE SOE-LINE-COUNT TO SO-LINE-NUM
           MOVE "OPEN" TO SO-STATUS
           MOVE SOE-CUST-NUM TO SO-CUST-NUM
           MOVE SOE-SM-NUM TO SO-SM-NUM
           MOVE SOE-ITEM-CODE TO SO-ITEM-CODE
           MOVE SOE-QTY TO SO-QTY-ORDERED
           MOVE ZERO TO SO-QTY-SHIPPED
           MOVE SOE-PRICE TO SO-UNIT-PRICE
           MOVE WS-QB-LEVEL TO SO-QTY-BREAK
           MOVE WS-CP-HIT TO SO-CONTRACT
           MOVE SOE-TAX-JURIS TO SO-TAX-JURIS
           MOVE SOE-TODAY TO SO-ORDER-DATE
           MOVE SOE-REQ-DATE TO SO-REQ-DATE
           MOVE ZERO TO SO-LAST-SHIP-DATE
           MOVE ZERO TO SO-LAST-INVOICE
           MOVE WS-FH-OPERATOR-ID TO SO-OPERATOR-ID
           MOVE SOE-PROMO-CODE TO SO-PROMO-CODE
           MOVE SOE-PROMO-UNIT-DISC TO SO-PROMO-UNIT-DISC
           MOVE SALESORD-RECORD TO SOE-IMAGE(SOE-COUNT)
           COMPUTE SOE-LINE-TOTAL = SOE-QTY * SOE-PRICE
           MOVE SOE-LINE-TOTAL TO SOE-AMT-OUT
           DISPLAY "LINE " SOE-LINE-COUNT " - " SOE-AMT-OUT.

           EXIT PARAGRAPH.

      *A CAMPAIGN IN EFFECT ON THE ORDER DATE DISCOUNTS THE LIST
      *OR BREAK PRICE THE WAY INTERACTIVE ENTRY DOES. A CONTRACT
      *PRICE IS ALREADY NEGOTIATED AND IS NOT PROMOTED FURTHER
       APPLY-ORDER-PROMOTION.
           MOVE SPACES TO SOE-PROMO-CODE
           MOVE ZERO TO SOE-PROMO-UNIT-DISC
           IF WS-CP-HIT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SOE-ITEM-CODE TO WS-PR-ITEM
           MOVE SOE-QTY TO WS-PR-UNITS
           MOVE SOE-PRICE TO WS-PR-PRICE
           MOVE SOE-TODAY TO WS-PR-DATE
           PERFORM PICK-PROMOTION-PRICE
           IF WS-PR-HIT = "Y"
               COMPUTE SOE-PROMO-UNIT-DISC =
                   SOE-PRICE - WS-PR-NEW-PRICE
               MOVE WS-PR-NEW-PRICE TO SOE-PRICE
               MOVE WS-PR-CODE TO SOE-PROMO-CODE
               MOVE WS-PR-NEW-PRICE TO SOE-PRICE-OUT
               DISPLAY "PROMOTION " WS-PR-CODE " APPLIES - PRICE "
                   SOE-PRICE-OUT
           END-IF.

           EXIT PARAGRAPH.

       LOOK-UP-ORDER-ITEM.
           MOVE "N" TO SOE-ITEM-OK
           MOVE ZERO TO SOE-PRICE
           OPEN INPUT PROD-FILE
           IF WS-PROD-FILE-STATUS NOT = "00"
               DISPLAY "NO PRODUCT MASTER ON FILE - ORDERS NEED "
-                  "ONE FOR THE PRICE OF RECORD"
               MOVE "Y" TO SOE-EOF
               EXIT PARAGRAPH
           END-IF
           MOVE SOE-ITEM-CODE TO PM-ITEM-CODE
           READ PROD-FILE
               INVALID KEY
                   DISPLAY "ITEM NOT ON PRODUCT MASTER - TRY AGAIN "
-                      "(ADD THROUGH PRODUCT-MAINTENANCE)"
               NOT INVALID KEY
                   MOVE PM-UNIT-PRICE TO SOE-PRICE
                   MOVE PM-DESCRIPTION TO SOE-ITEM-DESC
                   MOVE PM-UNIT-PRICE TO SOE-PRICE-OUT
                   DISPLAY "ITEM: " PM-DESCRIPTION
                       " LIST PRICE: " SOE-PRICE-OUT
                   MOVE "Y" TO SOE-ITEM-OK
           END-READ
           CLOSE PROD-FILE.

           EXIT PARAGRAPH.

      *FREE TO PROMISE = ON-HAND LESS THE UNSHIPPED REMAINDER OF
      *EVERY OPEN LINE FOR THE ITEM, INCLUDING LINES JUST KEYED.
      *STOCK ON QUARANTINE HOLD AT ANY LOCATION IS NOT ON-HAND HERE.
      *A KIT'S ON-HAND IS THE KITS ITS SCARCEST COMPONENT CAN MAKE
       WORK-OUT-ITEM-AVAILABLE.
           MOVE ZERO TO SOE-ON-HAND
           OPEN INPUT INV-FILE
           IF WS-INV-FILE-STATUS = "00"
               MOVE SOE-ITEM-CODE TO IV-ITEM-CODE
               READ INV-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IV-ON-HAND TO SOE-ON-HAND
               END-READ
               CLOSE INV-FILE
           END-IF
           MOVE SOE-ITEM-CODE TO WS-QH-ITEM-CODE
           PERFORM SUM-HELD-STOCK
           SUBTRACT WS-QH-HELD-QTY FROM SOE-ON-HAND
           MOVE SOE-ITEM-CODE TO WS-KIT-PARENT
           PERFORM WORK-OUT-KIT-AVAILABLE
           IF WS-KIT-COUNT > ZERO
               MOVE WS-KIT-AVAILABLE TO SOE-ON-HAND
           END-IF
           MOVE ZERO TO SOE-RESERVED
           PERFORM VARYING SOE-IDX2 FROM 1 BY 1
               UNTIL SOE-IDX2 > SOE-COUNT
               MOVE SOE-IMAGE(SOE-IDX2) TO SALESORD-RECORD
               IF SO-ITEM-CODE = SOE-ITEM-CODE AND
-                 SO-STATUS = "OPEN"
                   COMPUTE SOE-RESERVED = SOE-RESERVED +
                       SO-QTY-ORDERED - SO-QTY-SHIPPED
               END-IF
           END-PERFORM
           COMPUTE SOE-AVAILABLE = SOE-ON-HAND - SOE-RESERVED.

           EXIT PARAGRAPH.

       ACCEPT-ORDER-SALESMAN.
           MOVE SPACES TO SOE-SM-NAME
           DISPLAY "ENTER SALESMAN NUMBER: " WITH NO ADVANCING
           ACCEPT SOE-SM-NUM
           OPEN INPUT SQNC5-FILE
           IF SEQ5-FILE-STATUS NOT = "00"
               DISPLAY "NO SALESMAN MASTER ON FILE - ORDER NOT "
-                  "ENTERED"
               EXIT PARAGRAPH
           END-IF
           MOVE SOE-SM-NUM TO SEQ5_SALES_MAN_NUM_FH
           READ SQNC5-FILE
               INVALID KEY
                   DISPLAY "SALESMAN NOT ON MASTER - ORDER NOT "
-                      "ENTERED"
               NOT INVALID KEY
                   MOVE SEQ5_SALES_MAN_NAME_FH TO SOE-SM-NAME
                   DISPLAY "SALESMAN: " SOE-SM-NAME
                   MOVE SEQ5_PLAN_CODE_FH TO SOE-PLAN-CODE
                   IF SOE-PLAN-CODE = SPACES
                       MOVE "STD" TO SOE-PLAN-CODE
                   END-IF
      *A TERMINATED NUMBER TAKES NO FURTHER ORDERS - THE
      *SUCCESSOR OWNS THE ACCOUNTS NOW
                   IF SEQ5_STATUS_FH = "T"
                       DISPLAY "SALESMAN TERMINATED "
-                          SEQ5_TERM_DATE_FH " - ENTER UNDER "
-                          "SUCCESSOR " SEQ5_SUCCESSOR_FH
                       MOVE SPACES TO SOE-SM-NAME
                   END-IF
           END-READ
           CLOSE SQNC5-FILE.

           EXIT PARAGRAPH.

       ACCEPT-ORDER-CUSTOMER.
           MOVE "N" TO SOE-CUST-OK
           DISPLAY "ENTER CUSTOMER NUMBER: " WITH NO ADVANCING
           ACCEPT SOE-CUST-NUM
           OPEN INPUT CUST-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - NO CUSTOMER MASTER ON FILE, "
-                  "NUMBER TAKEN AS KEYED"
               MOVE "Y" TO SOE-CUST-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SOE-CUST-NUM TO CU-CUST-NUM
           READ CUST-FILE
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON MASTER - ORDER NOT "
-                      "ENTERED (ADD THROUGH CUSTOMER-MAINTENANCE)"
               NOT INVALID KEY
                   DISPLAY "CUSTOMER: " CU-CUST-NAME
                   MOVE "Y" TO SOE-CUST-OK
           END-READ
           CLOSE CUST-FILE.

           EXIT PARAGRAPH.

       EVALUATE-ORDER-TAX-RATE.
           MOVE "N" TO SOE-JURIS-OK
           MOVE ZERO TO SOE-TAX-RATE
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
               UNTIL WS-TAX-IDX > WS-TAX-TABLE-COUNT
               IF SOE-TAX-JURIS = WS-TAX-JURIS(WS-TAX-IDX)
                   MOVE WS-TAX-RATE(WS-TAX-IDX) TO SOE-TAX-RATE
                   MOVE "Y" TO SOE-JURIS-OK
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

      *WHAT IS STILL TO GO ON EACH OPEN LINE, WITH THE SHELF
      *QUANTITY BESIDE IT SO THE PICKER KNOWS WHAT WILL SHIP SHORT
       PRINT-PICK-LIST.
           PERFORM LOAD-ORDER-TABLE
           DISPLAY "ENTER ORDER NUMBER: " WITH NO ADVANCING
           ACCEPT SOE-ORDER-NUM
           MOVE ZERO TO SOE-HIT-COUNT
           MOVE "PICK-LIST" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           PERFORM VARYING SOE-IDX FROM 1 BY 1
               UNTIL SOE-IDX > SOE-COUNT
               MOVE SOE-IMAGE(SOE-IDX) TO SALESORD-RECORD
               IF SO-ORDER-NUM = SOE-ORDER-NUM AND
-                 SO-STATUS = "OPEN"
                   IF SOE-HIT-COUNT = ZERO
                       PERFORM WRITE-PICK-LIST-HEADER
                   END-IF
                   ADD 1 TO SOE-HIT-COUNT
                   PERFORM WRITE-PICK-LIST-LINE
               END-IF
           END-PERFORM
           IF SOE-HIT-COUNT = ZERO
               DISPLAY "NO OPEN LINES ON ORDER " SOE-ORDER-NUM
               STRING "NO OPEN LINES ON ORDER " SOE-ORDER-NUM
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
           ELSE
               DISPLAY SOE-HIT-COUNT " LINE(S) TO PICK"
               STRING SOE-HIT-COUNT " LINE(S) TO PICK"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
           END-IF
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       WRITE-PICK-LIST-HEADER.
           DISPLAY "##### PICK LIST - ORDER " SO-ORDER-NUM " #####"
           DISPLAY "CUSTOMER: " SO-CUST-NUM " REQUESTED: "
               SO-REQ-DATE
           DISPLAY "LN ITEM     DESCRIPTION               "
               "  TO PICK   ON HAND"
           STRING "PICK LIST - ORDER " SO-ORDER-NUM " CUSTOMER "
               SO-CUST-NUM " REQUESTED " SO-REQ-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           STRING "LN ITEM     DESCRIPTION               "
               "  TO PICK   ON HAND"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       WRITE-PICK-LIST-LINE.
           MOVE SO-ITEM-CODE TO SOE-ITEM-CODE
           MOVE SPACES TO SOE-ITEM-DESC
           OPEN INPUT PROD-FILE
           IF WS-PROD-FILE-STATUS = "00"
               MOVE SO-ITEM-CODE TO PM-ITEM-CODE
               READ PROD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-DESCRIPTION TO SOE-ITEM-DESC
               END-READ
               CLOSE PROD-FILE
           END-IF
           PERFORM WORK-OUT-ITEM-AVAILABLE
           MOVE SOE-IMAGE(SOE-IDX) TO SALESORD-RECORD
           COMPUTE SOE-OPEN-QTY = SO-QTY-ORDERED - SO-QTY-SHIPPED
           MOVE SOE-OPEN-QTY TO SOE-QTY-OUT
           MOVE SOE-ON-HAND TO SOE-QTY2-OUT
           DISPLAY SO-LINE-NUM " " SO-ITEM-CODE " " SOE-ITEM-DESC
               " " SOE-QTY-OUT " " SOE-QTY2-OUT
           STRING SO-LINE-NUM " " SO-ITEM-CODE " " SOE-ITEM-DESC
               " " SOE-QTY-OUT " " SOE-QTY2-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

      *THE QUANTITIES THAT ACTUALLY LEFT BECOME ONE SEL_8
      *TRANSACTION UNDER A NEW INVOICE NUMBER. A LINE SHIPPED SHORT
      *STAYS OPEN FOR THE REST; NOTHING IS POSTED UNTIL THE SALE
      *RECORD IS SAFELY ON FILE
       CONFIRM-SHIPMENT.
           PERFORM LOAD-ORDER-TABLE
           IF SOE-OVERFLOW = "Y"
               DISPLAY "MORE THAN 1000 ORDER LINES ON FILE - "
-                  "NOT SHIPPED. ARCHIVE SALESORD.DAT."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER ORDER NUMBER: " WITH NO ADVANCING
           ACCEPT SOE-ORDER-NUM
           ACCEPT SOE-TODAY FROM DATE YYYYMMDD
           MOVE ZERO TO SOE-HIT-COUNT
           MOVE ZERO TO SOE-SHIP-LINES
           MOVE ZERO TO SOE-SHIP-UNITS
           MOVE ZERO TO SOE-SHIP-TOTAL
           MOVE "N" TO SOE-SHIP-CONTRACT
           MOVE SPACES TO SOE-SHIP-PROMO-CODE
           MOVE ZERO TO SOE-SHIP-PROMO-DISC
           PERFORM VARYING SOE-IDX FROM 1 BY 1
               UNTIL SOE-IDX > SOE-COUNT
               MOVE ZERO TO SOE-SHIP-QTY(SOE-IDX)
               MOVE SOE-IMAGE(SOE-IDX) TO SALESORD-RECORD
               IF SO-ORDER-NUM = SOE-ORDER-NUM AND
-                 SO-STATUS = "OPEN"
                   ADD 1 TO SOE-HIT-COUNT
                   PERFORM ACCEPT-SHIPPED-QUANTITY
               END-IF
           END-PERFORM
           IF SOE-HIT-COUNT = ZERO
               DISPLAY "NO OPEN LINES ON ORDER " SOE-ORDER-NUM
               EXIT PARAGRAPH
           END-IF
           IF SOE-SHIP-LINES = ZERO
               DISPLAY "NOTHING SHIPPED - ORDER LEFT AS IT WAS"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SHIPPED FROM LOCATION (BLANK FOR MAIN): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INV-LOCATION
           ACCEPT WS-INV-LOCATION
           PERFORM CHECK-STOCK-LOCATION
           IF WS-LOC-OK NOT = "Y"
               DISPLAY "SHIPMENT NOT POSTED"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SHIPPED-HOLDS
           IF SOE-HELD-LINES > ZERO
               DISPLAY "STOCK AT " WS-INV-LOCATION " IS ON "
                   "QUARANTINE HOLD - SHIPMENT NOT POSTED"
               EXIT PARAGRAPH
           END-IF

           MOVE SOE-TODAY TO WS-PC-CHECK-DATE
           PERFORM CHECK-PERIOD-CLOSED
           IF WS-PC-CLOSED = "Y"
               DISPLAY "PERIOD " SOE-TODAY(1:6) " IS CLOSED "
-                  "FOR COMMISSION"
               MOVE "SALESORD-REFUSED" TO WS-RUNLOG-PROGRAM-ID
               PERFORM CHECK-SUPERVISOR-ROLE
               MOVE "SALES-ORDER-ENTRY" TO WS-RUNLOG-PROGRAM-ID
               MOVE WS-FH-ROLE-OK TO SOE-PERIOD-OK
               IF SOE-PERIOD-OK NOT = "Y"
                   PERFORM SEEK-ORDER-PERIOD-RELEASE
               END-IF
               IF SOE-PERIOD-OK NOT = "Y"
                   DISPLAY "SHIPMENT NOT POSTED"
                   EXIT PARAGRAPH
               ELSE
                   DISPLAY "POSTING INTO CLOSED PERIOD UNDER "
-                      "SUPERVISOR APPROVAL"
               END-IF
           END-IF

           PERFORM FIND-ORDER-HEADER
           PERFORM ACCEPT-ORDER-SALESMAN-OF-RECORD
           IF SOE-SM-NAME = SPACES
               DISPLAY "SHIPMENT NOT POSTED"
               EXIT PARAGRAPH
           END-IF
           PERFORM EVALUATE-ORDER-TAX-RATE
           PERFORM CHECK-ORDER-TAX-EXEMPTION
           COMPUTE SOE-TAX-AMT ROUNDED = SOE-SHIP-TOTAL * SOE-TAX-RATE
           PERFORM EVALUATE-ORDER-COMMISSION
           PERFORM WRITE-SHIPMENT-SEL8-RECORD
           IF SOE-WRITE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING SOE-IDX FROM 1 BY 1
               UNTIL SOE-IDX > SOE-COUNT
               IF SOE-SHIP-QTY(SOE-IDX) > ZERO
                   PERFORM POST-SHIPPED-LINE
               END-IF
           END-PERFORM
           PERFORM REWRITE-ORDER-FILE
           PERFORM PRINT-SHIPMENT-INVOICE.

           EXIT PARAGRAPH.

      *NO SUPERVISOR AT THE TERMINAL - THE SHIPMENT WAITS ON THE
      *APPROVAL QUEUE AND POSTS WHEN IT IS KEYED AGAIN ONCE
      *APPROVED FOR THE ORDER
       SEEK-ORDER-PERIOD-RELEASE.
           MOVE "PERIOD" TO WS-AQ-TYPE
           MOVE SPACES TO WS-AQ-REF
           STRING SOE-TODAY(1:6) " ORDER " SOE-ORDER-NUM
               DELIMITED BY SIZE INTO WS-AQ-REF
           MOVE "SALES-ORDER-ENTRY" TO WS-AQ-PROGRAM
           MOVE SOE-SHIP-TOTAL TO WS-AQ-AMOUNT
           MOVE SPACES TO WS-AQ-REASON
           STRING "SHIPMENT DATED IN CLOSED PERIOD "
               SOE-TODAY(1:6)
               DELIMITED BY SIZE INTO WS-AQ-REASON
           PERFORM SEEK-APPROVAL
           IF WS-AQ-DECISION = "APPROVED"
               MOVE "Y" TO SOE-PERIOD-OK
           END-IF.

           EXIT PARAGRAPH.

       ACCEPT-SHIPPED-QUANTITY.
           COMPUTE SOE-OPEN-QTY = SO-QTY-ORDERED - SO-QTY-SHIPPED
           MOVE SOE-OPEN-QTY TO SOE-QTY-OUT
           DISPLAY "LINE " SO-LINE-NUM " " SO-ITEM-CODE
               " OPEN " SOE-QTY-OUT
           DISPLAY "  QUANTITY SHIPPED: " WITH NO ADVANCING
           ACCEPT SOE-QTY
           IF SOE-QTY > SOE-OPEN-QTY
               DISPLAY "  MORE THAN IS OPEN - TAKEN AS " SOE-QTY-OUT
               MOVE SOE-OPEN-QTY TO SOE-QTY
           END-IF
           MOVE SOE-QTY TO SOE-SHIP-QTY(SOE-IDX)
           IF SOE-QTY > ZERO
               ADD 1 TO SOE-SHIP-LINES
               ADD SOE-QTY TO SOE-SHIP-UNITS
               COMPUTE SOE-LINE-TOTAL = SOE-QTY * SO-UNIT-PRICE
               ADD SOE-LINE-TOTAL TO SOE-SHIP-TOTAL
               MOVE SO-ITEM-CODE TO SOE-SHIP-ITEM
               MOVE SO-UNIT-PRICE TO SOE-SHIP-PRICE
               MOVE SO-QTY-BREAK TO SOE-SHIP-BREAK
               IF SO-CONTRACT = "Y"
                   MOVE "Y" TO SOE-SHIP-CONTRACT
               END-IF
               IF SO-PROMO-CODE NOT = SPACES AND
-                 SO-PROMO-UNIT-DISC NUMERIC
                   COMPUTE SOE-SHIP-PROMO-DISC = SOE-SHIP-PROMO-DISC
                       + SOE-QTY * SO-PROMO-UNIT-DISC
                   IF SOE-SHIP-PROMO-CODE = SPACES
                       MOVE SO-PROMO-CODE TO SOE-SHIP-PROMO-CODE
                   END-IF
               END-IF
           END-IF.

           EXIT PARAGRAPH.

      *NOTHING LEAVES A LOCATION WHERE ANY SHIPPED ITEM IS HELD
       CHECK-SHIPPED-HOLDS.
           MOVE ZERO TO SOE-HELD-LINES
           PERFORM VARYING SOE-IDX FROM 1 BY 1
               UNTIL SOE-IDX > SOE-COUNT
               IF SOE-SHIP-QTY(SOE-IDX) > ZERO
                   MOVE SOE-IMAGE(SOE-IDX) TO SALESORD-RECORD
                   MOVE SO-ITEM-CODE TO WS-QH-ITEM-CODE
                   PERFORM CHECK-ITEM-HOLD
                   IF WS-QH-HELD = "Y"
                       ADD 1 TO SOE-HELD-LINES
                       DISPLAY "  LINE " SO-LINE-NUM " "
                           SO-ITEM-CODE " IS ON HOLD"
                   END-IF
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

      *CUSTOMER, SALESMAN AND JURISDICTION ARE THE SAME ON EVERY
      *LINE OF THE ORDER - THE FIRST LINE CARRIES THEM
       FIND-ORDER-HEADER.
           PERFORM VARYING SOE-IDX FROM 1 BY 1
               UNTIL SOE-IDX > SOE-COUNT
               MOVE SOE-IMAGE(SOE-IDX) TO SALESORD-RECORD
               IF SO-ORDER-NUM = SOE-ORDER-NUM
                   MOVE SO-CUST-NUM TO SOE-CUST-NUM
                   MOVE SO-SM-NUM TO SOE-SM-NUM
                   MOVE SO-TAX-JURIS TO SOE-TAX-JURIS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       ACCEPT-ORDER-SALESMAN-OF-RECORD.
           MOVE SPACES TO SOE-SM-NAME
           OPEN INPUT SQNC5-FILE
           IF SEQ5-FILE-STATUS NOT = "00"
               DISPLAY "NO SALESMAN MASTER ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE SOE-SM-NUM TO SEQ5_SALES_MAN_NUM_FH
           READ SQNC5-FILE
               INVALID KEY
                   DISPLAY "ORDER'S SALESMAN " SOE-SM-NUM
                       " IS NO LONGER ON THE MASTER"
               NOT INVALID KEY
                   MOVE SEQ5_SALES_MAN_NAME_FH TO SOE-SM-NAME
                   MOVE SEQ5_PLAN_CODE_FH TO SOE-PLAN-CODE
                   IF SOE-PLAN-CODE = SPACES
                       MOVE "STD" TO SOE-PLAN-CODE
                   END-IF
      *SALESMAN-TERMINATION HANDS A LEAVER'S OPEN LINES TO THE
      *SUCCESSOR, SO ONLY AN ORDER LEFT BEHIND STOPS HERE
                   IF SEQ5_STATUS_FH = "T"
                       DISPLAY "ORDER'S SALESMAN " SOE-SM-NUM
                           " TERMINATED " SEQ5_TERM_DATE_FH
                           " - SUCCESSOR " SEQ5_SUCCESSOR_FH
                       MOVE SPACES TO SOE-SM-NAME
                   END-IF
           END-READ
           CLOSE SQNC5-FILE.

           EXIT PARAGRAPH.

      *SAME RULE AS INTERACTIVE ENTRY - AN UNEXPIRED CERTIFICATE
      *FOR THE ORDER'S JURISDICTION ON THE SHIP DATE MEANS NO TAX
       CHECK-ORDER-TAX-EXEMPTION.
           MOVE "N" TO SOE-EXEMPT
           OPEN INPUT TAXEXEMPT-FILE
           IF WS-TAXEXEMPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TAXEXEMPT-STATUS NOT = "00"
               READ TAXEXEMPT-FILE
                   AT END
                       MOVE "10" TO WS-TAXEXEMPT-STATUS
                   NOT AT END
                       IF TX-CUST-NUM = SOE-CUST-NUM AND
-                          TX-JURIS = SOE-TAX-JURIS AND
-                          TX-EXPIRY-DATE >= SOE-TODAY
                           MOVE "Y" TO SOE-EXEMPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAXEXEMPT-FILE
           IF SOE-EXEMPT = "Y"
               MOVE ZERO TO SOE-TAX-RATE
               DISPLAY "CUSTOMER IS TAX EXEMPT IN " SOE-TAX-JURIS
           END-IF.

           EXIT PARAGRAPH.

       EVALUATE-ORDER-COMMISSION.
           MOVE ZERO TO SOE-COMMISSION
           MOVE SPACES TO SOE-PERCENT
           PERFORM VARYING WS-COMM-IDX FROM 1 BY 1
               UNTIL WS-COMM-IDX > WS-COMM-TABLE-COUNT
               IF WS-COMM-PLAN(WS-COMM-IDX) = SOE-PLAN-CODE
                   AND SOE-SHIP-TOTAL >= WS-COMM-MIN(WS-COMM-IDX)
                   AND SOE-SHIP-TOTAL <= WS-COMM-MAX(WS-COMM-IDX)
                   COMPUTE SOE-COMMISSION =
                       SOE-SHIP-TOTAL * WS-COMM-RATE(WS-COMM-IDX)
                   MOVE WS-COMM-PERCENT(WS-COMM-IDX) TO SOE-PERCENT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

      *A ONE-LINE SHIPMENT KEEPS ITS ITEM, UNITS AND PRICE ON THE
      *TRANSACTION. SEVERAL LINES GO ON AS ONE UNIT AT THE
      *SHIPMENT TOTAL, AS QUOTE-ACCEPTANCE POSTS A JOB - THE ORDER
      *NUMBER RIDES IN THE REFERENCE FIELD EITHER WAY. THE
      *PROMOTION DISCOUNT IS EVERY SHIPPED LINE'S, UNDER THE CODE
      *OF THE FIRST PROMOTED LINE
       WRITE-SHIPMENT-SEL8-RECORD.
           MOVE "N" TO SOE-WRITE-OK
           OPEN I-O SEL8-FILE
           IF SEL8-FILE-STATUS = "35"
               OPEN OUTPUT SEL8-FILE
               CLOSE SEL8-FILE
               OPEN I-O SEL8-FILE
           END-IF
           MOVE SPACES TO SEL8_RECORD
           MOVE SOE-SM-NUM TO SEL8_SM_NUM_FH
           MOVE SOE-SM-NAME TO SEL8_SM_NAME_FH
           IF SOE-SHIP-LINES = 1
               MOVE SOE-SHIP-UNITS TO SEL8_UNIT_SOLD_FH
               MOVE SOE-SHIP-PRICE TO SEL8_UNIT_PRICE_FH
               MOVE SOE-SHIP-ITEM TO SEL8_ITEM_CODE_FH
               MOVE SOE-SHIP-BREAK TO SEL8_QTY_BREAK_FH
           ELSE
               MOVE 1 TO SEL8_UNIT_SOLD_FH
               MOVE SOE-SHIP-TOTAL TO SEL8_UNIT_PRICE_FH
               MOVE SPACES TO SEL8_ITEM_CODE_FH
               MOVE ZERO TO SEL8_QTY_BREAK_FH
           END-IF
           MOVE SOE-SHIP-TOTAL TO SEL8_SALES_OUT_FH
           MOVE SOE-PERCENT TO SEL8_COMMISSION_PERCENT_FH
           MOVE SOE-COMMISSION TO SEL8_COMMISSION_OUT_FH
           MOVE SOE-TODAY TO SEL8_DATE_FH
           MOVE SOE-TODAY(1:4) TO SEL8_YTD_YEAR_FH
           MOVE SOE-SHIP-TOTAL TO SEL8_YTD_SALES_FH
           MOVE SOE-CUST-NUM TO SEL8_CUST_NUM_FH
           MOVE "N" TO SEL8_PRICE_OVR_FH
           MOVE "S" TO SEL8_TXN_TYPE_FH
           STRING "SO" SOE-ORDER-NUM DELIMITED BY SIZE
               INTO SEL8_ORIG_REF_FH
           MOVE SOE-SHIP-TOTAL TO SEL8_GROSS_SALES_FH
           MOVE ZERO TO SEL8_RETURN_SALES_FH
           PERFORM GET-NEXT-INVOICE-NUMBER
           MOVE WS-NEXT-INVOICE-NUM TO SEL8_INVOICE_NUM_FH
           MOVE SOE-TAX-JURIS TO SEL8_TAX_JURIS_FH
           MOVE SOE-TAX-AMT TO SEL8_TAX_OUT_FH
           MOVE "PHP" TO SEL8_CURRENCY_FH
           MOVE SOE-SHIP-TOTAL TO SEL8_ORIG_AMT_FH
           MOVE 100 TO SEL8_SPLIT_PCT_FH
           MOVE SOE-PLAN-CODE TO SEL8_PLAN_CODE_FH
           MOVE SOE-SHIP-CONTRACT TO SEL8_CONTRACT_FH
           MOVE SOE-SHIP-PROMO-CODE TO SEL8_PROMO_CODE_FH
           MOVE SOE-SHIP-PROMO-DISC TO SEL8_PROMO_DISC_FH
           MOVE WS-FH-OPERATOR-ID TO
               OPERATOR-ID-FH OF SEL8_RECORD

           WRITE SEL8_RECORD
               INVALID KEY
                   DISPLAY "SALESMAN NUMBER ALREADY ON FILE - "
-                      "USE MAINTENANCE TO CORRECT IT. "
-                      "SHIPMENT NOT POSTED."
               NOT INVALID KEY
                   MOVE "Y" TO SOE-WRITE-OK
                   MOVE "SEL8" TO WS-UJ-FILE-NAME
                   MOVE "WRITE" TO WS-UJ-ACTION
                   MOVE SEL8_RECORD TO WS-UJ-IMAGE
                   PERFORM WRITE-UPDATE-JOURNAL
                   MOVE SEL8_SM_NUM_FH TO WS-MO-SM-NUM
                   MOVE SOE-SHIP-TOTAL TO WS-MO-SALES
                   MOVE SEL8_INVOICE_NUM_FH TO WS-MO-INVOICE
                   MOVE SEL8_DATE_FH TO WS-MO-DATE
                   PERFORM CREDIT-MANAGER-OVERRIDE
           END-WRITE
           CLOSE SEL8-FILE.

           EXIT PARAGRAPH.

      *STOCK IS RELIEVED ONLY NOW, FOR WHAT LEFT THE BUILDING
       POST-SHIPPED-LINE.
           MOVE SOE-IMAGE(SOE-IDX) TO SALESORD-RECORD
           ADD SOE-SHIP-QTY(SOE-IDX) TO SO-QTY-SHIPPED
           IF SO-QTY-SHIPPED >= SO-QTY-ORDERED
               MOVE "CLOSED" TO SO-STATUS
           END-IF
           MOVE SOE-TODAY TO SO-LAST-SHIP-DATE
           MOVE WS-NEXT-INVOICE-NUM TO SO-LAST-INVOICE
           MOVE SALESORD-RECORD TO SOE-IMAGE(SOE-IDX)
           MOVE SO-ITEM-CODE TO WS-INV-ITEM-CODE
           MOVE SOE-SHIP-QTY(SOE-IDX) TO WS-INV-UNITS
           MOVE SO-CUST-NUM TO WS-INV-CUST-NUM
           STRING "IN" WS-NEXT-INVOICE-NUM
               DELIMITED BY SIZE INTO WS-MV-REF
           PERFORM POST-ITEM-SALE.

           EXIT PARAGRAPH.

       PRINT-SHIPMENT-INVOICE.
           DISPLAY SPACE
           DISPLAY "+---------------------------------------------+"
           DISPLAY "|                S A L E S   I N V O I C E    |"
           DISPLAY "+---------------------------------------------+"
           DISPLAY "INVOICE NO: " WS-NEXT-INVOICE-NUM
           DISPLAY "DATE:       " SOE-TODAY
           DISPLAY "ORDER NO:   " SOE-ORDER-NUM
           DISPLAY "SALESMAN:   " SOE-SM-NUM
           DISPLAY "            " SOE-SM-NAME
           DISPLAY "CUSTOMER:   " SOE-CUST-NUM
           PERFORM VARYING SOE-IDX FROM 1 BY 1
               UNTIL SOE-IDX > SOE-COUNT
               IF SOE-SHIP-QTY(SOE-IDX) > ZERO
                   MOVE SOE-IMAGE(SOE-IDX) TO SALESORD-RECORD
                   MOVE SOE-SHIP-QTY(SOE-IDX) TO SOE-QTY-OUT
                   MOVE SO-UNIT-PRICE TO SOE-PRICE-OUT
                   COMPUTE SOE-LINE-TOTAL =
                       SOE-SHIP-QTY(SOE-IDX) * SO-UNIT-PRICE
                   MOVE SOE-LINE-TOTAL TO SOE-AMT-OUT
                   DISPLAY "  " SO-ITEM-CODE " " SOE-QTY-OUT " @ "
                       SOE-PRICE-OUT " " SOE-AMT-OUT
                   IF SO-STATUS = "OPEN"
                       COMPUTE SOE-OPEN-QTY =
                           SO-QTY-ORDERED - SO-QTY-SHIPPED
                       MOVE SOE-OPEN-QTY TO SOE-QTY-OUT
                       DISPLAY "    SHORT SHIPPED - " SOE-QTY-OUT
                           " LEFT OPEN ON THE ORDER"
                   END-IF
               END-IF
           END-PERFORM
           MOVE SOE-SHIP-TOTAL TO SOE-AMT-OUT
           DISPLAY "SALES TOTAL:" SOE-AMT-OUT
           MOVE SOE-TAX-AMT TO SOE-AMT-OUT
           DISPLAY "SALES TAX:  " SOE-AMT-OUT " (" SOE-TAX-JURIS ")"
           DISPLAY "+---------------------------------------------+"
           DISPLAY SPACE.

           EXIT PARAGRAPH.

       LIST-OPEN-BY-CUSTOMER.
           PERFORM LOAD-ORDER-TABLE
           DISPLAY "ENTER CUSTOMER NUMBER: " WITH NO ADVANCING
           ACCEPT SOE-CUST-NUM
           MOVE ZERO TO SOE-HIT-COUNT
           DISPLAY "ORDER  LN ITEM     REQUESTED   ORDERED   SHIPPED"
           PERFORM VARYING SOE-IDX FROM 1 BY 1
               UNTIL SOE-IDX > SOE-COUNT
               MOVE SOE-IMAGE(SOE-IDX) TO SALESORD-RECORD
               IF SO-CUST-NUM = SOE-CUST-NUM AND SO-STATUS = "OPEN"
                   ADD 1 TO SOE-HIT-COUNT
                   PERFORM DISPLAY-OPEN-ORDER-LINE
               END-IF
           END-PERFORM
           DISPLAY SOE-HIT-COUNT " OPEN LINE(S) FOR " SOE-CUST-NUM.

           EXIT PARAGRAPH.

       LIST-OPEN-BY-ITEM.
           PERFORM LOAD-ORDER-TABLE
           DISPLAY "ENTER ITEM CODE: " WITH NO ADVANCING
           ACCEPT SOE-ITEM-CODE
           MOVE ZERO TO SOE-HIT-COUNT
           DISPLAY "ORDER  LN ITEM     REQUESTED   ORDERED   SHIPPED"
               " CUSTOMER"
           PERFORM VARYING SOE-IDX FROM 1 BY 1
               UNTIL SOE-IDX > SOE-COUNT
               MOVE SOE-IMAGE(SOE-IDX) TO SALESORD-RECORD
               IF SO-ITEM-CODE = SOE-ITEM-CODE AND SO-STATUS = "OPEN"
                   ADD 1 TO SOE-HIT-COUNT
                   PERFORM DISPLAY-OPEN-ORDER-LINE
               END-IF
           END-PERFORM
           PERFORM WORK-OUT-ITEM-AVAILABLE
           MOVE SOE-RESERVED TO SOE-QTY2-OUT
           DISPLAY SOE-HIT-COUNT " OPEN LINE(S) RESERVING "
               SOE-QTY2-OUT
           MOVE SOE-ON-HAND TO SOE-QTY2-OUT
           DISPLAY "ON HAND: " SOE-QTY2-OUT
           MOVE SOE-AVAILABLE TO SOE-QTY2-OUT
           DISPLAY "FREE TO PROMISE: " SOE-QTY2-OUT.

           EXIT PARAGRAPH.

       DISPLAY-OPEN-ORDER-LINE.
           MOVE SO-QTY-ORDERED TO SOE-QTY-OUT
           MOVE SO-QTY-SHIPPED TO SOE-QTY2-OUT
           DISPLAY SO-ORDER-NUM " " SO-LINE-NUM " " SO-ITEM-CODE
               " " SO-REQ-DATE " " SOE-QTY-OUT " " SOE-QTY2-OUT
               " " SO-CUST-NUM.

           EXIT PARAGRAPH.

       LOAD-ORDER-TABLE.
           MOVE ZERO TO SOE-COUNT
           MOVE "N" TO SOE-OVERFLOW
           OPEN INPUT SALESORD-FILE
           IF WS-SALESORD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SALESORD-STATUS NOT = "00"
               READ SALESORD-FILE
                   AT END
                       MOVE "10" TO WS-SALESORD-STATUS
                   NOT AT END
                       IF SOE-COUNT < 1000
                           ADD 1 TO SOE-COUNT
                           MOVE SALESORD-RECORD TO
                               SOE-IMAGE(SOE-COUNT)
                       ELSE
                           MOVE "Y" TO SOE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALESORD-FILE.

           EXIT PARAGRAPH.

      *REWRITING FROM A CAPPED TABLE WOULD DROP EVERY LINE PAST
      *1000 - CALLERS CHECK SOE-OVERFLOW BEFORE COMING HERE
       REWRITE-ORDER-FILE.
           OPEN OUTPUT SALESORD-FILE
           IF WS-SALESORD-STATUS NOT = "00"
               MOVE "SALESORD-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-SALESORD-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SOE-IDX FROM 1 BY 1
               UNTIL SOE-IDX > SOE-COUNT
               MOVE SOE-IMAGE(SOE-IDX) TO SALESORD-RECORD
               WRITE SALESORD-RECORD
           END-PERFORM
           CLOSE SALESORD-FILE.

           EXIT PARAGRAPH.

       COPY "upd-journal.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "role-check.cpy".

       COPY "lock-paragraphs.cpy".

       COPY "invoice-next.cpy".

       COPY "period-check.cpy".

       COPY "approval-queue.cpy".

       COPY "inv-post.cpy".

       COPY "loc-check.cpy".

       COPY "hold-check.cpy".

       COPY "kit-post.cpy".

       COPY "stkmove-write.cpy".

       COPY "qty-break.cpy".

       COPY "contract-price.cpy".

       COPY "promo-price.cpy".

       COPY "mgr-override.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
