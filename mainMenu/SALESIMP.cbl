      *====================================================
      * Stand-alone utility: imports a day's register drop of
      * sales transactions (salesimp.dat, comma-delimited
      * rows: salesman,units,price,date, optionally followed
      * by customer,item) into the commission pipeline
      * without an hour of re-keying. Every row gets the same
      * validation interactive entry would apply - numeric
      * fields, check digit, salesman on the indexed master
      * and not terminated (TERMSM), date sanity, period not
      * closed - then takes the customer's contract price for
      * the item when one is in force on the sale date
      * (contract.dat, ahead of the register's price) or
      * else any promotion in effect on the sale date
      * (promo.dat, stamped on the sale as at interactive
      * entry), runs through the commission tiers, draws an
      * invoice number, and lands in sel_8.dat. A row that
      * names its item relieves on-hand at MAIN through
      * inv-post.cpy, a kit through its components
      * (kit-post.cpy); a row for an item on quarantine hold
      * at MAIN is rejected (HELD), and a row that takes
      * stock open sales orders have reserved is imported
      * with a warning. Rejects go to salesimp_err.dat with a
      * reason code for correction and re-import, and the
      * accepted rows are registered in salesimp_reg.dat
      * inside a proper HDR/TRL batch whose control total is
      * the imported sales amount. sel_8.dat itself is a
      * keyed master and takes no HDR/TRL rows - the register
      * file carries the batch bracket for this run. Runs
      * under the suite interlock.
      *====================================================

       ENVIRONMENT DIVISION.
           COPY "invctl-select.cpy".
           COPY "perctl-select.cpy".
           COPY "updjrnl-select.cpy".
           COPY "contract-select.cpy".
           COPY "mgrrate-select.cpy".
           COPY "override-select.cpy".
           COPY "inv-select.cpy".
           COPY "invloc-select.cpy".
           COPY "backord-select.cpy".
           COPY "stkmove-select.cpy".
           COPY "bom-select.cpy".
           COPY "promo-select.cpy".
           COPY "salesord-select.cpy".
           COPY "lock-select.cpy".
           COPY "runlog-select.cpy".

       FILE SECTION.
           FD  SALESIMP-FILE.

       01  SALESIMP-RECORD                 PIC X(80).

           FD  IMPERR-FILE.

       01  IMPERR-RECORD.
           05  IE-REASON                   PIC X(6).
           05  FILLER                      PIC X.
           05  IE-ROW                      PIC X(80).

           FD  IMPREG-FILE.

           COPY "invctl-rec.cpy".
           COPY "perctl-rec.cpy".
           COPY "updjrnl-rec.cpy".
           COPY "contract-rec.cpy".
           COPY "mgrrate-rec.cpy".
           COPY "override-rec.cpy".
           COPY "inv-rec.cpy".
           COPY "invloc-rec.cpy".
           COPY "backord-rec.cpy".
           COPY "stkmove-rec.cpy".
           COPY "bom-rec.cpy".
           COPY "promo-rec.cpy".
           COPY "salesord-rec.cpy".
           COPY "lock-rec.cpy".
           COPY "fd-vars.cpy".

       01  IMP-F-UNITS                     PIC X(12).
       01  IMP-F-PRICE                     PIC X(12).
       01  IMP-F-DATE                      PIC X(10).
       01  IMP-F-CUST                      PIC X(8).
       01  IMP-F-ITEM                      PIC X(8).
       01  IMP-CONTRACT                    PIC X VALUE "N".
       01  IMP-PROMO-CODE                  PIC X(6).
       01  IMP-PROMO-DISC                  PIC 9(7)V99.
       01  IMP-SM-NUM                      PIC 9(12).
       01  IMP-UNITS                       PIC 9(5)V99.
       01  IMP-PRICE                       PIC 9(5)V99.
           MOVE SPACES TO IMP-F-UNITS
           MOVE SPACES TO IMP-F-PRICE
           MOVE SPACES TO IMP-F-DATE
           MOVE SPACES TO IMP-F-CUST
           MOVE SPACES TO IMP-F-ITEM
           UNSTRING SALESIMP-RECORD DELIMITED BY ","
               INTO IMP-F-SMNUM IMP-F-UNITS IMP-F-PRICE IMP-F-DATE
                    IMP-F-CUST IMP-F-ITEM
           END-UNSTRING

           MOVE SPACES TO IMP-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-IMPORT-CONTRACT-PRICE
           PERFORM APPLY-IMPORT-PROMOTION
           COMPUTE IMP-SALES = IMP-UNITS * IMP-PRICE
           PERFORM EVALUATE-IMPORT-COMMISSION
           PERFORM WRITE-IMPORTED-SEL8-RECORD.
                   IF IMP-PLAN-CODE = SPACES
                       MOVE "STD" TO IMP-PLAN-CODE
                   END-IF
                   IF SEQ5_STATUS_FH = "T"
                       MOVE "TERMSM" TO IMP-REASON
                   END-IF
           END-READ
           CLOSE SQNC5-FILE
           IF IMP-REASON NOT = SPACES OR IMP-F-ITEM = SPACES
               EXIT PARAGRAPH
           END-IF

      *SAME RULE AS INTERACTIVE ENTRY - STOCK ON QUARANTINE HOLD
      *AT THE LOCATION THE ROW RELIEVES IS NOT FOR SALE
           MOVE "MAIN" TO WS-INV-LOCATION
           MOVE IMP-F-ITEM TO WS-QH-ITEM-CODE
           PERFORM CHECK-ITEM-HOLD
           IF WS-QH-HELD = "Y"
               MOVE "HELD  " TO IMP-REASON
           END-IF.

           EXIT PARAGRAPH.

      *A ROW THAT NAMES THE CUSTOMER AND ITEM SELLS AT THE
      *NEGOTIATED PRICE WHEN A CONTRACT COVERS THE SALE DATE - THE
      *TILL'S PRICE STANDS OTHERWISE
       APPLY-IMPORT-CONTRACT-PRICE.
           MOVE "N" TO IMP-CONTRACT
           MOVE IMP-F-CUST TO WS-CP-CUST
           MOVE IMP-F-ITEM TO WS-CP-ITEM
           MOVE IMP-DATE TO WS-CP-DATE
           PERFORM PICK-CONTRACT-PRICE
           IF WS-CP-HIT = "Y"
               MOVE WS-CP-PRICE TO IMP-PRICE
               MOVE "Y" TO IMP-CONTRACT
           END-IF.

           EXIT PARAGRAPH.

      *A CAMPAIGN IN EFFECT ON THE SALE DATE DISCOUNTS THE TILL'S
      *PRICE AND STAMPS ITS CODE ON THE SALE, AS INTERACTIVE ENTRY
      *DOES. A CONTRACT PRICE IS NOT PROMOTED FURTHER
       APPLY-IMPORT-PROMOTION.
           MOVE SPACES TO IMP-PROMO-CODE
           MOVE ZERO TO IMP-PROMO-DISC
           IF IMP-CONTRACT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE IMP-F-ITEM TO WS-PR-ITEM
           MOVE IMP-UNITS TO WS-PR-UNITS
           MOVE IMP-PRICE TO WS-PR-PRICE
           MOVE IMP-DATE TO WS-PR-DATE
           PERFORM PICK-PROMOTION-PRICE
           IF WS-PR-HIT = "Y"
               COMPUTE IMP-PROMO-DISC =
                   IMP-UNITS * (IMP-PRICE - WS-PR-NEW-PRICE)
               MOVE WS-PR-NEW-PRICE TO IMP-PRICE
               MOVE WS-PR-CODE TO IMP-PROMO-CODE
           END-IF.

           EXIT PARAGRAPH.

           MOVE IMP-DATE TO SEL8_DATE_FH
           MOVE IMP-DATE-YYYY TO SEL8_YTD_YEAR_FH
           MOVE IMP-SALES TO SEL8_YTD_SALES_FH
           MOVE IMP-F-CUST TO SEL8_CUST_NUM_FH
           MOVE IMP-F-ITEM TO SEL8_ITEM_CODE_FH
           MOVE "N" TO SEL8_PRICE_OVR_FH
           MOVE "S" TO SEL8_TXN_TYPE_FH
           MOVE SPACES TO SEL8_ORIG_REF_FH
           MOVE 100 TO SEL8_SPLIT_PCT_FH
           MOVE ZERO TO SEL8_QTY_BREAK_FH
           MOVE IMP-PLAN-CODE TO SEL8_PLAN_CODE_FH
           MOVE IMP-CONTRACT TO SEL8_CONTRACT_FH
           MOVE IMP-PROMO-CODE TO SEL8_PROMO_CODE_FH
           MOVE IMP-PROMO-DISC TO SEL8_PROMO_DISC_FH
           MOVE WS-FH-OPERATOR-ID TO
               OPERATOR-ID-FH OF SEL8_RECORD

                   MOVE "WRITE" TO WS-UJ-ACTION
                   MOVE SEL8_RECORD TO WS-UJ-IMAGE
                   PERFORM WRITE-UPDATE-JOURNAL
                   MOVE SEL8_SM_NUM_FH TO WS-MO-SM-NUM
                   MOVE IMP-SALES TO WS-MO-SALES
                   MOVE SEL8_INVOICE_NUM_FH TO WS-MO-INVOICE
                   MOVE SEL8_DATE_FH TO WS-MO-DATE
                   PERFORM CREDIT-MANAGER-OVERRIDE
                   PERFORM WRITE-IMPORT-REGISTER-ROW
                   PERFORM POST-IMPORTED-STOCK
           END-WRITE
           CLOSE SEL8-FILE.

           EXIT PARAGRAPH.

      *A ROW THAT NAMES ITS ITEM RELIEVES ON-HAND AT MAIN THE WAY
      *INTERACTIVE ENTRY DOES - A KIT THROUGH ITS COMPONENTS
       POST-IMPORTED-STOCK.
           IF IMP-F-ITEM = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-IMPORT-FREE-TO-PROMISE
           MOVE IMP-F-ITEM TO WS-INV-ITEM-CODE
           MOVE IMP-UNITS TO WS-INV-UNITS
           MOVE IMP-F-CUST TO WS-INV-CUST-NUM
           MOVE "MAIN" TO WS-INV-LOCATION
           MOVE SPACES TO WS-MV-TYPE
           MOVE SPACES TO WS-MV-REF
           STRING "IN" SEL8_INVOICE_NUM_FH
               DELIMITED BY SIZE INTO WS-MV-REF
           PERFORM POST-ITEM-SALE.

           EXIT PARAGRAPH.

      *THE GOODS HAVE ALREADY LEFT THE TILL, SO THE ROW STANDS -
      *BUT UNITS OPEN SALES ORDERS ARE WAITING ON ARE CALLED OUT SO
      *THE ORDER DESK KNOWS THOSE ORDERS WILL SHIP SHORT
       CHECK-IMPORT-FREE-TO-PROMISE.
           MOVE IMP-F-ITEM TO WS-SOR-ITEM-CODE
           PERFORM WORK-OUT-FREE-TO-PROMISE
           MOVE IMP-F-ITEM TO WS-KIT-PARENT
           PERFORM WORK-OUT-KIT-AVAILABLE
           IF WS-KIT-COUNT > ZERO
               MOVE "Y" TO WS-SOR-STOCKED
               MOVE WS-KIT-AVAILABLE TO WS-SOR-ON-HAND
               COMPUTE WS-SOR-FREE =
                   WS-SOR-ON-HAND - WS-SOR-RESERVED
           END-IF
           IF WS-SOR-STOCKED = "Y" AND WS-SOR-RESERVED > ZERO AND
-             IMP-UNITS > WS-SOR-FREE
               MOVE WS-SOR-RESERVED TO WS-SOR-QTY-OUT
               DISPLAY "WARNING - ROW " IMP-ROWS-DONE " SELLS "
                   IMP-F-ITEM " RESERVED BY OPEN SALES ORDERS ("
                   WS-SOR-QTY-OUT ")"
           END-IF.

           EXIT PARAGRAPH.

       WRITE-IMPORT-REGISTER-ROW.
           MOVE SEL8_SM_NUM_FH TO RG-SM-NUM
           MOVE WS-NEXT-INVOICE-NUM TO RG-INVOICE-NUM

       COPY "period-check.cpy".

       COPY "contract-price.cpy".

       COPY "mgr-override.cpy".

       COPY "inv-post.cpy".

       COPY "hold-check.cpy".

       COPY "kit-post.cpy".

       COPY "promo-price.cpy".

       COPY "order-reserve.cpy".

       COPY "stkmove-write.cpy".

       COPY "write-hdr.cpy".


