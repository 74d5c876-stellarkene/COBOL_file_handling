      * file (age) order while the shelf holds enough, the
      * fill is announced so the floor knows what can now
      * ship, and the file is rewritten with the FILLED rows
      * stamped. Each fill is also noted on the stock
      * movement ledger as a BOFILL memo row (the units left
      * on-hand when the sale posted). Stock on quarantine
      * hold is never allocated, nor is stock open sales
      * orders have reserved. Needs backorder-vars.cpy in
      * WORKING-STORAGE plus the BACKORD, INV, INVLOC,
      * SALESORD and STKMOVE files, stkmove-write.cpy,
      * hold-check.cpy and order-reserve.cpy.
      *====================================================
       ALLOCATE-ITEM-BACKORDERS.
           MOVE ZERO TO WS-BOA-AVAIL
           MOVE ZERO TO WS-BOA-ON-HAND
           OPEN INPUT INV-FILE
           IF WS-INV-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
                   CONTINUE
               NOT INVALID KEY
                   MOVE IV-ON-HAND TO WS-BOA-AVAIL
                   MOVE IV-ON-HAND TO WS-BOA-ON-HAND
           END-READ
           CLOSE INV-FILE
           MOVE WS-INV-ITEM-CODE TO WS-QH-ITEM-CODE
           PERFORM SUM-HELD-STOCK
           SUBTRACT WS-QH-HELD-QTY FROM WS-BOA-AVAIL
           MOVE WS-INV-ITEM-CODE TO WS-SOR-ITEM-CODE
           PERFORM SUM-ORDER-RESERVED
           SUBTRACT WS-SOR-RESERVED FROM WS-BOA-AVAIL

           PERFORM LOAD-BOA-TABLE
           IF WS-BOA-OVERFLOW = "Y"
                       WS-BOA-QTY-OUT " OF " WS-INV-ITEM-CODE
                       " (BACKORDERED " WS-BOA-DATE(WS-BOA-IDX)
                       ")"
                   MOVE WS-INV-ITEM-CODE TO WS-MV-ITEM-CODE
                   MOVE "BOFILL" TO WS-MV-TYPE
                   MOVE WS-BOA-QTY(WS-BOA-IDX) TO WS-MV-QTY
                   MOVE SPACES TO WS-MV-REF
                   STRING "CU" WS-BOA-CUST(WS-BOA-IDX)
                       DELIMITED BY SIZE INTO WS-MV-REF
                   MOVE WS-BOA-ON-HAND TO WS-MV-BALANCE
                   PERFORM WRITE-STOCK-MOVEMENT
               END-IF
           END-PERFORM

