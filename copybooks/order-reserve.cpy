      *====================================================
      * ORDER-RESERVE.CPY
      * Shared paragraphs: stock reserved by open sales
      * orders (salesord.dat, see salesord-rec.cpy). An OPEN
      * line holds back its ordered quantity less what has
      * already shipped, so nothing else may promise or
      * allocate those units. SUM-ORDER-RESERVED takes the
      * item in WS-SOR-ITEM-CODE and returns the total in
      * WS-SOR-RESERVED. WORK-OUT-FREE-TO-PROMISE returns as
      * well the item's all-locations on-hand less stock on
      * quarantine hold in WS-SOR-ON-HAND, and what is left
      * after the reservations in WS-SOR-FREE; WS-SOR-STOCKED
      * is "Y" when the item is on the inventory master at
      * all. No order file means nothing is reserved. The
      * caller needs the SALESORD, INV and INVLOC files and
      * hold-check.cpy.
      *====================================================
       SUM-ORDER-RESERVED.
           MOVE ZERO TO WS-SOR-RESERVED
           OPEN INPUT SALESORD-FILE
           IF WS-SALESORD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SOR-EOF
           PERFORM UNTIL WS-SOR-EOF = "Y"
               READ SALESORD-FILE
                   AT END
                       MOVE "Y" TO WS-SOR-EOF
                   NOT AT END
                       IF SO-ITEM-CODE = WS-SOR-ITEM-CODE AND
-                         SO-STATUS = "OPEN"
                           COMPUTE WS-SOR-RESERVED = WS-SOR-RESERVED
                               + SO-QTY-ORDERED - SO-QTY-SHIPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALESORD-FILE.

           EXIT PARAGRAPH.

       WORK-OUT-FREE-TO-PROMISE.
           MOVE ZERO TO WS-SOR-ON-HAND
           MOVE "N" TO WS-SOR-STOCKED
           OPEN INPUT INV-FILE
           IF WS-INV-FILE-STATUS = "00"
               MOVE WS-SOR-ITEM-CODE TO IV-ITEM-CODE
               READ INV-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IV-ON-HAND TO WS-SOR-ON-HAND
                       MOVE "Y" TO WS-SOR-STOCKED
               END-READ
               CLOSE INV-FILE
           END-IF
           MOVE WS-SOR-ITEM-CODE TO WS-QH-ITEM-CODE
           PERFORM SUM-HELD-STOCK
           SUBTRACT WS-QH-HELD-QTY FROM WS-SOR-ON-HAND
           PERFORM SUM-ORDER-RESERVED
           COMPUTE WS-SOR-FREE = WS-SOR-ON-HAND - WS-SOR-RESERVED.

           EXIT PARAGRAPH.
