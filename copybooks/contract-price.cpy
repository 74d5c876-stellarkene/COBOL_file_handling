      *====================================================
      * CONTRACT-PRICE.CPY
      * Shared paragraph: picks a customer's negotiated price
      * for an item. Caller MOVEs the customer number into
      * WS-CP-CUST, the item code into WS-CP-ITEM and the
      * sale date (YYYYMMDD) into WS-CP-DATE, then PERFORMs
      * PICK-CONTRACT-PRICE. When a contract is in force on
      * that date WS-CP-HIT comes back "Y" with the price in
      * WS-CP-PRICE; should two terms overlap, the one that
      * started last wins. A contract price goes ahead of
      * list and quantity-break pricing, so callers test this
      * first and only fall back to PICK-QTY-BREAK-PRICE on a
      * miss. Needs the CONTRACT file pair and the WS-CP-*
      * fields from ws-vars.cpy.
      *====================================================
       PICK-CONTRACT-PRICE.
           MOVE "N" TO WS-CP-HIT
           MOVE ZERO TO WS-CP-PRICE
           MOVE ZERO TO WS-CP-BEST-START
           IF WS-CP-CUST = SPACES OR WS-CP-ITEM = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CONTRACT-FILE
           IF WS-CONTRACT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CONTRACT-STATUS NOT = "00"
               READ CONTRACT-FILE
                   AT END
                       MOVE "10" TO WS-CONTRACT-STATUS
                   NOT AT END
                       IF CT-CUST-NUM = WS-CP-CUST AND
-                          CT-ITEM-CODE = WS-CP-ITEM AND
-                          CT-START-DATE <= WS-CP-DATE AND
-                          CT-END-DATE >= WS-CP-DATE AND
-                          CT-START-DATE >= WS-CP-BEST-START
                           MOVE CT-START-DATE TO WS-CP-BEST-START
                           MOVE CT-PRICE TO WS-CP-PRICE
                           MOVE "Y" TO WS-CP-HIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTRACT-FILE.

           EXIT PARAGRAPH.
