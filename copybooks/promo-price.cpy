      *====================================================
      * PROMO-PRICE.CPY
      * Shared paragraph: applies any promotion in effect to
      * a unit price. Caller MOVEs the item code into
      * WS-PR-ITEM, the units into WS-PR-UNITS, the price
      * before promotion into WS-PR-PRICE and the sale date
      * (YYYYMMDD) into WS-PR-DATE, then PERFORMs
      * PICK-PROMOTION-PRICE. When a campaign covers the item
      * on that date and the units reach its minimum,
      * WS-PR-HIT comes back "Y" with the campaign code in
      * WS-PR-CODE and the promoted price in WS-PR-NEW-PRICE;
      * should two campaigns overlap the customer gets the
      * lower price. A fixed discount never takes the price
      * below zero. Needs the PROMO file pair and the WS-PR-*
      * fields from ws-vars.cpy.
      *====================================================
       PICK-PROMOTION-PRICE.
           MOVE "N" TO WS-PR-HIT
           MOVE SPACES TO WS-PR-CODE
           MOVE WS-PR-PRICE TO WS-PR-NEW-PRICE
           IF WS-PR-ITEM = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PROMO-FILE
           IF WS-PROMO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PROMO-STATUS NOT = "00"
               READ PROMO-FILE
                   AT END
                       MOVE "10" TO WS-PROMO-STATUS
                   NOT AT END
                       IF WS-PR-ITEM >= PR-ITEM-FROM AND
-                          WS-PR-ITEM <= PR-ITEM-TO AND
-                          WS-PR-DATE >= PR-START-DATE AND
-                          WS-PR-DATE <= PR-END-DATE AND
-                          WS-PR-UNITS >= PR-MIN-QTY
                           PERFORM TRY-ONE-PROMOTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROMO-FILE.

           EXIT PARAGRAPH.

       TRY-ONE-PROMOTION.
           IF PR-PERCENT-OFF
               COMPUTE WS-PR-TRY-PRICE ROUNDED =
                   WS-PR-PRICE * (100 - PR-DISC-VALUE) / 100
           ELSE
               IF PR-DISC-VALUE >= WS-PR-PRICE
                   MOVE ZERO TO WS-PR-TRY-PRICE
               ELSE
                   COMPUTE WS-PR-TRY-PRICE =
                       WS-PR-PRICE - PR-DISC-VALUE
               END-IF
           END-IF
           IF WS-PR-TRY-PRICE < WS-PR-NEW-PRICE
               MOVE WS-PR-TRY-PRICE TO WS-PR-NEW-PRICE
               MOVE PR-CODE TO WS-PR-CODE
               MOVE "Y" TO WS-PR-HIT
           END-IF.

           EXIT PARAGRAPH.
