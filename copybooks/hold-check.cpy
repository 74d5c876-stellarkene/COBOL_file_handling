      *====================================================
      * HOLD-CHECK.CPY
      * Shared paragraphs: quarantine holds on stock by
      * location (IL-HOLD on invloc.dat). CHECK-STOCK-HOLD
      * takes the item in WS-QH-ITEM-CODE and the location in
      * WS-INV-LOCATION and returns WS-QH-HELD "Y" when that
      * location's stock of the item is on hold - sales entry
      * and shipping refuse it. SUM-HELD-STOCK returns in
      * WS-QH-HELD-QTY how much of the item's all-locations
      * on-hand is on hold anywhere, for the callers that
      * allocate or promise from the total. No location file
      * means nothing is held. The caller needs
      * invloc-select.cpy and invloc-rec.cpy.
      *====================================================
       CHECK-STOCK-HOLD.
           MOVE "N" TO WS-QH-HELD
           OPEN INPUT INVLOC-FILE
           IF WS-INVLOC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-QH-ITEM-CODE TO IL-ITEM-CODE
           MOVE WS-INV-LOCATION TO IL-LOCATION
           READ INVLOC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF IL-ON-HOLD
                       MOVE "Y" TO WS-QH-HELD
                   END-IF
           END-READ
           CLOSE INVLOC-FILE.

           EXIT PARAGRAPH.

       SUM-HELD-STOCK.
           MOVE ZERO TO WS-QH-HELD-QTY
           OPEN INPUT INVLOC-FILE
           IF WS-INVLOC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-QH-HELD
           MOVE WS-QH-ITEM-CODE TO IL-ITEM-CODE
           MOVE LOW-VALUES TO IL-LOCATION
           START INVLOC-FILE KEY IS NOT LESS THAN IL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-QH-HELD
           END-START
           PERFORM UNTIL WS-QH-HELD = "Y"
               READ INVLOC-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-QH-HELD
                   NOT AT END
                       IF IL-ITEM-CODE NOT = WS-QH-ITEM-CODE
                           MOVE "Y" TO WS-QH-HELD
                       ELSE
                           IF IL-ON-HOLD AND IL-ON-HAND > ZERO
                               ADD IL-ON-HAND TO WS-QH-HELD-QTY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVLOC-FILE.

           EXIT PARAGRAPH.
