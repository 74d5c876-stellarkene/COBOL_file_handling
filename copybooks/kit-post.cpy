      *====================================================
      * KIT-POST.CPY
      * Shared paragraphs for kit items (bill of materials on
      * bom.dat). POST-ITEM-SALE stands in front of
      * POST-SALE-TO-INVENTORY for a sale, return or undo:
      * the caller sets up WS-INV-ITEM-CODE, WS-INV-UNITS,
      * WS-INV-LOCATION, WS-INV-CUST-NUM, WS-MV-TYPE and
      * WS-MV-REF exactly as for inv-post.cpy. A plain item is
      * posted as it is; a kit is never stocked, so each of
      * its components is posted instead for the units times
      * BM-QTY-PER, at the same location and under the same
      * reference. CHECK-ITEM-HOLD is CHECK-STOCK-HOLD for an
      * item that may be a kit - a kit is held when any of its
      * components is held at the location. WORK-OUT-KIT-
      * AVAILABLE takes a kit in WS-KIT-PARENT and returns in
      * WS-KIT-AVAILABLE how many whole kits the scarcest
      * component's all-locations on-hand (less stock on
      * quarantine hold) can still make; WS-KIT-COUNT comes
      * back zero when the item is not a kit. LOAD-KIT-
      * COMPONENTS fills WS-KIT-TABLE for WS-KIT-PARENT. No
      * BOM file means no item is a kit. Programs that COPY
      * this also COPY bom-select.cpy, bom-rec.cpy,
      * hold-check.cpy and inv-post.cpy with its files.
      *====================================================
       LOAD-KIT-COMPONENTS.
           MOVE ZERO TO WS-KIT-COUNT
           OPEN INPUT BOM-FILE
           IF WS-BOM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-KIT-EOF
           MOVE WS-KIT-PARENT TO BM-PARENT
           MOVE LOW-VALUES TO BM-COMPONENT
           START BOM-FILE KEY IS NOT LESS THAN BM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-KIT-EOF
           END-START
           PERFORM UNTIL WS-KIT-EOF = "Y"
               READ BOM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-KIT-EOF
                   NOT AT END
                       IF BM-PARENT NOT = WS-KIT-PARENT
                           MOVE "Y" TO WS-KIT-EOF
                       ELSE
                           IF WS-KIT-COUNT < 20
                               ADD 1 TO WS-KIT-COUNT
                               MOVE BM-COMPONENT TO
                                   WS-KIT-COMPONENT(WS-KIT-COUNT)
                               MOVE BM-QTY-PER TO
                                   WS-KIT-QTY-PER(WS-KIT-COUNT)
                           ELSE
                               DISPLAY "WARNING - KIT "
                                   WS-KIT-PARENT " HAS MORE THAN "
                                   "20 COMPONENTS - "
                                   BM-COMPONENT " IGNORED"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOM-FILE.

           EXIT PARAGRAPH.

       POST-ITEM-SALE.
           MOVE WS-INV-ITEM-CODE TO WS-KIT-PARENT
           PERFORM LOAD-KIT-COMPONENTS
           IF WS-KIT-COUNT = ZERO
               PERFORM POST-SALE-TO-INVENTORY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INV-UNITS TO WS-KIT-SOLD-UNITS
           MOVE WS-MV-TYPE TO WS-KIT-MV-TYPE
           MOVE WS-MV-REF TO WS-KIT-MV-REF
           PERFORM POST-ONE-KIT-COMPONENT
               VARYING WS-KIT-IDX FROM 1 BY 1
               UNTIL WS-KIT-IDX > WS-KIT-COUNT
           MOVE WS-KIT-PARENT TO WS-INV-ITEM-CODE
           MOVE WS-KIT-SOLD-UNITS TO WS-INV-UNITS
           MOVE SPACES TO WS-MV-TYPE
           MOVE SPACES TO WS-MV-REF.

           EXIT PARAGRAPH.

      *INV-POST CLEARS THE MOVEMENT TYPE AND REFERENCE EVERY
      *TIME, SO THE CALLER'S ARE PUT BACK FOR EACH COMPONENT
       POST-ONE-KIT-COMPONENT.
           MOVE WS-KIT-COMPONENT(WS-KIT-IDX) TO WS-INV-ITEM-CODE
           COMPUTE WS-INV-UNITS ROUNDED =
               WS-KIT-SOLD-UNITS * WS-KIT-QTY-PER(WS-KIT-IDX)
               ON SIZE ERROR
                   DISPLAY "WARNING - KIT " WS-KIT-PARENT
                       " COMPONENT " WS-INV-ITEM-CODE
                       " OVER 99,999.99 UNITS - NOT POSTED"
                   EXIT PARAGRAPH
           END-COMPUTE
           MOVE WS-KIT-MV-TYPE TO WS-MV-TYPE
           MOVE WS-KIT-MV-REF TO WS-MV-REF
           PERFORM POST-SALE-TO-INVENTORY.

           EXIT PARAGRAPH.

       CHECK-ITEM-HOLD.
           MOVE WS-QH-ITEM-CODE TO WS-KIT-PARENT
           PERFORM LOAD-KIT-COMPONENTS
           IF WS-KIT-COUNT = ZERO
               PERFORM CHECK-STOCK-HOLD
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-QH-HELD
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
               UNTIL WS-KIT-IDX > WS-KIT-COUNT
               OR WS-QH-HELD = "Y"
               MOVE WS-KIT-COMPONENT(WS-KIT-IDX) TO WS-QH-ITEM-CODE
               PERFORM CHECK-STOCK-HOLD
           END-PERFORM
           MOVE WS-KIT-PARENT TO WS-QH-ITEM-CODE.

           EXIT PARAGRAPH.

       WORK-OUT-KIT-AVAILABLE.
           MOVE ZERO TO WS-KIT-AVAILABLE
           PERFORM LOAD-KIT-COMPONENTS
           IF WS-KIT-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 999999999 TO WS-KIT-AVAILABLE
           PERFORM KIT-COMPONENT-AVAILABLE
               VARYING WS-KIT-IDX FROM 1 BY 1
               UNTIL WS-KIT-IDX > WS-KIT-COUNT
           IF WS-KIT-AVAILABLE < ZERO
               MOVE ZERO TO WS-KIT-AVAILABLE
           END-IF.

           EXIT PARAGRAPH.

       KIT-COMPONENT-AVAILABLE.
           IF WS-KIT-QTY-PER(WS-KIT-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-KIT-COMP-AVAIL
           OPEN INPUT INV-FILE
           IF WS-INV-FILE-STATUS = "00"
               MOVE WS-KIT-COMPONENT(WS-KIT-IDX) TO IV-ITEM-CODE
               READ INV-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IV-ON-HAND TO WS-KIT-COMP-AVAIL
               END-READ
               CLOSE INV-FILE
           END-IF
           MOVE WS-KIT-COMPONENT(WS-KIT-IDX) TO WS-QH-ITEM-CODE
           PERFORM SUM-HELD-STOCK
           SUBTRACT WS-QH-HELD-QTY FROM WS-KIT-COMP-AVAIL
           DIVIDE WS-KIT-QTY-PER(WS-KIT-IDX) INTO WS-KIT-COMP-AVAIL
           IF WS-KIT-COMP-AVAIL < WS-KIT-AVAILABLE
               MOVE WS-KIT-COMP-AVAIL TO WS-KIT-AVAILABLE
           END-IF.

           EXIT PARAGRAPH.
