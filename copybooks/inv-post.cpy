      * the caller puts the buyer in WS-INV-CUST-NUM first so
      * the shortfall remembers whose units it was. Every
      * on-hand WRITE/REWRITE is also journaled for forward
      * recovery, and written to the stock movement ledger
      * (stkmove-write.cpy) - a caller that is not making a
      * plain sale or return puts the movement type in
      * WS-MV-TYPE and what caused it in WS-MV-REF first.
      * invmast.dat is the item's all-locations total; the
      * same units are also posted to the stock location in
      * WS-INV-LOCATION (blank means MAIN) on invloc.dat, so
      * the caller edits the location (loc-check.cpy) before
      * posting. Programs that COPY this also COPY
      * invloc-select.cpy, invloc-rec.cpy,
      * backord-select.cpy, backord-rec.cpy,
      * updjrnl-select.cpy, updjrnl-rec.cpy,
      * upd-journal.cpy, stkmove-select.cpy, stkmove-rec.cpy
      * and stkmove-write.cpy.
      *====================================================
       POST-SALE-TO-INVENTORY.
           OPEN I-O INV-FILE
                               MOVE "WRITE" TO WS-UJ-ACTION
                               MOVE INV-RECORD TO WS-UJ-IMAGE
                               PERFORM WRITE-UPDATE-JOURNAL
                               PERFORM POST-LOCATION-ON-HAND
                               PERFORM RECORD-INV-POST-MOVEMENT
                       END-WRITE
                   NOT INVALID KEY
                       SUBTRACT WS-INV-UNITS FROM IV-ON-HAND
                               MOVE "REWRITE" TO WS-UJ-ACTION
                               MOVE INV-RECORD TO WS-UJ-IMAGE
                               PERFORM WRITE-UPDATE-JOURNAL
                               PERFORM POST-LOCATION-ON-HAND
                               PERFORM RECORD-INV-POST-MOVEMENT
                       END-REWRITE
               END-READ
               IF WS-INV-UNITS > ZERO AND IV-ON-HAND < ZERO
-                      " AT OR BELOW REORDER POINT"
               END-IF
               CLOSE INV-FILE
           END-IF
           MOVE SPACES TO WS-MV-TYPE
           MOVE SPACES TO WS-MV-REF.

           EXIT PARAGRAPH.

      *THE LOCATION ROW MOVES WITH THE TOTAL. A LOCATION THAT HAS
      *NEVER HELD THE ITEM STARTS AT ZERO MINUS THE UNITS, LIKE
      *THE INVMAST ROW. A FAILURE HERE IS ONLY A WARNING - THE
      *TOTAL IS ALREADY POSTED AND STOCK-TRANSFER'S ON-HAND
      *INQUIRY SHOWS WHAT NO LOCATION ACCOUNTS FOR
       POST-LOCATION-ON-HAND.
           IF WS-INV-LOCATION = SPACES
               MOVE "MAIN" TO WS-INV-LOCATION
           END-IF
           MOVE WS-INV-LOCATION TO WS-MV-LOCATION
           OPEN I-O INVLOC-FILE
           IF WS-INVLOC-STATUS = "35"
               OPEN OUTPUT INVLOC-FILE
               CLOSE INVLOC-FILE
               OPEN I-O INVLOC-FILE
           END-IF
           IF WS-INVLOC-STATUS NOT = "00"
               DISPLAY "WARNING - LOCATION ON-HAND NOT POSTED, "
-                  "FILE STATUS " WS-INVLOC-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INV-ITEM-CODE TO IL-ITEM-CODE
           MOVE WS-INV-LOCATION TO IL-LOCATION
           READ INVLOC-FILE
               INVALID KEY
                   MOVE WS-INV-ITEM-CODE TO IL-ITEM-CODE
                   MOVE WS-INV-LOCATION TO IL-LOCATION
                   COMPUTE IL-ON-HAND = 0 - WS-INV-UNITS
                   MOVE ZERO TO IL-REORDER-POINT
                   MOVE SPACE TO IL-HOLD
                   WRITE INVLOC-RECORD
                       INVALID KEY
                           DISPLAY "WARNING - LOCATION ON-HAND "
-                              "NOT POSTED FOR " WS-INV-ITEM-CODE
                       NOT INVALID KEY
                           MOVE "INVLOC" TO WS-UJ-FILE-NAME
                           MOVE "WRITE" TO WS-UJ-ACTION
                           MOVE INVLOC-RECORD TO WS-UJ-IMAGE
                           PERFORM WRITE-UPDATE-JOURNAL
                   END-WRITE
               NOT INVALID KEY
                   SUBTRACT WS-INV-UNITS FROM IL-ON-HAND
                   REWRITE INVLOC-RECORD
                       INVALID KEY
                           DISPLAY "WARNING - LOCATION ON-HAND "
-                              "NOT POSTED FOR " WS-INV-ITEM-CODE
                       NOT INVALID KEY
                           MOVE "INVLOC" TO WS-UJ-FILE-NAME
                           MOVE "REWRITE" TO WS-UJ-ACTION
                           MOVE INVLOC-RECORD TO WS-UJ-IMAGE
                           PERFORM WRITE-UPDATE-JOURNAL
                   END-REWRITE
           END-READ
           MOVE IL-ON-HAND TO WS-MV-LOC-BALANCE
           CLOSE INVLOC-FILE.

           EXIT PARAGRAPH.

      *THE LEDGER IS SIGNED THE WAY THE SHELF MOVED, THE OPPOSITE
      *OF WS-INV-UNITS. A CALLER THAT NAMED NO TYPE IN WS-MV-TYPE
      *IS A SALE, OR THE RETURN / UNDO OF ONE
       RECORD-INV-POST-MOVEMENT.
           MOVE WS-INV-ITEM-CODE TO WS-MV-ITEM-CODE
           COMPUTE WS-MV-QTY = 0 - WS-INV-UNITS
           MOVE IV-ON-HAND TO WS-MV-BALANCE
           IF WS-MV-TYPE = SPACES
               IF WS-INV-UNITS > ZERO
                   MOVE "SALE" TO WS-MV-TYPE
               ELSE
                   MOVE "RETURN" TO WS-MV-TYPE
               END-IF
           END-IF
           PERFORM WRITE-STOCK-MOVEMENT.

           EXIT PARAGRAPH.

