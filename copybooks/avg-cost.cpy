      *====================================================
      * AVG-COST.CPY
      * Shared paragraph: keeps PM-UNIT-COST a moving average
      * of what the stock on hand actually cost. Caller MOVEs
      * the item code into WS-AC-ITEM-CODE, the units coming in
      * into WS-AC-QTY, their extended cost into WS-AC-VALUE
      * and the history change type into WS-AC-CHANGE-TYPE,
      * then PERFORMs REVALUE-AVERAGE-COST - for a receipt
      * BEFORE the units are posted to IV-ON-HAND, since the
      * on-hand read here is the quantity the old cost covers:
      *     new cost = (on-hand x old cost + value)
      *                / (on-hand + units)
      * A negative on-hand (oversold) carries no cost, so a
      * receipt into it simply takes the receipt price. A
      * price correction with no units (WS-AC-QTY zero, the
      * value being the difference) is spread over what is on
      * hand, and is skipped with a note when nothing is. The
      * master REWRITE is journaled for forward recovery and
      * the old and new cost go to prodhist.dat. Programs that
      * COPY this also COPY inv-select/inv-rec,
      * prod-select/prod-rec, prodhist-select/prodhist-rec,
      * updjrnl-select/updjrnl-rec and upd-journal.cpy.
      *====================================================
       REVALUE-AVERAGE-COST.
           MOVE ZERO TO WS-AC-ON-HAND
           OPEN INPUT INV-FILE
           IF WS-INV-FILE-STATUS = "00"
               MOVE WS-AC-ITEM-CODE TO IV-ITEM-CODE
               READ INV-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IV-ON-HAND TO WS-AC-ON-HAND
               END-READ
               CLOSE INV-FILE
           END-IF
           IF WS-AC-ON-HAND < ZERO
               MOVE ZERO TO WS-AC-ON-HAND
           END-IF
           IF WS-AC-ON-HAND + WS-AC-QTY <= ZERO
               DISPLAY "NOTE - NO STOCK ON HAND TO CARRY A COST "
-                  "CHANGE FOR " WS-AC-ITEM-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O PROD-FILE
           IF WS-PROD-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - AVERAGE COST NOT UPDATED, FILE "
-                  "STATUS " WS-PROD-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AC-ITEM-CODE TO PM-ITEM-CODE
           READ PROD-FILE
               INVALID KEY
                   DISPLAY "WARNING - " WS-AC-ITEM-CODE
                       " NOT ON PRODUCT MASTER - AVERAGE COST NOT "
                       "UPDATED"
                   CLOSE PROD-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE PM-UNIT-COST TO WS-AC-OLD-COST
           COMPUTE WS-AC-NEW-COST ROUNDED =
               (WS-AC-ON-HAND * WS-AC-OLD-COST + WS-AC-VALUE)
               / (WS-AC-ON-HAND + WS-AC-QTY)
           IF WS-AC-NEW-COST < ZERO
               MOVE ZERO TO WS-AC-NEW-COST
           END-IF
           IF WS-AC-NEW-COST > 99999.99
               DISPLAY "WARNING - AVERAGE COST FOR " WS-AC-ITEM-CODE
                   " OVER 99,999.99 - NOT UPDATED"
               CLOSE PROD-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-AC-NEW-COST = WS-AC-OLD-COST
               CLOSE PROD-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AC-NEW-COST TO PM-UNIT-COST
           REWRITE PROD-RECORD
               INVALID KEY
                   DISPLAY "WARNING - AVERAGE COST NOT UPDATED FOR "
                       WS-AC-ITEM-CODE
                   CLOSE PROD-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "PRODMAST" TO WS-UJ-FILE-NAME
           MOVE "REWRITE" TO WS-UJ-ACTION
           MOVE PROD-RECORD TO WS-UJ-IMAGE
           PERFORM WRITE-UPDATE-JOURNAL
           CLOSE PROD-FILE

           MOVE WS-AC-OLD-COST TO WS-AC-COST-OUT
           MOVE PM-UNIT-COST TO WS-AC-COST2-OUT
           DISPLAY "AVERAGE COST " WS-AC-ITEM-CODE " "
               WS-AC-COST-OUT " -> " WS-AC-COST2-OUT

           OPEN EXTEND PRODHIST-FILE
           IF WS-PRODHIST-STATUS = "35"
               OPEN OUTPUT PRODHIST-FILE
           END-IF
           IF WS-PRODHIST-STATUS NOT = "00" AND NOT = "05"
               MOVE "PRODHIST-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-PRODHIST-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AC-ITEM-CODE TO PH-ITEM-CODE
           MOVE WS-AC-OLD-COST TO PH-OLD-PRICE
           MOVE PM-UNIT-COST TO PH-NEW-PRICE
           ACCEPT PH-EFF-DATE FROM DATE YYYYMMDD
           MOVE WS-FH-OPERATOR-ID TO PH-OPERATOR-ID
           ACCEPT PH-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT PH-CHANGE-TIME FROM TIME
           MOVE WS-AC-CHANGE-TYPE TO PH-CHANGE-TYPE
           WRITE PRODHIST-RECORD
           CLOSE PRODHIST-FILE.

           EXIT PARAGRAPH.
