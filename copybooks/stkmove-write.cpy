      *====================================================
      * STKMOVE-WRITE.CPY
      * Shared paragraph: appends one row to the stock
      * movement ledger (stkmove.dat). Caller MOVEs the item
      * to WS-MV-ITEM-CODE, the movement type (see the
      * level-88s on MV-TYPE) to WS-MV-TYPE, the signed
      * quantity to WS-MV-QTY, the cause to WS-MV-REF and the
      * resulting on-hand to WS-MV-BALANCE - and, where the
      * movement touched one stock location, the location to
      * WS-MV-LOCATION and what it now holds to
      * WS-MV-LOC-BALANCE - then PERFORMs
      * WRITE-STOCK-MOVEMENT right after the on-hand change
      * is on file. WS-MV-TYPE, WS-MV-REF and the location
      * fields are cleared afterwards so one caller's
      * reference never rides onto the next movement. A
      * ledger that cannot be opened is reported through the
      * file-error path but does not undo the on-hand change
      * - STOCK-CARD's reconciliation will show the gap.
      * Programs that COPY this also COPY stkmove-select.cpy
      * and stkmove-rec.cpy.
      *====================================================
       WRITE-STOCK-MOVEMENT.
           OPEN EXTEND STKMOVE-FILE
           IF WS-STKMOVE-STATUS = "35"
               OPEN OUTPUT STKMOVE-FILE
           END-IF
           IF WS-STKMOVE-STATUS NOT = "00" AND NOT = "05"
               MOVE "STKMOVE-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-STKMOVE-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           ELSE
               MOVE WS-MV-ITEM-CODE TO MV-ITEM-CODE
               ACCEPT MV-DATE FROM DATE YYYYMMDD
               ACCEPT MV-TIME FROM TIME
               MOVE WS-MV-TYPE TO MV-TYPE
               MOVE WS-MV-QTY TO MV-QTY
               MOVE WS-MV-REF TO MV-REF
               MOVE WS-FH-OPERATOR-ID TO MV-OPERATOR-ID
               MOVE WS-MV-BALANCE TO MV-BALANCE
               MOVE WS-RUNLOG-PROGRAM-ID TO MV-PROGRAM-ID
               MOVE WS-MV-LOCATION TO MV-LOCATION
               MOVE WS-MV-LOC-BALANCE TO MV-LOC-BALANCE
               WRITE STKMOVE-RECORD
               CLOSE STKMOVE-FILE
           END-IF
           MOVE SPACES TO WS-MV-TYPE
           MOVE SPACES TO WS-MV-REF
           MOVE SPACES TO WS-MV-LOCATION
           MOVE ZERO TO WS-MV-LOC-BALANCE.

           EXIT PARAGRAPH.
