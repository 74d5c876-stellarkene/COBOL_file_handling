      *====================================================
      * OPENITEM-NORMALIZE.CPY
      * Shared paragraph: run against OPENITEM-RECORD straight
      * after a READ. Zeroes the trailing fields an older,
      * shorter row reads back as spaces, and gives a row with
      * no due date its invoice date, so every reader of
      * openitem.dat sees clean numbers.
      *====================================================
       NORMALIZE-OPENITEM-RECORD.
           IF OI-DUE-DATE NOT NUMERIC OR OI-DUE-DATE = ZERO
               MOVE OI-INV-DATE TO OI-DUE-DATE
           END-IF
           IF OI-DISC-DATE NOT NUMERIC
               MOVE ZERO TO OI-DISC-DATE
           END-IF
           IF OI-DISC-PCT NOT NUMERIC
               MOVE ZERO TO OI-DISC-PCT
           END-IF
           IF OI-DISC-TAKEN NOT NUMERIC
               MOVE ZERO TO OI-DISC-TAKEN
           END-IF
           IF OI-DUN-LEVEL NOT NUMERIC
               MOVE ZERO TO OI-DUN-LEVEL
           END-IF
           IF OI-DUN-DATE NOT NUMERIC
               MOVE ZERO TO OI-DUN-DATE
           END-IF
           IF OI-WRITEOFF-AMT NOT NUMERIC
               MOVE ZERO TO OI-WRITEOFF-AMT
           END-IF
           IF OI-BOOKED-RATE NOT NUMERIC
               MOVE ZERO TO OI-BOOKED-RATE
           END-IF
           IF OI-ORIG-FC NOT NUMERIC
               MOVE ZERO TO OI-ORIG-FC
           END-IF
           IF OI-BALANCE-FC NOT NUMERIC
               MOVE ZERO TO OI-BALANCE-FC
           END-IF.

           EXIT PARAGRAPH.
