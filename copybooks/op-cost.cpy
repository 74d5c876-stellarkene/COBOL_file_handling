      *====================================================
      * OP-COST.CPY
      * Shared paragraph for the labor and machine operation
      * lines on a job quotation. LOOK-UP-OPERATION-RATE takes
      * an operation code in WS-OP-CODE and reads the
      * operations rate table (oprates.dat); WS-OP-FOUND comes
      * back "Y" with the hourly rate, setup hours, run-time
      * basis, minutes per unit and description in WS-OP-RATE,
      * WS-OP-SETUP, WS-OP-BASIS, WS-OP-MINUTES and WS-OP-DESC.
      * WS fields live in ws-vars.cpy; programs that COPY this
      * also COPY oprate-select.cpy and oprate-rec.cpy.
      *====================================================
       LOOK-UP-OPERATION-RATE.
           MOVE "N" TO WS-OP-FOUND
           OPEN INPUT OPRATE-FILE
           IF WS-OPRATE-STATUS NOT = "00"
               DISPLAY "NO OPERATIONS RATE TABLE ON FILE"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OPRATE-STATUS NOT = "00"
               READ OPRATE-FILE
                   AT END
                       MOVE "10" TO WS-OPRATE-STATUS
                   NOT AT END
                       IF OP-CODE = WS-OP-CODE
                           MOVE OP-HOURLY-RATE TO WS-OP-RATE
                           MOVE OP-SETUP-HRS TO WS-OP-SETUP
                           MOVE OP-BASIS TO WS-OP-BASIS
                           MOVE OP-MINUTES-PER TO WS-OP-MINUTES
                           MOVE OP-DESCRIPTION TO WS-OP-DESC
                           DISPLAY "OPERATION: " OP-DESCRIPTION
                           MOVE "Y" TO WS-OP-FOUND
                           MOVE "10" TO WS-OPRATE-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPRATE-FILE.

           EXIT PARAGRAPH.
