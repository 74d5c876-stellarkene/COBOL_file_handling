      * Stand-alone utility: maintains the temperature station
      * master (statmast.dat) that TEMPARATURE-INFO validates
      * every keyed or imported reading against - one row per
      * logger unit/site. A station in a room where stock is
      * kept is linked to that stock location, which must be
      * an active location on location.dat; TEMP-INCIDENT-WATCH
      * uses the link to put the room's stock on quarantine
      * hold. Run on demand from the command line; it is not
      * wired into FH-MAIN-MENU since it is housekeeping, not
      * a calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "stat-select.cpy".
           COPY "loc-select.cpy".
           COPY "updjrnl-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "stat-rec.cpy".
           COPY "loc-rec.cpy".
           COPY "updjrnl-rec.cpy".
           COPY "fd-vars.cpy".

           DISPLAY "ENTER CALIBRATION INTERVAL IN DAYS (0 = NOT "
-              "ON A SCHEDULE): " WITH NO ADVANCING
           ACCEPT STA-CAL-INTERVAL
           PERFORM ACCEPT-STATION-STOCK-LOC
           IF WS-LOC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-STAT-FOR-WRITE
           WRITE STAT-RECORD
                   ACCEPT STA-LOCATION
                   DISPLAY "ENTER DESCRIPTION: " WITH NO ADVANCING
                   ACCEPT STA-DESCRIPTION
                   DISPLAY "CURRENT STOCK LOCATION: " STA-STOCK-LOC
                   PERFORM ACCEPT-STATION-STOCK-LOC
                   IF WS-LOC-OK NOT = "Y"
                       CLOSE STAT-FILE
                       EXIT PARAGRAPH
                   END-IF
                   REWRITE STAT-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED"
                   NOT AT END
                       ADD 1 TO STN-LIST-COUNT
                       DISPLAY STA-CODE " " STA-LOCATION " "
                           STA-DESCRIPTION " " STA-STOCK-LOC
               END-READ
           END-PERFORM
           CLOSE STAT-FILE

           EXIT PARAGRAPH.

      *BLANK MEANS THE STATION WATCHES NO STOCK; ANYTHING ELSE
      *MUST BE A LOCATION STOCK CAN BE HELD AT
       ACCEPT-STATION-STOCK-LOC.
           DISPLAY "STOCK LOCATION IN THIS ROOM (BLANK IF NONE): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INV-LOCATION
           ACCEPT WS-INV-LOCATION
           MOVE "Y" TO WS-LOC-OK
           IF WS-INV-LOCATION NOT = SPACES
               PERFORM CHECK-STOCK-LOCATION
           END-IF
           IF WS-LOC-OK = "Y"
               MOVE WS-INV-LOCATION TO STA-STOCK-LOC
           ELSE
               DISPLAY "STATION NOT SAVED"
           END-IF.

           EXIT PARAGRAPH.

       OPEN-STAT-FOR-WRITE.
           OPEN I-O STAT-FILE
           IF WS-STAT-FILE-STATUS = "35"

           EXIT PARAGRAPH.

       COPY "loc-check.cpy".

       COPY "upd-journal.cpy".

       COPY "runlog-write.cpy".
