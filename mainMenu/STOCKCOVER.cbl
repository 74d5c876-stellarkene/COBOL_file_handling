      * the keyed cover threshold are flagged as about to run
      * out, and items holding stock with zero sales in the
      * window are flagged as dead stock tying up the shelf.
      * The report runs for all stock locations combined, or
      * for one location: its on-hand from invloc.dat and its
      * rate from the net sales and returns the stock
      * movement ledger (stkmove.dat) recorded there in the
      * window. Written to the report spool. Run on demand
      * from the command line; it is not wired into
      * FH-MAIN-MENU since it is a reporting tool, not a
      * calculation.
      *====================================================

       ENVIRONMENT DIVISION.
               FILE-CONTROL.
           COPY "sel8-select.cpy".
           COPY "inv-select.cpy".
           COPY "invloc-select.cpy".
           COPY "loc-select.cpy".
           COPY "stkmove-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
           COPY "operator-field.cpy".

           COPY "inv-rec.cpy".
           COPY "invloc-rec.cpy".
           COPY "loc-rec.cpy".
           COPY "stkmove-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  SCV-IDX                         PIC 9(3).
       01  SCV-TAB-COUNT                   PIC 9(3) VALUE 0.
       01  SCV-FOUND                       PIC X.
       01  SCV-UNITS                       PIC S9(7)V99.
       01  SCV-LOCATION                    PIC X(4).
       01  SCV-ITEM                        PIC X(8).
       01  SCV-ON-HAND                     PIC S9(7)V99.
       01  SCV-TALLY-ITEM                  PIC X(8).
       01  SCV-DAILY-RATE                  PIC 9(5)V9999.
       01  SCV-COVER-DAYS                  PIC 9(5)V9.
       01  SCV-LOW-COUNT                   PIC 9(5) VALUE 0.
       01  SCV-SALES-TABLE.
           05  SCV-ENTRY                   OCCURS 300 TIMES.
               10  SCV-T-ITEM              PIC X(8).
               10  SCV-T-UNITS             PIC S9(7)V99.
           COPY "ws-vars.cpy".


           DISPLAY "COVER THRESHOLD IN DAYS (E.G. 014): "
               WITH NO ADVANCING.
           ACCEPT SCV-THRESHOLD.
           DISPLAY "STOCK LOCATION (BLANK FOR ALL LOCATIONS): "
               WITH NO ADVANCING.
           MOVE SPACES TO SCV-LOCATION.
           ACCEPT SCV-LOCATION.
           IF SCV-LOCATION NOT = SPACES
               MOVE SCV-LOCATION TO WS-INV-LOCATION
               PERFORM CHECK-STOCK-LOCATION
               IF WS-LOC-OK NOT = "Y"
                   GOBACK
               END-IF
           END-IF.

           COMPUTE SCV-START-INT =
               FUNCTION INTEGER-OF-DATE(SCV-DATE-START).
               GOBACK
           END-IF.

           IF SCV-LOCATION = SPACES
               PERFORM SUM-WINDOW-SALES
               OPEN INPUT INV-FILE
               IF WS-INV-FILE-STATUS NOT = "00"
                   DISPLAY "NO INVENTORY FILE ON FILE"
                   GOBACK
               END-IF
           ELSE
               PERFORM SUM-WINDOW-LOCATION-SALES
               OPEN INPUT INVLOC-FILE
               IF WS-INVLOC-STATUS NOT = "00"
                   DISPLAY "NO LOCATION ON-HAND FILE ON FILE"
                   GOBACK
               END-IF
           END-IF.

           MOVE "STOCK-COVER" TO WS-SPOOL-NAME.
           PERFORM SPOOL-OPEN-REPORT.
           IF SCV-LOCATION = SPACES
               DISPLAY "##### STOCK COVER " SCV-DATE-START " - "
-                  SCV-DATE-END " (" SCV-WINDOW-DAYS " DAYS) #####"
               STRING "STOCK COVER " SCV-DATE-START " - "
                   SCV-DATE-END " ALL LOCATIONS"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
               DISPLAY "##### STOCK COVER " SCV-DATE-START " - "
-                  SCV-DATE-END " (" SCV-WINDOW-DAYS " DAYS) "
-                  "LOCATION " SCV-LOCATION " #####"
               STRING "STOCK COVER " SCV-DATE-START " - "
                   SCV-DATE-END " LOCATION " SCV-LOCATION
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF.
           PERFORM SPOOL-WRITE-LINE.

           MOVE "N" TO SCV-EOF.
           IF SCV-LOCATION = SPACES
               PERFORM COVER-ALL-LOCATIONS
           ELSE
               PERFORM COVER-ONE-LOCATION
           END-IF.

           DISPLAY "---------------------------------------------".
           DISPLAY "ITEMS REVIEWED:   " SCV-ITEM-COUNT.

       TALLY-ONE-ITEM-SALE.
           MOVE SEL8_UNIT_SOLD_FH TO SCV-UNITS
           MOVE SEL8_ITEM_CODE_FH TO SCV-TALLY-ITEM
           PERFORM TALLY-ITEM-UNITS.

           EXIT PARAGRAPH.

      *THE LEDGER IS SIGNED THE WAY THE SHELF MOVED, SO A SALE
      *COUNTS AS ITS NEGATED QUANTITY AND A RETURN TAKES IT BACK.
      *ROWS FROM BEFORE LOCATIONS WERE KEPT CARRY NO LOCATION AND
      *BELONG TO MAIN
       SUM-WINDOW-LOCATION-SALES.
           MOVE "N" TO SCV-EOF
           OPEN INPUT STKMOVE-FILE
           IF WS-STKMOVE-STATUS NOT = "00"
               DISPLAY "WARNING - NO STOCK MOVEMENTS ON FILE, "
-                  "EVERY ITEM WILL SHOW AS UNSOLD"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCV-EOF = "Y"
               READ STKMOVE-FILE
                   AT END
                       MOVE "Y" TO SCV-EOF
                   NOT AT END
                       IF MV-LOCATION = SPACES
                           MOVE "MAIN" TO MV-LOCATION
                       END-IF
                       IF MV-DATE >= SCV-DATE-START AND
-                         MV-DATE <= SCV-DATE-END AND
-                         MV-LOCATION = SCV-LOCATION AND
-                         (MV-TYPE-SALE OR MV-TYPE-RETURN)
                           COMPUTE SCV-UNITS = 0 - MV-QTY
                           MOVE MV-ITEM-CODE TO SCV-TALLY-ITEM
                           PERFORM TALLY-ITEM-UNITS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STKMOVE-FILE
           MOVE "N" TO SCV-EOF.

           EXIT PARAGRAPH.

       TALLY-ITEM-UNITS.
           MOVE "N" TO SCV-FOUND
           PERFORM VARYING SCV-IDX FROM 1 BY 1
               UNTIL SCV-IDX > SCV-TAB-COUNT
               IF SCV-T-ITEM(SCV-IDX) = SCV-TALLY-ITEM
                   MOVE "Y" TO SCV-FOUND
                   EXIT PERFORM
               END-IF
               END-IF
               ADD 1 TO SCV-TAB-COUNT
               MOVE SCV-TAB-COUNT TO SCV-IDX
               MOVE SCV-TALLY-ITEM TO SCV-T-ITEM(SCV-IDX)
               MOVE ZERO TO SCV-T-UNITS(SCV-IDX)
           END-IF
           ADD SCV-UNITS TO SCV-T-UNITS(SCV-IDX).

           EXIT PARAGRAPH.

       COVER-ALL-LOCATIONS.
           MOVE LOW-VALUES TO IV-ITEM-CODE
           START INV-FILE KEY IS NOT LESS THAN IV-ITEM-CODE
               INVALID KEY
                   MOVE "Y" TO SCV-EOF
           END-START
           PERFORM UNTIL SCV-EOF = "Y"
               READ INV-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO SCV-EOF
                   NOT AT END
                       MOVE IV-ITEM-CODE TO SCV-ITEM
                       MOVE IV-ON-HAND TO SCV-ON-HAND
                       PERFORM COVER-ONE-ITEM
               END-READ
           END-PERFORM
           CLOSE INV-FILE.

           EXIT PARAGRAPH.

       COVER-ONE-LOCATION.
           MOVE LOW-VALUES TO IL-KEY
           START INVLOC-FILE KEY IS NOT LESS THAN IL-KEY
               INVALID KEY
                   MOVE "Y" TO SCV-EOF
           END-START
           PERFORM UNTIL SCV-EOF = "Y"
               READ INVLOC-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO SCV-EOF
                   NOT AT END
                       IF IL-LOCATION = SCV-LOCATION
                           MOVE IL-ITEM-CODE TO SCV-ITEM
                           MOVE IL-ON-HAND TO SCV-ON-HAND
                           PERFORM COVER-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVLOC-FILE.

           EXIT PARAGRAPH.

       COVER-ONE-ITEM.
           ADD 1 TO SCV-ITEM-COUNT
           MOVE "N" TO SCV-FOUND
           PERFORM VARYING SCV-IDX FROM 1 BY 1
               UNTIL SCV-IDX > SCV-TAB-COUNT
               IF SCV-T-ITEM(SCV-IDX) = SCV-ITEM
                   MOVE "Y" TO SCV-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE SCV-ON-HAND TO SCV-OH-OUT
           IF SCV-FOUND = "N" OR SCV-T-UNITS(SCV-IDX) NOT > ZERO
               IF SCV-ON-HAND > ZERO
                   ADD 1 TO SCV-DEAD-COUNT
                   DISPLAY SCV-ITEM " ON HAND " SCV-OH-OUT
                       " *** DEAD STOCK - NO SALES IN WINDOW ***"
                   STRING SCV-ITEM " " SCV-OH-OUT
                       " DEAD STOCK"
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM SPOOL-WRITE-LINE
           IF SCV-DAILY-RATE = ZERO
               EXIT PARAGRAPH
           END-IF
           IF SCV-ON-HAND <= ZERO
               MOVE ZERO TO SCV-COVER-DAYS
           ELSE
               COMPUTE SCV-COVER-DAYS ROUNDED =
                   SCV-ON-HAND / SCV-DAILY-RATE
           END-IF
           MOVE SCV-DAILY-RATE TO SCV-RATE-OUT
           MOVE SCV-COVER-DAYS TO SCV-COVER-OUT
           DISPLAY SCV-ITEM " ON HAND " SCV-OH-OUT
               " DAILY " SCV-RATE-OUT " COVER " SCV-COVER-OUT
-              " DAY(S)"
           STRING SCV-ITEM " " SCV-OH-OUT " COVER "
               SCV-COVER-OUT " DAY(S)"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
               ADD 1 TO SCV-LOW-COUNT
               DISPLAY "    *** BELOW " SCV-THRESHOLD
-                  " DAYS OF COVER - ABOUT TO RUN OUT ***"
               STRING "  *** " SCV-ITEM
                   " BELOW COVER THRESHOLD ***"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE

       COPY "file-error.cpy".

       COPY "loc-check.cpy".

       COPY "spool-call.cpy".


