      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILL-OF-MATERIALS.

      *====================================================
      * Stand-alone utility: maintains the bill of materials
      * (bom.dat) that turns a product master item into a kit
      * - one row per component with the quantity of it that
      * goes into one kit. Kits are one level deep: both
      * codes must be on prodmast.dat, a component may not
      * itself be a kit and a kit may not be used as another
      * kit's component, and a kit holds at most 20
      * components. Every add, change and delete is audited.
      * A kit can be shown with its components' costs and the
      * number of whole kits the scarcest component can still
      * make, and a where-used inquiry lists every kit a
      * component goes into. The kit cost rollup sets each
      * kit's PM-UNIT-COST to the sum of its components' unit
      * costs times quantity per, with a COST-style history
      * row (change type KIT) for every kit whose cost moved,
      * so GROSS-MARGIN-REPORT and CATEGORY-ANALYSIS price a
      * kit sale at what its components cost; the rollup is
      * written to the report spool. Run on demand from the
      * command line; it is not wired into FH-MAIN-MENU since
      * it is housekeeping, not a calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "prod-select.cpy".
           COPY "bom-select.cpy".
           COPY "prodhist-select.cpy".
           COPY "inv-select.cpy".
           COPY "invloc-select.cpy".
           COPY "backord-select.cpy".
           COPY "stkmove-select.cpy".
           COPY "updjrnl-select.cpy".
           COPY "maint-audit-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "prod-rec.cpy".
           COPY "bom-rec.cpy".
           COPY "prodhist-rec.cpy".
           COPY "inv-rec.cpy".
           COPY "invloc-rec.cpy".
           COPY "backord-rec.cpy".
           COPY "stkmove-rec.cpy".
           COPY "updjrnl-rec.cpy".
           COPY "maint-audit-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  BMM-CHOICE                      PIC 9.
       01  BMM-PARENT                      PIC X(8).
       01  BMM-COMPONENT                   PIC X(8).
       01  BMM-SAVE-COMP                   PIC X(8).
       01  BMM-QTY-PER                     PIC 9(5)V99.
       01  BMM-EOF                         PIC X VALUE "N".
       01  BMM-OK                          PIC X.
       01  BMM-PROD-OPEN                   PIC X VALUE "N".
       01  BMM-TODAY                       PIC 9(8).
       01  BMM-COUNT                       PIC 9(5).
       01  BMM-DESC                        PIC X(20).
       01  BMM-COMP-COST                   PIC 9(5)V99.
       01  BMM-EXT-COST                    PIC 9(7)V99.
       01  BMM-KIT-COST                    PIC 9(7)V99.
       01  BMM-OLD-COST                    PIC 9(5)V99.
       01  BMM-MISSING                     PIC 9(3).
       01  BMM-QTY-OUT                     PIC ZZ,ZZ9.99.
       01  BMM-COST-OUT                    PIC ZZ,ZZ9.99.
       01  BMM-OLD-COST-OUT                PIC ZZ,ZZ9.99.
       01  BMM-EXT-OUT                     PIC Z,ZZZ,ZZ9.99.
       01  BMM-AVAIL-OUT                   PIC Z(8)9.
       01  BMM-KITS-READ                   PIC 9(5).
       01  BMM-KITS-CHANGED                PIC 9(5).
       01  BMM-KITS-SKIPPED                PIC 9(5).
       01  BMM-PARENT-COUNT                PIC 9(4).
       01  BMM-PARENT-IDX                  PIC 9(4).
       01  BMM-PARENT-OVERFLOW             PIC 9(5).
       01  BMM-PARENT-TABLE.
           05  BMM-PARENT-CODE OCCURS 1000 TIMES PIC X(8).
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "BILL-OF-MATERIALS" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM UNTIL BMM-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "     BILL OF MATERIALS     "
               DISPLAY "==========================="
               DISPLAY "1 - ADD/CHANGE A COMPONENT"
               DISPLAY "2 - DELETE A COMPONENT"
               DISPLAY "3 - SHOW A KIT"
               DISPLAY "4 - WHERE USED"
               DISPLAY "5 - KIT COST ROLLUP"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT BMM-CHOICE

               EVALUATE BMM-CHOICE
                   WHEN 1
                       PERFORM MAINTAIN-KIT-COMPONENT
                   WHEN 2
                       PERFORM DELETE-KIT-COMPONENT
                   WHEN 3
                       PERFORM SHOW-ONE-KIT
                   WHEN 4
                       PERFORM SHOW-WHERE-USED
                   WHEN 5
                       PERFORM ROLL-UP-KIT-COSTS
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           MOVE "BILL-OF-MATERIALS" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *================= MAINTENANCE ===========================
      *KITS ARE ONE LEVEL DEEP - THE CHECKS HERE ARE WHAT KEEP
      *KIT-POST.CPY FROM EVER MEETING A KIT INSIDE A KIT
       MAINTAIN-KIT-COMPONENT.
           DISPLAY "KIT ITEM CODE: " WITH NO ADVANCING
           ACCEPT BMM-PARENT
           DISPLAY "COMPONENT ITEM CODE: " WITH NO ADVANCING
           ACCEPT BMM-COMPONENT
           IF BMM-PARENT = SPACES OR BMM-COMPONENT = SPACES
               DISPLAY "BOTH ITEM CODES ARE REQUIRED - NOT SAVED"
               EXIT PARAGRAPH
           END-IF
           IF BMM-PARENT = BMM-COMPONENT
               DISPLAY "A KIT CANNOT BE ITS OWN COMPONENT"
               EXIT PARAGRAPH
           END-IF
           MOVE BMM-PARENT TO PM-ITEM-CODE
           PERFORM CHECK-ITEM-ON-MASTER
           IF BMM-OK NOT = "Y"
               DISPLAY "KIT " BMM-PARENT " IS NOT ON THE PRODUCT "
                   "MASTER - NOT SAVED"
               EXIT PARAGRAPH
           END-IF
           MOVE BMM-COMPONENT TO PM-ITEM-CODE
           PERFORM CHECK-ITEM-ON-MASTER
           IF BMM-OK NOT = "Y"
               DISPLAY "COMPONENT " BMM-COMPONENT " IS NOT ON THE "
                   "PRODUCT MASTER - NOT SAVED"
               EXIT PARAGRAPH
           END-IF
           MOVE BMM-COMPONENT TO WS-KIT-PARENT
           PERFORM LOAD-KIT-COMPONENTS
           IF WS-KIT-COUNT > ZERO
               DISPLAY "COMPONENT " BMM-COMPONENT " IS ITSELF A KIT"
                   " - KITS ARE ONE LEVEL DEEP"
               EXIT PARAGRAPH
           END-IF
           MOVE BMM-COMPONENT TO BMM-SAVE-COMP
           MOVE BMM-PARENT TO BMM-COMPONENT
           MOVE "N" TO BMM-OK
           PERFORM COUNT-WHERE-USED
           MOVE BMM-SAVE-COMP TO BMM-COMPONENT
           IF BMM-COUNT > ZERO
               DISPLAY "ITEM " BMM-PARENT " IS ALREADY A COMPONENT "
                   "OF ANOTHER KIT - KITS ARE ONE LEVEL DEEP"
               EXIT PARAGRAPH
           END-IF
           MOVE BMM-PARENT TO WS-KIT-PARENT
           PERFORM LOAD-KIT-COMPONENTS
           DISPLAY "QUANTITY PER KIT: " WITH NO ADVANCING
           ACCEPT BMM-QTY-PER
           IF BMM-QTY-PER = ZERO
               DISPLAY "QUANTITY PER MUST BE ABOVE ZERO - NOT SAVED"
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-BOM-FOR-WRITE
           IF WS-BOM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ACCEPT BMM-TODAY FROM DATE YYYYMMDD
           MOVE BMM-PARENT TO BM-PARENT
           MOVE BMM-COMPONENT TO BM-COMPONENT
           READ BOM-FILE
               INVALID KEY
                   PERFORM ADD-KIT-COMPONENT-ROW
               NOT INVALID KEY
                   PERFORM CHANGE-KIT-COMPONENT-ROW
           END-READ
           CLOSE BOM-FILE.

           EXIT PARAGRAPH.

       ADD-KIT-COMPONENT-ROW.
           IF WS-KIT-COUNT NOT < 20
               DISPLAY "KIT " BMM-PARENT " ALREADY HAS 20 "
                   "COMPONENTS - NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           MOVE BMM-PARENT TO BM-PARENT
           MOVE BMM-COMPONENT TO BM-COMPONENT
           MOVE BMM-QTY-PER TO BM-QTY-PER
           MOVE BMM-TODAY TO BM-CHANGE-DATE
           MOVE WS-FH-OPERATOR-ID TO BM-OPERATOR-ID
           WRITE BOM-RECORD
               INVALID KEY
                   MOVE "BOM-FILE" TO WS-FH-ERR-FILE-NAME
                   MOVE "WRITE" TO WS-FH-ERR-OPERATION
                   MOVE WS-BOM-STATUS TO WS-FH-ERR-STATUS
                   PERFORM REPORT-FILE-ERROR
               NOT INVALID KEY
                   MOVE SPACES TO WS-MA-BEFORE
                   MOVE BOM-RECORD TO WS-MA-AFTER
                   MOVE "ADD" TO WS-MA-ACTION
                   PERFORM AUDIT-BOM-CHANGE
                   DISPLAY "COMPONENT ADDED"
           END-WRITE.

           EXIT PARAGRAPH.

       CHANGE-KIT-COMPONENT-ROW.
           MOVE BOM-RECORD TO WS-MA-BEFORE
           MOVE BM-QTY-PER TO BMM-QTY-OUT
           DISPLAY "WAS " BMM-QTY-OUT " PER KIT"
           MOVE BMM-QTY-PER TO BM-QTY-PER
           MOVE BMM-TODAY TO BM-CHANGE-DATE
           MOVE WS-FH-OPERATOR-ID TO BM-OPERATOR-ID
           REWRITE BOM-RECORD
               INVALID KEY
                   MOVE "BOM-FILE" TO WS-FH-ERR-FILE-NAME
                   MOVE "REWRITE" TO WS-FH-ERR-OPERATION
                   MOVE WS-BOM-STATUS TO WS-FH-ERR-STATUS
                   PERFORM REPORT-FILE-ERROR
               NOT INVALID KEY
                   MOVE BOM-RECORD TO WS-MA-AFTER
                   MOVE "CHANGE" TO WS-MA-ACTION
                   PERFORM AUDIT-BOM-CHANGE
                   DISPLAY "QUANTITY PER CHANGED"
           END-REWRITE.

           EXIT PARAGRAPH.

       DELETE-KIT-COMPONENT.
           DISPLAY "KIT ITEM CODE: " WITH NO ADVANCING
           ACCEPT BMM-PARENT
           DISPLAY "COMPONENT ITEM CODE: " WITH NO ADVANCING
           ACCEPT BMM-COMPONENT
           OPEN I-O BOM-FILE
           IF WS-BOM-STATUS NOT = "00"
               DISPLAY "NO BILL OF MATERIALS ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE BMM-PARENT TO BM-PARENT
           MOVE BMM-COMPONENT TO BM-COMPONENT
           READ BOM-FILE
               INVALID KEY
                   DISPLAY "THAT COMPONENT IS NOT ON THAT KIT"
               NOT INVALID KEY
                   MOVE BOM-RECORD TO WS-MA-BEFORE
                   DELETE BOM-FILE
                       INVALID KEY
                           MOVE "BOM-FILE" TO WS-FH-ERR-FILE-NAME
                           MOVE "DELETE" TO WS-FH-ERR-OPERATION
                           MOVE WS-BOM-STATUS TO WS-FH-ERR-STATUS
                           PERFORM REPORT-FILE-ERROR
                       NOT INVALID KEY
                           MOVE SPACES TO WS-MA-AFTER
                           MOVE "DELETE" TO WS-MA-ACTION
                           PERFORM AUDIT-BOM-CHANGE
                           DISPLAY "COMPONENT DELETED"
                   END-DELETE
           END-READ
           CLOSE BOM-FILE.

           EXIT PARAGRAPH.

      *THE AUDIT KEY HOLDS THE KIT CODE; THE BEFORE/AFTER IMAGES
      *CARRY THE COMPONENT
       AUDIT-BOM-CHANGE.
           MOVE "BILL-OF-MATERIALS" TO WS-MA-PROGRAM-ID
           MOVE BMM-PARENT TO WS-MA-KEY-NUM
           PERFORM WRITE-MAINT-AUDIT-ENTRY.

           EXIT PARAGRAPH.

       CHECK-ITEM-ON-MASTER.
           MOVE "N" TO BMM-OK
           OPEN INPUT PROD-FILE
           IF WS-PROD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ PROD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO BMM-OK
           END-READ
           CLOSE PROD-FILE.

           EXIT PARAGRAPH.

       OPEN-BOM-FOR-WRITE.
           OPEN I-O BOM-FILE
           IF WS-BOM-STATUS = "35"
               OPEN OUTPUT BOM-FILE
               CLOSE BOM-FILE
               OPEN I-O BOM-FILE
           END-IF
           IF WS-BOM-STATUS NOT = "00"
               MOVE "BOM-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-BOM-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           END-IF.

           EXIT PARAGRAPH.

      *================= INQUIRIES =============================
       SHOW-ONE-KIT.
           DISPLAY "KIT ITEM CODE: " WITH NO ADVANCING
           ACCEPT BMM-PARENT
           MOVE BMM-PARENT TO WS-KIT-PARENT
           PERFORM LOAD-KIT-COMPONENTS
           IF WS-KIT-COUNT = ZERO
               DISPLAY BMM-PARENT " IS NOT A KIT"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO BMM-PROD-OPEN
           OPEN INPUT PROD-FILE
           IF WS-PROD-FILE-STATUS = "00"
               MOVE "Y" TO BMM-PROD-OPEN
           END-IF
           MOVE BMM-PARENT TO PM-ITEM-CODE
           PERFORM LOOK-UP-KIT-ITEM
           MOVE BMM-COMP-COST TO BMM-COST-OUT
           DISPLAY "KIT " BMM-PARENT " " BMM-DESC
               " CURRENT COST " BMM-COST-OUT
           DISPLAY "COMPONENT  DESCRIPTION            QTY PER"
               "  UNIT COST      EXTENDED"
           MOVE ZERO TO BMM-KIT-COST
           MOVE ZERO TO BMM-MISSING
           PERFORM SHOW-ONE-KIT-COMPONENT
               VARYING WS-KIT-IDX FROM 1 BY 1
               UNTIL WS-KIT-IDX > WS-KIT-COUNT
           IF BMM-PROD-OPEN = "Y"
               CLOSE PROD-FILE
           END-IF
           MOVE BMM-KIT-COST TO BMM-EXT-OUT
           DISPLAY "ROLLED-UP KIT COST:                    "
               "              " BMM-EXT-OUT
           IF BMM-MISSING > ZERO
               DISPLAY "** " BMM-MISSING " COMPONENT(S) NOT ON THE "
                   "PRODUCT MASTER **"
           END-IF
           MOVE BMM-PARENT TO WS-KIT-PARENT
           PERFORM WORK-OUT-KIT-AVAILABLE
           MOVE WS-KIT-AVAILABLE TO BMM-AVAIL-OUT
           DISPLAY "KITS AVAILABLE FROM STOCK ON HAND: "
               BMM-AVAIL-OUT.

           EXIT PARAGRAPH.

       SHOW-ONE-KIT-COMPONENT.
           MOVE WS-KIT-COMPONENT(WS-KIT-IDX) TO PM-ITEM-CODE
           PERFORM LOOK-UP-KIT-ITEM
           COMPUTE BMM-EXT-COST ROUNDED =
               BMM-COMP-COST * WS-KIT-QTY-PER(WS-KIT-IDX)
           ADD BMM-EXT-COST TO BMM-KIT-COST
           MOVE WS-KIT-QTY-PER(WS-KIT-IDX) TO BMM-QTY-OUT
           MOVE BMM-COMP-COST TO BMM-COST-OUT
           MOVE BMM-EXT-COST TO BMM-EXT-OUT
           DISPLAY WS-KIT-COMPONENT(WS-KIT-IDX) "   " BMM-DESC " "
               BMM-QTY-OUT "  " BMM-COST-OUT " " BMM-EXT-OUT.

           EXIT PARAGRAPH.

      *PROD-FILE IS ALREADY OPEN (BMM-PROD-OPEN); AN ITEM OFF THE
      *MASTER COSTS NOTHING AND IS COUNTED IN BMM-MISSING
       LOOK-UP-KIT-ITEM.
           MOVE "(NOT ON MASTER)" TO BMM-DESC
           MOVE ZERO TO BMM-COMP-COST
           IF BMM-PROD-OPEN NOT = "Y"
               ADD 1 TO BMM-MISSING
               EXIT PARAGRAPH
           END-IF
           READ PROD-FILE
               INVALID KEY
                   ADD 1 TO BMM-MISSING
               NOT INVALID KEY
                   MOVE PM-DESCRIPTION TO BMM-DESC
                   MOVE PM-UNIT-COST TO BMM-COMP-COST
           END-READ.

           EXIT PARAGRAPH.

       SHOW-WHERE-USED.
           DISPLAY "COMPONENT ITEM CODE: " WITH NO ADVANCING
           ACCEPT BMM-COMPONENT
           MOVE "N" TO BMM-PROD-OPEN
           OPEN INPUT PROD-FILE
           IF WS-PROD-FILE-STATUS = "00"
               MOVE "Y" TO BMM-PROD-OPEN
           END-IF
           MOVE "Y" TO BMM-OK
           PERFORM COUNT-WHERE-USED
           IF BMM-PROD-OPEN = "Y"
               CLOSE PROD-FILE
           END-IF
           DISPLAY BMM-COUNT " KIT(S) USE " BMM-COMPONENT.

           EXIT PARAGRAPH.

      *BOM.DAT IS KEYED BY KIT, SO FINDING A COMPONENT IS A FULL
      *PASS. BMM-OK "Y" LISTS EACH KIT AS IT IS FOUND; ANYTHING
      *ELSE ONLY COUNTS THEM
       COUNT-WHERE-USED.
           MOVE ZERO TO BMM-COUNT
           MOVE "N" TO BMM-EOF
           OPEN INPUT BOM-FILE
           IF WS-BOM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BMM-EOF = "Y"
               READ BOM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BMM-EOF
                   NOT AT END
                       IF BM-COMPONENT = BMM-COMPONENT
                           ADD 1 TO BMM-COUNT
                           IF BMM-OK = "Y"
                               PERFORM LIST-WHERE-USED-KIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOM-FILE.

           EXIT PARAGRAPH.

       LIST-WHERE-USED-KIT.
           MOVE BM-PARENT TO PM-ITEM-CODE
           MOVE BM-QTY-PER TO BMM-QTY-OUT
           PERFORM LOOK-UP-KIT-ITEM
           DISPLAY BM-PARENT "   " BMM-DESC " " BMM-QTY-OUT
               " PER KIT".

           EXIT PARAGRAPH.

      *================= COST ROLLUP ===========================
      *THE KIT CODES ARE COLLECTED FIRST SO LOAD-KIT-COMPONENTS
      *HAS BOM.DAT TO ITSELF FOR EACH ONE. A KIT WITH A COMPONENT
      *OFF THE MASTER, OR A COST TOO BIG FOR PM-UNIT-COST, KEEPS
      *ITS OLD COST AND IS FLAGGED ON THE REPORT
       ROLL-UP-KIT-COSTS.
           MOVE ZERO TO BMM-PARENT-COUNT
           MOVE ZERO TO BMM-PARENT-OVERFLOW
           MOVE ZERO TO BMM-KITS-READ
           MOVE ZERO TO BMM-KITS-CHANGED
           MOVE ZERO TO BMM-KITS-SKIPPED
           MOVE "N" TO BMM-EOF
           OPEN INPUT BOM-FILE
           IF WS-BOM-STATUS NOT = "00"
               DISPLAY "NO BILL OF MATERIALS ON FILE"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BMM-EOF = "Y"
               READ BOM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BMM-EOF
                   NOT AT END
                       PERFORM COLLECT-KIT-CODE
               END-READ
           END-PERFORM
           CLOSE BOM-FILE

           OPEN I-O PROD-FILE
           IF WS-PROD-FILE-STATUS NOT = "00"
               MOVE "PROD-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-PROD-FILE-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO BMM-PROD-OPEN
           ACCEPT BMM-TODAY FROM DATE YYYYMMDD
           MOVE "KIT-COST-ROLLUP" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           STRING "KIT COST ROLLUP " BMM-TODAY
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "KIT       DESCRIPTION           OLD COST"
               "     NEW COST"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM ROLL-UP-ONE-KIT
               VARYING BMM-PARENT-IDX FROM 1 BY 1
               UNTIL BMM-PARENT-IDX > BMM-PARENT-COUNT
           CLOSE PROD-FILE
           MOVE "N" TO BMM-PROD-OPEN

           STRING BMM-KITS-READ " KIT(S) ROLLED UP, "
               BMM-KITS-CHANGED " COST(S) CHANGED, "
               BMM-KITS-SKIPPED " LEFT AS THEY WERE"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           IF BMM-PARENT-OVERFLOW > ZERO
               STRING "** " BMM-PARENT-OVERFLOW " BOM ROW(S) OVER "
                   "THE 1000-KIT LIMIT LEFT OUT **"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

      *ROWS ARRIVE IN KIT ORDER, SO A NEW KIT IS ONE THAT DIFFERS
      *FROM THE LAST CODE COLLECTED
       COLLECT-KIT-CODE.
           IF BMM-PARENT-COUNT > ZERO
               IF BM-PARENT = BMM-PARENT-CODE(BMM-PARENT-COUNT)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF BMM-PARENT-COUNT NOT < 1000
               ADD 1 TO BMM-PARENT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BMM-PARENT-COUNT
           MOVE BM-PARENT TO BMM-PARENT-CODE(BMM-PARENT-COUNT).

           EXIT PARAGRAPH.

       ROLL-UP-ONE-KIT.
           ADD 1 TO BMM-KITS-READ
           MOVE BMM-PARENT-CODE(BMM-PARENT-IDX) TO BMM-PARENT
           MOVE BMM-PARENT TO WS-KIT-PARENT
           PERFORM LOAD-KIT-COMPONENTS
           MOVE ZERO TO BMM-KIT-COST
           MOVE ZERO TO BMM-MISSING
           PERFORM COST-ONE-KIT-COMPONENT
               VARYING WS-KIT-IDX FROM 1 BY 1
               UNTIL WS-KIT-IDX > WS-KIT-COUNT
           MOVE BMM-PARENT TO PM-ITEM-CODE
           READ PROD-FILE
               INVALID KEY
                   ADD 1 TO BMM-KITS-SKIPPED
                   STRING BMM-PARENT "  ** KIT NOT ON THE PRODUCT "
                       "MASTER - NOT ROLLED UP **"
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM EMIT-REPORT-LINE
                   EXIT PARAGRAPH
           END-READ
           MOVE PM-UNIT-COST TO BMM-OLD-COST
           MOVE BMM-OLD-COST TO BMM-OLD-COST-OUT
           IF BMM-MISSING > ZERO
               ADD 1 TO BMM-KITS-SKIPPED
               STRING BMM-PARENT "  " PM-DESCRIPTION " "
                   BMM-OLD-COST-OUT "  ** " BMM-MISSING
                   " COMPONENT(S) NOT ON MASTER - KEPT **"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF BMM-KIT-COST > 99999.99
               ADD 1 TO BMM-KITS-SKIPPED
               MOVE BMM-KIT-COST TO BMM-EXT-OUT
               STRING BMM-PARENT "  " PM-DESCRIPTION " "
                   BMM-OLD-COST-OUT "  ** " BMM-EXT-OUT
                   " TOO LARGE - KEPT **"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE BMM-KIT-COST TO BMM-COST-OUT
           IF BMM-KIT-COST = BMM-OLD-COST
               STRING BMM-PARENT "  " PM-DESCRIPTION " "
                   BMM-OLD-COST-OUT "    " BMM-COST-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE BMM-KIT-COST TO PM-UNIT-COST
           REWRITE PROD-RECORD
               INVALID KEY
                   ADD 1 TO BMM-KITS-SKIPPED
                   MOVE "PROD-FILE" TO WS-FH-ERR-FILE-NAME
                   MOVE "REWRITE" TO WS-FH-ERR-OPERATION
                   MOVE WS-PROD-FILE-STATUS TO WS-FH-ERR-STATUS
                   PERFORM REPORT-FILE-ERROR
               NOT INVALID KEY
                   ADD 1 TO BMM-KITS-CHANGED
                   PERFORM WRITE-KIT-COST-HISTORY
                   MOVE "PRODMAST" TO WS-UJ-FILE-NAME
                   MOVE "REWRITE" TO WS-UJ-ACTION
                   MOVE PROD-RECORD TO WS-UJ-IMAGE
                   PERFORM WRITE-UPDATE-JOURNAL
                   STRING BMM-PARENT "  " PM-DESCRIPTION " "
                       BMM-OLD-COST-OUT "    " BMM-COST-OUT
                       "  CHANGED"
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM EMIT-REPORT-LINE
           END-REWRITE.

           EXIT PARAGRAPH.

       COST-ONE-KIT-COMPONENT.
           MOVE WS-KIT-COMPONENT(WS-KIT-IDX) TO PM-ITEM-CODE
           PERFORM LOOK-UP-KIT-ITEM
           COMPUTE BMM-EXT-COST ROUNDED =
               BMM-COMP-COST * WS-KIT-QTY-PER(WS-KIT-IDX)
           ADD BMM-EXT-COST TO BMM-KIT-COST
               ON SIZE ERROR
                   MOVE 9999999.99 TO BMM-KIT-COST
           END-ADD.

           EXIT PARAGRAPH.

       WRITE-KIT-COST-HISTORY.
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
           MOVE BMM-PARENT TO PH-ITEM-CODE
           MOVE BMM-OLD-COST TO PH-OLD-PRICE
           MOVE PM-UNIT-COST TO PH-NEW-PRICE
           MOVE BMM-TODAY TO PH-EFF-DATE
           MOVE WS-FH-OPERATOR-ID TO PH-OPERATOR-ID
           ACCEPT PH-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT PH-CHANGE-TIME FROM TIME
           MOVE "KIT" TO PH-CHANGE-TYPE
           WRITE PRODHIST-RECORD
           IF WS-PRODHIST-STATUS NOT = "00"
               MOVE "PRODHIST-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "WRITE" TO WS-FH-ERR-OPERATION
               MOVE WS-PRODHIST-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           END-IF
           CLOSE PRODHIST-FILE.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "kit-post.cpy".

       COPY "inv-post.cpy".

       COPY "hold-check.cpy".

       COPY "stkmove-write.cpy".

       COPY "maint-audit-write.cpy".

       COPY "upd-journal.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
