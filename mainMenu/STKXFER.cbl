      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-TRANSFER.

      *====================================================
      * Stand-alone utility: stock held by location. The
      * location master (location.dat) names the places stock
      * is kept - MAIN, the main warehouse, always exists -
      * and invloc.dat carries each item's on-hand at each of
      * them, alongside the all-locations total on
      * invmast.dat. A TRANSFER moves units of one item from
      * one location to another in a single step: both
      * location rows are rewritten and journaled, one
      * before/after row (action XFER) goes to the
      * maintenance audit trail, and the stock movement
      * ledger gets an XFEROUT and an XFERIN row; the item
      * total does not change. A transfer can never take a
      * location below zero or move stock that is on
      * quarantine hold. The on-hand inquiry shows an
      * item at every location with whatever part of the
      * total no location accounts for. A supervisor
      * maintains the location master and, once when
      * locations go live, loads the opening balances - every
      * item's MAIN row is set to its total less what the
      * other locations hold. Runs under the suite interlock.
      * Run on demand from the command line; it is not wired
      * into FH-MAIN-MENU since it is housekeeping, not a
      * calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "inv-select.cpy".
           COPY "invloc-select.cpy".
           COPY "loc-select.cpy".
           COPY "updjrnl-select.cpy".
           COPY "stkmove-select.cpy".
           COPY "maint-audit-select.cpy".
           COPY "lock-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "inv-rec.cpy".
           COPY "invloc-rec.cpy".
           COPY "loc-rec.cpy".
           COPY "updjrnl-rec.cpy".
           COPY "stkmove-rec.cpy".
           COPY "maint-audit-rec.cpy".
           COPY "lock-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  STX-CHOICE                      PIC 9.
       01  STX-EOF                         PIC X VALUE "N".
       01  STX-OK                          PIC X.
       01  STX-CONFIRM                     PIC X.
       01  STX-TODAY                       PIC 9(8).
       01  STX-ITEM                        PIC X(8).
       01  STX-FROM-LOC                    PIC X(4).
       01  STX-TO-LOC                      PIC X(4).
       01  STX-QTY                         PIC 9(7)V99.
       01  STX-TOTAL                       PIC S9(7)V99.
       01  STX-LOC-SUM                     PIC S9(7)V99.
       01  STX-OTHER-SUM                   PIC S9(7)V99.
       01  STX-UNALLOC                     PIC S9(7)V99.
       01  STX-FROM-AFTER                  PIC S9(7)V99.
       01  STX-TO-AFTER                    PIC S9(7)V99.
       01  STX-MAIN-FOUND                  PIC X.
       01  STX-LOC-EOF                     PIC X.
       01  STX-ROW-COUNT                   PIC 9(5) VALUE 0.
       01  STX-CHANGE-COUNT                PIC 9(5) VALUE 0.
       01  STX-IN-CODE                     PIC X(4).
       01  STX-IN-NAME                     PIC X(20).
       01  STX-IN-ACTIVE                   PIC X.
       01  STX-QTY-OUT                     PIC -Z,ZZZ,ZZ9.99.
       01  STX-QTY2-OUT                    PIC -Z,ZZZ,ZZ9.99.
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "STOCK-TRANSFER" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM ACQUIRE-FH-LOCK.
           IF WS-FH-LOCK-HELD NOT = "Y"
               GOBACK
           END-IF.

           PERFORM UNTIL STX-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "  STOCK LOCATIONS/TRANSFER "
               DISPLAY "==========================="
               DISPLAY "1 - TRANSFER BETWEEN LOCATIONS"
               DISPLAY "2 - ITEM ON-HAND BY LOCATION"
               DISPLAY "3 - ADD/CHANGE A LOCATION (SUPERVISOR)"
               DISPLAY "4 - LIST LOCATIONS"
               DISPLAY "5 - LOAD OPENING BALANCES (SUPERVISOR)"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT STX-CHOICE

               EVALUATE STX-CHOICE
                   WHEN 1
                       PERFORM TRANSFER-STOCK
                   WHEN 2
                       PERFORM ITEM-BY-LOCATION
                   WHEN 3
                       PERFORM MAINTAIN-ONE-LOCATION
                   WHEN 4
                       PERFORM LIST-LOCATIONS
                   WHEN 5
                       PERFORM LOAD-OPENING-BALANCES
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           MOVE "STOCK-TRANSFER" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           PERFORM RELEASE-FH-LOCK.

           GOBACK.

      *================= TRANSFER ==============================
      *THE GIVING LOCATION IS CHECKED AND DEBITED FIRST; IF THE
      *TAKING ROW THEN CANNOT BE WRITTEN THE UNITS ARE PUT BACK,
      *SO A FAILED TRANSFER NEVER LOSES STOCK BETWEEN THE TWO
       TRANSFER-STOCK.
           DISPLAY "ITEM CODE: " WITH NO ADVANCING
           ACCEPT STX-ITEM
           PERFORM READ-ITEM-TOTAL
           IF STX-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FROM LOCATION (BLANK FOR MAIN): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INV-LOCATION
           ACCEPT WS-INV-LOCATION
           PERFORM CHECK-STOCK-LOCATION
           IF WS-LOC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INV-LOCATION TO STX-FROM-LOC
           DISPLAY "TO LOCATION (BLANK FOR MAIN): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INV-LOCATION
           ACCEPT WS-INV-LOCATION
           PERFORM CHECK-STOCK-LOCATION
           IF WS-LOC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INV-LOCATION TO STX-TO-LOC
           IF STX-TO-LOC = STX-FROM-LOC
               DISPLAY "FROM AND TO ARE THE SAME LOCATION - "
-                  "NOTHING MOVED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "QUANTITY TO MOVE: " WITH NO ADVANCING
           ACCEPT STX-QTY
           IF STX-QTY NOT > ZERO
               DISPLAY "NOTHING TO MOVE"
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-INVLOC-FOR-UPDATE
           IF STX-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE STX-ITEM TO IL-ITEM-CODE
           MOVE STX-FROM-LOC TO IL-LOCATION
           READ INVLOC-FILE
               INVALID KEY
                   DISPLAY STX-FROM-LOC " HOLDS NONE OF " STX-ITEM
                       " - NOTHING MOVED"
                   CLOSE INVLOC-FILE
                   EXIT PARAGRAPH
           END-READ
           IF IL-ON-HOLD
               DISPLAY STX-ITEM " AT " STX-FROM-LOC
                   " IS ON QUARANTINE HOLD - NOTHING MOVED"
               CLOSE INVLOC-FILE
               EXIT PARAGRAPH
           END-IF
           IF IL-ON-HAND < STX-QTY
               MOVE IL-ON-HAND TO STX-QTY-OUT
               DISPLAY STX-FROM-LOC " HOLDS ONLY " STX-QTY-OUT
                   " OF " STX-ITEM " - NOTHING MOVED"
               CLOSE INVLOC-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MA-BEFORE
           MOVE SPACES TO WS-MA-AFTER
           MOVE INVLOC-RECORD TO WS-MA-BEFORE(1:27)
           SUBTRACT STX-QTY FROM IL-ON-HAND
           REWRITE INVLOC-RECORD
               INVALID KEY
                   MOVE "INVLOC-FILE" TO WS-FH-ERR-FILE-NAME
                   MOVE "REWRITE" TO WS-FH-ERR-OPERATION
                   MOVE WS-INVLOC-STATUS TO WS-FH-ERR-STATUS
                   PERFORM REPORT-FILE-ERROR
                   CLOSE INVLOC-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "REWRITE" TO WS-UJ-ACTION
           PERFORM JOURNAL-INVLOC-ROW
           MOVE INVLOC-RECORD TO WS-MA-AFTER(1:27)
           MOVE IL-ON-HAND TO STX-FROM-AFTER

           PERFORM CREDIT-TO-LOCATION
           IF STX-OK NOT = "Y"
               PERFORM RESTORE-FROM-LOCATION
               CLOSE INVLOC-FILE
               DISPLAY "TRANSFER NOT MADE - " STX-FROM-LOC
                   " LEFT AS IT WAS"
               EXIT PARAGRAPH
           END-IF
           CLOSE INVLOC-FILE

           MOVE "STOCK-TRANSFER" TO WS-MA-PROGRAM-ID
           MOVE STX-ITEM TO WS-MA-KEY-NUM
           MOVE "XFER" TO WS-MA-ACTION
           PERFORM WRITE-MAINT-AUDIT-ENTRY

           MOVE STX-ITEM TO WS-MV-ITEM-CODE
           MOVE "XFEROUT" TO WS-MV-TYPE
           COMPUTE WS-MV-QTY = 0 - STX-QTY
           MOVE SPACES TO WS-MV-REF
           STRING "TO " STX-TO-LOC DELIMITED BY SIZE INTO WS-MV-REF
           MOVE STX-TOTAL TO WS-MV-BALANCE
           MOVE STX-FROM-LOC TO WS-MV-LOCATION
           MOVE STX-FROM-AFTER TO WS-MV-LOC-BALANCE
           PERFORM WRITE-STOCK-MOVEMENT

           MOVE STX-ITEM TO WS-MV-ITEM-CODE
           MOVE "XFERIN" TO WS-MV-TYPE
           MOVE STX-QTY TO WS-MV-QTY
           MOVE SPACES TO WS-MV-REF
           STRING "FROM " STX-FROM-LOC
               DELIMITED BY SIZE INTO WS-MV-REF
           MOVE STX-TOTAL TO WS-MV-BALANCE
           MOVE STX-TO-LOC TO WS-MV-LOCATION
           MOVE STX-TO-AFTER TO WS-MV-LOC-BALANCE
           PERFORM WRITE-STOCK-MOVEMENT

           MOVE STX-QTY TO STX-QTY-OUT
           DISPLAY "TRANSFERRED " STX-QTY-OUT " OF " STX-ITEM
               " FROM " STX-FROM-LOC " TO " STX-TO-LOC
           MOVE STX-FROM-AFTER TO STX-QTY-OUT
           MOVE STX-TO-AFTER TO STX-QTY2-OUT
           DISPLAY STX-FROM-LOC " NOW " STX-QTY-OUT "  "
               STX-TO-LOC " NOW " STX-QTY2-OUT.

           EXIT PARAGRAPH.

      *A LOCATION THAT HAS NEVER HELD THE ITEM GETS ITS ROW HERE.
      *STX-OK COMES BACK "N" IF THE ROW COULD NOT BE WRITTEN
       CREDIT-TO-LOCATION.
           MOVE "N" TO STX-OK
           MOVE STX-ITEM TO IL-ITEM-CODE
           MOVE STX-TO-LOC TO IL-LOCATION
           READ INVLOC-FILE
               INVALID KEY
                   MOVE STX-ITEM TO IL-ITEM-CODE
                   MOVE STX-TO-LOC TO IL-LOCATION
                   MOVE ZERO TO IL-REORDER-POINT
                   MOVE SPACE TO IL-HOLD
                   MOVE STX-QTY TO IL-ON-HAND
                   WRITE INVLOC-RECORD
                       INVALID KEY
                           MOVE "INVLOC-FILE" TO WS-FH-ERR-FILE-NAME
                           MOVE "WRITE" TO WS-FH-ERR-OPERATION
                           MOVE WS-INVLOC-STATUS TO WS-FH-ERR-STATUS
                           PERFORM REPORT-FILE-ERROR
                       NOT INVALID KEY
                           MOVE "Y" TO STX-OK
                           MOVE "WRITE" TO WS-UJ-ACTION
                           PERFORM JOURNAL-INVLOC-ROW
                   END-WRITE
               NOT INVALID KEY
                   MOVE INVLOC-RECORD TO WS-MA-BEFORE(28:27)
                   ADD STX-QTY TO IL-ON-HAND
                   REWRITE INVLOC-RECORD
                       INVALID KEY
                           MOVE "INVLOC-FILE" TO WS-FH-ERR-FILE-NAME
                           MOVE "REWRITE" TO WS-FH-ERR-OPERATION
                           MOVE WS-INVLOC-STATUS TO WS-FH-ERR-STATUS
                           PERFORM REPORT-FILE-ERROR
                       NOT INVALID KEY
                           MOVE "Y" TO STX-OK
                           MOVE "REWRITE" TO WS-UJ-ACTION
                           PERFORM JOURNAL-INVLOC-ROW
                   END-REWRITE
           END-READ
           IF STX-OK = "Y"
               MOVE INVLOC-RECORD TO WS-MA-AFTER(28:27)
               MOVE IL-ON-HAND TO STX-TO-AFTER
           END-IF.

           EXIT PARAGRAPH.

       RESTORE-FROM-LOCATION.
           MOVE STX-ITEM TO IL-ITEM-CODE
           MOVE STX-FROM-LOC TO IL-LOCATION
           READ INVLOC-FILE
               INVALID KEY
                   DISPLAY "*** " STX-FROM-LOC " ROW FOR " STX-ITEM
                       " LOST - CHECK THE UPDATE JOURNAL ***"
                   EXIT PARAGRAPH
           END-READ
           ADD STX-QTY TO IL-ON-HAND
           REWRITE INVLOC-RECORD
               INVALID KEY
                   DISPLAY "*** " STX-FROM-LOC " ROW FOR " STX-ITEM
                       " NOT RESTORED - CHECK THE UPDATE JOURNAL ***"
               NOT INVALID KEY
                   MOVE "REWRITE" TO WS-UJ-ACTION
                   PERFORM JOURNAL-INVLOC-ROW
           END-REWRITE.

           EXIT PARAGRAPH.

       JOURNAL-INVLOC-ROW.
           MOVE "INVLOC" TO WS-UJ-FILE-NAME
           MOVE INVLOC-RECORD TO WS-UJ-IMAGE
           PERFORM WRITE-UPDATE-JOURNAL.

           EXIT PARAGRAPH.

      *STX-OK COMES BACK "Y" WITH THE ITEM'S ALL-LOCATIONS TOTAL
      *IN STX-TOTAL
       READ-ITEM-TOTAL.
           MOVE "N" TO STX-OK
           MOVE ZERO TO STX-TOTAL
           OPEN INPUT INV-FILE
           IF WS-INV-FILE-STATUS NOT = "00"
               DISPLAY "NO INVENTORY FILE ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE STX-ITEM TO IV-ITEM-CODE
           READ INV-FILE
               INVALID KEY
                   DISPLAY "ITEM " STX-ITEM " HAS NO INVENTORY ROW"
               NOT INVALID KEY
                   MOVE IV-ON-HAND TO STX-TOTAL
                   MOVE "Y" TO STX-OK
           END-READ
           CLOSE INV-FILE.

           EXIT PARAGRAPH.

       OPEN-INVLOC-FOR-UPDATE.
           MOVE "N" TO STX-OK
           OPEN I-O INVLOC-FILE
           IF WS-INVLOC-STATUS = "35"
               OPEN OUTPUT INVLOC-FILE
               CLOSE INVLOC-FILE
               OPEN I-O INVLOC-FILE
           END-IF
           IF WS-INVLOC-STATUS NOT = "00"
               MOVE "INVLOC-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-INVLOC-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO STX-OK.

           EXIT PARAGRAPH.

      *================= ON-HAND BY LOCATION ===================
      *WHAT NO LOCATION ACCOUNTS FOR IS STOCK POSTED BEFORE THE
      *OPENING BALANCES WERE LOADED, OR A LOCATION POSTING THAT
      *FAILED AFTER THE TOTAL WENT THROUGH
       ITEM-BY-LOCATION.
           DISPLAY "ITEM CODE: " WITH NO ADVANCING
           ACCEPT STX-ITEM
           PERFORM READ-ITEM-TOTAL
           IF STX-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO STX-LOC-SUM
           MOVE ZERO TO STX-ROW-COUNT
           DISPLAY "LOCATION          ON HAND  REORDER AT"
           OPEN INPUT INVLOC-FILE
           IF WS-INVLOC-STATUS = "00"
               MOVE "N" TO STX-EOF
               MOVE STX-ITEM TO IL-ITEM-CODE
               MOVE LOW-VALUES TO IL-LOCATION
               START INVLOC-FILE KEY IS NOT LESS THAN IL-KEY
                   INVALID KEY
                       MOVE "Y" TO STX-EOF
               END-START
               PERFORM UNTIL STX-EOF = "Y"
                   READ INVLOC-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO STX-EOF
                       NOT AT END
                           IF IL-ITEM-CODE NOT = STX-ITEM
                               MOVE "Y" TO STX-EOF
                           ELSE
                               ADD 1 TO STX-ROW-COUNT
                               ADD IL-ON-HAND TO STX-LOC-SUM
                               MOVE IL-ON-HAND TO STX-QTY-OUT
                               DISPLAY IL-LOCATION "      "
                                   STX-QTY-OUT "  "
                                   IL-REORDER-POINT
                               IF IL-ON-HOLD
                                   DISPLAY "      ** ON QUARANTINE "
                                       "HOLD **"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVLOC-FILE
           END-IF
           IF STX-ROW-COUNT = ZERO
               DISPLAY "(NO LOCATION ROWS FOR " STX-ITEM ")"
           END-IF
           MOVE STX-TOTAL TO STX-QTY-OUT
           DISPLAY "ALL LOCATIONS " STX-QTY-OUT
           COMPUTE STX-UNALLOC = STX-TOTAL - STX-LOC-SUM
           IF STX-UNALLOC NOT = ZERO
               MOVE STX-UNALLOC TO STX-QTY-OUT
               DISPLAY "NOT IN ANY LOCATION " STX-QTY-OUT
                   " - LOAD OPENING BALANCES OR COUNT THE ITEM"
           END-IF.

           EXIT PARAGRAPH.

      *================= LOCATION MASTER =======================
      *WHERE STOCK IS KEPT IS A SUPERVISOR'S CALL. BLANK ANSWERS
      *KEEP WHAT IS ON FILE; MAIN CAN BE NAMED BUT NEVER CLOSED
       MAINTAIN-ONE-LOCATION.
           MOVE "STKXFER-REFUSED" TO WS-RUNLOG-PROGRAM-ID
           PERFORM CHECK-SUPERVISOR-ROLE
           MOVE "STOCK-TRANSFER" TO WS-RUNLOG-PROGRAM-ID
           IF WS-FH-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "LOCATION CODE: " WITH NO ADVANCING
           MOVE SPACES TO STX-IN-CODE
           ACCEPT STX-IN-CODE
           IF STX-IN-CODE = SPACES
               DISPLAY "LOCATION CODE REQUIRED - NOT SAVED"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O LOC-FILE
           IF WS-LOC-STATUS = "35"
               OPEN OUTPUT LOC-FILE
               CLOSE LOC-FILE
               OPEN I-O LOC-FILE
           END-IF
           IF WS-LOC-STATUS NOT = "00"
               MOVE "LOC-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-LOC-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           ACCEPT STX-TODAY FROM DATE YYYYMMDD
           MOVE STX-IN-CODE TO LC-CODE
           READ LOC-FILE
               INVALID KEY
                   PERFORM ADD-LOCATION-ROW
               NOT INVALID KEY
                   PERFORM CHANGE-LOCATION-ROW
           END-READ
           CLOSE LOC-FILE.

           EXIT PARAGRAPH.

       ADD-LOCATION-ROW.
           DISPLAY "NEW LOCATION " STX-IN-CODE
           DISPLAY "LOCATION NAME: " WITH NO ADVANCING
           ACCEPT STX-IN-NAME
           IF STX-IN-NAME = SPACES
               DISPLAY "LOCATION NAME REQUIRED - NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           MOVE STX-IN-CODE TO LC-CODE
           MOVE STX-IN-NAME TO LC-NAME
           MOVE "Y" TO LC-ACTIVE
           MOVE STX-TODAY TO LC-CHANGE-DATE
           MOVE WS-FH-OPERATOR-ID TO LC-OPERATOR-ID
           WRITE LOC-RECORD
               INVALID KEY
                   DISPLAY "LOCATION " STX-IN-CODE
                       " IS ALREADY ON FILE - NOT ADDED"
               NOT INVALID KEY
                   MOVE SPACES TO WS-MA-BEFORE
                   MOVE LOC-RECORD TO WS-MA-AFTER
                   MOVE "ADD" TO WS-MA-ACTION
                   PERFORM AUDIT-LOCATION-CHANGE
                   DISPLAY "LOCATION " STX-IN-CODE " ADDED"
           END-WRITE.

           EXIT PARAGRAPH.

       CHANGE-LOCATION-ROW.
           MOVE LOC-RECORD TO WS-MA-BEFORE
           DISPLAY "NAME:   " LC-NAME "  ACTIVE: " LC-ACTIVE
           DISPLAY "NEW NAME (BLANK KEEPS): " WITH NO ADVANCING
           MOVE SPACES TO STX-IN-NAME
           ACCEPT STX-IN-NAME
           IF STX-IN-NAME = SPACES
               MOVE LC-NAME TO STX-IN-NAME
           END-IF
           DISPLAY "ACTIVE (Y/N, BLANK KEEPS): " WITH NO ADVANCING
           MOVE SPACE TO STX-IN-ACTIVE
           ACCEPT STX-IN-ACTIVE
           IF STX-IN-ACTIVE = SPACE
               MOVE LC-ACTIVE TO STX-IN-ACTIVE
           END-IF
           IF STX-IN-ACTIVE = "y"
               MOVE "Y" TO STX-IN-ACTIVE
           END-IF
           IF STX-IN-ACTIVE = "n"
               MOVE "N" TO STX-IN-ACTIVE
           END-IF
           IF STX-IN-ACTIVE NOT = "Y" AND NOT = "N"
               DISPLAY "ACTIVE MUST BE Y OR N - NOT SAVED"
               EXIT PARAGRAPH
           END-IF
           IF STX-IN-CODE = "MAIN" AND STX-IN-ACTIVE = "N"
               DISPLAY "MAIN CANNOT BE MADE INACTIVE - NOT SAVED"
               EXIT PARAGRAPH
           END-IF
           MOVE STX-IN-NAME TO LC-NAME
           MOVE STX-IN-ACTIVE TO LC-ACTIVE
           MOVE STX-TODAY TO LC-CHANGE-DATE
           MOVE WS-FH-OPERATOR-ID TO LC-OPERATOR-ID
           REWRITE LOC-RECORD
               INVALID KEY
                   MOVE "LOC-FILE" TO WS-FH-ERR-FILE-NAME
                   MOVE "REWRITE" TO WS-FH-ERR-OPERATION
                   MOVE WS-LOC-STATUS TO WS-FH-ERR-STATUS
                   PERFORM REPORT-FILE-ERROR
               NOT INVALID KEY
                   MOVE LOC-RECORD TO WS-MA-AFTER
                   MOVE "CHANGE" TO WS-MA-ACTION
                   PERFORM AUDIT-LOCATION-CHANGE
                   DISPLAY "LOCATION " STX-IN-CODE " CHANGED"
           END-REWRITE.

           EXIT PARAGRAPH.

       AUDIT-LOCATION-CHANGE.
           MOVE "STOCK-TRANSFER" TO WS-MA-PROGRAM-ID
           MOVE LC-CODE TO WS-MA-KEY-NUM
           PERFORM WRITE-MAINT-AUDIT-ENTRY.

           EXIT PARAGRAPH.

       LIST-LOCATIONS.
           MOVE ZERO TO STX-ROW-COUNT
           MOVE "N" TO STX-MAIN-FOUND
           MOVE "LOCATION-LIST" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           MOVE "STOCK LOCATIONS" TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "CODE NAME                 ACTIVE"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           OPEN INPUT LOC-FILE
           IF WS-LOC-STATUS = "00"
               MOVE "N" TO STX-EOF
               MOVE LOW-VALUES TO LC-CODE
               START LOC-FILE KEY IS NOT LESS THAN LC-CODE
                   INVALID KEY
                       MOVE "Y" TO STX-EOF
               END-START
               PERFORM UNTIL STX-EOF = "Y"
                   READ LOC-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO STX-EOF
                       NOT AT END
                           ADD 1 TO STX-ROW-COUNT
                           IF LC-CODE = "MAIN"
                               MOVE "Y" TO STX-MAIN-FOUND
                           END-IF
                           STRING LC-CODE " " LC-NAME " " LC-ACTIVE
                               DELIMITED BY SIZE INTO WS-SPOOL-LINE
                           PERFORM EMIT-REPORT-LINE
                   END-READ
               END-PERFORM
               CLOSE LOC-FILE
           END-IF
           IF STX-MAIN-FOUND NOT = "Y"
               ADD 1 TO STX-ROW-COUNT
               STRING "MAIN (MAIN WAREHOUSE)     Y"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           STRING STX-ROW-COUNT " LOCATION(S)"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

      *================= OPENING BALANCES ======================
      *EVERYTHING ON THE SHELF BEFORE LOCATIONS WERE KEPT IS
      *TAKEN TO BE AT MAIN: EACH ITEM'S MAIN ROW BECOMES ITS
      *TOTAL LESS WHAT THE OTHER LOCATIONS ALREADY HOLD. SAFE TO
      *RE-RUN - AN ITEM WHOSE LOCATIONS ALREADY ADD UP TO ITS
      *TOTAL IS NOT TOUCHED
       LOAD-OPENING-BALANCES.
           MOVE "STKXFER-REFUSED" TO WS-RUNLOG-PROGRAM-ID
           PERFORM CHECK-SUPERVISOR-ROLE
           MOVE "STOCK-TRANSFER" TO WS-RUNLOG-PROGRAM-ID
           IF WS-FH-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SET EVERY ITEM'S MAIN ROW TO ITS TOTAL LESS "
               "OTHER LOCATIONS? (Y): " WITH NO ADVANCING
           ACCEPT STX-CONFIRM
           IF STX-CONFIRM NOT = "Y" AND STX-CONFIRM NOT = "y"
               DISPLAY "NOTHING CHANGED"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT INV-FILE
           IF WS-INV-FILE-STATUS NOT = "00"
               DISPLAY "NO INVENTORY FILE ON FILE"
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-INVLOC-FOR-UPDATE
           IF STX-OK NOT = "Y"
               CLOSE INV-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO STX-CHANGE-COUNT
           MOVE "N" TO STX-EOF
           MOVE LOW-VALUES TO IV-ITEM-CODE
           START INV-FILE KEY IS NOT LESS THAN IV-ITEM-CODE
               INVALID KEY
                   MOVE "Y" TO STX-EOF
           END-START
           PERFORM UNTIL STX-EOF = "Y"
               READ INV-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO STX-EOF
                   NOT AT END
                       PERFORM OPEN-ONE-ITEM-BALANCE
               END-READ
           END-PERFORM
           CLOSE INVLOC-FILE
           CLOSE INV-FILE
           DISPLAY STX-CHANGE-COUNT " MAIN ROW(S) SET".

           EXIT PARAGRAPH.

       OPEN-ONE-ITEM-BALANCE.
           PERFORM SUM-OTHER-LOCATIONS
           COMPUTE STX-FROM-AFTER = IV-ON-HAND - STX-OTHER-SUM
           MOVE IV-ITEM-CODE TO IL-ITEM-CODE
           MOVE "MAIN" TO IL-LOCATION
           READ INVLOC-FILE
               INVALID KEY
                   MOVE SPACES TO WS-MA-BEFORE
                   MOVE IV-ITEM-CODE TO IL-ITEM-CODE
                   MOVE "MAIN" TO IL-LOCATION
                   MOVE STX-FROM-AFTER TO IL-ON-HAND
                   MOVE ZERO TO IL-REORDER-POINT
                   MOVE SPACE TO IL-HOLD
                   WRITE INVLOC-RECORD
                       INVALID KEY
                           DISPLAY "MAIN ROW NOT WRITTEN FOR "
                               IV-ITEM-CODE
                       NOT INVALID KEY
                           MOVE "WRITE" TO WS-UJ-ACTION
                           PERFORM JOURNAL-INVLOC-ROW
                           PERFORM AUDIT-OPENING-BALANCE
                   END-WRITE
               NOT INVALID KEY
                   IF IL-ON-HAND NOT = STX-FROM-AFTER
                       MOVE INVLOC-RECORD TO WS-MA-BEFORE
                       MOVE STX-FROM-AFTER TO IL-ON-HAND
                       REWRITE INVLOC-RECORD
                           INVALID KEY
                               DISPLAY "MAIN ROW NOT REWRITTEN FOR "
                                   IV-ITEM-CODE
                           NOT INVALID KEY
                               MOVE "REWRITE" TO WS-UJ-ACTION
                               PERFORM JOURNAL-INVLOC-ROW
                               PERFORM AUDIT-OPENING-BALANCE
                       END-REWRITE
                   END-IF
           END-READ.

           EXIT PARAGRAPH.

       SUM-OTHER-LOCATIONS.
           MOVE ZERO TO STX-OTHER-SUM
           MOVE "N" TO STX-LOC-EOF
           MOVE IV-ITEM-CODE TO IL-ITEM-CODE
           MOVE LOW-VALUES TO IL-LOCATION
           START INVLOC-FILE KEY IS NOT LESS THAN IL-KEY
               INVALID KEY
                   MOVE "Y" TO STX-LOC-EOF
           END-START
           PERFORM UNTIL STX-LOC-EOF = "Y"
               READ INVLOC-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO STX-LOC-EOF
                   NOT AT END
                       IF IL-ITEM-CODE NOT = IV-ITEM-CODE
                           MOVE "Y" TO STX-LOC-EOF
                       ELSE
                           IF IL-LOCATION NOT = "MAIN"
                               ADD IL-ON-HAND TO STX-OTHER-SUM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           EXIT PARAGRAPH.

       AUDIT-OPENING-BALANCE.
           ADD 1 TO STX-CHANGE-COUNT
           MOVE INVLOC-RECORD TO WS-MA-AFTER
           MOVE "STOCK-TRANSFER" TO WS-MA-PROGRAM-ID
           MOVE IV-ITEM-CODE TO WS-MA-KEY-NUM
           MOVE "OPENBAL" TO WS-MA-ACTION
           PERFORM WRITE-MAINT-AUDIT-ENTRY.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "upd-journal.cpy".

       COPY "stkmove-write.cpy".

       COPY "loc-check.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "role-check.cpy".

       COPY "maint-audit-write.cpy".

       COPY "lock-paragraphs.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
