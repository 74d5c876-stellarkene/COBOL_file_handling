      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-CARD.

      *====================================================
      * Stand-alone utility: answers "why is this item's
      * stock what it is" from the stock movement ledger
      * (stkmove.dat) that every on-hand change now writes -
      * sales and returns through inv-post.cpy, keyed and PO
      * receipts, cycle-count adjustments, plus memo rows for
      * backorder fills and transfers between stock
      * locations, which move no total. Each line names the
      * stock location it touched. The STOCK CARD lists one
      * item's movements between two dates, opening with the
      * balance the ledger carried into the first date and
      * running it forward line by line; a line whose
      * recorded balance disagrees with the running one is
      * starred. The RECONCILIATION sums every item's ledger
      * and proves it against IV-ON-HAND on invmast.dat,
      * listing each item that does not agree and each item
      * with no ledger at all. Stock on hand before the
      * ledger existed has no movement behind it, so a
      * supervisor can START THE LEDGER: every item with no
      * movements gets one OPENING row for its current
      * on-hand (items already on the ledger are never
      * touched). Card and reconciliation go to the report
      * spool. Run on demand from the command line; it is not
      * wired into FH-MAIN-MENU since it is an inquiry tool,
      * not a calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "stkmove-select.cpy".
           COPY "inv-select.cpy".
           COPY "prod-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "stkmove-rec.cpy".
           COPY "inv-rec.cpy".
           COPY "prod-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  STC-CHOICE                      PIC 9.
       01  STC-EOF                         PIC X.
       01  STC-ITEM                        PIC X(8).
       01  STC-DATE-FROM                   PIC 9(8).
       01  STC-DATE-TO                     PIC 9(8).
       01  STC-RUNNING                     PIC S9(7)V99.
       01  STC-LINE-COUNT                  PIC 9(5).
       01  STC-MARK                        PIC X.
       01  STC-QTY-OUT                     PIC -Z,ZZZ,ZZ9.99.
       01  STC-BAL-OUT                     PIC -Z,ZZZ,ZZ9.99.
       01  STC-BAL2-OUT                    PIC -Z,ZZZ,ZZ9.99.
       01  STC-IDX                         PIC 9(4).
       01  STC-ITEM-COUNT                  PIC 9(4) VALUE 0.
       01  STC-OVERFLOW                    PIC X VALUE "N".
       01  STC-FOUND                       PIC X.
       01  STC-DIFF                        PIC S9(7)V99.
       01  STC-OFF-COUNT                   PIC 9(5).
       01  STC-NONE-COUNT                  PIC 9(5).
       01  STC-ORPHAN-COUNT                PIC 9(5).
       01  STC-START-COUNT                 PIC 9(5).
       01  STC-CONFIRM                     PIC X.
       01  STC-OK                          PIC X.
      *ONE ENTRY PER ON-HAND ROW, WITH WHAT THE LEDGER SAYS
       01  STC-ITEM-TABLE.
           05  STC-ITEM-ENTRY              OCCURS 2000 TIMES.
               10  STC-T-ITEM              PIC X(8).
               10  STC-T-ON-HAND           PIC S9(7)V99.
               10  STC-T-LEDGER            PIC S9(7)V99.
               10  STC-T-MOVES             PIC 9(5).
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "STOCK-CARD" TO WS-RUNLOG-PROGRAM-ID.

           PERFORM UNTIL STC-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "        STOCK CARD         "
               DISPLAY "==========================="
               DISPLAY "1 - STOCK CARD FOR AN ITEM"
               DISPLAY "2 - RECONCILE LEDGER TO ON-HAND"
               DISPLAY "3 - START LEDGER FOR ITEMS WITH NO "
                   "MOVEMENTS (SUPERVISOR)"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT STC-CHOICE

               EVALUATE STC-CHOICE
                   WHEN 1
                       PERFORM SHOW-STOCK-CARD
                   WHEN 2
                       PERFORM RECONCILE-STOCK-LEDGER
                   WHEN 3
                       PERFORM START-STOCK-LEDGER
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           MOVE "STOCK-CARD" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *EVERYTHING BEFORE THE FROM DATE FOLDS INTO THE OPENING
      *BALANCE; A BOFILL MEMO OR A TRANSFER IS LISTED BUT NEVER
      *ADDED
       SHOW-STOCK-CARD.
           DISPLAY "ITEM CODE: " WITH NO ADVANCING
           ACCEPT STC-ITEM
           DISPLAY "FROM DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT STC-DATE-FROM
           DISPLAY "TO DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT STC-DATE-TO
           IF STC-DATE-TO < STC-DATE-FROM
               DISPLAY "TO DATE IS BEFORE FROM DATE"
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO STC-RUNNING
           MOVE ZERO TO STC-LINE-COUNT
           MOVE "N" TO STC-EOF
           OPEN INPUT STKMOVE-FILE
           IF WS-STKMOVE-STATUS NOT = "00"
               DISPLAY "NO STOCK MOVEMENTS ON FILE"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL STC-EOF = "Y"
               READ STKMOVE-FILE
                   AT END
                       MOVE "Y" TO STC-EOF
                   NOT AT END
                       IF MV-ITEM-CODE = STC-ITEM AND
-                         MV-DATE < STC-DATE-FROM AND
-                         NOT MV-NO-TOTAL-EFFECT
                           ADD MV-QTY TO STC-RUNNING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STKMOVE-FILE

           MOVE SPACES TO PM-DESCRIPTION
           OPEN INPUT PROD-FILE
           IF WS-PROD-FILE-STATUS = "00"
               MOVE STC-ITEM TO PM-ITEM-CODE
               READ PROD-FILE
                   INVALID KEY
                       MOVE "NOT ON PRODUCT MASTER" TO
                           PM-DESCRIPTION
               END-READ
               CLOSE PROD-FILE
           END-IF

           MOVE "STOCK-CARD" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "STOCK CARD " STC-ITEM " " PM-DESCRIPTION
               " " STC-DATE-FROM " TO " STC-DATE-TO
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "DATE     TIME     TYPE    LOC         QUANTITY "
               "REFERENCE    OPERATOR         BALANCE"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE STC-RUNNING TO STC-BAL-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING STC-DATE-FROM "          OPENING BALANCE"
               "                                  " STC-BAL-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE

           MOVE "N" TO STC-EOF
           OPEN INPUT STKMOVE-FILE
           PERFORM UNTIL STC-EOF = "Y"
               READ STKMOVE-FILE
                   AT END
                       MOVE "Y" TO STC-EOF
                   NOT AT END
                       IF MV-ITEM-CODE = STC-ITEM AND
-                         MV-DATE NOT < STC-DATE-FROM AND
-                         MV-DATE NOT > STC-DATE-TO
                           PERFORM PRINT-ONE-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STKMOVE-FILE

           MOVE STC-RUNNING TO STC-BAL-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING STC-DATE-TO "          CLOSING BALANCE"
               "                                  " STC-BAL-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING STC-LINE-COUNT " MOVEMENT(S)  * = RECORDED "
               "BALANCE DIFFERS FROM RUNNING BALANCE"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       PRINT-ONE-MOVEMENT.
           ADD 1 TO STC-LINE-COUNT
           IF NOT MV-NO-TOTAL-EFFECT
               ADD MV-QTY TO STC-RUNNING
           END-IF
           MOVE SPACE TO STC-MARK
           IF MV-BALANCE NOT = STC-RUNNING
               MOVE "*" TO STC-MARK
           END-IF
           MOVE MV-QTY TO STC-QTY-OUT
           MOVE STC-RUNNING TO STC-BAL-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           IF MV-NO-TOTAL-EFFECT
               STRING MV-DATE " " MV-TIME " " MV-TYPE " "
                   MV-LOCATION " ("
                   STC-QTY-OUT ") " MV-REF " " MV-OPERATOR-ID
                   STC-BAL-OUT STC-MARK
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
               STRING MV-DATE " " MV-TIME " " MV-TYPE " "
                   MV-LOCATION "  "
                   STC-QTY-OUT "  " MV-REF " " MV-OPERATOR-ID
                   STC-BAL-OUT STC-MARK
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

      *EVERY ITEM'S LEDGER SUM AGAINST ITS ON-HAND. A LEDGER ROW
      *FOR AN ITEM NO LONGER ON INVMAST IS COUNTED AS AN ORPHAN
       RECONCILE-STOCK-LEDGER.
           PERFORM LOAD-STOCK-TABLE
           IF STC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "STOCK-RECON" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "STOCK LEDGER RECONCILIATION - "
               STC-ITEM-COUNT " ITEM(S) ON HAND FILE"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "ITEM            ON HAND         LEDGER     "
               "DIFFERENCE"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE

           MOVE ZERO TO STC-OFF-COUNT
           MOVE ZERO TO STC-NONE-COUNT
           PERFORM VARYING STC-IDX FROM 1 BY 1
               UNTIL STC-IDX > STC-ITEM-COUNT
               COMPUTE STC-DIFF = STC-T-ON-HAND(STC-IDX)
                   - STC-T-LEDGER(STC-IDX)
               IF STC-T-MOVES(STC-IDX) = ZERO
                   ADD 1 TO STC-NONE-COUNT
               END-IF
               IF STC-DIFF NOT = ZERO
                   ADD 1 TO STC-OFF-COUNT
                   MOVE STC-T-ON-HAND(STC-IDX) TO STC-BAL-OUT
                   MOVE STC-T-LEDGER(STC-IDX) TO STC-BAL2-OUT
                   MOVE STC-DIFF TO STC-QTY-OUT
                   MOVE SPACES TO WS-SPOOL-LINE
                   IF STC-T-MOVES(STC-IDX) = ZERO
                       STRING STC-T-ITEM(STC-IDX) " " STC-BAL-OUT
                           " " STC-BAL2-OUT " " STC-QTY-OUT
                           "  NO LEDGER"
                           DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   ELSE
                       STRING STC-T-ITEM(STC-IDX) " " STC-BAL-OUT
                           " " STC-BAL2-OUT " " STC-QTY-OUT
                           DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   END-IF
                   PERFORM EMIT-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-SPOOL-LINE
           IF STC-OFF-COUNT = ZERO
               STRING "LEDGER AGREES WITH ON-HAND FOR EVERY ITEM"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
               STRING "*** " STC-OFF-COUNT " ITEM(S) DO NOT AGREE "
                   "WITH THE LEDGER ***"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           IF STC-NONE-COUNT > ZERO
               MOVE SPACES TO WS-SPOOL-LINE
               STRING STC-NONE-COUNT " ITEM(S) HAVE NO LEDGER - "
                   "START THE LEDGER TO CARRY THEIR ON-HAND IN"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF STC-ORPHAN-COUNT > ZERO
               MOVE SPACES TO WS-SPOOL-LINE
               STRING STC-ORPHAN-COUNT " LEDGER ROW(S) FOR ITEMS "
                   "NOT ON THE ON-HAND FILE"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

      *ONLY AN ITEM WITH NO MOVEMENT AT ALL GETS AN OPENING ROW -
      *ONE THAT IS ON THE LEDGER AND OFF IS FOR SOMEONE TO CHASE,
      *NOT TO PAPER OVER
       START-STOCK-LEDGER.
           MOVE "STOCKCARD-REFUSED" TO WS-RUNLOG-PROGRAM-ID
           PERFORM CHECK-SUPERVISOR-ROLE
           MOVE "STOCK-CARD" TO WS-RUNLOG-PROGRAM-ID
           IF WS-FH-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-STOCK-TABLE
           IF STC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO STC-START-COUNT
           PERFORM VARYING STC-IDX FROM 1 BY 1
               UNTIL STC-IDX > STC-ITEM-COUNT
               IF STC-T-MOVES(STC-IDX) = ZERO
                   ADD 1 TO STC-START-COUNT
               END-IF
           END-PERFORM
           IF STC-START-COUNT = ZERO
               DISPLAY "EVERY ITEM IS ALREADY ON THE LEDGER"
               EXIT PARAGRAPH
           END-IF
           DISPLAY STC-START-COUNT " ITEM(S) WITH NO MOVEMENTS - "
               "WRITE OPENING ROWS? (Y): " WITH NO ADVANCING
           ACCEPT STC-CONFIRM
           IF STC-CONFIRM NOT = "Y" AND STC-CONFIRM NOT = "y"
               DISPLAY "NOTHING WRITTEN"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING STC-IDX FROM 1 BY 1
               UNTIL STC-IDX > STC-ITEM-COUNT
               IF STC-T-MOVES(STC-IDX) = ZERO
                   MOVE STC-T-ITEM(STC-IDX) TO WS-MV-ITEM-CODE
                   MOVE "OPENING" TO WS-MV-TYPE
                   MOVE STC-T-ON-HAND(STC-IDX) TO WS-MV-QTY
                   MOVE "LEDGER START" TO WS-MV-REF
                   MOVE STC-T-ON-HAND(STC-IDX) TO WS-MV-BALANCE
                   PERFORM WRITE-STOCK-MOVEMENT
               END-IF
           END-PERFORM
           DISPLAY STC-START-COUNT " OPENING ROW(S) WRITTEN".

           EXIT PARAGRAPH.

      *STC-OK COMES BACK "Y" WITH EVERY ON-HAND ROW IN THE TABLE
      *AND ITS LEDGER SUM AND MOVEMENT COUNT ALONGSIDE
       LOAD-STOCK-TABLE.
           MOVE "N" TO STC-OK
           MOVE ZERO TO STC-ITEM-COUNT
           MOVE ZERO TO STC-ORPHAN-COUNT
           MOVE "N" TO STC-OVERFLOW
           MOVE "N" TO STC-EOF
           OPEN INPUT INV-FILE
           IF WS-INV-FILE-STATUS NOT = "00"
               DISPLAY "NO INVENTORY FILE ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO IV-ITEM-CODE
           START INV-FILE KEY IS NOT LESS THAN IV-ITEM-CODE
               INVALID KEY
                   MOVE "Y" TO STC-EOF
           END-START
           PERFORM UNTIL STC-EOF = "Y"
               READ INV-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO STC-EOF
                   NOT AT END
                       IF STC-ITEM-COUNT < 2000
                           ADD 1 TO STC-ITEM-COUNT
                           MOVE IV-ITEM-CODE TO
                               STC-T-ITEM(STC-ITEM-COUNT)
                           MOVE IV-ON-HAND TO
                               STC-T-ON-HAND(STC-ITEM-COUNT)
                           MOVE ZERO TO
                               STC-T-LEDGER(STC-ITEM-COUNT)
                           MOVE ZERO TO
                               STC-T-MOVES(STC-ITEM-COUNT)
                       ELSE
                           MOVE "Y" TO STC-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INV-FILE
           IF STC-OVERFLOW = "Y"
               DISPLAY "MORE THAN 2000 ITEMS ON THE ON-HAND FILE - "
-                  "NOT RECONCILED"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO STC-EOF
           OPEN INPUT STKMOVE-FILE
           IF WS-STKMOVE-STATUS = "00"
               PERFORM UNTIL STC-EOF = "Y"
                   READ STKMOVE-FILE
                       AT END
                           MOVE "Y" TO STC-EOF
                       NOT AT END
                           PERFORM ADD-MOVEMENT-TO-TABLE
                   END-READ
               END-PERFORM
               CLOSE STKMOVE-FILE
           END-IF
           MOVE "Y" TO STC-OK.

           EXIT PARAGRAPH.

       ADD-MOVEMENT-TO-TABLE.
           MOVE "N" TO STC-FOUND
           PERFORM VARYING STC-IDX FROM 1 BY 1
               UNTIL STC-IDX > STC-ITEM-COUNT
               IF STC-T-ITEM(STC-IDX) = MV-ITEM-CODE
                   MOVE "Y" TO STC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF STC-FOUND NOT = "Y"
               ADD 1 TO STC-ORPHAN-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO STC-T-MOVES(STC-IDX)
           IF NOT MV-NO-TOTAL-EFFECT
               ADD MV-QTY TO STC-T-LEDGER(STC-IDX)
           END-IF.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "stkmove-write.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "role-check.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
