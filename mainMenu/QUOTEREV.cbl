      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTE-REVISION.

      *====================================================
      * Stand-alone utility: quotation revisions and their
      * validity dates (quoterev.dat). A NEW REVISION for a
      * customer's change copies the current revision's lines
      * on quotes.dat forward one at a time - each kept,
      * changed (quantity, material or waste, or an operation
      * line's hours, re-costed) or dropped - under the next
      * revision number, so what was offered before stays on
      * file and still prints through JOB-QUOTATION. RE-PRICE
      * cuts a new revision with every line re-costed at
      * today's material rate on matrates.dat (operation
      * lines at today's hourly rate on oprates.dat); it is
      * the way an expired quote becomes acceptable to
      * QUOTE-ACCEPTANCE again. Either kind of revision
      * carries a fresh valid-until date (30 days unless
      * keyed) and the salesman following the job up, which
      * can also be assigned on its own, and the markup
      * percentage that takes the job's cost to its selling
      * price - carried forward unless changed, and settable
      * on the current revision on its own. A job already
      * ACCEPTED or LOST on quotstat.dat is not revised. The
      * EXPIRING list, run weekly, prints every open quote
      * whose current revision runs out within a keyed number
      * of days (already-expired ones flagged) at its selling
      * price, by salesman, to the report spool for follow-up
      * calls; a job quoted before revisions were kept is
      * taken as valid for 30 days from its earliest line.
      * Run on demand from the command line; it is not wired
      * into FH-MAIN-MENU since it is housekeeping, not a
      * calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "quote-select.cpy".
           COPY "quoterev-select.cpy".
           COPY "quotstat-select.cpy".
           COPY "matrate-select.cpy".
           COPY "oprate-select.cpy".
           COPY "sqnc5-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "quote-rec.cpy".
           COPY "quoterev-rec.cpy".
           COPY "quotstat-rec.cpy".
           COPY "matrate-rec.cpy".
           COPY "oprate-rec.cpy".

           FD SQNC5-FILE.
           COPY "sqnc5-rec.cpy".
           COPY "operator-field.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  QRV-CHOICE                      PIC 9.
       01  QRV-JOB-NUM                     PIC X(8).
       01  QRV-EOF                         PIC X VALUE "N".
       01  QRV-MODE                        PIC X.
       01  QRV-ANSWER                      PIC X.
       01  QRV-OK                          PIC X.
       01  QRV-TODAY                       PIC 9(8).
       01  QRV-NEW-REV                     PIC 9(3).
       01  QRV-SALESMAN                    PIC 9(12).
       01  QRV-SM-NAME                     PIC X(25).
       01  QRV-DAYS-IN                     PIC 9(3).
       01  QRV-MARKUP                      PIC 9(3)V99.
       01  QRV-MARKUP-IN                   PIC 9(3)V99.
       01  QRV-MARKUP-OUT                  PIC ZZ9.99.
       01  QRV-NEW-QTY                     PIC 9(7)V99.
       01  QRV-NEW-MAT                     PIC X(4).
       01  QRV-NEW-WASTE                   PIC 9(3).
       01  QRV-OLD-TOTAL                   PIC 9(10)V99.
       01  QRV-NEW-TOTAL                   PIC 9(10)V99.
       01  QRV-KEPT                        PIC 9(3).
       01  QRV-COST-OUT                    PIC ZZZ,ZZZ,ZZ9.99.
       01  QRV-TOTAL-OUT                   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  QRV-TOTAL2-OUT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  QRV-QTY-OUT                     PIC Z,ZZZ,ZZ9.99.
       01  QRV-LINE-REV                    PIC 9(3).
       01  QRV-LINE-COUNT                  PIC 9(3).
       01  QRV-LINE-IDX                    PIC 9(3).
       01  QRV-LINE-OVERFLOW               PIC X.
       01  QRV-LINE-TABLE.
           05  QRV-LINE-IMAGE OCCURS 100 TIMES PIC X(76).
       01  QRV-DONE-COUNT                  PIC 9(4).
       01  QRV-DONE-IDX                    PIC 9(4).
       01  QRV-DONE-TABLE.
           05  QRV-DONE-JOB OCCURS 1000 TIMES PIC X(8).
       01  QRV-REV-COUNT                   PIC 9(4).
       01  QRV-REV-IDX                     PIC 9(4).
       01  QRV-REV-TABLE.
           05  QRV-REV-IMAGE OCCURS 2000 TIMES PIC X(69).
       01  QRV-HORIZON                     PIC 9(8).
       01  QRV-DAYS-LEFT                   PIC S9(5).
       01  QRV-DAYS-OUT                    PIC -(4)9.
       01  QRV-EXP-COUNT                   PIC 9(4).
       01  QRV-EXP-IDX                     PIC 9(4).
       01  QRV-EXP-JDX                     PIC 9(4).
       01  QRV-EXP-DROPPED                 PIC 9(5).
       01  QRV-EXP-TABLE.
           05  QRV-EXP-ENTRY OCCURS 500 TIMES.
               10  QRV-X-KEY.
                   15  QRV-X-SALESMAN      PIC 9(12).
                   15  QRV-X-VALID         PIC 9(8).
                   15  QRV-X-JOB           PIC X(8).
               10  QRV-X-REV               PIC 9(3).
               10  QRV-X-TOTAL             PIC 9(10)V99.
               10  QRV-X-FIRST             PIC X(8).
       01  QRV-EXP-SWAP                    PIC X(51).
       01  QRV-LAST-SALESMAN               PIC 9(12).
       01  QRV-SM-COUNT                    PIC 9(4).
       01  QRV-FOLLOW-COUNT                PIC 9(4).
       01  QRV-FIRST-DATE                  PIC X(8).
       01  QRV-SM-TOTAL                    PIC 9(11)V99.
       01  QRV-FLAG                        PIC X(9).
       01  SEQ5-FILE-STATUS                PIC XX.
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "QUOTE-REVISION" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM UNTIL QRV-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "    QUOTATION REVISIONS    "
               DISPLAY "==========================="
               DISPLAY "1 - NEW REVISION (CUSTOMER CHANGE)"
               DISPLAY "2 - RE-PRICE AT TODAY'S MATERIAL RATES"
               DISPLAY "3 - ASSIGN FOLLOW-UP SALESMAN"
               DISPLAY "4 - QUOTES EXPIRING SOON"
               DISPLAY "5 - SET MARKUP PERCENT"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT QRV-CHOICE

               EVALUATE QRV-CHOICE
                   WHEN 1
                       MOVE "C" TO QRV-MODE
                       PERFORM CUT-NEW-REVISION
                   WHEN 2
                       MOVE "R" TO QRV-MODE
                       PERFORM CUT-NEW-REVISION
                   WHEN 3
                       PERFORM ASSIGN-REVISION-SALESMAN
                   WHEN 4
                       PERFORM EXPIRING-QUOTES-LIST
                   WHEN 5
                       PERFORM SET-REVISION-MARKUP
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           MOVE "QUOTE-REVISION" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *================= NEW REVISION ==========================
      *QRV-MODE "C" WALKS EACH LINE WITH THE OPERATOR; "R" RE-COSTS
      *EVERY LINE AT TODAY'S RATE WITHOUT ASKING. EITHER WAY THE
      *NEW LINES GO ON UNDER THE NEXT REVISION NUMBER AND THE OLD
      *ONES ARE LEFT ALONE
       CUT-NEW-REVISION.
           DISPLAY "ENTER JOB NUMBER: " WITH NO ADVANCING
           ACCEPT QRV-JOB-NUM
           PERFORM CHECK-JOB-STILL-OPEN
           IF QRV-OK NOT = "Y"
               DISPLAY "JOB IS ALREADY DECIDED ON QUOTSTAT.DAT - "
                   "NOT REVISED"
               EXIT PARAGRAPH
           END-IF
           MOVE QRV-JOB-NUM TO WS-QR-JOB
           PERFORM FIND-CURRENT-REVISION
           PERFORM LOAD-REVISION-LINES
           IF QRV-LINE-COUNT = ZERO
               DISPLAY "NO QUOTE LINES ON THE CURRENT REVISION"
               EXIT PARAGRAPH
           END-IF
           IF QRV-LINE-OVERFLOW = "Y"
               DISPLAY "MORE THAN 100 LINES ON THE REVISION - "
                   "NOT REVISED"
               EXIT PARAGRAPH
           END-IF
           COMPUTE QRV-NEW-REV = WS-QR-CUR-REV + 1
           DISPLAY "JOB " QRV-JOB-NUM " REVISION " WS-QR-CUR-REV
               " -> " QRV-NEW-REV
           ACCEPT QRV-TODAY FROM DATE YYYYMMDD
           MOVE ZERO TO QRV-OLD-TOTAL
           MOVE ZERO TO QRV-NEW-TOTAL
           MOVE ZERO TO QRV-KEPT
           PERFORM REVISE-ONE-LINE
               VARYING QRV-LINE-IDX FROM 1 BY 1
               UNTIL QRV-LINE-IDX > QRV-LINE-COUNT
           IF QRV-KEPT = ZERO
               DISPLAY "EVERY LINE DROPPED - NO REVISION CUT"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "VALID FOR HOW MANY DAYS (0 = 30): "
               WITH NO ADVANCING
           ACCEPT QRV-DAYS-IN
           IF QRV-DAYS-IN = ZERO
               MOVE WS-QR-DEFAULT-DAYS TO QRV-DAYS-IN
           END-IF
           MOVE WS-QR-SALESMAN TO QRV-SALESMAN
           DISPLAY "FOLLOW-UP SALESMAN (0 = KEEP " WS-QR-SALESMAN
               "): " WITH NO ADVANCING
           ACCEPT QRV-SALESMAN
           IF QRV-SALESMAN = ZERO
               MOVE WS-QR-SALESMAN TO QRV-SALESMAN
           ELSE
               PERFORM CHECK-QRV-SALESMAN
               IF QRV-SM-NAME = SPACES
                   DISPLAY "SALESMAN NOT ON MASTER - NO REVISION CUT"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-QR-MARKUP TO QRV-MARKUP-OUT
           DISPLAY "MARKUP PERCENT (999 = KEEP " QRV-MARKUP-OUT
               "): " WITH NO ADVANCING
           ACCEPT QRV-MARKUP-IN
           IF QRV-MARKUP-IN = 999
               MOVE WS-QR-MARKUP TO QRV-MARKUP
           ELSE
               MOVE QRV-MARKUP-IN TO QRV-MARKUP
           END-IF

           PERFORM WRITE-REVISION-LINES
           MOVE QRV-JOB-NUM TO QR-JOB-NUM
           MOVE QRV-NEW-REV TO QR-REVISION
           MOVE QRV-TODAY TO WS-QR-BASE-DATE
           MOVE QRV-DAYS-IN TO WS-QR-DAYS
           PERFORM WORK-OUT-VALID-UNTIL
           MOVE WS-QR-VALID-UNTIL TO QR-VALID-UNTIL
           MOVE QRV-SALESMAN TO QR-SALESMAN
           MOVE QRV-MARKUP TO QR-MARKUP-PCT
           IF QRV-MODE = "R"
               MOVE "REPRICED" TO QR-REASON
           ELSE
               MOVE "CUSTOMER CHANGE" TO QR-REASON
           END-IF
           MOVE QRV-TODAY TO QR-CREATED-DATE
           MOVE WS-FH-OPERATOR-ID TO QR-OPERATOR-ID
           PERFORM WRITE-QUOTE-REVISION-ROW
           MOVE QRV-OLD-TOTAL TO QRV-TOTAL-OUT
           MOVE QRV-NEW-TOTAL TO QRV-TOTAL2-OUT
           DISPLAY "REVISION " QRV-NEW-REV " CUT: " QRV-KEPT
               " LINE(S), TOTAL " QRV-TOTAL-OUT " -> "
               QRV-TOTAL2-OUT
           DISPLAY "VALID UNTIL " WS-QR-VALID-UNTIL.

           EXIT PARAGRAPH.

       LOAD-REVISION-LINES.
           MOVE ZERO TO QRV-LINE-COUNT
           MOVE "N" TO QRV-LINE-OVERFLOW
           MOVE "N" TO QRV-EOF
           OPEN INPUT QUOTE-FILE
           IF WS-QUOTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL QRV-EOF = "Y"
               READ QUOTE-FILE
                   AT END
                       MOVE "Y" TO QRV-EOF
                   NOT AT END
                       PERFORM SET-QRV-LINE-REVISION
                       IF QU-JOB-NUM = QRV-JOB-NUM AND
                           QRV-LINE-REV = WS-QR-CUR-REV
                           IF QRV-LINE-COUNT < 100
                               ADD 1 TO QRV-LINE-COUNT
                               MOVE QUOTE-RECORD TO
                                   QRV-LINE-IMAGE(QRV-LINE-COUNT)
                           ELSE
                               MOVE "Y" TO QRV-LINE-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUOTE-FILE.

           EXIT PARAGRAPH.

      *A LINE FROM BEFORE REVISIONS WERE KEPT BELONGS TO REVISION 1
       SET-QRV-LINE-REVISION.
           IF QU-REVISION NUMERIC AND QU-REVISION > ZERO
               MOVE QU-REVISION TO QRV-LINE-REV
           ELSE
               MOVE 1 TO QRV-LINE-REV
           END-IF.

           EXIT PARAGRAPH.

      *A DROPPED LINE IS BLANKED IN THE TABLE SO WRITE-REVISION-
      *LINES PASSES OVER IT
       REVISE-ONE-LINE.
           MOVE QRV-LINE-IMAGE(QRV-LINE-IDX) TO QUOTE-RECORD
           ADD QU-COST TO QRV-OLD-TOTAL
           IF QRV-MODE = "R"
               PERFORM REPRICE-ONE-LINE
           ELSE
               PERFORM EDIT-ONE-LINE
           END-IF
           IF QU-JOB-NUM = SPACES
               MOVE SPACES TO QRV-LINE-IMAGE(QRV-LINE-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD QU-COST TO QRV-NEW-TOTAL
           ADD 1 TO QRV-KEPT
           MOVE QRV-NEW-REV TO QU-REVISION
           MOVE QRV-TODAY TO QU-QUOTE-DATE
           MOVE WS-FH-OPERATOR-ID TO QU-OPERATOR-ID
           MOVE QUOTE-RECORD TO QRV-LINE-IMAGE(QRV-LINE-IDX).

           EXIT PARAGRAPH.

       EDIT-ONE-LINE.
           MOVE QU-COST TO QRV-COST-OUT
           MOVE QU-QUANTITY TO QRV-QTY-OUT
           DISPLAY QRV-LINE-IDX ": " QU-SHAPE " " QU-MATERIAL
               " QTY " QRV-QTY-OUT " +" QU-WASTE-PCT "% "
               QRV-COST-OUT
           DISPLAY "K - KEEP  C - CHANGE  D - DROP: "
               WITH NO ADVANCING
           ACCEPT QRV-ANSWER
           EVALUATE QRV-ANSWER
               WHEN "D"
               WHEN "d"
                   MOVE SPACES TO QU-JOB-NUM
               WHEN "C"
               WHEN "c"
                   PERFORM CHANGE-ONE-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EXIT PARAGRAPH.

      *AN OPERATION LINE CHANGES ITS HOURS ONLY
       CHANGE-ONE-LINE.
           IF QU-LINE-OPERATION
               DISPLAY "NEW HOURS INCLUDING SETUP (0 = KEEP): "
                   WITH NO ADVANCING
               ACCEPT QRV-NEW-QTY
               IF QRV-NEW-QTY > ZERO
                   MOVE QRV-NEW-QTY TO QU-QUANTITY
               END-IF
               PERFORM RECOST-ONE-LINE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NEW QUANTITY (0 = KEEP): " WITH NO ADVANCING
           ACCEPT QRV-NEW-QTY
           IF QRV-NEW-QTY > ZERO
               MOVE QRV-NEW-QTY TO QU-QUANTITY
           END-IF
           DISPLAY "NEW MATERIAL (BLANK = KEEP): " WITH NO ADVANCING
           MOVE SPACES TO QRV-NEW-MAT
           ACCEPT QRV-NEW-MAT
           IF QRV-NEW-MAT NOT = SPACES
               MOVE QRV-NEW-MAT TO WS-MC-CODE
               PERFORM LOOK-UP-MATERIAL-RATE
               IF WS-MC-FOUND = "Y"
                   MOVE QRV-NEW-MAT TO QU-MATERIAL
                   MOVE WS-MC-RATE TO QU-RATE
                   MOVE WS-MC-UNIT TO QU-UNIT
               ELSE
                   DISPLAY "MATERIAL NOT ON RATE TABLE - KEPT "
                       QU-MATERIAL
               END-IF
           END-IF
           DISPLAY "NEW WASTE PERCENT (999 = KEEP): "
               WITH NO ADVANCING
           ACCEPT QRV-NEW-WASTE
           IF QRV-NEW-WASTE NOT = 999
               MOVE QRV-NEW-WASTE TO QU-WASTE-PCT
           END-IF
           PERFORM RECOST-ONE-LINE.

           EXIT PARAGRAPH.

       REPRICE-ONE-LINE.
           IF QU-LINE-OPERATION
               PERFORM REPRICE-OPERATION-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE QU-MATERIAL TO WS-MC-CODE
           PERFORM LOOK-UP-MATERIAL-RATE
           IF WS-MC-FOUND = "Y"
               MOVE WS-MC-RATE TO QU-RATE
           ELSE
               DISPLAY "MATERIAL " QU-MATERIAL " NOT ON RATE TABLE"
                   " - QUOTED RATE KEPT"
           END-IF
           PERFORM RECOST-ONE-LINE.

           EXIT PARAGRAPH.

       REPRICE-OPERATION-LINE.
           MOVE QU-MATERIAL TO WS-OP-CODE
           PERFORM LOOK-UP-OPERATION-RATE
           IF WS-OP-FOUND = "Y"
               MOVE WS-OP-RATE TO QU-RATE
           ELSE
               DISPLAY "OPERATION " QU-MATERIAL " NOT ON RATE TABLE"
                   " - QUOTED RATE KEPT"
           END-IF
           PERFORM RECOST-ONE-LINE.

           EXIT PARAGRAPH.

      *SAME ARITHMETIC AS OFFER-MATERIAL-COSTING; AN OPERATION LINE
      *CARRIES NO WASTE SO IT COMES OUT AS HOURS TIMES RATE
       RECOST-ONE-LINE.
           COMPUTE QU-COST ROUNDED =
               QU-QUANTITY * (100 + QU-WASTE-PCT) / 100 * QU-RATE.

           EXIT PARAGRAPH.

       WRITE-REVISION-LINES.
           OPEN EXTEND QUOTE-FILE
           IF WS-QUOTE-STATUS = "35"
               OPEN OUTPUT QUOTE-FILE
           END-IF
           IF WS-QUOTE-STATUS NOT = "00" AND NOT = "05"
               MOVE "QUOTE-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-QUOTE-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING QRV-LINE-IDX FROM 1 BY 1
               UNTIL QRV-LINE-IDX > QRV-LINE-COUNT
               IF QRV-LINE-IMAGE(QRV-LINE-IDX) NOT = SPACES
                   MOVE QRV-LINE-IMAGE(QRV-LINE-IDX) TO QUOTE-RECORD
                   WRITE QUOTE-RECORD
               END-IF
           END-PERFORM
           CLOSE QUOTE-FILE.

           EXIT PARAGRAPH.

      *ANYTHING BUT OPEN (OR NO ROW AT ALL) IS DECIDED
       CHECK-JOB-STILL-OPEN.
           MOVE "Y" TO QRV-OK
           MOVE "N" TO QRV-EOF
           OPEN INPUT QUOTSTAT-FILE
           IF WS-QUOTSTAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL QRV-EOF = "Y"
               READ QUOTSTAT-FILE
                   AT END
                       MOVE "Y" TO QRV-EOF
                   NOT AT END
                       IF QS-JOB-NUM = QRV-JOB-NUM AND
                           QS-STATUS NOT = "OPEN"
                           MOVE "N" TO QRV-OK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUOTSTAT-FILE.

           EXIT PARAGRAPH.

       CHECK-QRV-SALESMAN.
           MOVE SPACES TO QRV-SM-NAME
           OPEN INPUT SQNC5-FILE
           IF SEQ5-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE QRV-SALESMAN TO SEQ5_SALES_MAN_NUM_FH
           READ SQNC5-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SEQ5_SALES_MAN_NAME_FH TO QRV-SM-NAME
                   DISPLAY "SALESMAN: " QRV-SM-NAME
           END-READ
           CLOSE SQNC5-FILE.

           EXIT PARAGRAPH.

      *================= SALESMAN ==============================
      *THE CURRENT REVISION'S ROW IS CHANGED IN PLACE - THE FILE IS
      *READ INTO A TABLE AND WRITTEN BACK WHOLE. A JOB WITH NO ROW
      *YET GETS ITS REVISION 1 ROW HERE
       ASSIGN-REVISION-SALESMAN.
           DISPLAY "ENTER JOB NUMBER: " WITH NO ADVANCING
           ACCEPT QRV-JOB-NUM
           DISPLAY "FOLLOW-UP SALESMAN: " WITH NO ADVANCING
           ACCEPT QRV-SALESMAN
           PERFORM CHECK-QRV-SALESMAN
           IF QRV-SM-NAME = SPACES
               DISPLAY "SALESMAN NOT ON MASTER - NOT ASSIGNED"
               EXIT PARAGRAPH
           END-IF
           MOVE QRV-JOB-NUM TO WS-QR-JOB
           PERFORM FIND-CURRENT-REVISION
           MOVE WS-QR-MARKUP TO QRV-MARKUP
           IF WS-QR-FOUND NOT = "Y"
               PERFORM OPEN-LEGACY-REVISION
               EXIT PARAGRAPH
           END-IF
           PERFORM REWRITE-CURRENT-REVISION
           DISPLAY "JOB " QRV-JOB-NUM " REVISION " WS-QR-CUR-REV
               " ASSIGNED TO " QRV-SM-NAME.

           EXIT PARAGRAPH.

      *================= MARKUP ================================
      *THE MARKUP TAKES THE JOB'S COST UP TO ITS SELLING PRICE; IT
      *IS KEPT ON THE CURRENT REVISION'S ROW AND CARRIED FORWARD TO
      *THE NEXT REVISION UNLESS CHANGED THERE
       SET-REVISION-MARKUP.
           DISPLAY "ENTER JOB NUMBER: " WITH NO ADVANCING
           ACCEPT QRV-JOB-NUM
           PERFORM CHECK-JOB-STILL-OPEN
           IF QRV-OK NOT = "Y"
               DISPLAY "JOB IS ALREADY DECIDED ON QUOTSTAT.DAT - "
                   "MARKUP NOT CHANGED"
               EXIT PARAGRAPH
           END-IF
           MOVE QRV-JOB-NUM TO WS-QR-JOB
           PERFORM FIND-CURRENT-REVISION
           MOVE WS-QR-MARKUP TO QRV-MARKUP-OUT
           DISPLAY "REVISION " WS-QR-CUR-REV " MARKUP IS "
               QRV-MARKUP-OUT "%"
           DISPLAY "NEW MARKUP PERCENT: " WITH NO ADVANCING
           ACCEPT QRV-MARKUP
           MOVE WS-QR-SALESMAN TO QRV-SALESMAN
           MOVE SPACES TO QRV-SM-NAME
           IF WS-QR-FOUND NOT = "Y"
               PERFORM OPEN-LEGACY-REVISION
               EXIT PARAGRAPH
           END-IF
           PERFORM REWRITE-CURRENT-REVISION
           MOVE QRV-MARKUP TO QRV-MARKUP-OUT
           DISPLAY "JOB " QRV-JOB-NUM " REVISION " WS-QR-CUR-REV
               " MARKUP SET TO " QRV-MARKUP-OUT "%".

           EXIT PARAGRAPH.

      *THE CURRENT REVISION'S ROW TAKES QRV-SALESMAN AND QRV-MARKUP;
      *EVERY OTHER ROW IS WRITTEN BACK AS IT WAS
       REWRITE-CURRENT-REVISION.
           PERFORM LOAD-REVISION-ROWS
           IF QRV-REV-COUNT NOT < 2000
               DISPLAY "MORE THAN 2000 REVISION ROWS - NOT "
                   "CHANGED. ARCHIVE QUOTEREV.DAT."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT QUOTEREV-FILE
           IF WS-QUOTEREV-STATUS NOT = "00"
               MOVE "QUOTEREV-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-QUOTEREV-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING QRV-REV-IDX FROM 1 BY 1
               UNTIL QRV-REV-IDX > QRV-REV-COUNT
               MOVE QRV-REV-IMAGE(QRV-REV-IDX) TO QUOTEREV-RECORD
               IF QR-MARKUP-PCT NOT NUMERIC
                   MOVE ZERO TO QR-MARKUP-PCT
               END-IF
               IF QR-JOB-NUM = QRV-JOB-NUM AND
                   QR-REVISION = WS-QR-CUR-REV
                   MOVE QRV-SALESMAN TO QR-SALESMAN
                   MOVE QRV-MARKUP TO QR-MARKUP-PCT
               END-IF
               WRITE QUOTEREV-RECORD
           END-PERFORM
           CLOSE QUOTEREV-FILE.

           EXIT PARAGRAPH.

       LOAD-REVISION-ROWS.
           MOVE ZERO TO QRV-REV-COUNT
           MOVE "N" TO QRV-EOF
           OPEN INPUT QUOTEREV-FILE
           IF WS-QUOTEREV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL QRV-EOF = "Y"
               READ QUOTEREV-FILE
                   AT END
                       MOVE "Y" TO QRV-EOF
                   NOT AT END
                       IF QRV-REV-COUNT < 2000
                           ADD 1 TO QRV-REV-COUNT
                           MOVE QUOTEREV-RECORD TO
                               QRV-REV-IMAGE(QRV-REV-COUNT)
                       ELSE
                           MOVE "Y" TO QRV-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUOTEREV-FILE.

           EXIT PARAGRAPH.

      *A JOB QUOTED BEFORE REVISIONS WERE KEPT HAS NO ROW; ITS
      *REVISION 1 ROW IS VALID FROM ITS EARLIEST LINE
       OPEN-LEGACY-REVISION.
           MOVE HIGH-VALUES TO QRV-FIRST-DATE
           MOVE "N" TO QRV-EOF
           OPEN INPUT QUOTE-FILE
           IF WS-QUOTE-STATUS = "00"
               PERFORM UNTIL QRV-EOF = "Y"
                   READ QUOTE-FILE
                       AT END
                           MOVE "Y" TO QRV-EOF
                       NOT AT END
                           IF QU-JOB-NUM = QRV-JOB-NUM AND
                               QU-QUOTE-DATE < QRV-FIRST-DATE
                               MOVE QU-QUOTE-DATE TO QRV-FIRST-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUOTE-FILE
           END-IF
           IF QRV-FIRST-DATE NOT NUMERIC
               DISPLAY "NO QUOTE LINES FOR THAT JOB - NOT CHANGED"
               EXIT PARAGRAPH
           END-IF
           MOVE QRV-JOB-NUM TO QR-JOB-NUM
           MOVE 1 TO QR-REVISION
           MOVE QRV-FIRST-DATE TO WS-QR-BASE-DATE
           MOVE WS-QR-DEFAULT-DAYS TO WS-QR-DAYS
           PERFORM WORK-OUT-VALID-UNTIL
           MOVE WS-QR-VALID-UNTIL TO QR-VALID-UNTIL
           MOVE QRV-SALESMAN TO QR-SALESMAN
           MOVE "FIRST QUOTE" TO QR-REASON
           ACCEPT QR-CREATED-DATE FROM DATE YYYYMMDD
           MOVE WS-FH-OPERATOR-ID TO QR-OPERATOR-ID
           MOVE QRV-MARKUP TO QR-MARKUP-PCT
           PERFORM WRITE-QUOTE-REVISION-ROW
           MOVE QRV-MARKUP TO QRV-MARKUP-OUT
           DISPLAY "JOB " QRV-JOB-NUM " REVISION 1 OPENED - SALESMAN "
               QRV-SALESMAN ", MARKUP " QRV-MARKUP-OUT "%, VALID "
               "UNTIL " WS-QR-VALID-UNTIL.

           EXIT PARAGRAPH.

      *================= EXPIRING QUOTES =======================
      *EVERY OPEN JOB'S CURRENT REVISION, TOTALLED FROM ITS LINES,
      *WITH ITS VALID-UNTIL DATE FROM QUOTEREV.DAT (OR 30 DAYS FROM
      *ITS EARLIEST LINE IF IT HAS NO ROW). THOSE RUNNING OUT BY
      *THE HORIZON ARE SORTED SALESMAN / DATE AND PRINTED
       EXPIRING-QUOTES-LIST.
           DISPLAY "LIST QUOTES EXPIRING WITHIN (DAYS, 0 = 7): "
               WITH NO ADVANCING
           ACCEPT QRV-DAYS-IN
           IF QRV-DAYS-IN = ZERO
               MOVE 7 TO QRV-DAYS-IN
           END-IF
           ACCEPT QRV-TODAY FROM DATE YYYYMMDD
           COMPUTE QRV-HORIZON = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(QRV-TODAY) + QRV-DAYS-IN)
           PERFORM LOAD-CURRENT-REVISIONS
           PERFORM LOAD-DECIDED-JOBS
           MOVE ZERO TO QRV-EXP-COUNT
           MOVE ZERO TO QRV-EXP-DROPPED
           MOVE "N" TO QRV-EOF
           OPEN INPUT QUOTE-FILE
           IF WS-QUOTE-STATUS NOT = "00"
               DISPLAY "NO QUOTATION FILE ON FILE"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL QRV-EOF = "Y"
               READ QUOTE-FILE
                   AT END
                       MOVE "Y" TO QRV-EOF
                   NOT AT END
                       PERFORM TALLY-EXPIRY-LINE
               END-READ
           END-PERFORM
           CLOSE QUOTE-FILE

           PERFORM DATE-ONE-EXPIRY-JOB
               VARYING QRV-EXP-IDX FROM 1 BY 1
               UNTIL QRV-EXP-IDX > QRV-EXP-COUNT
           PERFORM SORT-EXPIRY-TABLE
           PERFORM PRINT-EXPIRY-LIST.

           EXIT PARAGRAPH.

       LOAD-DECIDED-JOBS.
           MOVE ZERO TO QRV-DONE-COUNT
           MOVE "N" TO QRV-EOF
           OPEN INPUT QUOTSTAT-FILE
           IF WS-QUOTSTAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL QRV-EOF = "Y"
               READ QUOTSTAT-FILE
                   AT END
                       MOVE "Y" TO QRV-EOF
                   NOT AT END
                       IF QS-STATUS NOT = "OPEN" AND
                           QRV-DONE-COUNT < 1000
                           ADD 1 TO QRV-DONE-COUNT
                           MOVE QS-JOB-NUM TO
                               QRV-DONE-JOB(QRV-DONE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUOTSTAT-FILE.

           EXIT PARAGRAPH.

       TALLY-EXPIRY-LINE.
           IF QU-JOB-NUM = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-LINE-CURRENT
           IF WS-QR-ON-CURRENT NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING QRV-DONE-IDX FROM 1 BY 1
               UNTIL QRV-DONE-IDX > QRV-DONE-COUNT
               IF QRV-DONE-JOB(QRV-DONE-IDX) = QU-JOB-NUM
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM VARYING QRV-EXP-IDX FROM 1 BY 1
               UNTIL QRV-EXP-IDX > QRV-EXP-COUNT
               IF QRV-X-JOB(QRV-EXP-IDX) = QU-JOB-NUM
                   ADD QU-COST TO QRV-X-TOTAL(QRV-EXP-IDX)
                   IF QU-QUOTE-DATE < QRV-X-FIRST(QRV-EXP-IDX)
                       MOVE QU-QUOTE-DATE TO
                           QRV-X-FIRST(QRV-EXP-IDX)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF QRV-EXP-COUNT NOT < 500
               ADD 1 TO QRV-EXP-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO QRV-EXP-COUNT
           MOVE QU-JOB-NUM TO QRV-X-JOB(QRV-EXP-COUNT)
           MOVE WS-QR-CUR-REV TO QRV-X-REV(QRV-EXP-COUNT)
           MOVE QU-COST TO QRV-X-TOTAL(QRV-EXP-COUNT)
           MOVE QU-QUOTE-DATE TO QRV-X-FIRST(QRV-EXP-COUNT)
           MOVE ZERO TO QRV-X-SALESMAN(QRV-EXP-COUNT)
           MOVE ZERO TO QRV-X-VALID(QRV-EXP-COUNT).

           EXIT PARAGRAPH.

      *A JOB BEYOND THE HORIZON IS PUSHED TO THE END OF THE SORT
      *WITH HIGH VALUES SO THE PRINT STOPS AT IT
       DATE-ONE-EXPIRY-JOB.
           PERFORM VARYING WS-QR-IDX FROM 1 BY 1
               UNTIL WS-QR-IDX > WS-QR-COUNT
               IF WS-QR-T-JOB(WS-QR-IDX) = QRV-X-JOB(QRV-EXP-IDX)
                   MOVE WS-QR-T-VALID(WS-QR-IDX) TO
                       QRV-X-VALID(QRV-EXP-IDX)
                   MOVE WS-QR-T-SALESMAN(WS-QR-IDX) TO
                       QRV-X-SALESMAN(QRV-EXP-IDX)
                   COMPUTE QRV-X-TOTAL(QRV-EXP-IDX) ROUNDED =
                       QRV-X-TOTAL(QRV-EXP-IDX) *
                       (100 + WS-QR-T-MARKUP(WS-QR-IDX)) / 100
               END-IF
           END-PERFORM
           IF QRV-X-VALID(QRV-EXP-IDX) = ZERO
               IF QRV-X-FIRST(QRV-EXP-IDX) NUMERIC
                   MOVE QRV-X-FIRST(QRV-EXP-IDX) TO WS-QR-BASE-DATE
               ELSE
                   MOVE QRV-TODAY TO WS-QR-BASE-DATE
               END-IF
               MOVE WS-QR-DEFAULT-DAYS TO WS-QR-DAYS
               PERFORM WORK-OUT-VALID-UNTIL
               MOVE WS-QR-VALID-UNTIL TO QRV-X-VALID(QRV-EXP-IDX)
           END-IF
           IF QRV-X-VALID(QRV-EXP-IDX) > QRV-HORIZON
               MOVE HIGH-VALUES TO QRV-X-KEY(QRV-EXP-IDX)
           END-IF.

           EXIT PARAGRAPH.

       SORT-EXPIRY-TABLE.
           PERFORM VARYING QRV-EXP-IDX FROM 1 BY 1
               UNTIL QRV-EXP-IDX >= QRV-EXP-COUNT
               PERFORM VARYING QRV-EXP-JDX FROM 1 BY 1
                   UNTIL QRV-EXP-JDX > QRV-EXP-COUNT - QRV-EXP-IDX
                   IF QRV-X-KEY(QRV-EXP-JDX) >
                       QRV-X-KEY(QRV-EXP-JDX + 1)
                       MOVE QRV-EXP-ENTRY(QRV-EXP-JDX) TO
                           QRV-EXP-SWAP
                       MOVE QRV-EXP-ENTRY(QRV-EXP-JDX + 1) TO
                           QRV-EXP-ENTRY(QRV-EXP-JDX)
                       MOVE QRV-EXP-SWAP TO
                           QRV-EXP-ENTRY(QRV-EXP-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT PARAGRAPH.

       PRINT-EXPIRY-LIST.
           MOVE "QUOTE-EXPIRY" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           STRING "QUOTES EXPIRING BY " QRV-HORIZON " (RUN "
               QRV-TODAY ")"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "  JOB      REV VALID TO  DAYS            TOTAL"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE ZERO TO QRV-FOLLOW-COUNT
           MOVE 999999999999 TO QRV-LAST-SALESMAN
           MOVE ZERO TO QRV-SM-COUNT
           MOVE ZERO TO QRV-SM-TOTAL
           PERFORM VARYING QRV-EXP-IDX FROM 1 BY 1
               UNTIL QRV-EXP-IDX > QRV-EXP-COUNT
               OR QRV-X-KEY(QRV-EXP-IDX) = HIGH-VALUES
               PERFORM PRINT-ONE-EXPIRY-JOB
           END-PERFORM
           IF QRV-SM-COUNT > ZERO
               PERFORM CLOSE-SALESMAN-BREAK
           END-IF
           STRING QRV-FOLLOW-COUNT " QUOTE(S) TO FOLLOW UP"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           IF QRV-EXP-DROPPED > ZERO
               STRING "** " QRV-EXP-DROPPED " LINE(S) OVER THE "
                   "500-JOB LIMIT LEFT OUT **"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       PRINT-ONE-EXPIRY-JOB.
           IF QRV-X-SALESMAN(QRV-EXP-IDX) NOT = QRV-LAST-SALESMAN
               IF QRV-SM-COUNT > ZERO
                   PERFORM CLOSE-SALESMAN-BREAK
               END-IF
               MOVE QRV-X-SALESMAN(QRV-EXP-IDX) TO QRV-LAST-SALESMAN
               PERFORM PRINT-SALESMAN-HEADING
           END-IF
           ADD 1 TO QRV-SM-COUNT
           ADD 1 TO QRV-FOLLOW-COUNT
           ADD QRV-X-TOTAL(QRV-EXP-IDX) TO QRV-SM-TOTAL
           COMPUTE QRV-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(QRV-X-VALID(QRV-EXP-IDX)) -
               FUNCTION INTEGER-OF-DATE(QRV-TODAY)
           MOVE QRV-DAYS-LEFT TO QRV-DAYS-OUT
           MOVE QRV-X-TOTAL(QRV-EXP-IDX) TO QRV-TOTAL-OUT
           IF QRV-DAYS-LEFT < ZERO
               MOVE "EXPIRED" TO QRV-FLAG
           ELSE
               MOVE SPACES TO QRV-FLAG
           END-IF
           STRING "  " QRV-X-JOB(QRV-EXP-IDX) " "
               QRV-X-REV(QRV-EXP-IDX) " "
               QRV-X-VALID(QRV-EXP-IDX) " " QRV-DAYS-OUT " "
               QRV-TOTAL-OUT " " QRV-FLAG
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

       PRINT-SALESMAN-HEADING.
           IF QRV-LAST-SALESMAN = ZERO
               MOVE "NO SALESMAN ASSIGNED" TO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE QRV-LAST-SALESMAN TO QRV-SALESMAN
           OPEN INPUT SQNC5-FILE
           IF SEQ5-FILE-STATUS = "00"
               MOVE QRV-SALESMAN TO SEQ5_SALES_MAN_NUM_FH
               READ SQNC5-FILE
                   INVALID KEY
                       MOVE "(NOT ON MASTER)" TO QRV-SM-NAME
                   NOT INVALID KEY
                       MOVE SEQ5_SALES_MAN_NAME_FH TO QRV-SM-NAME
               END-READ
               CLOSE SQNC5-FILE
           ELSE
               MOVE "(NOT ON MASTER)" TO QRV-SM-NAME
           END-IF
           STRING "SALESMAN " QRV-LAST-SALESMAN " " QRV-SM-NAME
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

       CLOSE-SALESMAN-BREAK.
           MOVE QRV-SM-TOTAL TO QRV-TOTAL-OUT
           STRING "  " QRV-SM-COUNT " QUOTE(S) FOR THIS SALESMAN"
               "        " QRV-TOTAL-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE ZERO TO QRV-SM-COUNT
           MOVE ZERO TO QRV-SM-TOTAL.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "mat-cost.cpy".

       COPY "op-cost.cpy".

       COPY "quote-rev.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
