      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-OPERATIONS.

      *====================================================
      * Stand-alone utility (also reachable from
      * GEOMETRY-MENU): labor and machine operation costing
      * on job quotations. Maintains the operations rate table
      * (oprates.dat) - operation code, description, hourly
      * rate, setup hours, and how the run time defaults from
      * the job's shapes - with every add and change audited,
      * and adds operation lines to a job on quotes.dat
      * alongside its costed material lines, under the job's
      * current quotation revision. The run time defaults
      * from the job's rows on shape_hist.dat: a perimeter-
      * based operation (cutting, edging) takes the flat
      * shapes' perimeter or circumference, an area-based one
      * (finishing) the shapes' area, times the operation's
      * minutes per unit; the operator may key the run hours
      * instead. Setup hours are added once per line and the
      * line is costed at the hourly rate. JOB-QUOTATION
      * prints the material and labor subtotals and the
      * revision's markup (set through QUOTE-REVISION) up to
      * the selling price. A job already ACCEPTED or LOST on
      * quotstat.dat takes no more lines. Run on demand from
      * the command line or from GEOMETRY-MENU; it is not
      * wired into FH-MAIN-MENU since it is costing
      * housekeeping, not a calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "oprate-select.cpy".
           COPY "quote-select.cpy".
           COPY "quoterev-select.cpy".
           COPY "quotstat-select.cpy".
           COPY "shape-hist-select.cpy".
           COPY "maint-audit-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "oprate-rec.cpy".
           COPY "quote-rec.cpy".
           COPY "quoterev-rec.cpy".
           COPY "quotstat-rec.cpy".
           COPY "shape-hist-rec.cpy".
           COPY "maint-audit-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  JOP-CHOICE                      PIC 9.
       01  JOP-JOB-NUM                     PIC X(8).
       01  JOP-EOF                         PIC X VALUE "N".
       01  JOP-OK                          PIC X.
       01  JOP-TODAY                       PIC 9(8).
       01  JOP-CODE                        PIC X(4).
       01  JOP-DESC                        PIC X(20).
       01  JOP-RATE-IN                     PIC 9(5)V99.
       01  JOP-SETUP-IN                    PIC 9(3)V99.
       01  JOP-BASIS-IN                    PIC X.
       01  JOP-MINUTES-IN                  PIC 9(3)V99.
       01  JOP-SHAPE-MEAS                  PIC 9(10)V9(4).
       01  JOP-MEASURE                     PIC 9(11)V9(4).
       01  JOP-SHAPES-USED                 PIC 9(4).
       01  JOP-RUN-HRS                     PIC 9(7)V99.
       01  JOP-RUN-IN                      PIC 9(7)V99.
       01  JOP-HOURS                       PIC 9(7)V99.
       01  JOP-COST                        PIC 9(9)V99.
       01  JOP-HRS-OUT                     PIC Z,ZZZ,ZZ9.99.
       01  JOP-MEAS-OUT                    PIC Z(10)9.99.
       01  JOP-COST-OUT                    PIC ZZZ,ZZZ,ZZ9.99.
       01  JOP-RATE-OUT                    PIC ZZ,ZZ9.99.
       01  JOP-SETUP-OUT                   PIC ZZ9.99.
       01  JOP-MIN-OUT                     PIC ZZ9.99.
       01  JOP-IDX                         PIC 9(3).
       01  JOP-TAB-COUNT                   PIC 9(3) VALUE 0.
       01  JOP-OVERFLOW                    PIC X VALUE "N".
       01  JOP-FOUND                       PIC X.
       01  JOP-RATE-TABLE.
           05  JOP-RATE-IMAGE OCCURS 200 TIMES PIC X(42).
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "JOB-OPERATIONS" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM UNTIL JOP-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "  JOB OPERATIONS / LABOR   "
               DISPLAY "==========================="
               DISPLAY "1 - ADD AN OPERATION LINE TO A JOB"
               DISPLAY "2 - LIST OPERATION RATES"
               DISPLAY "3 - ADD/CHANGE AN OPERATION RATE"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT JOP-CHOICE

               EVALUATE JOP-CHOICE
                   WHEN 1
                       PERFORM ADD-OPERATION-LINE
                   WHEN 2
                       PERFORM LIST-OPERATION-RATES
                   WHEN 3
                       PERFORM MAINTAIN-OPERATION-RATE
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           MOVE "JOB-OPERATIONS" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *================= OPERATION LINE ========================
      *THE JOB DEFAULTS TO THE ACTIVE ONE FROM GEOMETRY-MENU. RUN
      *TIME IS WORKED OUT FROM THE JOB'S SHAPES UNLESS KEYED; SETUP
      *IS ALWAYS ADDED ON TOP
       ADD-OPERATION-LINE.
           MOVE SPACES TO JOP-JOB-NUM
           ACCEPT JOP-JOB-NUM FROM ENVIRONMENT "FH_JOB_NUM"
           IF JOP-JOB-NUM = SPACES
               DISPLAY "ENTER JOB NUMBER: " WITH NO ADVANCING
               ACCEPT JOP-JOB-NUM
           ELSE
               DISPLAY "ACTIVE JOB: " JOP-JOB-NUM
           END-IF
           IF JOP-JOB-NUM = SPACES
               DISPLAY "NO JOB NUMBER - NOTHING ADDED"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-JOB-STILL-OPEN
           IF JOP-OK NOT = "Y"
               DISPLAY "JOB IS ALREADY DECIDED ON QUOTSTAT.DAT - "
                   "NOTHING ADDED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER OPERATION CODE: " WITH NO ADVANCING
           ACCEPT WS-OP-CODE
           PERFORM LOOK-UP-OPERATION-RATE
           IF WS-OP-FOUND NOT = "Y"
               DISPLAY "OPERATION NOT ON RATE TABLE - NOTHING ADDED"
               EXIT PARAGRAPH
           END-IF

           PERFORM DEFAULT-RUN-HOURS
           MOVE JOP-RUN-HRS TO JOP-HRS-OUT
           DISPLAY "RUN HOURS (0 = " JOP-HRS-OUT "): "
               WITH NO ADVANCING
           ACCEPT JOP-RUN-IN
           IF JOP-RUN-IN > ZERO
               MOVE JOP-RUN-IN TO JOP-RUN-HRS
           END-IF
           COMPUTE JOP-HOURS = JOP-RUN-HRS + WS-OP-SETUP
               ON SIZE ERROR
                   DISPLAY "HOURS TOO LARGE - NOTHING ADDED"
                   EXIT PARAGRAPH
           END-COMPUTE
           IF JOP-HOURS = ZERO
               DISPLAY "NO TIME ON THE LINE - NOTHING ADDED"
               EXIT PARAGRAPH
           END-IF
           COMPUTE JOP-COST ROUNDED = JOP-HOURS * WS-OP-RATE
               ON SIZE ERROR
                   DISPLAY "COST TOO LARGE - NOTHING ADDED"
                   EXIT PARAGRAPH
           END-COMPUTE

           PERFORM WRITE-OPERATION-LINE
           MOVE JOP-HOURS TO JOP-HRS-OUT
           MOVE JOP-COST TO JOP-COST-OUT
           DISPLAY WS-OP-CODE " " WS-OP-DESC " " JOP-HRS-OUT
               " HRS  COST: " JOP-COST-OUT.

           EXIT PARAGRAPH.

      *PERIMETER COMES FROM THE FLAT SHAPES ONLY - THE VOLUME
      *CALCULATORS KEEP VOLUME IN THAT FIELD
       DEFAULT-RUN-HOURS.
           MOVE ZERO TO JOP-RUN-HRS
           MOVE ZERO TO JOP-MEASURE
           MOVE ZERO TO JOP-SHAPES-USED
           IF WS-OP-BASIS NOT = "P" AND WS-OP-BASIS NOT = "A"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO JOP-EOF
           OPEN INPUT SHAPE-HIST-FILE
           IF WS-SHAPE-HIST-FILE-STATUS NOT = "00"
               DISPLAY "NO SHAPE HISTORY ON FILE - KEY THE RUN HOURS"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JOP-EOF = "Y"
               READ SHAPE-HIST-FILE
                   AT END
                       MOVE "Y" TO JOP-EOF
                   NOT AT END
                       IF SH-JOB-NUM = JOP-JOB-NUM
                           PERFORM ADD-SHAPE-MEASURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHAPE-HIST-FILE
           IF JOP-SHAPES-USED = ZERO
               DISPLAY "NO SHAPES ON THE JOB TO TIME FROM - KEY THE "
                   "RUN HOURS"
               EXIT PARAGRAPH
           END-IF
           MOVE JOP-MEASURE TO JOP-MEAS-OUT
           IF WS-OP-BASIS = "P"
               DISPLAY JOP-SHAPES-USED " SHAPE(S), PERIMETER "
                   JOP-MEAS-OUT
           ELSE
               DISPLAY JOP-SHAPES-USED " SHAPE(S), AREA "
                   JOP-MEAS-OUT
           END-IF
           COMPUTE JOP-RUN-HRS ROUNDED =
               JOP-MEASURE * WS-OP-MINUTES / 60
               ON SIZE ERROR
                   MOVE ZERO TO JOP-RUN-HRS
                   DISPLAY "DEFAULT RUN TIME TOO LARGE - KEY THE "
                       "RUN HOURS"
           END-COMPUTE.

           EXIT PARAGRAPH.

       ADD-SHAPE-MEASURE.
           IF WS-OP-BASIS = "P"
               IF SH-SHAPE-TYPE = "BOX" OR SH-SHAPE-TYPE = "CYLINDER"
                   OR SH-SHAPE-TYPE = "SPHERE"
                   EXIT PARAGRAPH
               END-IF
               IF SH-PERIM-OR-CIRCUM = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE SH-PERIM-OR-CIRCUM TO JOP-SHAPE-MEAS
           ELSE
               IF SH-AREA = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE SH-AREA TO JOP-SHAPE-MEAS
           END-IF
           ADD JOP-SHAPE-MEAS TO JOP-MEASURE
           ADD 1 TO JOP-SHAPES-USED.

           EXIT PARAGRAPH.

      *SAME FILE HANDLING AS WRITE-QUOTE-LINE; THE FIRST LINE ON A
      *JOB OPENS ITS REVISION 1
       WRITE-OPERATION-LINE.
           MOVE JOP-JOB-NUM TO WS-QR-JOB
           PERFORM FIND-CURRENT-REVISION
           IF WS-QR-FOUND = "N"
               PERFORM OPEN-FIRST-QUOTE-REVISION
           END-IF
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
           MOVE JOP-JOB-NUM TO QU-JOB-NUM
           MOVE "OPERATION" TO QU-SHAPE
           MOVE WS-OP-CODE TO QU-MATERIAL
           MOVE JOP-HOURS TO QU-QUANTITY
           MOVE "H" TO QU-UNIT
           MOVE ZERO TO QU-WASTE-PCT
           MOVE WS-OP-RATE TO QU-RATE
           MOVE JOP-COST TO QU-COST
           MOVE WS-FH-OPERATOR-ID TO QU-OPERATOR-ID
           ACCEPT QU-QUOTE-DATE FROM DATE YYYYMMDD
           MOVE WS-QR-CUR-REV TO QU-REVISION
           MOVE "O" TO QU-LINE-TYPE
           WRITE QUOTE-RECORD
           IF WS-QUOTE-STATUS NOT = "00"
               MOVE "QUOTE-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "WRITE" TO WS-FH-ERR-OPERATION
               MOVE WS-QUOTE-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           END-IF
           CLOSE QUOTE-FILE.

           EXIT PARAGRAPH.

      *ANYTHING BUT OPEN (OR NO ROW AT ALL) IS DECIDED
       CHECK-JOB-STILL-OPEN.
           MOVE "Y" TO JOP-OK
           MOVE "N" TO JOP-EOF
           OPEN INPUT QUOTSTAT-FILE
           IF WS-QUOTSTAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JOP-EOF = "Y"
               READ QUOTSTAT-FILE
                   AT END
                       MOVE "Y" TO JOP-EOF
                   NOT AT END
                       IF QS-JOB-NUM = JOP-JOB-NUM AND
                           QS-STATUS NOT = "OPEN"
                           MOVE "N" TO JOP-OK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUOTSTAT-FILE.

           EXIT PARAGRAPH.

      *================= RATE TABLE ============================
       LIST-OPERATION-RATES.
           PERFORM LOAD-RATE-TABLE
           DISPLAY "CODE DESCRIPTION          RATE/HR  SETUP B  MIN"
           PERFORM VARYING JOP-IDX FROM 1 BY 1
               UNTIL JOP-IDX > JOP-TAB-COUNT
               MOVE JOP-RATE-IMAGE(JOP-IDX) TO OPRATE-RECORD
               MOVE OP-HOURLY-RATE TO JOP-RATE-OUT
               MOVE OP-SETUP-HRS TO JOP-SETUP-OUT
               MOVE OP-MINUTES-PER TO JOP-MIN-OUT
               DISPLAY OP-CODE " " OP-DESCRIPTION " " JOP-RATE-OUT
                   " " JOP-SETUP-OUT " " OP-BASIS " " JOP-MIN-OUT
           END-PERFORM
           DISPLAY JOP-TAB-COUNT " OPERATION(S) ON FILE"
           DISPLAY "B = RUN TIME FROM (P)ERIMETER, (A)REA OR (N)ONE".

           EXIT PARAGRAPH.

      *THE TABLE IS READ WHOLE, THE ROW ADDED OR CHANGED IN PLACE
      *AND THE FILE WRITTEN BACK
       MAINTAIN-OPERATION-RATE.
           PERFORM LOAD-RATE-TABLE
           IF JOP-OVERFLOW = "Y"
               DISPLAY "MORE THAN 200 OPERATIONS ON FILE - "
                   "NOT REWRITTEN"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER OPERATION CODE: " WITH NO ADVANCING
           ACCEPT JOP-CODE
           IF JOP-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO JOP-FOUND
           PERFORM VARYING JOP-IDX FROM 1 BY 1
               UNTIL JOP-IDX > JOP-TAB-COUNT
               MOVE JOP-RATE-IMAGE(JOP-IDX) TO OPRATE-RECORD
               IF OP-CODE = JOP-CODE
                   MOVE "Y" TO JOP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF JOP-FOUND = "Y"
               MOVE OPRATE-RECORD TO WS-MA-BEFORE
               MOVE OP-HOURLY-RATE TO JOP-RATE-OUT
               MOVE OP-SETUP-HRS TO JOP-SETUP-OUT
               MOVE OP-MINUTES-PER TO JOP-MIN-OUT
               DISPLAY "WAS: " OP-DESCRIPTION " " JOP-RATE-OUT
                   "/HR SETUP " JOP-SETUP-OUT " BASIS " OP-BASIS
                   " " JOP-MIN-OUT " MIN/UNIT"
               MOVE "REWRITE" TO WS-MA-ACTION
           ELSE
               IF JOP-TAB-COUNT NOT < 200
                   DISPLAY "RATE TABLE FULL - NOT ADDED"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO OPRATE-RECORD
               MOVE JOP-CODE TO OP-CODE
               MOVE ZERO TO OP-HOURLY-RATE
               MOVE ZERO TO OP-SETUP-HRS
               MOVE "N" TO OP-BASIS
               MOVE ZERO TO OP-MINUTES-PER
               MOVE SPACES TO WS-MA-BEFORE
               MOVE "ADD" TO WS-MA-ACTION
           END-IF

           DISPLAY "DESCRIPTION (BLANK = KEEP): " WITH NO ADVANCING
           MOVE SPACES TO JOP-DESC
           ACCEPT JOP-DESC
           IF JOP-DESC NOT = SPACES
               MOVE JOP-DESC TO OP-DESCRIPTION
           END-IF
           IF OP-DESCRIPTION = SPACES
               DISPLAY "A NEW OPERATION NEEDS A DESCRIPTION - "
                   "NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "HOURLY RATE (0 = KEEP): " WITH NO ADVANCING
           ACCEPT JOP-RATE-IN
           IF JOP-RATE-IN > ZERO
               MOVE JOP-RATE-IN TO OP-HOURLY-RATE
           END-IF
           IF OP-HOURLY-RATE = ZERO
               DISPLAY "HOURLY RATE MUST BE GREATER THAN ZERO - "
                   "NOT SAVED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SETUP HOURS (999 = KEEP): " WITH NO ADVANCING
           ACCEPT JOP-SETUP-IN
           IF JOP-SETUP-IN NOT = 999
               MOVE JOP-SETUP-IN TO OP-SETUP-HRS
           END-IF
           DISPLAY "RUN TIME FROM (P)ERIMETER, (A)REA, (N)ONE "
               "(BLANK = KEEP): " WITH NO ADVANCING
           MOVE SPACES TO JOP-BASIS-IN
           ACCEPT JOP-BASIS-IN
           IF JOP-BASIS-IN NOT = SPACES
               MOVE JOP-BASIS-IN TO OP-BASIS
           END-IF
           IF NOT OP-BASIS-PERIMETER AND NOT OP-BASIS-AREA
               AND NOT OP-BASIS-NONE
               DISPLAY "BASIS MUST BE P, A OR N - NOT SAVED"
               EXIT PARAGRAPH
           END-IF
           IF OP-BASIS-NONE
               MOVE ZERO TO OP-MINUTES-PER
           ELSE
               DISPLAY "RUN MINUTES PER UNIT (999 = KEEP): "
                   WITH NO ADVANCING
               ACCEPT JOP-MINUTES-IN
               IF JOP-MINUTES-IN NOT = 999
                   MOVE JOP-MINUTES-IN TO OP-MINUTES-PER
               END-IF
           END-IF

           IF JOP-FOUND NOT = "Y"
               ADD 1 TO JOP-TAB-COUNT
               MOVE JOP-TAB-COUNT TO JOP-IDX
           END-IF
           MOVE OPRATE-RECORD TO JOP-RATE-IMAGE(JOP-IDX)
           MOVE OPRATE-RECORD TO WS-MA-AFTER
           PERFORM REWRITE-RATE-FILE
           IF WS-OPRATE-STATUS = "00"
               MOVE "JOB-OPERATIONS" TO WS-MA-PROGRAM-ID
               MOVE JOP-CODE TO WS-MA-KEY-NUM
               PERFORM WRITE-MAINT-AUDIT-ENTRY
               DISPLAY "OPERATION " JOP-CODE " SAVED"
           END-IF.

           EXIT PARAGRAPH.

       LOAD-RATE-TABLE.
           MOVE ZERO TO JOP-TAB-COUNT
           MOVE "N" TO JOP-OVERFLOW
           MOVE "N" TO JOP-EOF
           OPEN INPUT OPRATE-FILE
           IF WS-OPRATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JOP-EOF = "Y"
               READ OPRATE-FILE
                   AT END
                       MOVE "Y" TO JOP-EOF
                   NOT AT END
                       IF JOP-TAB-COUNT < 200
                           ADD 1 TO JOP-TAB-COUNT
                           MOVE OPRATE-RECORD TO
                               JOP-RATE-IMAGE(JOP-TAB-COUNT)
                       ELSE
                           MOVE "Y" TO JOP-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPRATE-FILE.

           EXIT PARAGRAPH.

       REWRITE-RATE-FILE.
           OPEN OUTPUT OPRATE-FILE
           IF WS-OPRATE-STATUS NOT = "00"
               MOVE "OPRATE-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-OPRATE-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING JOP-IDX FROM 1 BY 1
               UNTIL JOP-IDX > JOP-TAB-COUNT
               MOVE JOP-RATE-IMAGE(JOP-IDX) TO OPRATE-RECORD
               WRITE OPRATE-RECORD
           END-PERFORM
           CLOSE OPRATE-FILE.

           EXIT PARAGRAPH.

       COPY "op-cost.cpy".

       COPY "quote-rev.cpy".

       COPY "maint-audit-write.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".


       COPY "capture-operator.cpy".
