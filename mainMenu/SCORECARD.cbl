      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESMAN-SCORECARD.

      *====================================================
      * Stand-alone utility: quarterly performance scorecard
      * per salesman, so a rep is judged on more than sales
      * volume. Six measures are pulled together from where
      * they already live:
      *   QUOTA     - net sales for the quarter (sel_8.dat)
      *               as a percentage of the quarter's split
      *               on quota.dat
      *   MARGIN    - gross margin earned, units times (unit
      *               price less PM-UNIT-COST) the way
      *               GROSS-MARGIN-REPORT costs a row
      *   RETURNS   - return sales as a percentage of gross
      *               sales on the salesman's rows
      *   WINRATE   - quotes ACCEPTED as a percentage of the
      *               quotes decided (ACCEPTED or LOST) on
      *               quotstat.dat during the quarter
      *   TERRITORY - percentage of the salesman's rows sold
      *               to a customer custassign.dat gives to
      *               another salesman
      *   DAYSPAY   - average days from invoice (openitem.dat)
      *               to payment (arpay.dat) over payments
      *               received in the quarter from customers
      *               assigned to the salesman
      * Each measure is scored against its target - actual
      * over target for the higher-is-better measures, target
      * over actual for RETURNS, TERRITORY and DAYSPAY - as a
      * percentage capped at 150, and the overall score is the
      * weighted average of the measures that have data for
      * that salesman. Salesmen are ranked on the overall
      * score, one page each to the report spool, followed by
      * the ranking.
      * Targets and weights as shipped are held below; a
      * MEASURE row on scorecard.dat replaces one measure's
      * target and weight. Quotes are priced by an operator,
      * not a salesman, so a QUOTER row on the same file names
      * the salesman an operator's quotes are credited to; a
      * decided quote from an operator with no QUOTER row is
      * counted and left out of every win rate.
      * Run on demand from the command line; it is not wired
      * into FH-MAIN-MENU since it is a reporting tool, not a
      * calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "sel8-select.cpy".
           COPY "prod-select.cpy".
           COPY "quota-select.cpy".
           COPY "quote-select.cpy".
           COPY "quotstat-select.cpy".
           COPY "custassign-select.cpy".
           COPY "openitem-select.cpy".
           COPY "arpay-select.cpy".
           SELECT SCPARM-FILE ASSIGN TO "scorecard.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SSC-PARM-STATUS.
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           FD SEL8-FILE.
           COPY "sel8-rec.cpy".
           COPY "operator-field.cpy".

           COPY "prod-rec.cpy".

           COPY "quota-rec.cpy".

           COPY "quote-rec.cpy".

           COPY "quotstat-rec.cpy".

           COPY "custassign-rec.cpy".

           COPY "openitem-rec.cpy".

           COPY "arpay-rec.cpy".

       FD  SCPARM-FILE.

      * MEASURE rows: SC-CODE is the measure, SC-TARGET and
      * SC-WEIGHT replace its shipped values. QUOTER rows:
      * SC-CODE is a quoting operator id, SC-SM-NUM the
      * salesman that operator's quotes are credited to.
       01  SCPARM-RECORD.
           05  SC-ROW-TYPE                 PIC X(8).
           05  SC-CODE                     PIC X(10).
           05  SC-TARGET                   PIC 9(9)V99.
           05  SC-WEIGHT                   PIC 9(3).
           05  SC-SM-NUM                   PIC X(12).
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  SSC-YEAR                        PIC 9(4).
       01  SSC-QUARTER                     PIC 9.
       01  SSC-DATE-START                  PIC 9(8).
       01  SSC-DATE-END                    PIC 9(8).
       01  SSC-EOF                         PIC X VALUE "N".
       01  SSC-IDX                         PIC 9(3).
       01  SSC-JDX                         PIC 9(3).
       01  SSC-MDX                         PIC 9.
       01  SSC-FOUND                       PIC X.
       01  SSC-KEY                         PIC X(12).
       01  SSC-CUST                        PIC X(8).
       01  SSC-PARM-STATUS                 PIC XX.
       01  SEL8-FILE-STATUS                PIC XX.
       01  SSC-PROD-OPEN                   PIC X VALUE "N".
       01  SSC-UNITS                       PIC S9(7)V99.
       01  SSC-PRICE                       PIC S9(7)V99.
       01  SSC-AMOUNT                      PIC S9(12)V99.
       01  SSC-ROW-MARGIN                  PIC S9(12)V99.
       01  SSC-WORK                        PIC S9(9)V99.
       01  SSC-DAYS                        PIC S9(7).
       01  SSC-INV-DATE                    PIC 9(8).
       01  SSC-OWNER                       PIC 9(12).
       01  SSC-OPER                        PIC X(10).
       01  SSC-WEIGHTED                    PIC 9(7)V99.
       01  SSC-UNMAPPED-QUOTES             PIC 9(5) VALUE 0.
       01  SSC-UNMATCHED-PAYS              PIC 9(5) VALUE 0.
       01  SSC-SEL8-ROWS                   PIC 9(5) VALUE 0.

      * Shipped targets and weights, in scorecard order.
      * Direction H = higher is better, L = lower is better.
       01  SSC-MEASURE-VALUES.
           05  FILLER  PIC X(39)
               VALUE "QUOTA     H00000010000030QUOTA ATTAIN  ".
           05  FILLER  PIC X(39)
               VALUE "MARGIN    H00001000000020GROSS MARGIN  ".
           05  FILLER  PIC X(39)
               VALUE "RETURNS   L00000000500015RETURN RATE   ".
           05  FILLER  PIC X(39)
               VALUE "WINRATE   H00000004000010QUOTE WIN RATE".
           05  FILLER  PIC X(39)
               VALUE "TERRITORY L00000000500010OUT-OF-TERR  ".
           05  FILLER  PIC X(39)
               VALUE "DAYSPAY   L00000003000015DAYS TO PAY   ".
       01  SSC-MEASURE-TABLE REDEFINES SSC-MEASURE-VALUES.
           05  SSC-M-ENTRY                 OCCURS 6 TIMES.
               10  SSC-M-CODE              PIC X(10).
               10  SSC-M-DIRECTION         PIC X.
               10  SSC-M-TARGET            PIC 9(9)V99.
               10  SSC-M-WEIGHT            PIC 9(3).
               10  SSC-M-LABEL             PIC X(14).

       01  SSC-QUOTER-COUNT                PIC 9(3) VALUE 0.
       01  SSC-QUOTER-TABLE.
           05  SSC-QUOTER-ENTRY            OCCURS 50 TIMES.
               10  SSC-Q-OPER              PIC X(10).
               10  SSC-Q-SM                PIC X(12).

       01  SSC-ASSIGN-COUNT                PIC 9(3) VALUE 0.
       01  SSC-ASSIGN-TABLE.
           05  SSC-ASSIGN-ENTRY            OCCURS 500 TIMES.
               10  SSC-A-CUST              PIC X(8).
               10  SSC-A-SM                PIC 9(12).

       01  SSC-JOB-COUNT                   PIC 9(4) VALUE 0.
       01  SSC-JOB-IDX                     PIC 9(4).
       01  SSC-JOB-TABLE.
           05  SSC-JOB-ENTRY               OCCURS 1000 TIMES.
               10  SSC-J-JOB               PIC X(8).
               10  SSC-J-OPER              PIC X(10).

       01  SSC-SM-COUNT                    PIC 9(3) VALUE 0.
       01  SSC-SWAP                        PIC X(255).
       01  SSC-SM-TABLE.
           05  SSC-SM-ENTRY                OCCURS 100 TIMES.
               10  SSC-S-KEY               PIC X(12).
               10  SSC-S-NAME              PIC X(25).
               10  SSC-S-NET               PIC S9(12)V99.
               10  SSC-S-GROSS             PIC S9(12)V99.
               10  SSC-S-RETURNS           PIC S9(12)V99.
               10  SSC-S-MARGIN            PIC S9(12)V99.
               10  SSC-S-ROWS              PIC 9(5).
               10  SSC-S-COSTED            PIC 9(5).
               10  SSC-S-ASSIGNED          PIC 9(5).
               10  SSC-S-OOT               PIC 9(5).
               10  SSC-S-WON               PIC 9(4).
               10  SSC-S-LOST              PIC 9(4).
               10  SSC-S-PAYS              PIC 9(5).
               10  SSC-S-PAY-DAYS          PIC 9(9).
               10  SSC-S-QUOTA             PIC 9(9).
               10  SSC-S-MEASURE           OCCURS 6 TIMES.
                   15  SSC-S-ACTUAL        PIC S9(9)V99.
                   15  SSC-S-SCORE         PIC 9(3)V99.
                   15  SSC-S-HAS           PIC X.
               10  SSC-S-OVERALL           PIC 9(3)V99.
               10  SSC-S-WEIGHT-USED       PIC 9(4).

       01  SSC-ACTUAL-OUT                  PIC ZZZ,ZZZ,ZZ9.99-.
       01  SSC-TARGET-OUT                  PIC ZZZ,ZZZ,ZZ9.99.
       01  SSC-WEIGHT-OUT                  PIC ZZ9.
       01  SSC-SCORE-OUT                   PIC ZZ9.99.
       01  SSC-AMT-OUT                     PIC Z,ZZZ,ZZZ,ZZZ.99-.
       01  SSC-AMT2-OUT                    PIC Z,ZZZ,ZZZ,ZZZ.99-.
       01  SSC-COUNT-OUT                   PIC ZZ,ZZ9.
       01  SSC-COUNT2-OUT                  PIC ZZ,ZZ9.
       01  SSC-RANK-OUT                    PIC ZZ9.
       01  SSC-RANK2-OUT                   PIC ZZ9.
       01  SSC-NOTE                        PIC X(8).
           COPY "openitem-table.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "SALESMAN-SCORECARD" TO
               WS-RUNLOG-PROGRAM-ID.

           DISPLAY "ENTER YEAR (YYYY): " WITH NO ADVANCING.
           ACCEPT SSC-YEAR.
           DISPLAY "ENTER QUARTER (1-4): " WITH NO ADVANCING.
           ACCEPT SSC-QUARTER.
           IF SSC-YEAR < 1900 OR SSC-QUARTER < 1 OR
-              SSC-QUARTER > 4
               DISPLAY "INVALID YEAR OR QUARTER - NOTHING SCORED"
               GOBACK
           END-IF.
           COMPUTE SSC-DATE-START = SSC-YEAR * 10000
               + (SSC-QUARTER - 1) * 300 + 101.
           EVALUATE SSC-QUARTER
               WHEN 1
                   COMPUTE SSC-DATE-END = SSC-YEAR * 10000 + 331
               WHEN 2
                   COMPUTE SSC-DATE-END = SSC-YEAR * 10000 + 630
               WHEN 3
                   COMPUTE SSC-DATE-END = SSC-YEAR * 10000 + 930
               WHEN OTHER
                   COMPUTE SSC-DATE-END = SSC-YEAR * 10000 + 1231
           END-EVALUATE.

           PERFORM LOAD-SCORECARD-PARMS.
           PERFORM LOAD-ASSIGNMENTS.
           PERFORM LOAD-OPENITEM-TABLE.
           IF WS-OIT-OVERFLOW = "Y"
               DISPLAY "OPEN-ITEM LEDGER PAST 500 ROWS - DAYS TO "
-                  "PAY COVERS THE FIRST 500 INVOICES ONLY"
           END-IF.

           OPEN INPUT SEL8-FILE.
           IF SEL8-FILE-STATUS NOT = "00"
               MOVE "SEL8-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE SEL8-FILE-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               GOBACK
           END-IF.
           OPEN INPUT PROD-FILE.
           IF WS-PROD-FILE-STATUS = "00"
               MOVE "Y" TO SSC-PROD-OPEN
           END-IF.
           MOVE "N" TO SSC-EOF.
           MOVE LOW-VALUES TO SEL8_SM_NUM_FH.
           START SEL8-FILE KEY IS NOT LESS THAN SEL8_SM_NUM_FH
               INVALID KEY
                   MOVE "Y" TO SSC-EOF
           END-START.
           PERFORM UNTIL SSC-EOF = "Y"
               READ SEL8-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO SSC-EOF
                   NOT AT END
                       IF SEL8_DATE_FH >= SSC-DATE-START AND
-                          SEL8_DATE_FH <= SSC-DATE-END
                           PERFORM SCORE-ONE-SEL8-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SEL8-FILE.
           IF SSC-PROD-OPEN = "Y"
               CLOSE PROD-FILE
           END-IF.

           PERFORM LOAD-QUARTER-QUOTAS.
           PERFORM COUNT-DECIDED-QUOTES.
           PERFORM COUNT-DAYS-TO-PAY.

           IF SSC-SM-COUNT = 0
               DISPLAY "NO SALESMAN ACTIVITY OR QUOTA FOR "
                   SSC-YEAR " Q" SSC-QUARTER
               MOVE "SALESMAN-SCORECARD" TO WS-RUNLOG-PROGRAM-ID
               PERFORM WRITE-RUN-LOG-ENTRY
               GOBACK
           END-IF.

           PERFORM SCORE-ONE-SALESMAN
               VARYING SSC-IDX FROM 1 BY 1
               UNTIL SSC-IDX > SSC-SM-COUNT.
           PERFORM SORT-SM-TABLE.

           MOVE "SALESMAN-SCORECARD" TO WS-SPOOL-NAME.
           PERFORM SPOOL-OPEN-REPORT.
           PERFORM PRINT-ONE-SCORECARD
               VARYING SSC-IDX FROM 1 BY 1
               UNTIL SSC-IDX > SSC-SM-COUNT.
           PERFORM PRINT-RANKING.
           PERFORM SPOOL-CLOSE-REPORT.

           MOVE "SALESMAN-SCORECARD" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *A MISSING PARAMETER FILE LEAVES THE SHIPPED TARGETS
      *AND WEIGHTS IN FORCE AND NO QUOTER MAPPED
       LOAD-SCORECARD-PARMS.
           MOVE "N" TO SSC-EOF
           OPEN INPUT SCPARM-FILE
           IF SSC-PARM-STATUS NOT = "00"
               DISPLAY "NO scorecard.dat - SHIPPED TARGETS AND "
-                  "WEIGHTS USED"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SSC-EOF = "Y"
               READ SCPARM-FILE
                   AT END
                       MOVE "Y" TO SSC-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-PARM-ROW
               END-READ
           END-PERFORM
           CLOSE SCPARM-FILE
           MOVE "N" TO SSC-EOF.

           EXIT PARAGRAPH.

       APPLY-ONE-PARM-ROW.
           EVALUATE SC-ROW-TYPE
               WHEN "MEASURE"
                   IF SC-TARGET IS NOT NUMERIC OR
-                     SC-WEIGHT IS NOT NUMERIC
                       DISPLAY "SCORECARD ROW " SC-CODE
                           " NOT NUMERIC - SHIPPED VALUE KEPT"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "N" TO SSC-FOUND
                   PERFORM VARYING SSC-MDX FROM 1 BY 1
                       UNTIL SSC-MDX > 6
                       IF SSC-M-CODE(SSC-MDX) = SC-CODE
                           MOVE SC-TARGET TO SSC-M-TARGET(SSC-MDX)
                           MOVE SC-WEIGHT TO SSC-M-WEIGHT(SSC-MDX)
                           MOVE "Y" TO SSC-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF SSC-FOUND = "N"
                       DISPLAY "SCORECARD MEASURE " SC-CODE
                           " UNKNOWN - IGNORED"
                   END-IF
               WHEN "QUOTER"
                   IF SSC-QUOTER-COUNT < 50
                       ADD 1 TO SSC-QUOTER-COUNT
                       MOVE SC-CODE TO SSC-Q-OPER(SSC-QUOTER-COUNT)
                       MOVE SC-SM-NUM TO SSC-Q-SM(SSC-QUOTER-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EXIT PARAGRAPH.

       LOAD-ASSIGNMENTS.
           MOVE ZERO TO SSC-ASSIGN-COUNT
           MOVE "N" TO SSC-EOF
           OPEN INPUT CUSTASSIGN-FILE
           IF WS-CUSTASSIGN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SSC-EOF = "Y"
               READ CUSTASSIGN-FILE
                   AT END
                       MOVE "Y" TO SSC-EOF
                   NOT AT END
                       IF SSC-ASSIGN-COUNT < 500
                           ADD 1 TO SSC-ASSIGN-COUNT
                           MOVE CA-CUST-NUM TO
                               SSC-A-CUST(SSC-ASSIGN-COUNT)
                           MOVE CA-SM-NUM TO
                               SSC-A-SM(SSC-ASSIGN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTASSIGN-FILE
           MOVE "N" TO SSC-EOF.

           EXIT PARAGRAPH.

      *SSC-KEY IN, SSC-IDX OUT - ZERO WHEN THE TABLE IS FULL
       FIND-OR-ADD-SALESMAN.
           MOVE "N" TO SSC-FOUND
           PERFORM VARYING SSC-IDX FROM 1 BY 1
               UNTIL SSC-IDX > SSC-SM-COUNT
               IF SSC-S-KEY(SSC-IDX) = SSC-KEY
                   MOVE "Y" TO SSC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF SSC-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           IF SSC-SM-COUNT >= 100
               MOVE ZERO TO SSC-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SSC-SM-COUNT
           MOVE SSC-SM-COUNT TO SSC-IDX
           INITIALIZE SSC-SM-ENTRY(SSC-IDX)
           MOVE SSC-KEY TO SSC-S-KEY(SSC-IDX).

           EXIT PARAGRAPH.

      *SSC-OWNER OUT - ZERO WHEN THE CUSTOMER HAS NO OWNER
       FIND-CUSTOMER-OWNER.
           MOVE ZERO TO SSC-OWNER
           PERFORM VARYING SSC-JDX FROM 1 BY 1
               UNTIL SSC-JDX > SSC-ASSIGN-COUNT
               IF SSC-A-CUST(SSC-JDX) = SSC-CUST
                   MOVE SSC-A-SM(SSC-JDX) TO SSC-OWNER
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       SCORE-ONE-SEL8-ROW.
           ADD 1 TO SSC-SEL8-ROWS
           MOVE SEL8_SM_NUM_FH TO SSC-KEY
           PERFORM FIND-OR-ADD-SALESMAN
           IF SSC-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SEL8_SM_NAME_FH TO SSC-S-NAME(SSC-IDX)
           ADD 1 TO SSC-S-ROWS(SSC-IDX)
           MOVE SEL8_SALES_OUT_FH TO SSC-AMOUNT
           ADD SSC-AMOUNT TO SSC-S-NET(SSC-IDX)
           MOVE SEL8_GROSS_SALES_FH TO SSC-AMOUNT
           ADD SSC-AMOUNT TO SSC-S-GROSS(SSC-IDX)
           IF SEL8_TXN_TYPE_FH = "R"
               MOVE SEL8_RETURN_SALES_FH TO SSC-AMOUNT
               ADD SSC-AMOUNT TO SSC-S-RETURNS(SSC-IDX)
           END-IF

      *COSTED THE WAY GROSS-MARGIN-REPORT COSTS A ROW
           IF SSC-PROD-OPEN = "Y"
               MOVE SEL8_ITEM_CODE_FH TO PM-ITEM-CODE
               READ PROD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PM-UNIT-COST > ZERO
                           MOVE SEL8_UNIT_SOLD_FH TO SSC-UNITS
                           MOVE SEL8_UNIT_PRICE_FH TO SSC-PRICE
                           COMPUTE SSC-ROW-MARGIN ROUNDED =
                               SSC-UNITS * (SSC-PRICE - PM-UNIT-COST)
                           ADD SSC-ROW-MARGIN TO
                               SSC-S-MARGIN(SSC-IDX)
                           ADD 1 TO SSC-S-COSTED(SSC-IDX)
                       END-IF
               END-READ
           END-IF

           MOVE SEL8_CUST_NUM_FH TO SSC-CUST
           PERFORM FIND-CUSTOMER-OWNER
           IF SSC-OWNER NOT = ZERO
               ADD 1 TO SSC-S-ASSIGNED(SSC-IDX)
               IF SSC-OWNER NOT = SEL8_SM_NUM_FH
                   ADD 1 TO SSC-S-OOT(SSC-IDX)
               END-IF
           END-IF.

           EXIT PARAGRAPH.

      *A SALESMAN WITH A QUOTA FOR THE QUARTER IS SCORED EVEN
      *WITHOUT A SALE - ZERO ATTAINMENT IS THE POINT
       LOAD-QUARTER-QUOTAS.
           OPEN INPUT QUOTA-FILE
           IF WS-QUOTA-STATUS NOT = "00"
               DISPLAY "NO QUOTA FILE - QUOTA ATTAINMENT NOT SCORED"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SSC-EOF
           MOVE LOW-VALUES TO QT-SM-NUM
           START QUOTA-FILE KEY IS NOT LESS THAN QT-SM-NUM
               INVALID KEY
                   MOVE "Y" TO SSC-EOF
           END-START
           PERFORM UNTIL SSC-EOF = "Y"
               READ QUOTA-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO SSC-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-QUOTA
               END-READ
           END-PERFORM
           CLOSE QUOTA-FILE
           MOVE "N" TO SSC-EOF.

           EXIT PARAGRAPH.

       TAKE-ONE-QUOTA.
           IF QT-CLOSED-DATE NOT = ZERO AND
-             QT-CLOSED-DATE < SSC-DATE-START
               EXIT PARAGRAPH
           END-IF
           MOVE QT-SM-NUM TO SSC-KEY
           PERFORM FIND-OR-ADD-SALESMAN
           IF SSC-IDX = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE SSC-QUARTER
               WHEN 1
                   MOVE QT-Q1-QUOTA TO SSC-S-QUOTA(SSC-IDX)
               WHEN 2
                   MOVE QT-Q2-QUOTA TO SSC-S-QUOTA(SSC-IDX)
               WHEN 3
                   MOVE QT-Q3-QUOTA TO SSC-S-QUOTA(SSC-IDX)
               WHEN OTHER
                   MOVE QT-Q4-QUOTA TO SSC-S-QUOTA(SSC-IDX)
           END-EVALUATE.

           EXIT PARAGRAPH.

      *THE OPERATOR WHO PRICED A JOB IS TAKEN FROM ITS FIRST
      *COSTED LINE; QUOTER ROWS TURN THAT INTO A SALESMAN
       COUNT-DECIDED-QUOTES.
           MOVE ZERO TO SSC-JOB-COUNT
           MOVE "N" TO SSC-EOF
           OPEN INPUT QUOTE-FILE
           IF WS-QUOTE-STATUS = "00"
               PERFORM UNTIL SSC-EOF = "Y"
                   READ QUOTE-FILE
                       AT END
                           MOVE "Y" TO SSC-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-QUOTE-LINE
                   END-READ
               END-PERFORM
               CLOSE QUOTE-FILE
           END-IF

           MOVE "N" TO SSC-EOF
           OPEN INPUT QUOTSTAT-FILE
           IF WS-QUOTSTAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SSC-EOF = "Y"
               READ QUOTSTAT-FILE
                   AT END
                       MOVE "Y" TO SSC-EOF
                   NOT AT END
                       IF (QS-STATUS = "ACCEPTED" OR
-                          QS-STATUS = "LOST") AND
-                          QS-STATUS-DATE >= SSC-DATE-START AND
-                          QS-STATUS-DATE <= SSC-DATE-END
                           PERFORM CREDIT-ONE-DECIDED-QUOTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUOTSTAT-FILE
           MOVE "N" TO SSC-EOF.

           EXIT PARAGRAPH.

       TAKE-ONE-QUOTE-LINE.
           PERFORM VARYING SSC-JOB-IDX FROM 1 BY 1
               UNTIL SSC-JOB-IDX > SSC-JOB-COUNT
               IF SSC-J-JOB(SSC-JOB-IDX) = QU-JOB-NUM
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF SSC-JOB-COUNT < 1000
               ADD 1 TO SSC-JOB-COUNT
               MOVE QU-JOB-NUM TO SSC-J-JOB(SSC-JOB-COUNT)
               MOVE QU-OPERATOR-ID TO SSC-J-OPER(SSC-JOB-COUNT)
           END-IF.

           EXIT PARAGRAPH.

       CREDIT-ONE-DECIDED-QUOTE.
           MOVE SPACES TO SSC-OPER
           PERFORM VARYING SSC-JOB-IDX FROM 1 BY 1
               UNTIL SSC-JOB-IDX > SSC-JOB-COUNT
               IF SSC-J-JOB(SSC-JOB-IDX) = QS-JOB-NUM
                   MOVE SSC-J-OPER(SSC-JOB-IDX) TO SSC-OPER
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO SSC-KEY
           IF SSC-OPER NOT = SPACES
               PERFORM VARYING SSC-JDX FROM 1 BY 1
                   UNTIL SSC-JDX > SSC-QUOTER-COUNT
                   IF SSC-Q-OPER(SSC-JDX) = SSC-OPER
                       MOVE SSC-Q-SM(SSC-JDX) TO SSC-KEY
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF SSC-KEY = SPACES
               ADD 1 TO SSC-UNMAPPED-QUOTES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OR-ADD-SALESMAN
           IF SSC-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF QS-STATUS = "ACCEPTED"
               ADD 1 TO SSC-S-WON(SSC-IDX)
           ELSE
               ADD 1 TO SSC-S-LOST(SSC-IDX)
           END-IF.

           EXIT PARAGRAPH.

      *ONLY SALESMEN ALREADY ON THE SCORECARD ARE CREDITED -
      *A CUSTOMER'S OWNER WITH NO OTHER ACTIVITY IS NOT ADDED
       COUNT-DAYS-TO-PAY.
           MOVE "N" TO SSC-EOF
           OPEN INPUT ARPAY-FILE
           IF WS-ARPAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SSC-EOF = "Y"
               READ ARPAY-FILE
                   AT END
                       MOVE "Y" TO SSC-EOF
                   NOT AT END
                       IF AP-PAY-DATE >= SSC-DATE-START AND
-                          AP-PAY-DATE <= SSC-DATE-END
                           PERFORM TIME-ONE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARPAY-FILE
           MOVE "N" TO SSC-EOF.

           EXIT PARAGRAPH.

       TIME-ONE-PAYMENT.
           MOVE AP-CUST-NUM TO SSC-CUST
           PERFORM FIND-CUSTOMER-OWNER
           IF SSC-OWNER = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SSC-OWNER TO SSC-KEY
           MOVE "N" TO SSC-FOUND
           PERFORM VARYING SSC-IDX FROM 1 BY 1
               UNTIL SSC-IDX > SSC-SM-COUNT
               IF SSC-S-KEY(SSC-IDX) = SSC-KEY
                   MOVE "Y" TO SSC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF SSC-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO SSC-INV-DATE
           PERFORM VARYING WS-OIT-IDX FROM 1 BY 1
               UNTIL WS-OIT-IDX > WS-OIT-COUNT
               MOVE WS-OIT-IMAGE(WS-OIT-IDX) TO OPENITEM-RECORD
               IF OI-INVOICE-NUM = AP-INVOICE-NUM
                   MOVE OI-INV-DATE TO SSC-INV-DATE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF FUNCTION TEST-DATE-YYYYMMDD(SSC-INV-DATE) NOT = 0 OR
-             FUNCTION TEST-DATE-YYYYMMDD(AP-PAY-DATE) NOT = 0
               ADD 1 TO SSC-UNMATCHED-PAYS
               EXIT PARAGRAPH
           END-IF
           COMPUTE SSC-DAYS =
               FUNCTION INTEGER-OF-DATE(AP-PAY-DATE)
               - FUNCTION INTEGER-OF-DATE(SSC-INV-DATE)
           IF SSC-DAYS < 0
               MOVE ZERO TO SSC-DAYS
           END-IF
           ADD 1 TO SSC-S-PAYS(SSC-IDX)
           ADD SSC-DAYS TO SSC-S-PAY-DAYS(SSC-IDX).

           EXIT PARAGRAPH.

      *ACTUALS FIRST, THEN EACH SCORED AGAINST ITS TARGET;
      *A MEASURE WITH NO DATA CARRIES NO WEIGHT
       SCORE-ONE-SALESMAN.
           IF SSC-S-NAME(SSC-IDX) = SPACES
               MOVE "(NO SALES THIS QUARTER)" TO SSC-S-NAME(SSC-IDX)
           END-IF
           IF SSC-S-QUOTA(SSC-IDX) > ZERO
               COMPUTE SSC-S-ACTUAL(SSC-IDX 1) ROUNDED =
                   SSC-S-NET(SSC-IDX) * 100 / SSC-S-QUOTA(SSC-IDX)
               MOVE "Y" TO SSC-S-HAS(SSC-IDX 1)
           END-IF
           IF SSC-S-COSTED(SSC-IDX) > ZERO
               MOVE SSC-S-MARGIN(SSC-IDX) TO SSC-S-ACTUAL(SSC-IDX 2)
               MOVE "Y" TO SSC-S-HAS(SSC-IDX 2)
           END-IF
           IF SSC-S-GROSS(SSC-IDX) > ZERO
               COMPUTE SSC-S-ACTUAL(SSC-IDX 3) ROUNDED =
                   SSC-S-RETURNS(SSC-IDX) * 100 / SSC-S-GROSS(SSC-IDX)
               MOVE "Y" TO SSC-S-HAS(SSC-IDX 3)
           END-IF
           IF SSC-S-WON(SSC-IDX) + SSC-S-LOST(SSC-IDX) > ZERO
               COMPUTE SSC-S-ACTUAL(SSC-IDX 4) ROUNDED =
                   SSC-S-WON(SSC-IDX) * 100 /
                   (SSC-S-WON(SSC-IDX) + SSC-S-LOST(SSC-IDX))
               MOVE "Y" TO SSC-S-HAS(SSC-IDX 4)
           END-IF
           IF SSC-S-ASSIGNED(SSC-IDX) > ZERO
               COMPUTE SSC-S-ACTUAL(SSC-IDX 5) ROUNDED =
                   SSC-S-OOT(SSC-IDX) * 100 / SSC-S-ASSIGNED(SSC-IDX)
               MOVE "Y" TO SSC-S-HAS(SSC-IDX 5)
           END-IF
           IF SSC-S-PAYS(SSC-IDX) > ZERO
               COMPUTE SSC-S-ACTUAL(SSC-IDX 6) ROUNDED =
                   SSC-S-PAY-DAYS(SSC-IDX) / SSC-S-PAYS(SSC-IDX)
               MOVE "Y" TO SSC-S-HAS(SSC-IDX 6)
           END-IF

           MOVE ZERO TO SSC-WEIGHTED
           MOVE ZERO TO SSC-S-WEIGHT-USED(SSC-IDX)
           PERFORM SCORE-ONE-MEASURE
               VARYING SSC-MDX FROM 1 BY 1
               UNTIL SSC-MDX > 6
           IF SSC-S-WEIGHT-USED(SSC-IDX) > ZERO
               COMPUTE SSC-S-OVERALL(SSC-IDX) ROUNDED =
                   SSC-WEIGHTED / SSC-S-WEIGHT-USED(SSC-IDX)
           ELSE
               MOVE ZERO TO SSC-S-OVERALL(SSC-IDX)
           END-IF.

           EXIT PARAGRAPH.

       SCORE-ONE-MEASURE.
           IF SSC-S-HAS(SSC-IDX SSC-MDX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
      *A HIGHER-IS-BETTER MEASURE WITH NO TARGET CANNOT BE
      *SCORED; A LOWER-IS-BETTER ONE AT ZERO IS PERFECT
           IF SSC-M-DIRECTION(SSC-MDX) = "H"
               IF SSC-M-TARGET(SSC-MDX) = ZERO
                   MOVE "N" TO SSC-S-HAS(SSC-IDX SSC-MDX)
                   EXIT PARAGRAPH
               END-IF
               COMPUTE SSC-WORK ROUNDED =
                   SSC-S-ACTUAL(SSC-IDX SSC-MDX) * 100
                   / SSC-M-TARGET(SSC-MDX)
           ELSE
               IF SSC-S-ACTUAL(SSC-IDX SSC-MDX) <= ZERO
                   MOVE 150 TO SSC-WORK
               ELSE
                   COMPUTE SSC-WORK ROUNDED =
                       SSC-M-TARGET(SSC-MDX) * 100
                       / SSC-S-ACTUAL(SSC-IDX SSC-MDX)
               END-IF
           END-IF
           IF SSC-WORK > 150
               MOVE 150 TO SSC-WORK
           END-IF
           IF SSC-WORK < ZERO
               MOVE ZERO TO SSC-WORK
           END-IF
           MOVE SSC-WORK TO SSC-S-SCORE(SSC-IDX SSC-MDX)
           COMPUTE SSC-WEIGHTED = SSC-WEIGHTED +
               SSC-S-SCORE(SSC-IDX SSC-MDX) * SSC-M-WEIGHT(SSC-MDX)
           ADD SSC-M-WEIGHT(SSC-MDX) TO SSC-S-WEIGHT-USED(SSC-IDX).

           EXIT PARAGRAPH.

      *DESCENDING BUBBLE SORT BY OVERALL SCORE - SAME SHAPE
      *AS THE SALESMAN SORT IN GROSS-MARGIN-REPORT
       SORT-SM-TABLE.
           PERFORM VARYING SSC-IDX FROM 1 BY 1
               UNTIL SSC-IDX >= SSC-SM-COUNT
               PERFORM VARYING SSC-JDX FROM 1 BY 1
                   UNTIL SSC-JDX > SSC-SM-COUNT - SSC-IDX
                   IF SSC-S-OVERALL(SSC-JDX) <
-                      SSC-S-OVERALL(SSC-JDX + 1)
                       MOVE SSC-SM-ENTRY(SSC-JDX) TO SSC-SWAP
                       MOVE SSC-SM-ENTRY(SSC-JDX + 1) TO
                           SSC-SM-ENTRY(SSC-JDX)
                       MOVE SSC-SWAP TO
                           SSC-SM-ENTRY(SSC-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT PARAGRAPH.

      *ONE PAGE PER SALESMAN, OPENED BY A RULE AND HEADER THE
      *WAY COMMISSION-STATEMENT SEPARATES ITS STATEMENTS
       PRINT-ONE-SCORECARD.
           MOVE ALL "=" TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SSC-IDX TO SSC-RANK-OUT
           MOVE SSC-SM-COUNT TO SSC-RANK2-OUT
           STRING "SALESMAN SCORECARD " SSC-YEAR " Q" SSC-QUARTER
               "   " SSC-DATE-START " - " SSC-DATE-END
               "   RANK " SSC-RANK-OUT " OF " SSC-RANK2-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "SALESMAN " SSC-S-KEY(SSC-IDX) " "
               SSC-S-NAME(SSC-IDX)
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE

           MOVE SSC-S-NET(SSC-IDX) TO SSC-AMT-OUT
           MOVE SSC-S-QUOTA(SSC-IDX) TO SSC-AMT2-OUT
           STRING "NET SALES      " SSC-AMT-OUT
               "   QUARTER QUOTA " SSC-AMT2-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SSC-S-GROSS(SSC-IDX) TO SSC-AMT-OUT
           MOVE SSC-S-RETURNS(SSC-IDX) TO SSC-AMT2-OUT
           STRING "GROSS SALES    " SSC-AMT-OUT
               "   RETURNS       " SSC-AMT2-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SSC-S-ROWS(SSC-IDX) TO SSC-COUNT-OUT
           MOVE SSC-S-COSTED(SSC-IDX) TO SSC-COUNT2-OUT
           STRING "TRANSACTIONS   " SSC-COUNT-OUT
               "   COSTED FOR MARGIN " SSC-COUNT2-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SSC-S-WON(SSC-IDX) TO SSC-COUNT-OUT
           MOVE SSC-S-LOST(SSC-IDX) TO SSC-COUNT2-OUT
           STRING "QUOTES WON     " SSC-COUNT-OUT
               "   QUOTES LOST       " SSC-COUNT2-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SSC-S-OOT(SSC-IDX) TO SSC-COUNT-OUT
           MOVE SSC-S-ASSIGNED(SSC-IDX) TO SSC-COUNT2-OUT
           STRING "OUT-OF-TERR    " SSC-COUNT-OUT
               "   OF ASSIGNED SALES " SSC-COUNT2-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SSC-S-PAYS(SSC-IDX) TO SSC-COUNT-OUT
           STRING "PAYMENTS TIMED " SSC-COUNT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE

           MOVE "MEASURE                ACTUAL         TARGET  WEIGHT"
               TO WS-SPOOL-LINE
           MOVE "SCORE" TO WS-SPOOL-LINE(58:5)
           PERFORM EMIT-REPORT-LINE
           PERFORM PRINT-ONE-MEASURE-LINE
               VARYING SSC-MDX FROM 1 BY 1
               UNTIL SSC-MDX > 6
           MOVE SSC-S-OVERALL(SSC-IDX) TO SSC-SCORE-OUT
           MOVE SSC-S-WEIGHT-USED(SSC-IDX) TO SSC-COUNT-OUT
           STRING "OVERALL SCORE  " SSC-SCORE-OUT
               "   ON WEIGHT " SSC-COUNT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

       PRINT-ONE-MEASURE-LINE.
           MOVE SSC-S-ACTUAL(SSC-IDX SSC-MDX) TO SSC-ACTUAL-OUT
           MOVE SSC-M-TARGET(SSC-MDX) TO SSC-TARGET-OUT
           MOVE SSC-M-WEIGHT(SSC-MDX) TO SSC-WEIGHT-OUT
           MOVE SSC-S-SCORE(SSC-IDX SSC-MDX) TO SSC-SCORE-OUT
           MOVE SPACES TO SSC-NOTE
           IF SSC-S-HAS(SSC-IDX SSC-MDX) NOT = "Y"
               MOVE "NO DATA" TO SSC-NOTE
           END-IF
           STRING SSC-M-LABEL(SSC-MDX) " " SSC-ACTUAL-OUT " "
               SSC-TARGET-OUT "  " SSC-WEIGHT-OUT "    "
               SSC-SCORE-OUT " " SSC-NOTE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

       PRINT-RANKING.
           MOVE ALL "=" TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "SALESMAN RANKING " SSC-YEAR " Q" SSC-QUARTER
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM PRINT-ONE-RANK-LINE
               VARYING SSC-IDX FROM 1 BY 1
               UNTIL SSC-IDX > SSC-SM-COUNT
           MOVE ALL "-" TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           STRING SSC-SEL8-ROWS " SALES ROWS SCORED, "
               SSC-UNMAPPED-QUOTES " DECIDED QUOTES WITH NO QUOTER"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           STRING SSC-UNMATCHED-PAYS
               " PAYMENTS WITH NO INVOICE DATE NOT TIMED"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

       PRINT-ONE-RANK-LINE.
           MOVE SSC-IDX TO SSC-RANK-OUT
           MOVE SSC-S-OVERALL(SSC-IDX) TO SSC-SCORE-OUT
           STRING SSC-RANK-OUT ". " SSC-S-KEY(SSC-IDX) " "
               SSC-S-NAME(SSC-IDX) " " SSC-SCORE-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "openitem-io.cpy".

       COPY "openitem-normalize.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
