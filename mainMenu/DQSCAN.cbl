      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-QUALITY-SCAN.

      *====================================================
      * Stand-alone utility, also runnable as a job-stream
      * step: reads every record of the sales, grade and
      * temperature histories, the salesman, customer,
      * product, operator, student, station, inventory,
      * stock-location and chart-of-accounts masters and the
      * HDR/TRL-bracketed sqnc_*, sel_* and ite_* histories,
      * and checks each field against the rule its layout
      * implies - an edited amount must de-edit, a grade may
      * not exceed 100, a date must be a real calendar date,
      * a salesman number must pass the check digit, a sale's
      * customer must be on the customer master, a stock
      * location's item must be on the inventory master, a
      * code must be one its writer produces. The bracketed
      * histories each have their own detail layout, so on
      * those the header and trailer rows are checked field
      * by field and a detail row only for being blank.
      * CONTROL-TOTAL-VERIFY proves the counts and
      * FILE-HEALTH-MONITOR the sizes; this is the check on
      * what is inside the records. Every failing field is
      * listed on the DATA-QUALITY report with file, record
      * number, field, value and rule. A file whose share of
      * failing records is over the threshold (parm 1, a
      * percentage; 1.00 when blank) opens an incident and
      * fails the step (return code 8). Each run's counts
      * are appended to the trend history (dqhist.dat) and
      * the summary shows every file against its previous
      * run - BETTER, WORSE or SAME. No prompts, so the
      * nightly stream can run it unattended.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "sel1-select.cpy".
           SELECT SEL7-FILE ASSIGN TO "sel_7.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEL7-FILE-STATUS.
           COPY "sel8-select.cpy".
           COPY "sqnc5-select.cpy".
           COPY "cust-select.cpy".
           COPY "prod-select.cpy".
           COPY "oper-select.cpy".
           COPY "stud-select.cpy".
           COPY "stat-select.cpy".
           COPY "inv-select.cpy".
           COPY "invloc-select.cpy".
           COPY "coa-select.cpy".
           SELECT DQS-SCAN-FILE ASSIGN USING DQS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DQS-SCAN-STATUS.
           SELECT DQHIST-FILE ASSIGN TO "dqhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DQS-HIST-STATUS.
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           FD SEL1-FILE.
           COPY "sel1-rec.cpy".
           COPY "operator-field.cpy".

           FD SEL7-FILE.

       01  SEL7_RECORD.
           05  SEL7_TEMP_FH                PIC +ZZ,ZZ9.99.
           05  SEL7_RESULT                 PIC X(20).
           05  SEL7_STATION_FH             PIC X(4).
           05  SEL7_READ_DATE_FH           PIC 9(8).
           05  SEL7_READ_TIME_FH           PIC X(6).
           05  SEL7_ALARM_FH               PIC X.
           05  SEL7_SUSPECT_FH             PIC X.
           COPY "operator-field.cpy".

           FD SEL8-FILE.
           COPY "sel8-rec.cpy".
           COPY "operator-field.cpy".

           FD SQNC5-FILE.
           COPY "sqnc5-rec.cpy".
           COPY "operator-field.cpy".

           COPY "cust-rec.cpy".

           COPY "prod-rec.cpy".

           COPY "oper-rec.cpy".

           COPY "stud-rec.cpy".

           COPY "stat-rec.cpy".

           COPY "inv-rec.cpy".

           COPY "invloc-rec.cpy".

           COPY "coa-rec.cpy".

       FD  DQS-SCAN-FILE.

      * Any one of the bracketed histories - only the HDR/TRL
      * view (hdr-trl-rec.cpy) is common to them all
       01  DQS-SCAN-RECORD                 PIC X(350).

       FD  DQHIST-FILE.

      * One row per file per run - the trend history
       01  DQHIST-RECORD.
           05  DH-RUN-DATE                 PIC 9(8).
           05  DH-FILE                     PIC X(12).
           05  DH-RECORDS                  PIC 9(7).
           05  DH-BAD-RECORDS              PIC 9(7).
           05  DH-FAILURES                 PIC 9(7).
           05  DH-RATE                     PIC 9(3)V99.
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  SEL1-FILE-STATUS                PIC XX.
       01  SEL7-FILE-STATUS                PIC XX.
       01  SEL8-FILE-STATUS                PIC XX.
       01  SEQ5-FILE-STATUS                PIC XX.
       01  DQS-HIST-STATUS                 PIC XX.
       01  DQS-EOF                         PIC X VALUE "N".
       01  DQS-CUST-OPEN                   PIC X VALUE "N".
       01  DQS-TODAY                       PIC 9(8).
       01  DQS-THRESHOLD                   PIC 9(3)V99 VALUE 1.00.
       01  DQS-THRESHOLD-OUT               PIC ZZ9.99.
       01  DQS-FX                          PIC 99.
       01  DQS-FILE-COUNT                  PIC 99 VALUE 38.
       01  DQS-OVER-COUNT                  PIC 99 VALUE 0.
       01  DQS-SCAN-NAME                   PIC X(20).
       01  DQS-SCAN-STATUS                 PIC XX.
       01  DQS-INV-OPEN                    PIC X VALUE "N".
       01  DQS-MODE                        PIC X.
       01  DQS-HX                          PIC 99.
       01  DQS-REC-NUM                     PIC 9(7).
       01  DQS-REC-OUT                     PIC 9(6).
       01  DQS-REC-BAD                     PIC X.
       01  DQS-FIELD                       PIC X(25).
       01  DQS-VALUE                       PIC X(17).
       01  DQS-RULE                        PIC X(16).
       01  DQS-NUM                         PIC S9(13)V99.
       01  DQS-DATE-IN                     PIC X(8).
       01  DQS-DATE-NUM REDEFINES DQS-DATE-IN
                                           PIC 9(8).
       01  DQS-HT-VIEW.
           05  DQS-HT-TAG                  PIC X(3).
           05  DQS-HT-DATE                 PIC X(8).
           05  DQS-HT-TIME                 PIC X(6).
           05  DQS-HT-COUNT                PIC X(6).
           05  DQS-HT-TOTAL                PIC X(15).
       01  DQS-TIME-IN                     PIC X(6).
       01  DQS-TIME-PARTS REDEFINES DQS-TIME-IN.
           05  DQS-TIME-HH                 PIC 99.
           05  DQS-TIME-MM                 PIC 99.
           05  DQS-TIME-SS                 PIC 99.
       01  DQS-SM-IN                       PIC X(12).
       01  DQS-COUNT-OUT                   PIC Z(6)9.
       01  DQS-BAD-OUT                     PIC Z(6)9.
       01  DQS-FAILS-OUT                   PIC Z(6)9.
       01  DQS-RATE-OUT                    PIC ZZ9.99.
       01  DQS-PREV-OUT                    PIC X(6).
       01  DQS-PREV-EDIT                   PIC ZZ9.99.
       01  DQS-FLAG-OUT                    PIC X(4).
       01  DQS-ENV-NAME                    PIC X(20).
       01  DQS-IL-NAME                     PIC X(20).
       01  DQS-IL-OPERATION                PIC X(10)
                                           VALUE "THRESHOLD".
       01  DQS-IL-STATUS                   PIC XX VALUE "DQ".
       01  DQS-FILE-TABLE.
           05  DQS-FILE-ENTRY              OCCURS 38 TIMES.
               10  DQS-T-FILE              PIC X(12).
               10  DQS-T-READ              PIC X.
               10  DQS-T-RECORDS           PIC 9(7).
               10  DQS-T-BAD               PIC 9(7).
               10  DQS-T-FAILS             PIC 9(7).
               10  DQS-T-RATE              PIC 9(3)V99.
               10  DQS-T-PREV-FOUND        PIC X.
               10  DQS-T-PREV-RATE         PIC 9(3)V99.
               10  DQS-T-TREND             PIC X(9).
               10  DQS-T-OVER              PIC X.
      * The bracketed histories, scanned through DQS-SCAN-FILE
      * from entry 13 of the file table on
       01  DQS-BRACKET-TABLE-VALUES.
           05  FILLER  PIC X(12) VALUE "sqnc_1.dat".
           05  FILLER  PIC X(12) VALUE "sqnc_2.dat".
           05  FILLER  PIC X(12) VALUE "sqnc_3.dat".
           05  FILLER  PIC X(12) VALUE "sqnc_4.dat".
           05  FILLER  PIC X(12) VALUE "sqnc_6.dat".
           05  FILLER  PIC X(12) VALUE "sqnc_7.dat".
           05  FILLER  PIC X(12) VALUE "sqnc_8.dat".
           05  FILLER  PIC X(12) VALUE "sqnc_9.dat".
           05  FILLER  PIC X(12) VALUE "sqnc_10.dat".
           05  FILLER  PIC X(12) VALUE "sel_2.dat".
           05  FILLER  PIC X(12) VALUE "sel_3.dat".
           05  FILLER  PIC X(12) VALUE "sel_4.dat".
           05  FILLER  PIC X(12) VALUE "sel_5.dat".
           05  FILLER  PIC X(12) VALUE "sel_6.dat".
           05  FILLER  PIC X(12) VALUE "sel_9.dat".
           05  FILLER  PIC X(12) VALUE "sel_10.dat".
           05  FILLER  PIC X(12) VALUE "ite_1.dat".
           05  FILLER  PIC X(12) VALUE "ite_2.dat".
           05  FILLER  PIC X(12) VALUE "ite_3.dat".
           05  FILLER  PIC X(12) VALUE "ite_4.dat".
           05  FILLER  PIC X(12) VALUE "ite_5.dat".
           05  FILLER  PIC X(12) VALUE "ite_6.dat".
           05  FILLER  PIC X(12) VALUE "ite_7.dat".
           05  FILLER  PIC X(12) VALUE "ite_8.dat".
           05  FILLER  PIC X(12) VALUE "ite_9.dat".
           05  FILLER  PIC X(12) VALUE "ite_10.dat".
       01  DQS-BRACKET-TABLE REDEFINES DQS-BRACKET-TABLE-VALUES.
           05  DQS-B-FILE  PIC X(12) OCCURS 26 TIMES.
       01  DQS-BRACKET-FIRST               PIC 99 VALUE 13.
           COPY "check-digit-vars.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "DATA-QUALITY-SCAN" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM CHECK-NIGHTLY-BATCH-MODE.
           PERFORM CHECK-NIGHTLY-PARM.
           IF WS-FH-NP-PARM1 NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-FH-NP-PARM1) = ZERO
                   COMPUTE DQS-THRESHOLD =
                       FUNCTION NUMVAL(WS-FH-NP-PARM1)
               ELSE
                   DISPLAY "THRESHOLD PARM " WS-FH-NP-PARM1
                       " IS NOT A NUMBER - 1.00 PERCENT USED"
               END-IF
           END-IF.
           ACCEPT DQS-TODAY FROM DATE YYYYMMDD.

           PERFORM SET-UP-FILE-TABLE.
           PERFORM LOAD-PREVIOUS-RUN.

           MOVE "DATA-QUALITY" TO WS-SPOOL-NAME.
           PERFORM SPOOL-OPEN-REPORT.
           MOVE "========== DATA QUALITY SCAN ==========" TO
               WS-SPOOL-LINE.
           PERFORM EMIT-REPORT-LINE.
           MOVE DQS-THRESHOLD TO DQS-THRESHOLD-OUT.
           STRING "RUN DATE " DQS-TODAY
               "   THRESHOLD " DQS-THRESHOLD-OUT
               " PERCENT OF RECORDS FAILING"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE.
           PERFORM EMIT-REPORT-LINE.
           STRING "FILE         RECORD FIELD                     "
               "VALUE             RULE"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE.
           PERFORM EMIT-REPORT-LINE.

           MOVE 1 TO DQS-FX.
           PERFORM SCAN-SEL1-FILE.
           MOVE 2 TO DQS-FX.
           PERFORM SCAN-SEL7-FILE.
           MOVE 3 TO DQS-FX.
           PERFORM SCAN-SEL8-FILE.
           MOVE 4 TO DQS-FX.
           PERFORM SCAN-SQNC5-FILE.
           MOVE 5 TO DQS-FX.
           PERFORM SCAN-CUST-FILE.
           MOVE 6 TO DQS-FX.
           PERFORM SCAN-PROD-FILE.
           MOVE 7 TO DQS-FX.
           PERFORM SCAN-OPER-FILE.
           MOVE 8 TO DQS-FX.
           PERFORM SCAN-STUD-FILE.
           MOVE 9 TO DQS-FX.
           PERFORM SCAN-STAT-FILE.
           MOVE 10 TO DQS-FX.
           PERFORM SCAN-INV-FILE.
           MOVE 11 TO DQS-FX.
           PERFORM SCAN-INVLOC-FILE.
           MOVE 12 TO DQS-FX.
           PERFORM SCAN-COA-FILE.
           PERFORM SCAN-BRACKETED-FILE
               VARYING DQS-FX FROM DQS-BRACKET-FIRST BY 1
               UNTIL DQS-FX > DQS-FILE-COUNT.

           PERFORM RATE-ONE-FILE
               VARYING DQS-FX FROM 1 BY 1
               UNTIL DQS-FX > DQS-FILE-COUNT.
           PERFORM PRINT-TREND-SUMMARY.
           PERFORM SPOOL-CLOSE-REPORT.
           PERFORM SAVE-TREND-HISTORY.
           PERFORM OPEN-THRESHOLD-INCIDENT
               VARYING DQS-FX FROM 1 BY 1
               UNTIL DQS-FX > DQS-FILE-COUNT.

           MOVE "DATA-QUALITY-SCAN" TO WS-RUNLOG-PROGRAM-ID.
           IF DQS-OVER-COUNT > ZERO
               MOVE "FAILED" TO WS-FH-RUN-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-ENTRY.

      * Set last - the incident and run-log CALLs above each
      * replace RETURN-CODE with their own
           IF DQS-OVER-COUNT > ZERO
               PERFORM SIGNAL-STEP-FAILED
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

           GOBACK.

       SET-UP-FILE-TABLE.
           INITIALIZE DQS-FILE-TABLE
           MOVE "sel_1.dat" TO DQS-T-FILE(1)
           MOVE "sel_7.dat" TO DQS-T-FILE(2)
           MOVE "sel_8.dat" TO DQS-T-FILE(3)
           MOVE "sqnc_5.dat" TO DQS-T-FILE(4)
           MOVE "custmast.dat" TO DQS-T-FILE(5)
           MOVE "prodmast.dat" TO DQS-T-FILE(6)
           MOVE "opermast.dat" TO DQS-T-FILE(7)
           MOVE "studmast.dat" TO DQS-T-FILE(8)
           MOVE "statmast.dat" TO DQS-T-FILE(9)
           MOVE "invmast.dat" TO DQS-T-FILE(10)
           MOVE "invloc.dat" TO DQS-T-FILE(11)
           MOVE "coa.dat" TO DQS-T-FILE(12)
           PERFORM VARYING DQS-HX FROM 1 BY 1
               UNTIL DQS-HX > DQS-FILE-COUNT - DQS-BRACKET-FIRST + 1
               COMPUTE DQS-FX = DQS-BRACKET-FIRST + DQS-HX - 1
               MOVE DQS-B-FILE(DQS-HX) TO DQS-T-FILE(DQS-FX)
           END-PERFORM
           PERFORM VARYING DQS-FX FROM 1 BY 1
               UNTIL DQS-FX > DQS-FILE-COUNT
               MOVE "N" TO DQS-T-READ(DQS-FX)
               MOVE "N" TO DQS-T-PREV-FOUND(DQS-FX)
               MOVE "N" TO DQS-T-OVER(DQS-FX)
           END-PERFORM.

           EXIT PARAGRAPH.

      *THE HISTORY IS APPENDED IN RUN ORDER, SO THE LAST ROW
      *FOR A FILE IS ITS PREVIOUS RUN
       LOAD-PREVIOUS-RUN.
           OPEN INPUT DQHIST-FILE
           IF DQS-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO DQS-EOF
           PERFORM UNTIL DQS-EOF = "Y"
               READ DQHIST-FILE
                   AT END
                       MOVE "Y" TO DQS-EOF
                   NOT AT END
                       PERFORM VARYING DQS-FX FROM 1 BY 1
                           UNTIL DQS-FX > DQS-FILE-COUNT
                           IF DH-FILE = DQS-T-FILE(DQS-FX)
                               MOVE "Y" TO
                                   DQS-T-PREV-FOUND(DQS-FX)
                               MOVE DH-RATE TO
                                   DQS-T-PREV-RATE(DQS-FX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE DQHIST-FILE.

           EXIT PARAGRAPH.

      *HEADER AND TRAILER ROWS BRACKET EACH RUN'S BATCH AND
      *CARRY NO GRADES - THEY ARE CHECKED AS BRACKETS
       SCAN-SEL1-FILE.
           OPEN INPUT SEL1-FILE
           IF SEL1-FILE-STATUS NOT = "00"
               DISPLAY "SEL_1.DAT NOT READABLE - SKIPPED"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO DQS-T-READ(DQS-FX)
           MOVE ZERO TO DQS-REC-NUM
           MOVE "N" TO DQS-EOF
           PERFORM UNTIL DQS-EOF = "Y"
               READ SEL1-FILE
                   AT END
                       MOVE "Y" TO DQS-EOF
                   NOT AT END
                       ADD 1 TO DQS-REC-NUM
                       IF SEL1_RECORD(1:3) NOT = "HDR" AND
-                         SEL1_RECORD(1:3) NOT = "TRL"
                           PERFORM CHECK-SEL1-RECORD
                       ELSE
                           MOVE SEL1_RECORD TO DQS-HT-VIEW
                           PERFORM CHECK-BRACKET-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEL1-FILE.

           EXIT PARAGRAPH.

       CHECK-SEL1-RECORD.
           PERFORM START-RECORD-CHECK
           MOVE "SEL1_PRELIM_IN_FH" TO DQS-FIELD
           MOVE SEL1_PRELIM_IN_FH TO DQS-VALUE
           PERFORM CHECK-GRADE-FIELD
           MOVE "SEL1_MIDTERMS_IN_FH" TO DQS-FIELD
           MOVE SEL1_MIDTERMS_IN_FH TO DQS-VALUE
           PERFORM CHECK-GRADE-FIELD
           MOVE "SEL1_FINALS_IN_FH" TO DQS-FIELD
           MOVE SEL1_FINALS_IN_FH TO DQS-VALUE
           PERFORM CHECK-GRADE-FIELD
           MOVE "SEL1_COMPUTE_AVE_FH" TO DQS-FIELD
           MOVE SEL1_COMPUTE_AVE_FH TO DQS-VALUE
           PERFORM CHECK-GRADE-FIELD
           IF SEL1_RESULT_FH NOT = "PASSED" AND
-             SEL1_RESULT_FH NOT = "FAILED" AND
-             SEL1_RESULT_FH NOT = SPACES
               MOVE "SEL1_RESULT_FH" TO DQS-FIELD
               MOVE SEL1_RESULT_FH TO DQS-VALUE
               MOVE "NOT PASSED/FAILED" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
      *OLDER ROWS CARRY THE MODE AS KEYED, SO A LOWER-CASE G
      *IS THE SAME GPA MODE. WHAT-IF (W) RUNS WRITE NO ROW
           MOVE SEL1_MODE_FH TO DQS-MODE
           INSPECT DQS-MODE CONVERTING "gs" TO "GS"
           IF DQS-MODE NOT = "S" AND DQS-MODE NOT = "G"
               MOVE "SEL1_MODE_FH" TO DQS-FIELD
               MOVE SEL1_MODE_FH TO DQS-VALUE
               MOVE "NOT S/G" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           PERFORM END-RECORD-CHECK.

           EXIT PARAGRAPH.

       SCAN-SEL7-FILE.
           OPEN INPUT SEL7-FILE
           IF SEL7-FILE-STATUS NOT = "00"
               DISPLAY "SEL_7.DAT NOT READABLE - SKIPPED"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO DQS-T-READ(DQS-FX)
           MOVE ZERO TO DQS-REC-NUM
           MOVE "N" TO DQS-EOF
           PERFORM UNTIL DQS-EOF = "Y"
               READ SEL7-FILE
                   AT END
                       MOVE "Y" TO DQS-EOF
                   NOT AT END
                       ADD 1 TO DQS-REC-NUM
                       IF SEL7_RECORD(1:3) NOT = "HDR" AND
-                         SEL7_RECORD(1:3) NOT = "TRL"
                           PERFORM CHECK-SEL7-RECORD
                       ELSE
                           MOVE SEL7_RECORD TO DQS-HT-VIEW
                           PERFORM CHECK-BRACKET-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEL7-FILE.

           EXIT PARAGRAPH.

       CHECK-SEL7-RECORD.
           PERFORM START-RECORD-CHECK
           MOVE "SEL7_TEMP_FH" TO DQS-FIELD
           MOVE SEL7_TEMP_FH TO DQS-VALUE
           PERFORM CHECK-EDITED-AMOUNT
           IF SEL7_STATION_FH = SPACES
               MOVE "SEL7_STATION_FH" TO DQS-FIELD
               MOVE SPACES TO DQS-VALUE
               MOVE "BLANK" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           MOVE "SEL7_READ_DATE_FH" TO DQS-FIELD
           MOVE SEL7_READ_DATE_FH TO DQS-DATE-IN
           PERFORM CHECK-DATE-FIELD
           MOVE "SEL7_READ_TIME_FH" TO DQS-FIELD
           MOVE SEL7_READ_TIME_FH TO DQS-TIME-IN
           PERFORM CHECK-TIME-FIELD
           IF SEL7_ALARM_FH NOT = SPACE AND SEL7_ALARM_FH NOT = "L"
-             AND SEL7_ALARM_FH NOT = "H"
               MOVE "SEL7_ALARM_FH" TO DQS-FIELD
               MOVE SEL7_ALARM_FH TO DQS-VALUE
               MOVE "NOT L/H/SPACE" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           IF SEL7_SUSPECT_FH NOT = SPACE AND
-             SEL7_SUSPECT_FH NOT = "S"
               MOVE "SEL7_SUSPECT_FH" TO DQS-FIELD
               MOVE SEL7_SUSPECT_FH TO DQS-VALUE
               MOVE "NOT S/SPACE" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           PERFORM END-RECORD-CHECK.

           EXIT PARAGRAPH.

      *THE CUSTOMER MASTER IS OPENED ALONGSIDE FOR THE
      *CUSTOMER-ON-FILE RULE; WITHOUT IT THAT RULE IS SKIPPED
       SCAN-SEL8-FILE.
           OPEN INPUT SEL8-FILE
           IF SEL8-FILE-STATUS NOT = "00"
               DISPLAY "SEL_8.DAT NOT READABLE - SKIPPED"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO DQS-CUST-OPEN
           OPEN INPUT CUST-FILE
           IF WS-CUST-FILE-STATUS = "00"
               MOVE "Y" TO DQS-CUST-OPEN
           ELSE
               DISPLAY "CUSTMAST.DAT NOT READABLE - SALE "
                   "CUSTOMERS NOT CHECKED"
           END-IF
           MOVE "Y" TO DQS-T-READ(DQS-FX)
           MOVE ZERO TO DQS-REC-NUM
           MOVE "N" TO DQS-EOF
           MOVE LOW-VALUES TO SEL8_SM_NUM_FH
           START SEL8-FILE KEY IS NOT LESS THAN SEL8_SM_NUM_FH
               INVALID KEY
                   MOVE "Y" TO DQS-EOF
           END-START
           PERFORM UNTIL DQS-EOF = "Y"
               READ SEL8-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO DQS-EOF
                   NOT AT END
                       ADD 1 TO DQS-REC-NUM
                       PERFORM CHECK-SEL8-RECORD
               END-READ
           END-PERFORM
           CLOSE SEL8-FILE
           IF DQS-CUST-OPEN = "Y"
               CLOSE CUST-FILE
           END-IF.

           EXIT PARAGRAPH.

       CHECK-SEL8-RECORD.
           PERFORM START-RECORD-CHECK
           MOVE "SEL8_SM_NUM_FH" TO DQS-FIELD
           MOVE SEL8_SM_NUM_FH TO DQS-SM-IN
           PERFORM CHECK-SM-NUMBER
           MOVE "SEL8_UNIT_SOLD_FH" TO DQS-FIELD
           MOVE SEL8_UNIT_SOLD_FH TO DQS-VALUE
           PERFORM CHECK-EDITED-AMOUNT
           MOVE "SEL8_UNIT_PRICE_FH" TO DQS-FIELD
           MOVE SEL8_UNIT_PRICE_FH TO DQS-VALUE
           PERFORM CHECK-EDITED-AMOUNT
           MOVE "SEL8_SALES_OUT_FH" TO DQS-FIELD
           MOVE SEL8_SALES_OUT_FH TO DQS-VALUE
           PERFORM CHECK-EDITED-AMOUNT
           MOVE "SEL8_COMMISSION_OUT_FH" TO DQS-FIELD
           MOVE SEL8_COMMISSION_OUT_FH TO DQS-VALUE
           PERFORM CHECK-EDITED-AMOUNT
           MOVE "SEL8_DATE_FH" TO DQS-FIELD
           MOVE SEL8_DATE_FH TO DQS-DATE-IN
           PERFORM CHECK-DATE-FIELD
           MOVE "SEL8_YTD_SALES_FH" TO DQS-FIELD
           MOVE SEL8_YTD_SALES_FH TO DQS-VALUE
           PERFORM CHECK-EDITED-AMOUNT
           IF SEL8_CUST_NUM_FH NOT = SPACES AND
-             DQS-CUST-OPEN = "Y"
               MOVE SEL8_CUST_NUM_FH TO CU-CUST-NUM
               READ CUST-FILE
                   INVALID KEY
                       MOVE "SEL8_CUST_NUM_FH" TO DQS-FIELD
                       MOVE SEL8_CUST_NUM_FH TO DQS-VALUE
                       MOVE "NOT ON CUSTMAST" TO DQS-RULE
                       PERFORM NOTE-FIELD-FAILURE
               END-READ
           END-IF
           IF SEL8_TXN_TYPE_FH NOT = "S" AND
-             SEL8_TXN_TYPE_FH NOT = "R"
               MOVE "SEL8_TXN_TYPE_FH" TO DQS-FIELD
               MOVE SEL8_TXN_TYPE_FH TO DQS-VALUE
               MOVE "NOT S/R" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           MOVE "SEL8_GROSS_SALES_FH" TO DQS-FIELD
           MOVE SEL8_GROSS_SALES_FH TO DQS-VALUE
           PERFORM CHECK-EDITED-AMOUNT
           MOVE "SEL8_RETURN_SALES_FH" TO DQS-FIELD
           MOVE SEL8_RETURN_SALES_FH TO DQS-VALUE
           PERFORM CHECK-EDITED-AMOUNT
           MOVE "SEL8_TAX_OUT_FH" TO DQS-FIELD
           MOVE SEL8_TAX_OUT_FH TO DQS-VALUE
           PERFORM CHECK-EDITED-AMOUNT
           MOVE "SEL8_ORIG_AMT_FH" TO DQS-FIELD
           MOVE SEL8_ORIG_AMT_FH TO DQS-VALUE
           PERFORM CHECK-EDITED-AMOUNT
           IF SEL8_SPLIT_PCT_FH NOT NUMERIC
               MOVE "SEL8_SPLIT_PCT_FH" TO DQS-FIELD
               MOVE SEL8_SPLIT_PCT_FH(1:5) TO DQS-VALUE
               MOVE "NOT NUMERIC" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           ELSE
               IF SEL8_SPLIT_PCT_FH > 100
                   MOVE "SEL8_SPLIT_PCT_FH" TO DQS-FIELD
                   MOVE SEL8_SPLIT_PCT_FH(1:5) TO DQS-VALUE
                   MOVE "OVER 100.00" TO DQS-RULE
                   PERFORM NOTE-FIELD-FAILURE
               END-IF
           END-IF
           IF SEL8_PROMO_DISC_FH NOT NUMERIC
               MOVE "SEL8_PROMO_DISC_FH" TO DQS-FIELD
               MOVE SEL8_PROMO_DISC_FH(1:9) TO DQS-VALUE
               MOVE "NOT NUMERIC" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           PERFORM END-RECORD-CHECK.

           EXIT PARAGRAPH.

       SCAN-SQNC5-FILE.
           OPEN INPUT SQNC5-FILE
           IF SEQ5-FILE-STATUS NOT = "00"
               DISPLAY "SQNC_5.DAT NOT READABLE - SKIPPED"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO DQS-T-READ(DQS-FX)
           MOVE ZERO TO DQS-REC-NUM
           MOVE "N" TO DQS-EOF
           MOVE LOW-VALUES TO SEQ5_SALES_MAN_NUM_FH
           START SQNC5-FILE KEY IS NOT LESS THAN
-              SEQ5_SALES_MAN_NUM_FH
               INVALID KEY
                   MOVE "Y" TO DQS-EOF
           END-START
           PERFORM UNTIL DQS-EOF = "Y"
               READ SQNC5-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO DQS-EOF
                   NOT AT END
                       ADD 1 TO DQS-REC-NUM
                       PERFORM CHECK-SQNC5-RECORD
               END-READ
           END-PERFORM
           CLOSE SQNC5-FILE.

           EXIT PARAGRAPH.

       CHECK-SQNC5-RECORD.
           PERFORM START-RECORD-CHECK
           MOVE "SEQ5_SALES_MAN_NUM_FH" TO DQS-FIELD
           MOVE SEQ5_SALES_MAN_NUM_FH TO DQS-SM-IN
           PERFORM CHECK-SM-NUMBER
           IF SEQ5_SALES_MAN_NAME_FH = SPACES
               MOVE "SEQ5_SALES_MAN_NAME_FH" TO DQS-FIELD
               MOVE SPACES TO DQS-VALUE
               MOVE "BLANK" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           MOVE "SEQ5_UNIT_SOLD_FH" TO DQS-FIELD
           MOVE SEQ5_UNIT_SOLD_FH TO DQS-VALUE
           PERFORM CHECK-EDITED-AMOUNT
           MOVE "SEQ5_UNIT_PRICE_FH" TO DQS-FIELD
           MOVE SEQ5_UNIT_PRICE_FH TO DQS-VALUE
           PERFORM CHECK-EDITED-AMOUNT
           MOVE "SEQ5_STORE_TOTAL_SALES_FH" TO DQS-FIELD
           MOVE SEQ5_STORE_TOTAL_SALES_FH TO DQS-VALUE
           PERFORM CHECK-EDITED-AMOUNT
           MOVE "SEQ5_YTD_SALES_FH" TO DQS-FIELD
           MOVE SEQ5_YTD_SALES_FH TO DQS-VALUE
           PERFORM CHECK-EDITED-AMOUNT
           IF SEQ5_MANAGER_FH NOT = SPACES
               MOVE "SEQ5_MANAGER_FH" TO DQS-FIELD
               MOVE SEQ5_MANAGER_FH TO DQS-SM-IN
               PERFORM CHECK-SM-NUMBER
           END-IF
           IF SEQ5_STATUS_FH NOT = SPACE AND
-             SEQ5_STATUS_FH NOT = "T"
               MOVE "SEQ5_STATUS_FH" TO DQS-FIELD
               MOVE SEQ5_STATUS_FH TO DQS-VALUE
               MOVE "NOT T/SPACE" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           IF SEQ5_STATUS_FH = "T"
               MOVE "SEQ5_TERM_DATE_FH" TO DQS-FIELD
               MOVE SEQ5_TERM_DATE_FH TO DQS-DATE-IN
               PERFORM CHECK-DATE-FIELD
           END-IF
           PERFORM END-RECORD-CHECK.

           EXIT PARAGRAPH.

       SCAN-CUST-FILE.
           OPEN INPUT CUST-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "CUSTMAST.DAT NOT READABLE - SKIPPED"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO DQS-T-READ(DQS-FX)
           MOVE ZERO TO DQS-REC-NUM
           MOVE "N" TO DQS-EOF
           MOVE LOW-VALUES TO CU-CUST-NUM
           START CUST-FILE KEY IS NOT LESS THAN CU-CUST-NUM
               INVALID KEY
                   MOVE "Y" TO DQS-EOF
           END-START
           PERFORM UNTIL DQS-EOF = "Y"
               READ CUST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO DQS-EOF
                   NOT AT END
                       ADD 1 TO DQS-REC-NUM
                       PERFORM CHECK-CUST-RECORD
               END-READ
           END-PERFORM
           CLOSE CUST-FILE.

           EXIT PARAGRAPH.

       CHECK-CUST-RECORD.
           PERFORM START-RECORD-CHECK
           IF CU-CUST-NAME = SPACES
               MOVE "CU-CUST-NAME" TO DQS-FIELD
               MOVE SPACES TO DQS-VALUE
               MOVE "BLANK" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           IF CU-ACTIVE NOT = "Y" AND CU-ACTIVE NOT = "N"
               MOVE "CU-ACTIVE" TO DQS-FIELD
               MOVE CU-ACTIVE TO DQS-VALUE
               MOVE "NOT Y/N" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           IF CU-CREDIT-LIMIT NOT NUMERIC
               MOVE "CU-CREDIT-LIMIT" TO DQS-FIELD
               MOVE CU-CREDIT-LIMIT(1:12) TO DQS-VALUE
               MOVE "NOT NUMERIC" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           IF CU-EBILL NOT = "Y" AND CU-EBILL NOT = "N" AND
-             CU-EBILL NOT = SPACE
               MOVE "CU-EBILL" TO DQS-FIELD
               MOVE CU-EBILL TO DQS-VALUE
               MOVE "NOT Y/N/SPACE" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           PERFORM END-RECORD-CHECK.

           EXIT PARAGRAPH.

       SCAN-PROD-FILE.
           OPEN INPUT PROD-FILE
           IF WS-PROD-FILE-STATUS NOT = "00"
               DISPLAY "PRODMAST.DAT NOT READABLE - SKIPPED"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO DQS-T-READ(DQS-FX)
           MOVE ZERO TO DQS-REC-NUM
           MOVE "N" TO DQS-EOF
           MOVE LOW-VALUES TO PM-ITEM-CODE
           START PROD-FILE KEY IS NOT LESS THAN PM-ITEM-CODE
               INVALID KEY
                   MOVE "Y" TO DQS-EOF
           END-START
           PERFORM UNTIL DQS-EOF = "Y"
               READ PROD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO DQS-EOF
                   NOT AT END
                       ADD 1 TO DQS-REC-NUM
                       PERFORM CHECK-PROD-RECORD
               END-READ
           END-PERFORM
           CLOSE PROD-FILE.

           EXIT PARAGRAPH.

       CHECK-PROD-RECORD.
           PERFORM START-RECORD-CHECK
           IF PM-DESCRIPTION = SPACES
               MOVE "PM-DESCRIPTION" TO DQS-FIELD
               MOVE SPACES TO DQS-VALUE
               MOVE "BLANK" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           IF PM-UNIT-PRICE NOT NUMERIC
               MOVE "PM-UNIT-PRICE" TO DQS-FIELD
               MOVE PM-UNIT-PRICE(1:7) TO DQS-VALUE
               MOVE "NOT NUMERIC" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           MOVE "PM-EFF-DATE" TO DQS-FIELD
           MOVE PM-EFF-DATE TO DQS-DATE-IN
           PERFORM CHECK-DATE-FIELD
           IF PM-UNIT-COST NOT NUMERIC
               MOVE "PM-UNIT-COST" TO DQS-FIELD
               MOVE PM-UNIT-COST(1:7) TO DQS-VALUE
               MOVE "NOT NUMERIC" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           PERFORM END-RECORD-CHECK.

           EXIT PARAGRAPH.

       SCAN-OPER-FILE.
           OPEN INPUT OPER-FILE
           IF WS-OPER-FILE-STATUS NOT = "00"
               DISPLAY "OPERMAST.DAT NOT READABLE - SKIPPED"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO DQS-T-READ(DQS-FX)
           MOVE ZERO TO DQS-REC-NUM
           MOVE "N" TO DQS-EOF
           MOVE LOW-VALUES TO OM-OPER-ID
           START OPER-FILE KEY IS NOT LESS THAN OM-OPER-ID
               INVALID KEY
                   MOVE "Y" TO DQS-EOF
           END-START
           PERFORM UNTIL DQS-EOF = "Y"
               READ OPER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO DQS-EOF
                   NOT AT END
                       ADD 1 TO DQS-REC-NUM
                       PERFORM CHECK-OPER-RECORD
               END-READ
           END-PERFORM
           CLOSE OPER-FILE.

           EXIT PARAGRAPH.

      *OPERATORS ADDED BEFORE ROLES AND LOCKOUT CARRY BLANKS THERE,
      *AND ONE WHOSE PASSWORD WAS NEVER CHANGED A ZERO DATE
       CHECK-OPER-RECORD.
           PERFORM START-RECORD-CHECK
           IF OM-OPER-NAME = SPACES
               MOVE "OM-OPER-NAME" TO DQS-FIELD
               MOVE SPACES TO DQS-VALUE
               MOVE "BLANK" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           IF OM-ACTIVE NOT = "Y" AND OM-ACTIVE NOT = "N"
               MOVE "OM-ACTIVE" TO DQS-FIELD
               MOVE OM-ACTIVE TO DQS-VALUE
               MOVE "NOT Y/N" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           IF OM-ROLE NOT = "C" AND OM-ROLE NOT = "S" AND
-             OM-ROLE NOT = "A" AND OM-ROLE NOT = SPACE
               MOVE "OM-ROLE" TO DQS-FIELD
               MOVE OM-ROLE TO DQS-VALUE
               MOVE "NOT C/S/A/SPACE" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           IF OM-PW-CHANGED NOT = ZERO
               MOVE "OM-PW-CHANGED" TO DQS-FIELD
               MOVE OM-PW-CHANGED TO DQS-DATE-IN
               PERFORM CHECK-DATE-FIELD
           END-IF
           IF OM-FAIL-COUNT NOT NUMERIC
               MOVE "OM-FAIL-COUNT" TO DQS-FIELD
               MOVE OM-FAIL-COUNT TO DQS-VALUE
               MOVE "NOT NUMERIC" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           IF OM-LOCKED NOT = "Y" AND OM-LOCKED NOT = "N" AND
-             OM-LOCKED NOT = SPACE
               MOVE "OM-LOCKED" TO DQS-FIELD
               MOVE OM-LOCKED TO DQS-VALUE
               MOVE "NOT Y/N/SPACE" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           PERFORM END-RECORD-CHECK.

           EXIT PARAGRAPH.

       SCAN-STUD-FILE.
           OPEN INPUT STUD-FILE
           IF WS-STUD-FILE-STATUS NOT = "00"
               DISPLAY "STUDMAST.DAT NOT READABLE - SKIPPED"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO DQS-T-READ(DQS-FX)
           MOVE ZERO TO DQS-REC-NUM
           MOVE "N" TO DQS-EOF
           MOVE LOW-VALUES TO ST-STUDENT-NUM
           START STUD-FILE KEY IS NOT LESS THAN ST-STUDENT-NUM
               INVALID KEY
                   MOVE "Y" TO DQS-EOF
           END-START
           PERFORM UNTIL DQS-EOF = "Y"
               READ STUD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO DQS-EOF
                   NOT AT END
                       ADD 1 TO DQS-REC-NUM
                       PERFORM CHECK-STUD-RECORD
               END-READ
           END-PERFORM
           CLOSE STUD-FILE.

           EXIT PARAGRAPH.

       CHECK-STUD-RECORD.
           PERFORM START-RECORD-CHECK
           IF ST-STUDENT-NAME = SPACES
               MOVE "ST-STUDENT-NAME" TO DQS-FIELD
               MOVE SPACES TO DQS-VALUE
               MOVE "BLANK" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           IF ST-YEAR-LEVEL NOT NUMERIC
               MOVE "ST-YEAR-LEVEL" TO DQS-FIELD
               MOVE ST-YEAR-LEVEL TO DQS-VALUE
               MOVE "NOT NUMERIC" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           ELSE
               IF ST-YEAR-LEVEL = ZERO
                   MOVE "ST-YEAR-LEVEL" TO DQS-FIELD
                   MOVE ST-YEAR-LEVEL TO DQS-VALUE
                   MOVE "ZERO" TO DQS-RULE
                   PERFORM NOTE-FIELD-FAILURE
               END-IF
           END-IF
           IF ST-ACTIVE NOT = "Y" AND ST-ACTIVE NOT = "N"
               MOVE "ST-ACTIVE" TO DQS-FIELD
               MOVE ST-ACTIVE TO DQS-VALUE
               MOVE "NOT Y/N" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           PERFORM END-RECORD-CHECK.

           EXIT PARAGRAPH.

       SCAN-STAT-FILE.
           OPEN INPUT STAT-FILE
           IF WS-STAT-FILE-STATUS NOT = "00"
               DISPLAY "STATMAST.DAT NOT READABLE - SKIPPED"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO DQS-T-READ(DQS-FX)
           MOVE ZERO TO DQS-REC-NUM
           MOVE "N" TO DQS-EOF
           MOVE LOW-VALUES TO STA-CODE
           START STAT-FILE KEY IS NOT LESS THAN STA-CODE
               INVALID KEY
                   MOVE "Y" TO DQS-EOF
           END-START
           PERFORM UNTIL DQS-EOF = "Y"
               READ STAT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO DQS-EOF
                   NOT AT END
                       ADD 1 TO DQS-REC-NUM
                       PERFORM CHECK-STAT-RECORD
               END-READ
           END-PERFORM
           CLOSE STAT-FILE.

           EXIT PARAGRAPH.

      *A STATION NEVER CALIBRATED CARRIES A ZERO CALIBRATION DATE
       CHECK-STAT-RECORD.
           PERFORM START-RECORD-CHECK
           IF STA-DESCRIPTION = SPACES
               MOVE "STA-DESCRIPTION" TO DQS-FIELD
               MOVE SPACES TO DQS-VALUE
               MOVE "BLANK" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           IF STA-CAL-DATE NOT = ZERO
               MOVE "STA-CAL-DATE" TO DQS-FIELD
               MOVE STA-CAL-DATE TO DQS-DATE-IN
               PERFORM CHECK-DATE-FIELD
           END-IF
           IF STA-CAL-INTERVAL NOT NUMERIC
               MOVE "STA-CAL-INTERVAL" TO DQS-FIELD
               MOVE STA-CAL-INTERVAL TO DQS-VALUE
               MOVE "NOT NUMERIC" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           PERFORM END-RECORD-CHECK.

           EXIT PARAGRAPH.

       SCAN-INV-FILE.
           OPEN INPUT INV-FILE
           IF WS-INV-FILE-STATUS NOT = "00"
               DISPLAY "INVMAST.DAT NOT READABLE - SKIPPED"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO DQS-T-READ(DQS-FX)
           MOVE ZERO TO DQS-REC-NUM
           MOVE "N" TO DQS-EOF
           MOVE LOW-VALUES TO IV-ITEM-CODE
           START INV-FILE KEY IS NOT LESS THAN IV-ITEM-CODE
               INVALID KEY
                   MOVE "Y" TO DQS-EOF
           END-START
           PERFORM UNTIL DQS-EOF = "Y"
               READ INV-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO DQS-EOF
                   NOT AT END
                       ADD 1 TO DQS-REC-NUM
                       PERFORM CHECK-INV-RECORD
               END-READ
           END-PERFORM
           CLOSE INV-FILE.

           EXIT PARAGRAPH.

       CHECK-INV-RECORD.
           PERFORM START-RECORD-CHECK
           IF IV-ON-HAND NOT NUMERIC
               MOVE "IV-ON-HAND" TO DQS-FIELD
               MOVE IV-ON-HAND(1:9) TO DQS-VALUE
               MOVE "NOT NUMERIC" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           IF IV-REORDER-POINT NOT NUMERIC
               MOVE "IV-REORDER-POINT" TO DQS-FIELD
               MOVE IV-REORDER-POINT(1:5) TO DQS-VALUE
               MOVE "NOT NUMERIC" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           PERFORM END-RECORD-CHECK.

           EXIT PARAGRAPH.

      *THE INVENTORY MASTER IS OPENED ALONGSIDE FOR THE
      *ITEM-ON-FILE RULE; WITHOUT IT THAT RULE IS SKIPPED
       SCAN-INVLOC-FILE.
           OPEN INPUT INVLOC-FILE
           IF WS-INVLOC-STATUS NOT = "00"
               DISPLAY "INVLOC.DAT NOT READABLE - SKIPPED"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO DQS-INV-OPEN
           OPEN INPUT INV-FILE
           IF WS-INV-FILE-STATUS = "00"
               MOVE "Y" TO DQS-INV-OPEN
           ELSE
               DISPLAY "INVMAST.DAT NOT READABLE - LOCATION "
                   "ITEMS NOT CHECKED"
           END-IF
           MOVE "Y" TO DQS-T-READ(DQS-FX)
           MOVE ZERO TO DQS-REC-NUM
           MOVE "N" TO DQS-EOF
           MOVE LOW-VALUES TO IL-KEY
           START INVLOC-FILE KEY IS NOT LESS THAN IL-KEY
               INVALID KEY
                   MOVE "Y" TO DQS-EOF
           END-START
           PERFORM UNTIL DQS-EOF = "Y"
               READ INVLOC-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO DQS-EOF
                   NOT AT END
                       ADD 1 TO DQS-REC-NUM
                       PERFORM CHECK-INVLOC-RECORD
               END-READ
           END-PERFORM
           CLOSE INVLOC-FILE
           IF DQS-INV-OPEN = "Y"
               CLOSE INV-FILE
           END-IF.

           EXIT PARAGRAPH.

       CHECK-INVLOC-RECORD.
           PERFORM START-RECORD-CHECK
           IF IL-LOCATION = SPACES
               MOVE "IL-LOCATION" TO DQS-FIELD
               MOVE SPACES TO DQS-VALUE
               MOVE "BLANK" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           IF DQS-INV-OPEN = "Y"
               MOVE IL-ITEM-CODE TO IV-ITEM-CODE
               READ INV-FILE
                   INVALID KEY
                       MOVE "IL-ITEM-CODE" TO DQS-FIELD
                       MOVE IL-ITEM-CODE TO DQS-VALUE
                       MOVE "NOT ON INVMAST" TO DQS-RULE
                       PERFORM NOTE-FIELD-FAILURE
               END-READ
           END-IF
           IF IL-ON-HAND NOT NUMERIC
               MOVE "IL-ON-HAND" TO DQS-FIELD
               MOVE IL-ON-HAND(1:9) TO DQS-VALUE
               MOVE "NOT NUMERIC" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           IF IL-REORDER-POINT NOT NUMERIC
               MOVE "IL-REORDER-POINT" TO DQS-FIELD
               MOVE IL-REORDER-POINT(1:5) TO DQS-VALUE
               MOVE "NOT NUMERIC" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           IF IL-HOLD NOT = "Q" AND IL-HOLD NOT = SPACE
               MOVE "IL-HOLD" TO DQS-FIELD
               MOVE IL-HOLD TO DQS-VALUE
               MOVE "NOT Q/SPACE" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           PERFORM END-RECORD-CHECK.

           EXIT PARAGRAPH.

       SCAN-COA-FILE.
           OPEN INPUT COA-FILE
           IF WS-COA-STATUS NOT = "00"
               DISPLAY "COA.DAT NOT READABLE - SKIPPED"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO DQS-T-READ(DQS-FX)
           MOVE ZERO TO DQS-REC-NUM
           MOVE "N" TO DQS-EOF
           MOVE LOW-VALUES TO COA-ACCOUNT
           START COA-FILE KEY IS NOT LESS THAN COA-ACCOUNT
               INVALID KEY
                   MOVE "Y" TO DQS-EOF
           END-START
           PERFORM UNTIL DQS-EOF = "Y"
               READ COA-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO DQS-EOF
                   NOT AT END
                       ADD 1 TO DQS-REC-NUM
                       PERFORM CHECK-COA-RECORD
               END-READ
           END-PERFORM
           CLOSE COA-FILE.

           EXIT PARAGRAPH.

       CHECK-COA-RECORD.
           PERFORM START-RECORD-CHECK
           IF COA-NAME = SPACES
               MOVE "COA-NAME" TO DQS-FIELD
               MOVE SPACES TO DQS-VALUE
               MOVE "BLANK" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           IF COA-TYPE NOT = "A" AND COA-TYPE NOT = "L" AND
-             COA-TYPE NOT = "Q" AND COA-TYPE NOT = "I" AND
-             COA-TYPE NOT = "E"
               MOVE "COA-TYPE" TO DQS-FIELD
               MOVE COA-TYPE TO DQS-VALUE
               MOVE "NOT A/L/Q/I/E" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           IF COA-NORMAL-SIDE NOT = "D" AND
-             COA-NORMAL-SIDE NOT = "C"
               MOVE "COA-NORMAL-SIDE" TO DQS-FIELD
               MOVE COA-NORMAL-SIDE TO DQS-VALUE
               MOVE "NOT D/C" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           IF COA-ACTIVE NOT = "Y" AND COA-ACTIVE NOT = "N"
               MOVE "COA-ACTIVE" TO DQS-FIELD
               MOVE COA-ACTIVE TO DQS-VALUE
               MOVE "NOT Y/N" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           MOVE "COA-CHANGE-DATE" TO DQS-FIELD
           MOVE COA-CHANGE-DATE TO DQS-DATE-IN
           PERFORM CHECK-DATE-FIELD
           PERFORM END-RECORD-CHECK.

           EXIT PARAGRAPH.

      *EACH BRACKETED HISTORY HAS ITS OWN DETAIL LAYOUT, SO ONLY
      *THE HEADER AND TRAILER ROWS ARE CHECKED FIELD BY FIELD
       SCAN-BRACKETED-FILE.
           MOVE DQS-T-FILE(DQS-FX) TO DQS-SCAN-NAME
           OPEN INPUT DQS-SCAN-FILE
           IF DQS-SCAN-STATUS NOT = "00"
               DISPLAY DQS-SCAN-NAME " NOT READABLE - SKIPPED"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO DQS-T-READ(DQS-FX)
           MOVE ZERO TO DQS-REC-NUM
           MOVE "N" TO DQS-EOF
           PERFORM UNTIL DQS-EOF = "Y"
               READ DQS-SCAN-FILE
                   AT END
                       MOVE "Y" TO DQS-EOF
                   NOT AT END
                       ADD 1 TO DQS-REC-NUM
                       IF DQS-SCAN-RECORD(1:3) = "HDR" OR
-                         DQS-SCAN-RECORD(1:3) = "TRL"
                           MOVE DQS-SCAN-RECORD TO DQS-HT-VIEW
                           PERFORM CHECK-BRACKET-RECORD
                       ELSE
                           PERFORM CHECK-DETAIL-NOT-BLANK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DQS-SCAN-FILE.

           EXIT PARAGRAPH.

      *THE HEADER/TRAILER LAYOUT IS HDR-TRL-REC.CPY'S, SEEN HERE
      *THROUGH DQS-HT-VIEW
       CHECK-BRACKET-RECORD.
           PERFORM START-RECORD-CHECK
           MOVE "HT-RUN-DATE" TO DQS-FIELD
           MOVE DQS-HT-DATE TO DQS-DATE-IN
           PERFORM CHECK-DATE-FIELD
           MOVE "HT-RUN-TIME" TO DQS-FIELD
           MOVE DQS-HT-TIME TO DQS-TIME-IN
           PERFORM CHECK-TIME-FIELD
           IF DQS-HT-COUNT NOT NUMERIC
               MOVE "HT-RECORD-COUNT" TO DQS-FIELD
               MOVE DQS-HT-COUNT TO DQS-VALUE
               MOVE "NOT NUMERIC" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           IF DQS-HT-TOTAL NOT NUMERIC
               MOVE "HT-CONTROL-TOTAL" TO DQS-FIELD
               MOVE DQS-HT-TOTAL TO DQS-VALUE
               MOVE "NOT NUMERIC" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           PERFORM END-RECORD-CHECK.

           EXIT PARAGRAPH.

       CHECK-DETAIL-NOT-BLANK.
           PERFORM START-RECORD-CHECK
           IF DQS-SCAN-RECORD = SPACES
               MOVE "DETAIL RECORD" TO DQS-FIELD
               MOVE SPACES TO DQS-VALUE
               MOVE "BLANK" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF
           PERFORM END-RECORD-CHECK.

           EXIT PARAGRAPH.

       START-RECORD-CHECK.
           MOVE "N" TO DQS-REC-BAD
           ADD 1 TO DQS-T-RECORDS(DQS-FX).

           EXIT PARAGRAPH.

       END-RECORD-CHECK.
           IF DQS-REC-BAD = "Y"
               ADD 1 TO DQS-T-BAD(DQS-FX)
           END-IF.

           EXIT PARAGRAPH.

      *AN EDITED AMOUNT THAT WILL NOT DE-EDIT IS ONE EVERY
      *REPORT READING IT BACK WOULD TAKE AS ZERO
       CHECK-EDITED-AMOUNT.
           IF FUNCTION TEST-NUMVAL-C(DQS-VALUE) NOT = ZERO
               MOVE "WILL NOT DE-EDIT" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF.

           EXIT PARAGRAPH.

       CHECK-GRADE-FIELD.
           IF FUNCTION TEST-NUMVAL-C(DQS-VALUE) NOT = ZERO
               MOVE "WILL NOT DE-EDIT" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
               EXIT PARAGRAPH
           END-IF
           COMPUTE DQS-NUM = FUNCTION NUMVAL-C(DQS-VALUE)
           IF DQS-NUM > 100
               MOVE "OVER 100" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF.

           EXIT PARAGRAPH.

       CHECK-DATE-FIELD.
           IF DQS-DATE-IN NOT NUMERIC
               MOVE DQS-DATE-IN TO DQS-VALUE
               MOVE "INVALID DATE" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(DQS-DATE-NUM) NOT = ZERO
               MOVE DQS-DATE-IN TO DQS-VALUE
               MOVE "INVALID DATE" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF.

           EXIT PARAGRAPH.

       CHECK-TIME-FIELD.
           IF DQS-TIME-IN NOT NUMERIC
               MOVE DQS-TIME-IN TO DQS-VALUE
               MOVE "INVALID TIME" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
               EXIT PARAGRAPH
           END-IF
           IF DQS-TIME-HH > 23 OR DQS-TIME-MM > 59 OR
-             DQS-TIME-SS > 59
               MOVE DQS-TIME-IN TO DQS-VALUE
               MOVE "INVALID TIME" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF.

           EXIT PARAGRAPH.

       CHECK-SM-NUMBER.
           IF DQS-SM-IN NOT NUMERIC
               MOVE DQS-SM-IN TO DQS-VALUE
               MOVE "NOT NUMERIC" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
               EXIT PARAGRAPH
           END-IF
           MOVE DQS-SM-IN TO WS-CD-NUMBER
           PERFORM VALIDATE-SM-CHECK-DIGIT
           IF WS-CD-OK NOT = "Y"
               MOVE DQS-SM-IN TO DQS-VALUE
               MOVE "CHECK DIGIT FAIL" TO DQS-RULE
               PERFORM NOTE-FIELD-FAILURE
           END-IF.

           EXIT PARAGRAPH.

       NOTE-FIELD-FAILURE.
           MOVE "Y" TO DQS-REC-BAD
           ADD 1 TO DQS-T-FAILS(DQS-FX)
           MOVE DQS-REC-NUM TO DQS-REC-OUT
           STRING DQS-T-FILE(DQS-FX) " " DQS-REC-OUT " "
               DQS-FIELD " " DQS-VALUE " " DQS-RULE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

       RATE-ONE-FILE.
           MOVE ZERO TO DQS-T-RATE(DQS-FX)
           IF DQS-T-READ(DQS-FX) NOT = "Y"
               MOVE "NOT READ" TO DQS-T-TREND(DQS-FX)
               EXIT PARAGRAPH
           END-IF
           IF DQS-T-RECORDS(DQS-FX) > ZERO
               COMPUTE DQS-T-RATE(DQS-FX) ROUNDED =
                   DQS-T-BAD(DQS-FX) * 100 / DQS-T-RECORDS(DQS-FX)
           END-IF
           EVALUATE TRUE
               WHEN DQS-T-PREV-FOUND(DQS-FX) NOT = "Y"
                   MOVE "FIRST RUN" TO DQS-T-TREND(DQS-FX)
               WHEN DQS-T-RATE(DQS-FX) < DQS-T-PREV-RATE(DQS-FX)
                   MOVE "BETTER" TO DQS-T-TREND(DQS-FX)
               WHEN DQS-T-RATE(DQS-FX) > DQS-T-PREV-RATE(DQS-FX)
                   MOVE "WORSE" TO DQS-T-TREND(DQS-FX)
               WHEN OTHER
                   MOVE "SAME" TO DQS-T-TREND(DQS-FX)
           END-EVALUATE
           IF DQS-T-RATE(DQS-FX) > DQS-THRESHOLD
               MOVE "Y" TO DQS-T-OVER(DQS-FX)
               ADD 1 TO DQS-OVER-COUNT
           END-IF.

           EXIT PARAGRAPH.

       PRINT-TREND-SUMMARY.
           MOVE "---------- SUMMARY AND TREND ----------" TO
               WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "FILE         RECORDS BAD-REC FAILURE  RATE% "
               " PREV% TREND"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING DQS-FX FROM 1 BY 1
               UNTIL DQS-FX > DQS-FILE-COUNT
               MOVE DQS-T-RECORDS(DQS-FX) TO DQS-COUNT-OUT
               MOVE DQS-T-BAD(DQS-FX) TO DQS-BAD-OUT
               MOVE DQS-T-FAILS(DQS-FX) TO DQS-FAILS-OUT
               MOVE DQS-T-RATE(DQS-FX) TO DQS-RATE-OUT
               MOVE "     -" TO DQS-PREV-OUT
               IF DQS-T-PREV-FOUND(DQS-FX) = "Y"
                   MOVE DQS-T-PREV-RATE(DQS-FX) TO DQS-PREV-EDIT
                   MOVE DQS-PREV-EDIT TO DQS-PREV-OUT
               END-IF
               MOVE SPACES TO DQS-FLAG-OUT
               IF DQS-T-OVER(DQS-FX) = "Y"
                   MOVE "OVER" TO DQS-FLAG-OUT
               END-IF
               STRING DQS-T-FILE(DQS-FX) " " DQS-COUNT-OUT " "
                   DQS-BAD-OUT " " DQS-FAILS-OUT " "
                   DQS-RATE-OUT " " DQS-PREV-OUT " "
                   DQS-T-TREND(DQS-FX) " " DQS-FLAG-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-PERFORM
           MOVE DQS-OVER-COUNT TO DQS-COUNT-OUT
           STRING "FILES OVER THRESHOLD: " DQS-COUNT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

      *A FILE THAT COULD NOT BE READ HAS NOTHING TO TREND
       SAVE-TREND-HISTORY.
           OPEN EXTEND DQHIST-FILE
           IF DQS-HIST-STATUS = "35"
               OPEN OUTPUT DQHIST-FILE
           END-IF
           IF DQS-HIST-STATUS NOT = "00" AND NOT = "05"
               MOVE "DQHIST-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE DQS-HIST-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DQS-FX FROM 1 BY 1
               UNTIL DQS-FX > DQS-FILE-COUNT
               IF DQS-T-READ(DQS-FX) = "Y"
                   MOVE DQS-TODAY TO DH-RUN-DATE
                   MOVE DQS-T-FILE(DQS-FX) TO DH-FILE
                   MOVE DQS-T-RECORDS(DQS-FX) TO DH-RECORDS
                   MOVE DQS-T-BAD(DQS-FX) TO DH-BAD-RECORDS
                   MOVE DQS-T-FAILS(DQS-FX) TO DH-FAILURES
                   MOVE DQS-T-RATE(DQS-FX) TO DH-RATE
                   WRITE DQHIST-RECORD
               END-IF
           END-PERFORM
           CLOSE DQHIST-FILE.

           EXIT PARAGRAPH.

       OPEN-THRESHOLD-INCIDENT.
           IF DQS-T-OVER(DQS-FX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE DQS-T-FILE(DQS-FX) TO DQS-IL-NAME
           CALL "INCIDENT-LOG" USING WS-RUNLOG-PROGRAM-ID
               DQS-IL-NAME DQS-IL-OPERATION
               DQS-IL-STATUS WS-FH-OPERATOR-ID
               ON EXCEPTION
                   CONTINUE
           END-CALL.

           EXIT PARAGRAPH.

       SIGNAL-STEP-FAILED.
           MOVE 8 TO RETURN-CODE
           MOVE "FH_STEP_STATUS" TO DQS-ENV-NAME
           DISPLAY DQS-ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY "FAILED" UPON ENVIRONMENT-VALUE.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "spool-call.cpy".

       COPY "batch-mode-check.cpy".

       COPY "nightly-parm-check.cpy".

       COPY "help-prompt.cpy".

       COPY "check-digit.cpy".


       COPY "capture-operator.cpy".
