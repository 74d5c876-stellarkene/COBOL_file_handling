      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAGER-OVERRIDE.

      *====================================================
      * Stand-alone utility: maintains the sales manager
      * override rates (mgrrate.dat) and prints the team
      * rollup. Each salesman's master record names the
      * manager the salesman reports to (SALES-MAN-INFO); on
      * every team sale, split share and return the sales
      * entry programs credit that manager's override at the
      * rate in force on the sale date (mgr-override.cpy) to
      * override.dat, and the payroll export turns a period's
      * overrides into one payroll line per manager for
      * COMMISSION-STATEMENT and DIRECT-DEPOSIT-EXPORT. Setting
      * a rate is a pay decision and needs the supervisor
      * role. The team rollup spools, per manager, each rep's
      * sales and the override they earned the manager in the
      * keyed period, with manager totals. Run on demand from
      * the command line; it is not wired into FH-MAIN-MENU
      * since it is housekeeping, not a calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "mgrrate-select.cpy".
           COPY "override-select.cpy".
           COPY "sqnc5-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "mgrrate-rec.cpy".
           COPY "override-rec.cpy".

           FD SQNC5-FILE.
           COPY "sqnc5-rec.cpy".
           COPY "operator-field.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  SEQ5-FILE-STATUS                PIC XX.
       01  MGO-CHOICE                      PIC 9.
       01  MGO-MGR-NUM                     PIC X(12).
       01  MGO-PERCENT                     PIC 9(2)V99.
       01  MGO-EFF-DATE                    PIC 9(8).
       01  MGO-PERIOD                      PIC 9(6).
       01  MGO-EOF                         PIC X VALUE "N".
       01  MGO-COUNT                       PIC 9(5).
       01  MGO-FOUND                       PIC X.
       01  MGO-PCT-OUT                     PIC Z9.99.
       01  MGO-AMT-OUT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  MGO-AMT2-OUT                    PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  MGO-IDX                         PIC 9(3).
       01  MGO-JDX                         PIC 9(3).
       01  MGO-TEAM-COUNT                  PIC 9(3) VALUE 0.
       01  MGO-TEAM-TABLE.
           05  MGO-TEAM-ENTRY              OCCURS 500 TIMES.
               10  MGO-T-MGR               PIC X(12).
               10  MGO-T-REP               PIC X(12).
               10  MGO-T-NAME              PIC X(25).
               10  MGO-T-SALES             PIC S9(12)V99.
               10  MGO-T-OVERRIDE          PIC S9(12)V99.
       01  MGO-SWAP                        PIC X(77).
       01  MGO-CUR-MGR                     PIC X(12).
       01  MGO-MGR-SALES                   PIC S9(12)V99.
       01  MGO-MGR-OVERRIDE                PIC S9(12)V99.
       01  MGO-ALL-OVERRIDE                PIC S9(12)V99.
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "MANAGER-OVERRIDE" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM UNTIL MGO-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "  SALES MANAGER OVERRIDES  "
               DISPLAY "==========================="
               DISPLAY "1 - SET A MANAGER'S OVERRIDE RATE"
               DISPLAY "2 - LIST OVERRIDE RATES"
               DISPLAY "3 - TEAM ROLLUP FOR A PERIOD (SPOOLED)"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT MGO-CHOICE

               EVALUATE MGO-CHOICE
                   WHEN 1
                       PERFORM SET-OVERRIDE-RATE
                   WHEN 2
                       PERFORM LIST-OVERRIDE-RATES
                   WHEN 3
                       PERFORM PRINT-TEAM-ROLLUP
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           MOVE "MANAGER-OVERRIDE" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *A NEW ROW, NOT A CHANGE IN PLACE - THE RATE HISTORY STAYS SO
      *A LATE-POSTED SALE STILL EARNS THE RATE OF ITS OWN DATE
       SET-OVERRIDE-RATE.
           MOVE "OVERRIDE-REFUSED" TO WS-RUNLOG-PROGRAM-ID
           PERFORM CHECK-SUPERVISOR-ROLE
           MOVE "MANAGER-OVERRIDE" TO WS-RUNLOG-PROGRAM-ID
           IF WS-FH-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER MANAGER'S SALESMAN NUMBER: "
               WITH NO ADVANCING
           ACCEPT MGO-MGR-NUM
           OPEN INPUT SQNC5-FILE
           IF SEQ5-FILE-STATUS = "00"
               MOVE MGO-MGR-NUM TO SEQ5_SALES_MAN_NUM_FH
               READ SQNC5-FILE
                   INVALID KEY
                       DISPLAY "MANAGER NOT ON SALESMAN MASTER - "
-                          "RATE NOT SET"
                       CLOSE SQNC5-FILE
                       EXIT PARAGRAPH
                   NOT INVALID KEY
                       DISPLAY "MANAGER: " SEQ5_SALES_MAN_NAME_FH
               END-READ
               CLOSE SQNC5-FILE
           ELSE
               DISPLAY "WARNING - NO SALESMAN MASTER ON FILE, "
-                  "NUMBER TAKEN AS KEYED"
           END-IF

           DISPLAY "OVERRIDE PERCENT (E.G. 1.50, 0 TO STOP): "
               WITH NO ADVANCING
           ACCEPT MGO-PERCENT
           DISPLAY "EFFECTIVE DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT MGO-EFF-DATE
           IF MGO-EFF-DATE = ZERO
               DISPLAY "EFFECTIVE DATE IS REQUIRED - RATE NOT SET"
               EXIT PARAGRAPH
           END-IF

           MOVE MGO-MGR-NUM TO MR-MGR-NUM
           COMPUTE MR-RATE = MGO-PERCENT / 100
           MOVE MGO-EFF-DATE TO MR-EFF-DATE
           MOVE WS-FH-OPERATOR-ID TO MR-OPERATOR-ID

           OPEN EXTEND MGRRATE-FILE
           IF WS-MGRRATE-STATUS = "35"
               OPEN OUTPUT MGRRATE-FILE
           END-IF
           IF WS-MGRRATE-STATUS NOT = "00" AND NOT = "05"
               MOVE "MGRRATE-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-MGRRATE-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           WRITE MGRRATE-RECORD
           CLOSE MGRRATE-FILE
           DISPLAY "OVERRIDE RATE SET".

           EXIT PARAGRAPH.

       LIST-OVERRIDE-RATES.
           MOVE "N" TO MGO-EOF
           MOVE ZERO TO MGO-COUNT
           OPEN INPUT MGRRATE-FILE
           IF WS-MGRRATE-STATUS NOT = "00"
               DISPLAY "NO OVERRIDE RATES ON FILE"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "MANAGER      PERCENT EFFECTIVE SET BY"
           PERFORM UNTIL MGO-EOF = "Y"
               READ MGRRATE-FILE
                   AT END
                       MOVE "Y" TO MGO-EOF
                   NOT AT END
                       ADD 1 TO MGO-COUNT
                       COMPUTE MGO-PCT-OUT = MR-RATE * 100
                       DISPLAY MR-MGR-NUM " " MGO-PCT-OUT "   "
                           MR-EFF-DATE " " MR-OPERATOR-ID
               END-READ
           END-PERFORM
           CLOSE MGRRATE-FILE
           DISPLAY MGO-COUNT " RATE ROW(S) ON FILE".

           EXIT PARAGRAPH.

      *EVERY REP ON A MANAGER'S TEAM (OFF THE MASTER, SO A QUIET
      *REP SHOWS AS ZERO) PLUS ANYONE THE LEDGER CREDITED THE
      *MANAGER FOR IN THE PERIOD - A REP MOVED TO ANOTHER TEAM
      *MID-PERIOD STAYS UNDER THE MANAGER WHO WAS PAID
       PRINT-TEAM-ROLLUP.
           DISPLAY "ROLLUP PERIOD (YYYYMM): " WITH NO ADVANCING
           ACCEPT MGO-PERIOD
           MOVE ZERO TO MGO-TEAM-COUNT
           PERFORM LOAD-TEAMS-FROM-MASTER
           PERFORM ADD-PERIOD-OVERRIDES
           IF MGO-TEAM-COUNT = ZERO
               DISPLAY "NO SALESMAN HAS A REPORTING MANAGER"
               EXIT PARAGRAPH
           END-IF
           PERFORM SORT-TEAM-TABLE

           MOVE "TEAM-ROLLUP" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           DISPLAY "#### TEAM ROLLUP " MGO-PERIOD " ####"
           STRING "SALES MANAGER TEAM ROLLUP - PERIOD " MGO-PERIOD
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           MOVE ZERO TO MGO-ALL-OVERRIDE
           MOVE SPACES TO MGO-CUR-MGR
           PERFORM PRINT-ONE-TEAM-LINE
               VARYING MGO-IDX FROM 1 BY 1
               UNTIL MGO-IDX > MGO-TEAM-COUNT
           PERFORM PRINT-MANAGER-TOTAL
           MOVE MGO-ALL-OVERRIDE TO MGO-AMT-OUT
           DISPLAY "TOTAL OVERRIDE, ALL MANAGERS: " MGO-AMT-OUT
           STRING "TOTAL OVERRIDE, ALL MANAGERS: " MGO-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       LOAD-TEAMS-FROM-MASTER.
           MOVE "N" TO MGO-EOF
           OPEN INPUT SQNC5-FILE
           IF SEQ5-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO SEQ5_SALES_MAN_NUM_FH
           START SQNC5-FILE KEY IS NOT LESS THAN SEQ5_SALES_MAN_NUM_FH
               INVALID KEY
                   MOVE "Y" TO MGO-EOF
           END-START
           PERFORM UNTIL MGO-EOF = "Y"
               READ SQNC5-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO MGO-EOF
                   NOT AT END
                       IF SEQ5_MANAGER_FH NOT = SPACES
                           MOVE SEQ5_MANAGER_FH TO MGO-MGR-NUM
                           PERFORM FIND-TEAM-ENTRY
                           IF MGO-IDX <= MGO-TEAM-COUNT
                               MOVE SEQ5_SALES_MAN_NAME_FH TO
                                   MGO-T-NAME(MGO-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SQNC5-FILE.

           EXIT PARAGRAPH.

       ADD-PERIOD-OVERRIDES.
           MOVE "N" TO MGO-EOF
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MGO-EOF = "Y"
               READ OVERRIDE-FILE
                   AT END
                       MOVE "Y" TO MGO-EOF
                   NOT AT END
                       IF OV-DATE(1:6) = MGO-PERIOD
                           MOVE OV-MGR-NUM TO MGO-MGR-NUM
                           MOVE OV-SM-NUM TO SEQ5_SALES_MAN_NUM_FH
                           PERFORM FIND-TEAM-ENTRY
                           IF MGO-IDX <= MGO-TEAM-COUNT
                               ADD OV-SALES TO MGO-T-SALES(MGO-IDX)
                               ADD OV-AMOUNT TO
                                   MGO-T-OVERRIDE(MGO-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERRIDE-FILE.

           EXIT PARAGRAPH.

      *MANAGER MGO-MGR-NUM / REP SEQ5_SALES_MAN_NUM_FH - ADDED WHEN
      *NEW. A FULL TABLE LEAVES MGO-IDX PAST THE COUNT
       FIND-TEAM-ENTRY.
           PERFORM VARYING MGO-IDX FROM 1 BY 1
               UNTIL MGO-IDX > MGO-TEAM-COUNT
               IF MGO-T-MGR(MGO-IDX) = MGO-MGR-NUM AND
-                 MGO-T-REP(MGO-IDX) = SEQ5_SALES_MAN_NUM_FH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF MGO-IDX > MGO-TEAM-COUNT
               IF MGO-TEAM-COUNT >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO MGO-TEAM-COUNT
               MOVE MGO-TEAM-COUNT TO MGO-IDX
               MOVE MGO-MGR-NUM TO MGO-T-MGR(MGO-IDX)
               MOVE SEQ5_SALES_MAN_NUM_FH TO MGO-T-REP(MGO-IDX)
               MOVE SPACES TO MGO-T-NAME(MGO-IDX)
               MOVE ZERO TO MGO-T-SALES(MGO-IDX)
               MOVE ZERO TO MGO-T-OVERRIDE(MGO-IDX)
           END-IF.

           EXIT PARAGRAPH.

      *ASCENDING BY MANAGER THEN REP - SAME SHAPE AS SORT-ITEM-TABLE
      *IN GROSS-MARGIN-REPORT
       SORT-TEAM-TABLE.
           PERFORM VARYING MGO-IDX FROM 1 BY 1
               UNTIL MGO-IDX >= MGO-TEAM-COUNT
               PERFORM VARYING MGO-JDX FROM 1 BY 1
                   UNTIL MGO-JDX > MGO-TEAM-COUNT - MGO-IDX
                   IF MGO-T-MGR(MGO-JDX) > MGO-T-MGR(MGO-JDX + 1) OR
-                     (MGO-T-MGR(MGO-JDX) = MGO-T-MGR(MGO-JDX + 1)
-                     AND MGO-T-REP(MGO-JDX) > MGO-T-REP(MGO-JDX + 1))
                       MOVE MGO-TEAM-ENTRY(MGO-JDX) TO MGO-SWAP
                       MOVE MGO-TEAM-ENTRY(MGO-JDX + 1) TO
                           MGO-TEAM-ENTRY(MGO-JDX)
                       MOVE MGO-SWAP TO MGO-TEAM-ENTRY(MGO-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT PARAGRAPH.

       PRINT-ONE-TEAM-LINE.
           IF MGO-T-MGR(MGO-IDX) NOT = MGO-CUR-MGR
               IF MGO-CUR-MGR NOT = SPACES
                   PERFORM PRINT-MANAGER-TOTAL
               END-IF
               MOVE MGO-T-MGR(MGO-IDX) TO MGO-CUR-MGR
               MOVE ZERO TO MGO-MGR-SALES
               MOVE ZERO TO MGO-MGR-OVERRIDE
               DISPLAY "MANAGER " MGO-CUR-MGR
               STRING "MANAGER " MGO-CUR-MGR
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
               STRING "  REP          NAME                     "
                   "           SALES          OVERRIDE"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
           END-IF
           ADD MGO-T-SALES(MGO-IDX) TO MGO-MGR-SALES
           ADD MGO-T-OVERRIDE(MGO-IDX) TO MGO-MGR-OVERRIDE
           MOVE MGO-T-SALES(MGO-IDX) TO MGO-AMT-OUT
           MOVE MGO-T-OVERRIDE(MGO-IDX) TO MGO-AMT2-OUT
           DISPLAY "  " MGO-T-REP(MGO-IDX) " " MGO-T-NAME(MGO-IDX)
               " " MGO-AMT-OUT " " MGO-AMT2-OUT
           STRING "  " MGO-T-REP(MGO-IDX) " " MGO-T-NAME(MGO-IDX)
               " " MGO-AMT-OUT " " MGO-AMT2-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       PRINT-MANAGER-TOTAL.
           ADD MGO-MGR-OVERRIDE TO MGO-ALL-OVERRIDE
           MOVE MGO-MGR-SALES TO MGO-AMT-OUT
           MOVE MGO-MGR-OVERRIDE TO MGO-AMT2-OUT
           DISPLAY "  TEAM TOTAL" "                            "
               MGO-AMT-OUT " " MGO-AMT2-OUT
           STRING "  TEAM TOTAL" "                            "
               MGO-AMT-OUT " " MGO-AMT2-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "role-check.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
