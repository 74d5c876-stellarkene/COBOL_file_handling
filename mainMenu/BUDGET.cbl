      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-VS-ACTUAL.

      *====================================================
      * Stand-alone utility: keeps the GL budget (budget.dat)
      * by account and period and compares it against the GL
      * journal (gljrnl.dat), so the annual budget for sales,
      * commission, shrinkage and the rest no longer lives
      * in a spreadsheet nobody checks. Budgets are kept for
      * the income and expense accounts on the chart, on each
      * account's normal side. A new year can be started by
      * copying last year's actuals forward month by month
      * with a percent uplift, then adjusting by hand. The
      * budget-versus-actual report shows the period and the
      * year to date with the variance in amount and percent
      * of budget, and lists the accounts outside the
      * tolerance (10% unless another is keyed) on their own
      * at the end for the Monday meeting. Budget changes are
      * supervisor-only and go to the maintenance audit
      * trail. Runs under the suite interlock. Run on demand
      * from the command line; it is not wired into
      * FH-MAIN-MENU since it is a reporting tool, not a
      * calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "budget-select.cpy".
           COPY "gljrnl-select.cpy".
           COPY "coa-select.cpy".
           COPY "glmap-select.cpy".
           COPY "maint-audit-select.cpy".
           COPY "lock-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "budget-rec.cpy".
           COPY "gljrnl-rec.cpy".
           COPY "coa-rec.cpy".
           COPY "glmap-rec.cpy".
           COPY "maint-audit-rec.cpy".
           COPY "lock-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  BUD-CHOICE                      PIC 9.
       01  BUD-OK                          PIC X.
       01  BUD-EOF                         PIC X.
       01  BUD-FOUND                       PIC X.
       01  BUD-REPLACE                     PIC X.
       01  BUD-TODAY                       PIC 9(8).
       01  BUD-IN-ACCOUNT                  PIC X(8).
       01  BUD-IN-PERIOD                   PIC 9(6).
       01  BUD-IN-PERIOD-PARTS REDEFINES BUD-IN-PERIOD.
           05  BUD-IN-YEAR                 PIC 9(4).
           05  BUD-IN-MONTH                PIC 99.
       01  BUD-IN-AMOUNT-IN                PIC X(15).
       01  BUD-IN-AMOUNT                   PIC S9(12)V99.
       01  BUD-IN-PCT-IN                   PIC X(8).
       01  BUD-UPLIFT                      PIC S9(3)V99.
       01  BUD-TOLERANCE                   PIC 9(3)V99.
       01  BUD-FROM-YEAR                   PIC 9(4).
       01  BUD-YEAR-START                  PIC 9(6).
       01  BUD-JRNL-PERIOD                 PIC 9(6).
       01  BUD-JRNL-PARTS REDEFINES BUD-JRNL-PERIOD.
           05  BUD-JRNL-YEAR               PIC 9(4).
           05  BUD-JRNL-MONTH              PIC 99.
       01  BUD-FIND-ACCT                   PIC X(8).
       01  BUD-IDX                         PIC 9(4).
       01  BUD-MONTH                       PIC 99.
       01  BUD-NET                         PIC S9(12)V99.
       01  BUD-ADDED                       PIC 9(5).
       01  BUD-REPLACED                    PIC 9(5).
       01  BUD-SKIPPED                     PIC 9(5).
       01  BUD-LIST-COUNT                  PIC 9(5).
       01  BUD-SHOWN-COUNT                 PIC 9(5).
       01  BUD-FLAG-COUNT                  PIC 9(5).
       01  BUD-OFF-CHART                   PIC 9(5).
       01  BUD-LY-TABLE.
           05  BUD-LY-ACCOUNT              OCCURS 500 TIMES.
               10  BUD-LY-AMOUNT           PIC S9(12)V99
                                           OCCURS 12 TIMES.
       01  BUD-RPT-TABLE.
           05  BUD-RPT-ENTRY               OCCURS 500 TIMES.
               10  BUD-R-BUD-CUR           PIC S9(12)V99.
               10  BUD-R-ACT-CUR           PIC S9(12)V99.
               10  BUD-R-BUD-YTD           PIC S9(12)V99.
               10  BUD-R-ACT-YTD           PIC S9(12)V99.
               10  BUD-R-FLAG              PIC X.
       01  BUD-CALC-BUDGET                 PIC S9(12)V99.
       01  BUD-CALC-ACTUAL                 PIC S9(12)V99.
       01  BUD-CALC-VAR                    PIC S9(12)V99.
       01  BUD-CALC-PCT                    PIC S9(5)V9.
       01  BUD-CALC-ABS                    PIC 9(5)V9.
       01  BUD-CALC-OUTSIDE                PIC X.
       01  BUD-CALC-LABEL                  PIC X(10).
       01  BUD-BUD-OUT                     PIC ZZZ,ZZZ,ZZ9.99-.
       01  BUD-ACT-OUT                     PIC ZZZ,ZZZ,ZZ9.99-.
       01  BUD-VAR-OUT                     PIC ZZZ,ZZZ,ZZ9.99-.
       01  BUD-PCT-OUT                     PIC -ZZZZ9.9.
       01  BUD-PCT-TEXT                    PIC X(8).
       01  BUD-TOL-OUT                     PIC ZZ9.99.
       01  BUD-UPLIFT-OUT                  PIC -ZZ9.99.
           COPY "gl-acct-table.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "BUDGET-VS-ACTUAL" TO WS-RUNLOG-PROGRAM-ID.

           PERFORM LOAD-GL-ACCOUNT-MAP.

      * The copy-forward writes many budget rows in one go -
      * take the suite interlock.
           PERFORM ACQUIRE-FH-LOCK.
           IF WS-FH-LOCK-HELD NOT = "Y"
               GOBACK
           END-IF.

           PERFORM UNTIL BUD-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "   BUDGET VERSUS ACTUAL    "
               DISPLAY "==========================="
               DISPLAY "1 - SET A BUDGET FOR AN ACCOUNT AND PERIOD"
               DISPLAY "2 - LIST THE BUDGET FOR A YEAR (SPOOLED)"
               DISPLAY "3 - COPY LAST YEAR'S ACTUALS FORWARD"
               DISPLAY "4 - BUDGET VERSUS ACTUAL REPORT"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT BUD-CHOICE

               EVALUATE BUD-CHOICE
                   WHEN 1
                       PERFORM SET-ONE-BUDGET
                   WHEN 2
                       PERFORM LIST-BUDGET-YEAR
                   WHEN 3
                       PERFORM COPY-ACTUALS-FORWARD
                   WHEN 4
                       PERFORM PRINT-BUDGET-VS-ACTUAL
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           PERFORM RELEASE-FH-LOCK.

           MOVE "BUDGET-VS-ACTUAL" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *EVERY CHANGE TO THE BUDGET IS A SUPERVISOR'S
       CHECK-BUDGET-SUPERVISOR.
           MOVE "BUDGET-REFUSED" TO WS-RUNLOG-PROGRAM-ID
           PERFORM CHECK-SUPERVISOR-ROLE
           MOVE "BUDGET-VS-ACTUAL" TO WS-RUNLOG-PROGRAM-ID
           MOVE WS-FH-ROLE-OK TO BUD-OK.

           EXIT PARAGRAPH.

      *WS-COA-IDX COMES BACK PAST WS-COA-COUNT WHEN THE ACCOUNT
      *IS NOT ON THE CHART
       FIND-CHART-ACCOUNT.
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
               UNTIL WS-COA-IDX > WS-COA-COUNT
               IF WS-COA-T-ACCOUNT(WS-COA-IDX) = BUD-FIND-ACCT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

      *JOURNAL AMOUNT ON THE ACCOUNT'S NORMAL SIDE, SO IT LINES UP
      *WITH THE BUDGET. EXPECTS WS-COA-IDX ON THE ACCOUNT
       NET-ON-NORMAL-SIDE.
           IF WS-COA-T-SIDE(WS-COA-IDX) = "C"
               COMPUTE BUD-NET = GJ-CREDIT - GJ-DEBIT
           ELSE
               COMPUTE BUD-NET = GJ-DEBIT - GJ-CREDIT
           END-IF.

           EXIT PARAGRAPH.

       OPEN-BUDGET-FOR-UPDATE.
           MOVE "Y" TO BUD-OK
           OPEN I-O BUDGET-FILE
           IF WS-BUDGET-STATUS = "35"
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF
           IF WS-BUDGET-STATUS NOT = "00"
               MOVE "BUDGET-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-BUDGET-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               MOVE "N" TO BUD-OK
           END-IF.

           EXIT PARAGRAPH.

      *ONE ROW PER ACCOUNT AND PERIOD - KEYING AN EXISTING ONE
      *REPLACES THE AMOUNT
       SET-ONE-BUDGET.
           PERFORM CHECK-BUDGET-SUPERVISOR
           IF BUD-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ACCOUNT: " WITH NO ADVANCING
           ACCEPT BUD-IN-ACCOUNT
           MOVE BUD-IN-ACCOUNT TO BUD-FIND-ACCT
           PERFORM FIND-CHART-ACCOUNT
           IF WS-COA-IDX > WS-COA-COUNT
               DISPLAY "ACCOUNT " BUD-IN-ACCOUNT
                   " IS NOT ON THE CHART - NOT SAVED"
               EXIT PARAGRAPH
           END-IF
           IF WS-COA-T-TYPE(WS-COA-IDX) NOT = "I" AND NOT = "E"
               DISPLAY "BUDGETS ARE KEPT FOR INCOME AND EXPENSE "
                   "ACCOUNTS ONLY - NOT SAVED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  " WS-COA-T-NAME(WS-COA-IDX)
           DISPLAY "PERIOD (YYYYMM): " WITH NO ADVANCING
           ACCEPT BUD-IN-PERIOD
           IF BUD-IN-MONTH < 1 OR BUD-IN-MONTH > 12
               DISPLAY "NOT A VALID PERIOD - NOT SAVED"
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-BUDGET-FOR-UPDATE
           IF BUD-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE BUD-IN-ACCOUNT TO BG-ACCOUNT
           MOVE BUD-IN-PERIOD TO BG-PERIOD
           MOVE "Y" TO BUD-FOUND
           READ BUDGET-FILE
               INVALID KEY
                   MOVE "N" TO BUD-FOUND
           END-READ
           IF BUD-FOUND = "Y"
               MOVE BG-AMOUNT TO BUD-BUD-OUT
               DISPLAY "CURRENT BUDGET: " BUD-BUD-OUT
               MOVE BUDGET-RECORD TO WS-MA-BEFORE
           ELSE
               MOVE SPACES TO WS-MA-BEFORE
           END-IF
           DISPLAY "BUDGET AMOUNT (NORMAL SIDE): " WITH NO ADVANCING
           ACCEPT BUD-IN-AMOUNT-IN
           IF FUNCTION TEST-NUMVAL(BUD-IN-AMOUNT-IN) NOT = ZERO
               DISPLAY "AMOUNT IS NOT A NUMBER - NOT SAVED"
               CLOSE BUDGET-FILE
               EXIT PARAGRAPH
           END-IF
           COMPUTE BUD-IN-AMOUNT = FUNCTION NUMVAL(BUD-IN-AMOUNT-IN)

           ACCEPT BUD-TODAY FROM DATE YYYYMMDD
           MOVE BUD-IN-ACCOUNT TO BG-ACCOUNT
           MOVE BUD-IN-PERIOD TO BG-PERIOD
           MOVE BUD-IN-AMOUNT TO BG-AMOUNT
           MOVE "K" TO BG-SOURCE
           MOVE BUD-TODAY TO BG-CHANGE-DATE
           MOVE WS-FH-OPERATOR-ID TO BG-OPERATOR-ID
           IF BUD-FOUND = "Y"
               REWRITE BUDGET-RECORD
                   INVALID KEY
                       MOVE "BUDGET-FILE" TO WS-FH-ERR-FILE-NAME
                       MOVE "REWRITE" TO WS-FH-ERR-OPERATION
                       MOVE WS-BUDGET-STATUS TO WS-FH-ERR-STATUS
                       PERFORM REPORT-FILE-ERROR
                   NOT INVALID KEY
                       MOVE "CHANGE" TO WS-MA-ACTION
                       PERFORM AUDIT-BUDGET-CHANGE
                       DISPLAY "BUDGET CHANGED"
               END-REWRITE
           ELSE
               WRITE BUDGET-RECORD
                   INVALID KEY
                       MOVE "BUDGET-FILE" TO WS-FH-ERR-FILE-NAME
                       MOVE "WRITE" TO WS-FH-ERR-OPERATION
                       MOVE WS-BUDGET-STATUS TO WS-FH-ERR-STATUS
                       PERFORM REPORT-FILE-ERROR
                   NOT INVALID KEY
                       MOVE "ADD" TO WS-MA-ACTION
                       PERFORM AUDIT-BUDGET-CHANGE
                       DISPLAY "BUDGET ADDED"
               END-WRITE
           END-IF
           CLOSE BUDGET-FILE.

           EXIT PARAGRAPH.

       AUDIT-BUDGET-CHANGE.
           MOVE BUDGET-RECORD TO WS-MA-AFTER
           MOVE "BUDGET-VS-ACTUAL" TO WS-MA-PROGRAM-ID
           MOVE BG-ACCOUNT TO WS-MA-KEY-NUM
           PERFORM WRITE-MAINT-AUDIT-ENTRY.

           EXIT PARAGRAPH.

       LIST-BUDGET-YEAR.
           DISPLAY "YEAR (YYYY): " WITH NO ADVANCING
           ACCEPT BUD-FROM-YEAR
           MOVE ZERO TO BUD-LIST-COUNT
           MOVE ZERO TO BUD-CALC-BUDGET
           MOVE "N" TO BUD-EOF
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = "00"
               DISPLAY "NO BUDGET ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE "BUDGET-LIST" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           STRING "GL BUDGET FOR " BUD-FROM-YEAR
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           STRING "ACCOUNT  PERIOD          BUDGET SRC CHANGED  "
               "BY"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           MOVE LOW-VALUES TO BG-KEY
           START BUDGET-FILE KEY IS NOT LESS THAN BG-KEY
               INVALID KEY
                   MOVE "Y" TO BUD-EOF
           END-START
           PERFORM UNTIL BUD-EOF = "Y"
               READ BUDGET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BUD-EOF
                   NOT AT END
                       MOVE BG-PERIOD TO BUD-JRNL-PERIOD
                       IF BUD-JRNL-YEAR = BUD-FROM-YEAR
                           PERFORM LIST-ONE-BUDGET-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE
           PERFORM SPOOL-CLOSE-REPORT
           DISPLAY BUD-LIST-COUNT " BUDGET ROW(S) FOR " BUD-FROM-YEAR.

           EXIT PARAGRAPH.

       LIST-ONE-BUDGET-ROW.
           ADD 1 TO BUD-LIST-COUNT
           MOVE BG-AMOUNT TO BUD-BUD-OUT
           STRING BG-ACCOUNT " " BG-PERIOD " " BUD-BUD-OUT "  "
               BG-SOURCE "  " BG-CHANGE-DATE " " BG-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

      *=============== COPY LAST YEAR FORWARD ==================
      *LAST YEAR'S ACTUAL FOR EACH INCOME AND EXPENSE ACCOUNT AND
      *MONTH, PLUS THE UPLIFT, BECOMES THIS YEAR'S BUDGET FOR THE
      *SAME MONTH. ROWS ALREADY ON FILE ARE KEPT UNLESS THE
      *OPERATOR ASKS TO REPLACE THEM
       COPY-ACTUALS-FORWARD.
           PERFORM CHECK-BUDGET-SUPERVISOR
           IF BUD-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-COA-COUNT = ZERO
               DISPLAY "NO CHART OF ACCOUNTS - NOTHING TO COPY"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "BUDGET YEAR TO BUILD (YYYY): " WITH NO ADVANCING
           ACCEPT BUD-IN-YEAR
           IF BUD-IN-YEAR < 1901
               DISPLAY "NOT A VALID YEAR - NOTHING COPIED"
               EXIT PARAGRAPH
           END-IF
           COMPUTE BUD-FROM-YEAR = BUD-IN-YEAR - 1
           DISPLAY "UPLIFT PERCENT (E.G. 5 OR -2.5): "
               WITH NO ADVANCING
           ACCEPT BUD-IN-PCT-IN
           IF BUD-IN-PCT-IN = SPACES
               MOVE "0" TO BUD-IN-PCT-IN
           END-IF
           IF FUNCTION TEST-NUMVAL(BUD-IN-PCT-IN) NOT = ZERO
               DISPLAY "UPLIFT IS NOT A NUMBER - NOTHING COPIED"
               EXIT PARAGRAPH
           END-IF
           COMPUTE BUD-UPLIFT = FUNCTION NUMVAL(BUD-IN-PCT-IN)
           DISPLAY "REPLACE BUDGET ROWS ALREADY ON FILE? (Y/N): "
               WITH NO ADVANCING
           ACCEPT BUD-REPLACE
           IF BUD-REPLACE = "y"
               MOVE "Y" TO BUD-REPLACE
           END-IF

           INITIALIZE BUD-LY-TABLE
           MOVE "N" TO BUD-EOF
           OPEN INPUT GLJRNL-FILE
           IF WS-GLJRNL-STATUS NOT = "00"
               DISPLAY "NO GL JOURNAL ON FILE - NOTHING COPIED"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BUD-EOF = "Y"
               READ GLJRNL-FILE
                   AT END
                       MOVE "Y" TO BUD-EOF
                   NOT AT END
                       PERFORM GATHER-LAST-YEAR-LINE
               END-READ
           END-PERFORM
           CLOSE GLJRNL-FILE

           PERFORM OPEN-BUDGET-FOR-UPDATE
           IF BUD-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           ACCEPT BUD-TODAY FROM DATE YYYYMMDD
           MOVE ZERO TO BUD-ADDED
           MOVE ZERO TO BUD-REPLACED
           MOVE ZERO TO BUD-SKIPPED
           PERFORM COPY-ONE-BUDGET-CELL
               VARYING BUD-IDX FROM 1 BY 1
               UNTIL BUD-IDX > WS-COA-COUNT
               AFTER BUD-MONTH FROM 1 BY 1
               UNTIL BUD-MONTH > 12
           CLOSE BUDGET-FILE

           MOVE BUD-UPLIFT TO BUD-UPLIFT-OUT
           MOVE SPACES TO WS-MA-BEFORE
           MOVE SPACES TO WS-MA-AFTER
           STRING "COPIED " BUD-FROM-YEAR " ACTUALS TO "
               BUD-IN-YEAR " UPLIFT " BUD-UPLIFT-OUT "% ADDED "
               BUD-ADDED " REPLACED " BUD-REPLACED " KEPT "
               BUD-SKIPPED
               DELIMITED BY SIZE INTO WS-MA-AFTER
           MOVE "BUDGET-VS-ACTUAL" TO WS-MA-PROGRAM-ID
           MOVE BUD-IN-YEAR TO WS-MA-KEY-NUM
           MOVE "COPYFWD" TO WS-MA-ACTION
           PERFORM WRITE-MAINT-AUDIT-ENTRY
           DISPLAY BUD-ADDED " BUDGET ROW(S) ADDED, " BUD-REPLACED
               " REPLACED, " BUD-SKIPPED " ALREADY ON FILE KEPT".

           EXIT PARAGRAPH.

       GATHER-LAST-YEAR-LINE.
           MOVE GJ-PERIOD TO BUD-JRNL-PERIOD
           IF BUD-JRNL-YEAR NOT = BUD-FROM-YEAR
               EXIT PARAGRAPH
           END-IF
           IF BUD-JRNL-MONTH < 1 OR BUD-JRNL-MONTH > 12
               EXIT PARAGRAPH
           END-IF
           MOVE GJ-ACCOUNT TO BUD-FIND-ACCT
           PERFORM FIND-CHART-ACCOUNT
           IF WS-COA-IDX > WS-COA-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-COA-T-TYPE(WS-COA-IDX) NOT = "I" AND NOT = "E"
               EXIT PARAGRAPH
           END-IF
           PERFORM NET-ON-NORMAL-SIDE
           ADD BUD-NET TO BUD-LY-AMOUNT(WS-COA-IDX, BUD-JRNL-MONTH).

           EXIT PARAGRAPH.

       COPY-ONE-BUDGET-CELL.
           IF BUD-LY-AMOUNT(BUD-IDX, BUD-MONTH) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COA-T-ACCOUNT(BUD-IDX) TO BG-ACCOUNT
           COMPUTE BG-PERIOD = BUD-IN-YEAR * 100 + BUD-MONTH
           MOVE "Y" TO BUD-FOUND
           READ BUDGET-FILE
               INVALID KEY
                   MOVE "N" TO BUD-FOUND
           END-READ
           IF BUD-FOUND = "Y" AND BUD-REPLACE NOT = "Y"
               ADD 1 TO BUD-SKIPPED
               EXIT PARAGRAPH
           END-IF
           COMPUTE BG-AMOUNT ROUNDED =
               BUD-LY-AMOUNT(BUD-IDX, BUD-MONTH)
               * (100 + BUD-UPLIFT) / 100
           MOVE "C" TO BG-SOURCE
           MOVE BUD-TODAY TO BG-CHANGE-DATE
           MOVE WS-FH-OPERATOR-ID TO BG-OPERATOR-ID
           IF BUD-FOUND = "Y"
               REWRITE BUDGET-RECORD
                   INVALID KEY
                       ADD 1 TO BUD-SKIPPED
                   NOT INVALID KEY
                       ADD 1 TO BUD-REPLACED
               END-REWRITE
           ELSE
               WRITE BUDGET-RECORD
                   INVALID KEY
                       ADD 1 TO BUD-SKIPPED
                   NOT INVALID KEY
                       ADD 1 TO BUD-ADDED
               END-WRITE
           END-IF.

           EXIT PARAGRAPH.

      *=============== BUDGET VERSUS ACTUAL =====================
      *VARIANCE IS ACTUAL LESS BUDGET ON THE ACCOUNT'S NORMAL SIDE,
      *THE PERCENT IS OF BUDGET. AN ACCOUNT IS OUTSIDE TOLERANCE
      *WHEN EITHER THE PERIOD OR THE YEAR TO DATE MISSES BY MORE
      *THAN THE TOLERANCE, OR HAS ACTIVITY WITH NO BUDGET AT ALL
       PRINT-BUDGET-VS-ACTUAL.
           IF WS-COA-COUNT = ZERO
               DISPLAY "NO CHART OF ACCOUNTS - ACCOUNTS CANNOT BE "
                   "CLASSIFIED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PERIOD (YYYYMM): " WITH NO ADVANCING
           ACCEPT BUD-IN-PERIOD
           IF BUD-IN-MONTH < 1 OR BUD-IN-MONTH > 12
               DISPLAY "NOT A VALID PERIOD"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TOLERANCE PERCENT (BLANK FOR 10): "
               WITH NO ADVANCING
           ACCEPT BUD-IN-PCT-IN
           IF BUD-IN-PCT-IN = SPACES
               MOVE "10" TO BUD-IN-PCT-IN
           END-IF
           IF FUNCTION TEST-NUMVAL(BUD-IN-PCT-IN) NOT = ZERO
               DISPLAY "TOLERANCE IS NOT A NUMBER"
               EXIT PARAGRAPH
           END-IF
           COMPUTE BUD-TOLERANCE = FUNCTION NUMVAL(BUD-IN-PCT-IN)
           MOVE BUD-IN-PERIOD TO BUD-YEAR-START
           MOVE 01 TO BUD-YEAR-START(5:2)

           INITIALIZE BUD-RPT-TABLE
           MOVE ZERO TO BUD-OFF-CHART
           MOVE "N" TO BUD-EOF
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS = "00"
               PERFORM UNTIL BUD-EOF = "Y"
                   READ BUDGET-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO BUD-EOF
                       NOT AT END
                           PERFORM GATHER-ONE-BUDGET-ROW
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF
           MOVE "N" TO BUD-EOF
           OPEN INPUT GLJRNL-FILE
           IF WS-GLJRNL-STATUS = "00"
               PERFORM UNTIL BUD-EOF = "Y"
                   READ GLJRNL-FILE
                       AT END
                           MOVE "Y" TO BUD-EOF
                       NOT AT END
                           PERFORM GATHER-ONE-ACTUAL-LINE
                   END-READ
               END-PERFORM
               CLOSE GLJRNL-FILE
           END-IF

           MOVE BUD-TOLERANCE TO BUD-TOL-OUT
           MOVE ZERO TO BUD-SHOWN-COUNT
           MOVE ZERO TO BUD-FLAG-COUNT
           MOVE "BUDGET-VS-ACTUAL" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           STRING "BUDGET VERSUS ACTUAL - PERIOD " BUD-IN-PERIOD
               "   TOLERANCE " BUD-TOL-OUT "%"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "                    BUDGET         ACTUAL"
               "       VARIANCE    VAR %"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM PRINT-ONE-ACCOUNT-VARIANCE
               VARYING BUD-IDX FROM 1 BY 1
               UNTIL BUD-IDX > WS-COA-COUNT

           MOVE SPACES TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "OUTSIDE TOLERANCE - FOR REVIEW"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM PRINT-ONE-EXCEPTION
               VARYING BUD-IDX FROM 1 BY 1
               UNTIL BUD-IDX > WS-COA-COUNT
           IF BUD-FLAG-COUNT = ZERO
               MOVE "  NONE - EVERY ACCOUNT IS WITHIN TOLERANCE"
                   TO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF BUD-OFF-CHART > ZERO
               STRING BUD-OFF-CHART " BUDGET ROW(S) FOR ACCOUNTS "
                   "NOT ON THE CHART WERE LEFT OUT"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM SPOOL-CLOSE-REPORT
           DISPLAY BUD-SHOWN-COUNT " ACCOUNT(S) REPORTED, "
               BUD-FLAG-COUNT " OUTSIDE TOLERANCE".

           EXIT PARAGRAPH.

       GATHER-ONE-BUDGET-ROW.
           IF BG-PERIOD < BUD-YEAR-START OR
-             BG-PERIOD > BUD-IN-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE BG-ACCOUNT TO BUD-FIND-ACCT
           PERFORM FIND-CHART-ACCOUNT
           IF WS-COA-IDX > WS-COA-COUNT
               ADD 1 TO BUD-OFF-CHART
               EXIT PARAGRAPH
           END-IF
           ADD BG-AMOUNT TO BUD-R-BUD-YTD(WS-COA-IDX)
           IF BG-PERIOD = BUD-IN-PERIOD
               ADD BG-AMOUNT TO BUD-R-BUD-CUR(WS-COA-IDX)
           END-IF.

           EXIT PARAGRAPH.

       GATHER-ONE-ACTUAL-LINE.
           IF GJ-PERIOD < BUD-YEAR-START OR
-             GJ-PERIOD > BUD-IN-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE GJ-ACCOUNT TO BUD-FIND-ACCT
           PERFORM FIND-CHART-ACCOUNT
           IF WS-COA-IDX > WS-COA-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-COA-T-TYPE(WS-COA-IDX) NOT = "I" AND NOT = "E"
               EXIT PARAGRAPH
           END-IF
           PERFORM NET-ON-NORMAL-SIDE
           ADD BUD-NET TO BUD-R-ACT-YTD(WS-COA-IDX)
           IF GJ-PERIOD = BUD-IN-PERIOD
               ADD BUD-NET TO BUD-R-ACT-CUR(WS-COA-IDX)
           END-IF.

           EXIT PARAGRAPH.

       PRINT-ONE-ACCOUNT-VARIANCE.
           IF BUD-R-BUD-CUR(BUD-IDX) = ZERO AND
-             BUD-R-ACT-CUR(BUD-IDX) = ZERO AND
-             BUD-R-BUD-YTD(BUD-IDX) = ZERO AND
-             BUD-R-ACT-YTD(BUD-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BUD-SHOWN-COUNT
           MOVE "N" TO BUD-R-FLAG(BUD-IDX)
           STRING WS-COA-T-ACCOUNT(BUD-IDX) " "
               WS-COA-T-NAME(BUD-IDX)
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE

           MOVE "  PERIOD  " TO BUD-CALC-LABEL
           MOVE BUD-R-BUD-CUR(BUD-IDX) TO BUD-CALC-BUDGET
           MOVE BUD-R-ACT-CUR(BUD-IDX) TO BUD-CALC-ACTUAL
           PERFORM PRINT-VARIANCE-LINE

           MOVE "  YTD     " TO BUD-CALC-LABEL
           MOVE BUD-R-BUD-YTD(BUD-IDX) TO BUD-CALC-BUDGET
           MOVE BUD-R-ACT-YTD(BUD-IDX) TO BUD-CALC-ACTUAL
           PERFORM PRINT-VARIANCE-LINE
           IF BUD-R-FLAG(BUD-IDX) = "Y"
               ADD 1 TO BUD-FLAG-COUNT
           END-IF.

           EXIT PARAGRAPH.

       PRINT-VARIANCE-LINE.
           PERFORM COMPUTE-VARIANCE
           IF BUD-CALC-OUTSIDE = "Y"
               MOVE "Y" TO BUD-R-FLAG(BUD-IDX)
           END-IF
           MOVE BUD-CALC-BUDGET TO BUD-BUD-OUT
           MOVE BUD-CALC-ACTUAL TO BUD-ACT-OUT
           MOVE BUD-CALC-VAR TO BUD-VAR-OUT
           IF BUD-CALC-OUTSIDE = "Y"
               STRING BUD-CALC-LABEL BUD-BUD-OUT BUD-ACT-OUT
                   BUD-VAR-OUT " " BUD-PCT-TEXT " <<"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
               STRING BUD-CALC-LABEL BUD-BUD-OUT BUD-ACT-OUT
                   BUD-VAR-OUT " " BUD-PCT-TEXT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

      *SETS BUD-CALC-VAR, BUD-PCT-TEXT AND BUD-CALC-OUTSIDE FROM
      *BUD-CALC-BUDGET AND BUD-CALC-ACTUAL
       COMPUTE-VARIANCE.
           MOVE "N" TO BUD-CALC-OUTSIDE
           COMPUTE BUD-CALC-VAR = BUD-CALC-ACTUAL - BUD-CALC-BUDGET
           IF BUD-CALC-BUDGET = ZERO
               MOVE "     N/A" TO BUD-PCT-TEXT
               IF BUD-CALC-ACTUAL NOT = ZERO
                   MOVE "Y" TO BUD-CALC-OUTSIDE
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE BUD-CALC-PCT ROUNDED =
               BUD-CALC-VAR * 100 / BUD-CALC-BUDGET
               ON SIZE ERROR
                   MOVE 9999.9 TO BUD-CALC-PCT
           END-COMPUTE
           IF BUD-CALC-BUDGET < ZERO
               COMPUTE BUD-CALC-PCT = 0 - BUD-CALC-PCT
           END-IF
           MOVE BUD-CALC-PCT TO BUD-PCT-OUT
           MOVE BUD-PCT-OUT TO BUD-PCT-TEXT
           IF BUD-CALC-PCT < ZERO
               COMPUTE BUD-CALC-ABS = 0 - BUD-CALC-PCT
           ELSE
               MOVE BUD-CALC-PCT TO BUD-CALC-ABS
           END-IF
           IF BUD-CALC-ABS > BUD-TOLERANCE
               MOVE "Y" TO BUD-CALC-OUTSIDE
           END-IF.

           EXIT PARAGRAPH.

       PRINT-ONE-EXCEPTION.
           IF BUD-R-FLAG(BUD-IDX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE BUD-R-BUD-CUR(BUD-IDX) TO BUD-CALC-BUDGET
           MOVE BUD-R-ACT-CUR(BUD-IDX) TO BUD-CALC-ACTUAL
           PERFORM COMPUTE-VARIANCE
           MOVE BUD-CALC-VAR TO BUD-VAR-OUT
           MOVE BUD-PCT-TEXT TO BUD-CALC-LABEL
           MOVE BUD-R-BUD-YTD(BUD-IDX) TO BUD-CALC-BUDGET
           MOVE BUD-R-ACT-YTD(BUD-IDX) TO BUD-CALC-ACTUAL
           PERFORM COMPUTE-VARIANCE
           MOVE BUD-CALC-VAR TO BUD-ACT-OUT
           STRING "  " WS-COA-T-ACCOUNT(BUD-IDX) " PER "
               BUD-VAR-OUT BUD-CALC-LABEL(1:8) "%  YTD "
               BUD-ACT-OUT BUD-PCT-TEXT "%"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "gl-acct-load.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "role-check.cpy".

       COPY "lock-paragraphs.cpy".

       COPY "maint-audit-write.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
