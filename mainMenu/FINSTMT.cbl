      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINANCIAL-STATEMENTS.

      *====================================================
      * Stand-alone utility: the income statement and the
      * balance sheet built straight from the GL journal
      * (gljrnl.dat), classified by the account types on the
      * chart of accounts (coa.dat), so management stops
      * building them by hand off the trial balance. The
      * income statement for a period shows every income and
      * expense account - revenue, commission, shrinkage, FX
      * and whatever else the chart carries - for the period,
      * the year to date and the same period last year, with
      * subtotals by type and net income. The balance sheet
      * shows assets, liabilities and equity as of the end of
      * the period, carries net income to date into equity
      * (the journal has no closing entries) and proves that
      * assets equal liabilities plus equity. A journal
      * account that is not on the chart is shown on its own
      * line so nothing drops out of the proof. Both go to
      * the report spool. Run on demand from the command
      * line; it is not wired into FH-MAIN-MENU since it is
      * a reporting tool, not a calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "gljrnl-select.cpy".
           COPY "coa-select.cpy".
           COPY "glmap-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "gljrnl-rec.cpy".
           COPY "coa-rec.cpy".
           COPY "glmap-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  FIN-CHOICE                      PIC 9.
       01  FIN-EOF                         PIC X.
       01  FIN-OK                          PIC X.
       01  FIN-PERIOD                      PIC 9(6).
       01  FIN-PERIOD-PARTS REDEFINES FIN-PERIOD.
           05  FIN-PERIOD-YEAR             PIC 9(4).
           05  FIN-PERIOD-MONTH            PIC 99.
       01  FIN-YEAR-START                  PIC 9(6).
       01  FIN-LAST-YEAR                   PIC 9(6).
       01  FIN-NET                         PIC S9(12)V99.
       01  FIN-SECTION-TYPE                PIC X.
       01  FIN-SECTION-NAME                PIC X(20).
       01  FIN-LINE-COUNT                  PIC 9(4).
       01  FIN-IDX                         PIC 9(4).
       01  FIN-ACCT-NAME                   PIC X(20).
       01  FIN-ACCT-TABLE.
           05  FIN-ACCT-ENTRY              OCCURS 500 TIMES.
               10  FIN-A-CUR               PIC S9(12)V99.
               10  FIN-A-YTD               PIC S9(12)V99.
               10  FIN-A-LY                PIC S9(12)V99.
               10  FIN-A-BAL               PIC S9(12)V99.
       01  FIN-SUB-CUR                     PIC S9(12)V99.
       01  FIN-SUB-YTD                     PIC S9(12)V99.
       01  FIN-SUB-LY                      PIC S9(12)V99.
       01  FIN-INC-CUR                     PIC S9(12)V99.
       01  FIN-INC-YTD                     PIC S9(12)V99.
       01  FIN-INC-LY                      PIC S9(12)V99.
       01  FIN-EXP-CUR                     PIC S9(12)V99.
       01  FIN-EXP-YTD                     PIC S9(12)V99.
       01  FIN-EXP-LY                      PIC S9(12)V99.
       01  FIN-UNC-CUR                     PIC S9(12)V99.
       01  FIN-UNC-YTD                     PIC S9(12)V99.
       01  FIN-UNC-LY                      PIC S9(12)V99.
       01  FIN-UNC-BAL                     PIC S9(12)V99.
       01  FIN-SUB-BAL                     PIC S9(12)V99.
       01  FIN-ASSETS                      PIC S9(12)V99.
       01  FIN-LIABS                       PIC S9(12)V99.
       01  FIN-EQUITY                      PIC S9(12)V99.
       01  FIN-EARNINGS                    PIC S9(12)V99.
       01  FIN-LIAB-EQUITY                 PIC S9(12)V99.
       01  FIN-DIFF                        PIC S9(12)V99.
       01  FIN-CUR-OUT                     PIC ZZZ,ZZZ,ZZ9.99-.
       01  FIN-YTD-OUT                     PIC ZZZ,ZZZ,ZZ9.99-.
       01  FIN-LY-OUT                      PIC ZZZ,ZZZ,ZZ9.99-.
       01  FIN-BAL-OUT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
           COPY "gl-acct-table.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "FINANCIAL-STATEMENTS" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM LOAD-GL-ACCOUNT-MAP.

           PERFORM UNTIL FIN-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "   FINANCIAL STATEMENTS    "
               DISPLAY "==========================="
               DISPLAY "1 - INCOME STATEMENT FOR A PERIOD"
               DISPLAY "2 - BALANCE SHEET AS OF PERIOD END"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT FIN-CHOICE

               EVALUATE FIN-CHOICE
                   WHEN 1
                       PERFORM PRINT-INCOME-STATEMENT
                   WHEN 2
                       PERFORM PRINT-BALANCE-SHEET
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           MOVE "FINANCIAL-STATEMENTS" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

       ACCEPT-REPORT-PERIOD.
           MOVE "N" TO FIN-OK
           IF WS-COA-COUNT = ZERO
               DISPLAY "NO CHART OF ACCOUNTS - ACCOUNTS CANNOT BE "
                   "CLASSIFIED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PERIOD (YYYYMM): " WITH NO ADVANCING
           ACCEPT FIN-PERIOD
           IF FIN-PERIOD-MONTH < 1 OR FIN-PERIOD-MONTH > 12
               DISPLAY "NOT A VALID PERIOD"
               EXIT PARAGRAPH
           END-IF
           MOVE FIN-PERIOD TO FIN-YEAR-START
           MOVE 01 TO FIN-YEAR-START(5:2)
           COMPUTE FIN-LAST-YEAR = FIN-PERIOD - 100
           MOVE "Y" TO FIN-OK.

           EXIT PARAGRAPH.

      *ONE PASS OVER THE JOURNAL FILLS ALL FOUR BUCKETS FOR EVERY
      *CHART ACCOUNT. AMOUNTS ARE NET DEBIT HERE; THE REPORTS
      *TURN CREDIT-NATURE ACCOUNTS ROUND
       ACCUMULATE-JOURNAL.
           MOVE "N" TO FIN-OK
           INITIALIZE FIN-ACCT-TABLE
           MOVE ZERO TO FIN-UNC-CUR
           MOVE ZERO TO FIN-UNC-YTD
           MOVE ZERO TO FIN-UNC-LY
           MOVE ZERO TO FIN-UNC-BAL
           MOVE "N" TO FIN-EOF
           OPEN INPUT GLJRNL-FILE
           IF WS-GLJRNL-STATUS NOT = "00"
               DISPLAY "NO GL JOURNAL ON FILE"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-EOF = "Y"
               READ GLJRNL-FILE
                   AT END
                       MOVE "Y" TO FIN-EOF
                   NOT AT END
                       PERFORM ACCUMULATE-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE GLJRNL-FILE
           MOVE "Y" TO FIN-OK.

           EXIT PARAGRAPH.

       ACCUMULATE-ONE-LINE.
           COMPUTE FIN-NET = GJ-DEBIT - GJ-CREDIT
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
               UNTIL WS-COA-IDX > WS-COA-COUNT
               IF WS-COA-T-ACCOUNT(WS-COA-IDX) = GJ-ACCOUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-COA-IDX > WS-COA-COUNT
               IF GJ-PERIOD = FIN-PERIOD
                   ADD FIN-NET TO FIN-UNC-CUR
               END-IF
               IF GJ-PERIOD NOT < FIN-YEAR-START AND
-                 GJ-PERIOD NOT > FIN-PERIOD
                   ADD FIN-NET TO FIN-UNC-YTD
               END-IF
               IF GJ-PERIOD = FIN-LAST-YEAR
                   ADD FIN-NET TO FIN-UNC-LY
               END-IF
               IF GJ-PERIOD NOT > FIN-PERIOD
                   ADD FIN-NET TO FIN-UNC-BAL
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF GJ-PERIOD = FIN-PERIOD
               ADD FIN-NET TO FIN-A-CUR(WS-COA-IDX)
           END-IF
           IF GJ-PERIOD NOT < FIN-YEAR-START AND
-             GJ-PERIOD NOT > FIN-PERIOD
               ADD FIN-NET TO FIN-A-YTD(WS-COA-IDX)
           END-IF
           IF GJ-PERIOD = FIN-LAST-YEAR
               ADD FIN-NET TO FIN-A-LY(WS-COA-IDX)
           END-IF
           IF GJ-PERIOD NOT > FIN-PERIOD
               ADD FIN-NET TO FIN-A-BAL(WS-COA-IDX)
           END-IF.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

      *=================== INCOME STATEMENT ===================
      *INCOME SHOWS AS A CREDIT, EXPENSE AS A DEBIT, SO BOTH READ
      *POSITIVE IN THE NORMAL CASE
       PRINT-INCOME-STATEMENT.
           PERFORM ACCEPT-REPORT-PERIOD
           IF FIN-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCUMULATE-JOURNAL
           IF FIN-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "INCOME-STATEMENT" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           STRING "INCOME STATEMENT - PERIOD " FIN-PERIOD
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "ACCOUNT  NAME                    "
               "  THIS PERIOD   YEAR TO DATE   SAME PER LY"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE

           MOVE "I" TO FIN-SECTION-TYPE
           MOVE "REVENUE" TO FIN-SECTION-NAME
           PERFORM PRINT-IS-SECTION
           MOVE FIN-SUB-CUR TO FIN-INC-CUR
           MOVE FIN-SUB-YTD TO FIN-INC-YTD
           MOVE FIN-SUB-LY TO FIN-INC-LY

           MOVE "E" TO FIN-SECTION-TYPE
           MOVE "EXPENSES" TO FIN-SECTION-NAME
           PERFORM PRINT-IS-SECTION
           MOVE FIN-SUB-CUR TO FIN-EXP-CUR
           MOVE FIN-SUB-YTD TO FIN-EXP-YTD
           MOVE FIN-SUB-LY TO FIN-EXP-LY

           COMPUTE FIN-SUB-CUR = FIN-INC-CUR - FIN-EXP-CUR
           COMPUTE FIN-SUB-YTD = FIN-INC-YTD - FIN-EXP-YTD
           COMPUTE FIN-SUB-LY = FIN-INC-LY - FIN-EXP-LY
           MOVE FIN-SUB-CUR TO FIN-CUR-OUT
           MOVE FIN-SUB-YTD TO FIN-YTD-OUT
           MOVE FIN-SUB-LY TO FIN-LY-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "NET INCOME                      " FIN-CUR-OUT
               FIN-YTD-OUT FIN-LY-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE

           IF FIN-UNC-CUR NOT = ZERO OR FIN-UNC-YTD NOT = ZERO OR
-             FIN-UNC-LY NOT = ZERO
               MOVE FIN-UNC-CUR TO FIN-CUR-OUT
               MOVE FIN-UNC-YTD TO FIN-YTD-OUT
               MOVE FIN-UNC-LY TO FIN-LY-OUT
               STRING "NOT ON CHART (NET DR) - EXCLUDED" FIN-CUR-OUT
                   FIN-YTD-OUT FIN-LY-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       PRINT-IS-SECTION.
           MOVE ZERO TO FIN-SUB-CUR
           MOVE ZERO TO FIN-SUB-YTD
           MOVE ZERO TO FIN-SUB-LY
           MOVE SPACES TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE FIN-SECTION-NAME TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM PRINT-ONE-IS-ACCOUNT
               VARYING FIN-IDX FROM 1 BY 1
               UNTIL FIN-IDX > WS-COA-COUNT
           MOVE FIN-SUB-CUR TO FIN-CUR-OUT
           MOVE FIN-SUB-YTD TO FIN-YTD-OUT
           MOVE FIN-SUB-LY TO FIN-LY-OUT
           STRING "  TOTAL " FIN-SECTION-NAME "    " FIN-CUR-OUT
               FIN-YTD-OUT FIN-LY-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

       PRINT-ONE-IS-ACCOUNT.
           IF WS-COA-T-TYPE(FIN-IDX) NOT = FIN-SECTION-TYPE
               EXIT PARAGRAPH
           END-IF
           IF FIN-A-CUR(FIN-IDX) = ZERO AND
-             FIN-A-YTD(FIN-IDX) = ZERO AND
-             FIN-A-LY(FIN-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           IF FIN-SECTION-TYPE = "I"
               COMPUTE FIN-A-CUR(FIN-IDX) = 0 - FIN-A-CUR(FIN-IDX)
               COMPUTE FIN-A-YTD(FIN-IDX) = 0 - FIN-A-YTD(FIN-IDX)
               COMPUTE FIN-A-LY(FIN-IDX) = 0 - FIN-A-LY(FIN-IDX)
           END-IF
           ADD FIN-A-CUR(FIN-IDX) TO FIN-SUB-CUR
           ADD FIN-A-YTD(FIN-IDX) TO FIN-SUB-YTD
           ADD FIN-A-LY(FIN-IDX) TO FIN-SUB-LY
           MOVE FIN-A-CUR(FIN-IDX) TO FIN-CUR-OUT
           MOVE FIN-A-YTD(FIN-IDX) TO FIN-YTD-OUT
           MOVE FIN-A-LY(FIN-IDX) TO FIN-LY-OUT
           MOVE WS-COA-T-NAME(FIN-IDX) TO FIN-ACCT-NAME
           STRING WS-COA-T-ACCOUNT(FIN-IDX) " " FIN-ACCT-NAME
               "   " FIN-CUR-OUT FIN-YTD-OUT FIN-LY-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

      *===================== BALANCE SHEET ====================
      *BALANCES TO THE END OF THE PERIOD. NET INCOME TO DATE IS
      *EVERY INCOME AND EXPENSE LINE SO FAR - THERE ARE NO
      *CLOSING ENTRIES - AND SITS IN EQUITY
       PRINT-BALANCE-SHEET.
           PERFORM ACCEPT-REPORT-PERIOD
           IF FIN-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCUMULATE-JOURNAL
           IF FIN-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO FIN-EARNINGS
           PERFORM VARYING FIN-IDX FROM 1 BY 1
               UNTIL FIN-IDX > WS-COA-COUNT
               IF WS-COA-T-TYPE(FIN-IDX) = "I" OR
-                 WS-COA-T-TYPE(FIN-IDX) = "E"
                   SUBTRACT FIN-A-BAL(FIN-IDX) FROM FIN-EARNINGS
               END-IF
           END-PERFORM

           MOVE "BALANCE-SHEET" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           STRING "BALANCE SHEET AS OF THE END OF PERIOD " FIN-PERIOD
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE

           MOVE "A" TO FIN-SECTION-TYPE
           MOVE "ASSETS" TO FIN-SECTION-NAME
           PERFORM PRINT-BS-SECTION
           IF FIN-UNC-BAL NOT = ZERO
               MOVE FIN-UNC-BAL TO FIN-BAL-OUT
               STRING "  NOT ON CHART (NET DR)                  "
                   FIN-BAL-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
               ADD FIN-UNC-BAL TO FIN-SUB-BAL
           END-IF
           MOVE FIN-SUB-BAL TO FIN-ASSETS
           MOVE FIN-ASSETS TO FIN-BAL-OUT
           STRING "TOTAL ASSETS                             "
               FIN-BAL-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE

           MOVE "L" TO FIN-SECTION-TYPE
           MOVE "LIABILITIES" TO FIN-SECTION-NAME
           PERFORM PRINT-BS-SECTION
           MOVE FIN-SUB-BAL TO FIN-LIABS

           MOVE "Q" TO FIN-SECTION-TYPE
           MOVE "EQUITY" TO FIN-SECTION-NAME
           PERFORM PRINT-BS-SECTION
           MOVE FIN-EARNINGS TO FIN-BAL-OUT
           STRING "  NET INCOME TO DATE                     "
               FIN-BAL-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           COMPUTE FIN-EQUITY = FIN-SUB-BAL + FIN-EARNINGS
           MOVE FIN-EQUITY TO FIN-BAL-OUT
           STRING "TOTAL EQUITY                             "
               FIN-BAL-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE

           COMPUTE FIN-LIAB-EQUITY = FIN-LIABS + FIN-EQUITY
           MOVE FIN-LIAB-EQUITY TO FIN-BAL-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "TOTAL LIABILITIES AND EQUITY             "
               FIN-BAL-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE

           COMPUTE FIN-DIFF = FIN-ASSETS - FIN-LIAB-EQUITY
           IF FIN-DIFF = ZERO
               MOVE "BALANCE SHEET BALANCES" TO WS-SPOOL-LINE
           ELSE
               MOVE FIN-DIFF TO FIN-BAL-OUT
               STRING "*** OUT OF BALANCE BY " FIN-BAL-OUT
                   " - CHECK THE JOURNAL PROOF IN GL-INQUIRY"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       PRINT-BS-SECTION.
           MOVE ZERO TO FIN-SUB-BAL
           MOVE SPACES TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE FIN-SECTION-NAME TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM PRINT-ONE-BS-ACCOUNT
               VARYING FIN-IDX FROM 1 BY 1
               UNTIL FIN-IDX > WS-COA-COUNT
           IF FIN-SECTION-TYPE NOT = "Q"
               MOVE FIN-SUB-BAL TO FIN-BAL-OUT
               STRING "  SUBTOTAL " FIN-SECTION-NAME "          "
                   FIN-BAL-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

           EXIT PARAGRAPH.

      *ASSETS READ AS NET DEBIT, LIABILITIES AND EQUITY AS NET
      *CREDIT
       PRINT-ONE-BS-ACCOUNT.
           IF WS-COA-T-TYPE(FIN-IDX) NOT = FIN-SECTION-TYPE
               EXIT PARAGRAPH
           END-IF
           IF FIN-A-BAL(FIN-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           IF FIN-SECTION-TYPE NOT = "A"
               COMPUTE FIN-A-BAL(FIN-IDX) = 0 - FIN-A-BAL(FIN-IDX)
           END-IF
           ADD FIN-A-BAL(FIN-IDX) TO FIN-SUB-BAL
           MOVE FIN-A-BAL(FIN-IDX) TO FIN-BAL-OUT
           MOVE WS-COA-T-NAME(FIN-IDX) TO FIN-ACCT-NAME
           STRING "  " WS-COA-T-ACCOUNT(FIN-IDX) " " FIN-ACCT-NAME
               "          " FIN-BAL-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

       COPY "gl-acct-load.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
