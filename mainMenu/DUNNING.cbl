      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING-LETTER-RUN.

      *====================================================
      * Stand-alone utility: the collections letter run over
      * the open-item receivables ledger (openitem.dat). Every
      * customer with an OPEN item past its due date as of the
      * keyed date gets one letter, its level picked from the
      * customer's oldest overdue item - 1 to 30 days late a
      * friendly reminder, 31 to 60 a second notice, over 60 a
      * final demand - and never lower than the level already
      * sent on those items. The letter body comes from the
      * template file (dunntpl.dat - lines after ">REMINDER",
      * ">SECOND" and ">FINAL" markers, the same scheme as
      * STUDENT-LETTER-RUN; a missing template falls back to a
      * built-in text) followed by the overdue items. The
      * level and date sent are stamped on each item listed,
      * and a customer lettered in the last 7 days is skipped,
      * so nobody gets the same letter twice in a week. Final-
      * demand customers are listed for the credit manager to
      * put on hold. Run on demand from the command line; it
      * is not wired into FH-MAIN-MENU since it is a reporting
      * tool, not a calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "openitem-select.cpy".
           COPY "cust-select.cpy".
           SELECT DUNNTPL-FILE ASSIGN TO "dunntpl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUN-TPL-STATUS.
           COPY "runlog-select.cpy".
           COPY "lock-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "openitem-rec.cpy".
           COPY "cust-rec.cpy".

       FD  DUNNTPL-FILE.

       01  DUNNTPL-RECORD                  PIC X(80).
           COPY "fd-vars.cpy".
           COPY "lock-rec.cpy".

       WORKING-STORAGE SECTION.
       01  DUN-ASOF-DATE                   PIC 9(8).
       01  DUN-ASOF-INT                    PIC S9(9).
       01  DUN-DAYS                        PIC S9(5).
       01  DUN-DAYS-OUT                    PIC ZZZZ9.
       01  DUN-LEVEL2-DAYS                 PIC 9(3) VALUE 31.
       01  DUN-LEVEL3-DAYS                 PIC 9(3) VALUE 61.
       01  DUN-REPEAT-DAYS                 PIC 9(3) VALUE 7.
       01  DUN-TPL-STATUS                  PIC XX.
       01  DUN-TPL-SECTION                 PIC X.
       01  DUN-TPL-USED                    PIC X.
       01  DUN-LEVEL                       PIC 9.
       01  DUN-IDX                         PIC 9(3).
       01  DUN-CUST-COUNT                  PIC 9(3) VALUE 0.
       01  DUN-FOUND                       PIC X.
       01  DUN-TRUNCATED                   PIC X VALUE "N".
       01  DUN-LETTER-COUNT                PIC 9(5) VALUE 0.
       01  DUN-SKIP-COUNT                  PIC 9(5) VALUE 0.
       01  DUN-FINAL-COUNT                 PIC 9(5) VALUE 0.
       01  DUN-LEVEL-COUNT                 PIC 9(5) OCCURS 3 TIMES.
       01  DUN-LETTER-TOTAL                PIC S9(12)V99.
       01  DUN-AMT-OUT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  DUN-LEVEL-NAMES.
           05  FILLER                      PIC X(14)
                                           VALUE "REMINDER".
           05  FILLER                      PIC X(14)
                                           VALUE "SECOND NOTICE".
           05  FILLER                      PIC X(14)
                                           VALUE "FINAL DEMAND".
       01  DUN-LEVEL-NAME-TABLE REDEFINES DUN-LEVEL-NAMES.
           05  DUN-LEVEL-NAME              PIC X(14) OCCURS 3 TIMES.
       01  DUN-CUST-TABLE.
           05  DUN-CUST-ENTRY              OCCURS 200 TIMES.
               10  DUN-CT-CUST             PIC X(8).
               10  DUN-CT-NAME             PIC X(25).
               10  DUN-CT-MAX-DAYS         PIC S9(5).
               10  DUN-CT-PRIOR-LEVEL      PIC 9.
               10  DUN-CT-LAST-SENT        PIC 9(8).
               10  DUN-CT-LEVEL            PIC 9.
               10  DUN-CT-BALANCE          PIC S9(12)V99.
           COPY "openitem-table.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "DUNNING-LETTER-RUN" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM ACQUIRE-FH-LOCK.
           IF WS-FH-LOCK-HELD NOT = "Y"
               GOBACK
           END-IF.

           DISPLAY "DUNNING AS OF DATE (YYYYMMDD, 0 = TODAY): "
               WITH NO ADVANCING.
           ACCEPT DUN-ASOF-DATE.
           IF DUN-ASOF-DATE = ZERO
               ACCEPT DUN-ASOF-DATE FROM DATE YYYYMMDD
           END-IF.
           COMPUTE DUN-ASOF-INT =
               FUNCTION INTEGER-OF-DATE(DUN-ASOF-DATE).

           PERFORM LOAD-OPENITEM-TABLE.
           IF WS-OIT-COUNT = ZERO
               DISPLAY "NO OPEN-ITEM LEDGER ON FILE - RUN "
-                  "PAYMENT-ENTRY REFRESH FIRST"
               PERFORM RELEASE-FH-LOCK
               GOBACK
           END-IF.
           IF WS-OIT-OVERFLOW = "Y"
               DISPLAY "MORE THAN 500 OPEN ITEMS ON FILE - "
-                  "NO LETTERS RUN. ARCHIVE OPENITEM.DAT."
               PERFORM RELEASE-FH-LOCK
               GOBACK
           END-IF.

           PERFORM FIND-OVERDUE-CUSTOMER
               VARYING WS-OIT-IDX FROM 1 BY 1
               UNTIL WS-OIT-IDX > WS-OIT-COUNT.

           MOVE ZERO TO DUN-LEVEL-COUNT(1).
           MOVE ZERO TO DUN-LEVEL-COUNT(2).
           MOVE ZERO TO DUN-LEVEL-COUNT(3).
           MOVE "DUNNING-LETTERS" TO WS-SPOOL-NAME.
           PERFORM SPOOL-OPEN-REPORT.
           PERFORM LETTER-ONE-CUSTOMER
               VARYING DUN-IDX FROM 1 BY 1
               UNTIL DUN-IDX > DUN-CUST-COUNT.
           PERFORM SPOOL-CLOSE-REPORT.

           IF DUN-LETTER-COUNT > ZERO
               PERFORM REWRITE-OPENITEM-TABLE
           END-IF.

           PERFORM PRINT-CREDIT-HOLD-LIST.

           DISPLAY "========= DUNNING RUN AS OF " DUN-ASOF-DATE
-              " =========".
           DISPLAY "REMINDERS:       " DUN-LEVEL-COUNT(1).
           DISPLAY "SECOND NOTICES:  " DUN-LEVEL-COUNT(2).
           DISPLAY "FINAL DEMANDS:   " DUN-LEVEL-COUNT(3).
           DISPLAY "SKIPPED (LETTERED IN LAST " DUN-REPEAT-DAYS
               " DAYS): " DUN-SKIP-COUNT.
           IF DUN-TRUNCATED = "Y"
               DISPLAY "MORE THAN 200 OVERDUE CUSTOMERS - THE REST "
-                  "WAIT FOR THE NEXT RUN"
           END-IF.
           DISPLAY "================================================".

           MOVE "DUNNING-LETTER-RUN" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           PERFORM RELEASE-FH-LOCK.

           GOBACK.

      *ONE TABLE ROW PER CUSTOMER WITH AN OVERDUE OPEN ITEM,
      *CARRYING THE OLDEST ITEM'S DAYS LATE AND THE HIGHEST LEVEL
      *AND LATEST DATE ANY OF ITS ITEMS HAS BEEN LETTERED AT
       FIND-OVERDUE-CUSTOMER.
           MOVE WS-OIT-IMAGE(WS-OIT-IDX) TO OPENITEM-RECORD
           IF OI-STATUS NOT = "OPEN" OR OI-BALANCE NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE DUN-DAYS = DUN-ASOF-INT -
               FUNCTION INTEGER-OF-DATE(OI-DUE-DATE)
           IF DUN-DAYS < 1
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO DUN-FOUND
           PERFORM VARYING DUN-IDX FROM 1 BY 1
               UNTIL DUN-IDX > DUN-CUST-COUNT
               IF DUN-CT-CUST(DUN-IDX) = OI-CUST-NUM
                   MOVE "Y" TO DUN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF DUN-FOUND = "N"
               IF DUN-CUST-COUNT >= 200
                   MOVE "Y" TO DUN-TRUNCATED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO DUN-CUST-COUNT
               MOVE DUN-CUST-COUNT TO DUN-IDX
               MOVE OI-CUST-NUM TO DUN-CT-CUST(DUN-IDX)
               MOVE ZERO TO DUN-CT-MAX-DAYS(DUN-IDX)
               MOVE ZERO TO DUN-CT-PRIOR-LEVEL(DUN-IDX)
               MOVE ZERO TO DUN-CT-LAST-SENT(DUN-IDX)
               MOVE ZERO TO DUN-CT-LEVEL(DUN-IDX)
               MOVE ZERO TO DUN-CT-BALANCE(DUN-IDX)
           END-IF
           IF DUN-DAYS > DUN-CT-MAX-DAYS(DUN-IDX)
               MOVE DUN-DAYS TO DUN-CT-MAX-DAYS(DUN-IDX)
           END-IF
           IF OI-DUN-LEVEL > DUN-CT-PRIOR-LEVEL(DUN-IDX)
               MOVE OI-DUN-LEVEL TO DUN-CT-PRIOR-LEVEL(DUN-IDX)
           END-IF
           IF OI-DUN-DATE > DUN-CT-LAST-SENT(DUN-IDX)
               MOVE OI-DUN-DATE TO DUN-CT-LAST-SENT(DUN-IDX)
           END-IF
           ADD OI-BALANCE TO DUN-CT-BALANCE(DUN-IDX).

           EXIT PARAGRAPH.

       LETTER-ONE-CUSTOMER.
           IF DUN-CT-LAST-SENT(DUN-IDX) > ZERO
               COMPUTE DUN-DAYS = DUN-ASOF-INT -
                   FUNCTION INTEGER-OF-DATE(DUN-CT-LAST-SENT(DUN-IDX))
               IF DUN-DAYS < DUN-REPEAT-DAYS
                   ADD 1 TO DUN-SKIP-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN DUN-CT-MAX-DAYS(DUN-IDX) >= DUN-LEVEL3-DAYS
                   MOVE 3 TO DUN-LEVEL
               WHEN DUN-CT-MAX-DAYS(DUN-IDX) >= DUN-LEVEL2-DAYS
                   MOVE 2 TO DUN-LEVEL
               WHEN OTHER
                   MOVE 1 TO DUN-LEVEL
           END-EVALUATE
      *A CUSTOMER ALREADY SENT A STRONGER LETTER NEVER DROPS BACK
           IF DUN-CT-PRIOR-LEVEL(DUN-IDX) > DUN-LEVEL
               MOVE DUN-CT-PRIOR-LEVEL(DUN-IDX) TO DUN-LEVEL
           END-IF
           MOVE DUN-LEVEL TO DUN-CT-LEVEL(DUN-IDX)
           ADD 1 TO DUN-LETTER-COUNT
           ADD 1 TO DUN-LEVEL-COUNT(DUN-LEVEL)
           IF DUN-LEVEL = 3
               ADD 1 TO DUN-FINAL-COUNT
           END-IF

           MOVE "(NOT ON MASTER)" TO CU-CUST-NAME
           OPEN INPUT CUST-FILE
           IF WS-CUST-FILE-STATUS = "00"
               MOVE DUN-CT-CUST(DUN-IDX) TO CU-CUST-NUM
               READ CUST-FILE
                   INVALID KEY
                       MOVE "(NOT ON MASTER)" TO CU-CUST-NAME
               END-READ
               CLOSE CUST-FILE
           END-IF
           MOVE CU-CUST-NAME TO DUN-CT-NAME(DUN-IDX)

           MOVE "------------------------------------------------"
               TO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           STRING "TO: " CU-CUST-NAME " (" DUN-CT-CUST(DUN-IDX) ")"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           STRING "DATE: " DUN-ASOF-DATE "   "
               DUN-LEVEL-NAME(DUN-LEVEL)
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE

           PERFORM PRINT-DUNNING-TEMPLATE
           IF DUN-TPL-USED NOT = "Y"
               PERFORM PRINT-BUILT-IN-TEXT
           END-IF

           MOVE "INVOICE   DUE DATE  DAYS LATE  BALANCE"
               TO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           MOVE ZERO TO DUN-LETTER-TOTAL
           PERFORM LIST-AND-STAMP-ONE-ITEM
               VARYING WS-OIT-IDX FROM 1 BY 1
               UNTIL WS-OIT-IDX > WS-OIT-COUNT
           MOVE DUN-LETTER-TOTAL TO DUN-AMT-OUT
           STRING "TOTAL NOW OVERDUE: " DUN-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           DISPLAY DUN-CT-CUST(DUN-IDX) " " CU-CUST-NAME " "
               DUN-LEVEL-NAME(DUN-LEVEL) " " DUN-AMT-OUT.

           EXIT PARAGRAPH.

      *EVERY OVERDUE OPEN ITEM OF THE CUSTOMER GOES ON THE LETTER
      *AND CARRIES THE LEVEL AND DATE FROM HERE ON
       LIST-AND-STAMP-ONE-ITEM.
           MOVE WS-OIT-IMAGE(WS-OIT-IDX) TO OPENITEM-RECORD
           IF OI-CUST-NUM NOT = DUN-CT-CUST(DUN-IDX) OR
-              OI-STATUS NOT = "OPEN" OR OI-BALANCE NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE DUN-DAYS = DUN-ASOF-INT -
               FUNCTION INTEGER-OF-DATE(OI-DUE-DATE)
           IF DUN-DAYS < 1
               EXIT PARAGRAPH
           END-IF
           MOVE DUN-DAYS TO DUN-DAYS-OUT
           MOVE OI-BALANCE TO DUN-AMT-OUT
           STRING OI-INVOICE-NUM "  " OI-DUE-DATE "  "
               DUN-DAYS-OUT "  " DUN-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           ADD OI-BALANCE TO DUN-LETTER-TOTAL
           MOVE DUN-CT-LEVEL(DUN-IDX) TO OI-DUN-LEVEL
           MOVE DUN-ASOF-DATE TO OI-DUN-DATE
           MOVE OPENITEM-RECORD TO WS-OIT-IMAGE(WS-OIT-IDX).

           EXIT PARAGRAPH.

      *TEMPLATE LINES AFTER ">REMINDER", ">SECOND" AND ">FINAL"
      *FEED LEVELS 1, 2 AND 3 - COLLECTIONS EDITS THE TEXT FILE,
      *NOT THE PROGRAM
       PRINT-DUNNING-TEMPLATE.
           MOVE "N" TO DUN-TPL-USED
           MOVE SPACE TO DUN-TPL-SECTION
           OPEN INPUT DUNNTPL-FILE
           IF DUN-TPL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DUN-TPL-STATUS NOT = "00"
               READ DUNNTPL-FILE
                   AT END
                       MOVE "10" TO DUN-TPL-STATUS
                   NOT AT END
                       EVALUATE TRUE
                           WHEN DUNNTPL-RECORD(1:9) = ">REMINDER"
                               MOVE "1" TO DUN-TPL-SECTION
                           WHEN DUNNTPL-RECORD(1:7) = ">SECOND"
                               MOVE "2" TO DUN-TPL-SECTION
                           WHEN DUNNTPL-RECORD(1:6) = ">FINAL"
                               MOVE "3" TO DUN-TPL-SECTION
                           WHEN DUN-TPL-SECTION = DUN-LEVEL
                               MOVE DUNNTPL-RECORD TO WS-SPOOL-LINE
                               PERFORM SPOOL-WRITE-LINE
                               MOVE "Y" TO DUN-TPL-USED
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE DUNNTPL-FILE.

           EXIT PARAGRAPH.

       PRINT-BUILT-IN-TEXT.
           EVALUATE DUN-LEVEL
               WHEN 1
                   MOVE "OUR RECORDS SHOW THE INVOICES BELOW ARE PAST"
                       TO WS-SPOOL-LINE
                   PERFORM SPOOL-WRITE-LINE
                   MOVE "DUE. IF PAYMENT IS ALREADY ON ITS WAY, THANK"
                       TO WS-SPOOL-LINE
                   PERFORM SPOOL-WRITE-LINE
                   MOVE "YOU - OTHERWISE PLEASE REMIT AT YOUR EARLIEST"
                       TO WS-SPOOL-LINE
                   PERFORM SPOOL-WRITE-LINE
                   MOVE "CONVENIENCE." TO WS-SPOOL-LINE
                   PERFORM SPOOL-WRITE-LINE
               WHEN 2
                   MOVE "SECOND NOTICE - THE INVOICES BELOW REMAIN"
                       TO WS-SPOOL-LINE
                   PERFORM SPOOL-WRITE-LINE
                   MOVE "UNPAID DESPITE OUR EARLIER REMINDER. PLEASE"
                       TO WS-SPOOL-LINE
                   PERFORM SPOOL-WRITE-LINE
                   MOVE "SETTLE THEM WITHIN 10 DAYS." TO WS-SPOOL-LINE
                   PERFORM SPOOL-WRITE-LINE
               WHEN OTHER
                   MOVE "FINAL DEMAND - UNLESS THE BALANCE BELOW IS"
                       TO WS-SPOOL-LINE
                   PERFORM SPOOL-WRITE-LINE
                   MOVE "PAID IN FULL WITHIN 7 DAYS YOUR ACCOUNT WILL"
                       TO WS-SPOOL-LINE
                   PERFORM SPOOL-WRITE-LINE
                   MOVE "BE PLACED ON CREDIT HOLD." TO WS-SPOOL-LINE
                   PERFORM SPOOL-WRITE-LINE
           END-EVALUATE.

           EXIT PARAGRAPH.

      *THE CREDIT MANAGER'S WORK LIST - EVERY CUSTOMER SENT A
      *FINAL DEMAND THIS RUN, WITH THE OVERDUE BALANCE
       PRINT-CREDIT-HOLD-LIST.
           MOVE "DUNNING-CREDIT-HOLD" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           DISPLAY "===== FINAL DEMAND - CANDIDATES FOR CREDIT "
-              "HOLD ====="
           STRING "FINAL DEMAND - CANDIDATES FOR CREDIT HOLD AS OF "
               DUN-ASOF-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           PERFORM LIST-ONE-HOLD-CANDIDATE
               VARYING DUN-IDX FROM 1 BY 1
               UNTIL DUN-IDX > DUN-CUST-COUNT
           IF DUN-FINAL-COUNT = ZERO
               DISPLAY "NONE"
               MOVE "NONE" TO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
           END-IF
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       LIST-ONE-HOLD-CANDIDATE.
           IF DUN-CT-LEVEL(DUN-IDX) NOT = 3
               EXIT PARAGRAPH
           END-IF
           MOVE DUN-CT-BALANCE(DUN-IDX) TO DUN-AMT-OUT
           MOVE DUN-CT-MAX-DAYS(DUN-IDX) TO DUN-DAYS-OUT
           DISPLAY DUN-CT-CUST(DUN-IDX) " " DUN-CT-NAME(DUN-IDX)
               " OLDEST " DUN-DAYS-OUT " DAYS " DUN-AMT-OUT
           STRING DUN-CT-CUST(DUN-IDX) " " DUN-CT-NAME(DUN-IDX)
               " OLDEST " DUN-DAYS-OUT " DAYS " DUN-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "openitem-io.cpy".

       COPY "openitem-normalize.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "lock-paragraphs.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
