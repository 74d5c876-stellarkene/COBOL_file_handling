      * - goes to the report spool. One summary row per run
      * lands in the loanhist.dat history with the operator
      * stamp inside the usual HDR/TRL bracket, plus the
      * standard run-log entry. When the equipment is actually
      * financed the calculated loan can be booked for a
      * customer on custmast.dat: the terms go to the loan
      * master (loanmast.dat) and every installment of the
      * schedule, with its due date, to loansched.dat, under
      * the suite interlock and on the maintenance audit
      * trail. LOAN-SERVICING takes the booked loan from there.
      * An unattended run takes the principal from parm 1 and
      * "rate,term" from parm 2, and neither books nor shows
      * history.
      *====================================================

       ENVIRONMENT DIVISION.
           SELECT SEQ12-FILE ASSIGN TO "loanhist.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQ12-FILE-STATUS.
           COPY "loanmast-select.cpy".
           COPY "loansched-select.cpy".
           COPY "cust-select.cpy".
           COPY "maint-audit-select.cpy".
           COPY "lock-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
           05  SEQ12_TOT_INT_FH       PIC ZZZ,ZZZ,ZZ9.99.
           COPY "operator-field.cpy".
           COPY "hdr-trl-rec.cpy".
           COPY "loanmast-rec.cpy".
           COPY "loansched-rec.cpy".
           COPY "cust-rec.cpy".
           COPY "maint-audit-rec.cpy".
           COPY "lock-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  SEQ12_INT_OUT       PIC ZZZ,ZZZ,ZZ9.99.
       01  SEQ12_PRIN_OUT      PIC ZZZ,ZZZ,ZZ9.99.
       01  SEQ12_BAL_OUT       PIC ZZZ,ZZZ,ZZ9.99.
       01  SEQ12_LEVEL_OUT     PIC ZZZ,ZZZ,ZZ9.99.
       01  SEQ12_RATE_TXT      PIC X(10).
       01  SEQ12_TERM_TXT      PIC X(10).
       01  SEQ12_HISTORY       PIC X VALUE "N".
       01  SEQ12_EOF           PIC X VALUE "N".
       01  SEQ12_BOOK          PIC X VALUE "N".
       01  SEQ12_BOOK_OK       PIC X.
       01  SEQ12_CUST_NUM      PIC X(8).
       01  SEQ12_DESC          PIC X(30).
       01  SEQ12_TODAY         PIC 9(8).
       01  SEQ12_FIRST_DUE     PIC 9(8).
       01  SEQ12_GRACE_IN      PIC X(3).
       01  SEQ12_GRACE_DAYS    PIC 9(3).
       01  SEQ12_LATE_FEE      PIC 9(7)V99.
       01  SEQ12_LOAN_NUM      PIC 9(6).
       01  SEQ12_DUE_DATE      PIC 9(8).
       01  SEQ12_DUE_PARTS REDEFINES SEQ12_DUE_DATE.
           05  SEQ12_DUE_YYYY  PIC 9(4).
           05  SEQ12_DUE_MM    PIC 99.
           05  SEQ12_DUE_DD    PIC 99.
       01  SEQ12_BASE_DATE     PIC 9(8).
       01  SEQ12_BASE_PARTS REDEFINES SEQ12_BASE_DATE.
           05  SEQ12_BASE_YYYY PIC 9(4).
           05  SEQ12_BASE_MM   PIC 99.
           05  SEQ12_BASE_DD   PIC 99.
       01  SEQ12_MONTHS_ON     PIC 9(5).
       01  SEQ12_YEARS_ON      PIC 9(4).
       01  SEQ12_MONTH_END     PIC 99.
       01  SEQ12_LEAP_REM      PIC 9(3).
       01  SEQ12_LEAP_QUO      PIC 9(4).
       01  SEQ12_SCHED_TABLE.
           05  SEQ12_SCHED_ENTRY OCCURS 999 TIMES.
               10  SEQ12_S_PAYMENT PIC 9(9)V99.
               10  SEQ12_S_INT     PIC 9(9)V99.
               10  SEQ12_S_PRIN    PIC 9(9)V99.
               10  SEQ12_S_BAL     PIC 9(9)V99.
           COPY "hdr-trl-vars.cpy".
       01  SEQ12-FILE-STATUS            PIC XX.
           COPY "ws-vars.cpy".
      * logged from an early failure is attributable
           MOVE "LOAN-AMORTIZATION" TO
               WS-RUNLOG-PROGRAM-ID.
           PERFORM CHECK-NIGHTLY-BATCH-MODE.

           IF WS-FH-NIGHTLY-BATCH = "Y"
               PERFORM TAKE-LOAN-TERMS-FROM-PARMS
           ELSE
               DISPLAY "PLEASE INPUT PRINCIPAL: " WITH NO ADVANCING
               ACCEPT SEQ12_PRINCIPAL
               DISPLAY "PLEASE INPUT ANNUAL RATE PERCENT "
-                  "(E.G. 07.5000): " WITH NO ADVANCING
               ACCEPT SEQ12_ANNUAL_RATE
               DISPLAY "PLEASE INPUT TERM IN MONTHS: "
-                  WITH NO ADVANCING
               ACCEPT SEQ12_TERM_MONTHS
           END-IF.

           IF SEQ12_PRINCIPAL = ZERO OR SEQ12_TERM_MONTHS = ZERO
               DISPLAY "PRINCIPAL AND TERM MUST BOTH BE NONZERO"
               MOVE "CANCELLED" TO WS-FH-RUN-STATUS
               MOVE "CANCELLED" TO WS-FH-CALC-RESULT
               PERFORM PUBLISH-CALC-RESULT
               MOVE "LOAN-AMORTIZATION" TO WS-RUNLOG-PROGRAM-ID
               PERFORM WRITE-RUN-LOG-ENTRY
               GOBACK
           END-IF.

           MOVE SEQ12_PAYMENT TO SEQ12_PAY_OUT.
           MOVE SEQ12_PAYMENT TO SEQ12_LEVEL_OUT.
           DISPLAY "MONTHLY PAYMENT: " SEQ12_PAY_OUT.

           MOVE "LOAN-SCHEDULE" TO WS-SPOOL-NAME.

           MOVE SEQ12_TOT_INT TO SEQ12_INT_OUT.
           DISPLAY "TOTAL INTEREST: " SEQ12_INT_OUT.
           MOVE SPACES TO WS-FH-CALC-RESULT.
           STRING SEQ12_LEVEL_OUT " " SEQ12_INT_OUT
               DELIMITED BY SIZE INTO WS-FH-CALC-RESULT.
           PERFORM PUBLISH-CALC-RESULT.
           STRING "TOTAL INTEREST " SEQ12_INT_OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE.
           PERFORM SPOOL-WRITE-LINE.
           PERFORM WRITE-HT-TRAILER.
           CLOSE SEQ12-FILE.

           IF WS-FH-NIGHTLY-BATCH NOT = "Y"
               DISPLAY "BOOK THIS LOAN FOR A CUSTOMER? (Y/y): "
                   WITH NO ADVANCING
               ACCEPT SEQ12_BOOK
           END-IF.
           IF SEQ12_BOOK = "Y" OR SEQ12_BOOK = "y"
               PERFORM BOOK-CUSTOMER-LOAN
           END-IF.

           MOVE "LOAN-AMORTIZATION" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           IF WS-FH-NIGHTLY-BATCH NOT = "Y"
               DISPLAY "VIEW HISTORY? (Y/y): " WITH NO ADVANCING
               ACCEPT SEQ12_HISTORY
           END-IF.

           IF SEQ12_HISTORY = "Y" OR SEQ12_HISTORY = "y"
               MOVE "N" TO SEQ12_EOF

           GOBACK.

      *PARM 1 IS THE PRINCIPAL, PARM 2 "RATE,TERM" (7.5,36) - A
      *BLANK PARM TAKES 10,000.00 OR 6% OVER 12 MONTHS
       TAKE-LOAN-TERMS-FROM-PARMS.
           PERFORM CHECK-NIGHTLY-PARM
           IF WS-FH-NP-PARM1 = SPACES
               MOVE 10000 TO SEQ12_PRINCIPAL
           ELSE
               COMPUTE SEQ12_PRINCIPAL =
                   FUNCTION NUMVAL(WS-FH-NP-PARM1)
           END-IF
           IF WS-FH-NP-PARM2 = SPACES
               MOVE 6 TO SEQ12_ANNUAL_RATE
               MOVE 12 TO SEQ12_TERM_MONTHS
           ELSE
               MOVE SPACES TO SEQ12_RATE_TXT
               MOVE SPACES TO SEQ12_TERM_TXT
               UNSTRING WS-FH-NP-PARM2 DELIMITED BY ","
                   INTO SEQ12_RATE_TXT SEQ12_TERM_TXT
               END-UNSTRING
               COMPUTE SEQ12_ANNUAL_RATE =
                   FUNCTION NUMVAL(SEQ12_RATE_TXT)
               COMPUTE SEQ12_TERM_MONTHS =
                   FUNCTION NUMVAL(SEQ12_TERM_TXT)
           END-IF.

           EXIT PARAGRAPH.

      *THE LAST MONTH ABSORBS THE ROUNDING - WHATEVER BALANCE IS
      *LEFT GOES OUT WITH THE FINAL PAYMENT
       SCHEDULE-ONE-MONTH.
           END-IF
           SUBTRACT SEQ12_PRIN_PART FROM SEQ12_BALANCE
           ADD SEQ12_INT_PART TO SEQ12_TOT_INT
           MOVE SEQ12_PAYMENT TO SEQ12_S_PAYMENT(SEQ12_MDX)
           MOVE SEQ12_INT_PART TO SEQ12_S_INT(SEQ12_MDX)
           MOVE SEQ12_PRIN_PART TO SEQ12_S_PRIN(SEQ12_MDX)
           MOVE SEQ12_BALANCE TO SEQ12_S_BAL(SEQ12_MDX)

           MOVE SEQ12_PAYMENT TO SEQ12_PAY_OUT
           MOVE SEQ12_INT_PART TO SEQ12_INT_OUT

           EXIT PARAGRAPH.

      *A BOOKED LOAN IS THE SCHEDULE JUST CALCULATED, TIED TO A
      *CUSTOMER: THE MASTER ROW AND ONE ROW PER INSTALLMENT, DUE
      *ON THE SAME DAY EACH MONTH FROM THE FIRST DUE DATE
       BOOK-CUSTOMER-LOAN.
           DISPLAY "CUSTOMER NUMBER: " WITH NO ADVANCING
           MOVE SPACES TO SEQ12_CUST_NUM
           ACCEPT SEQ12_CUST_NUM
           PERFORM CHECK-LOAN-CUSTOMER
           IF SEQ12_BOOK_OK NOT = "Y"
               DISPLAY "LOAN NOT BOOKED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "EQUIPMENT FINANCED: " WITH NO ADVANCING
           MOVE SPACES TO SEQ12_DESC
           ACCEPT SEQ12_DESC
           ACCEPT SEQ12_TODAY FROM DATE YYYYMMDD
           DISPLAY "FIRST PAYMENT DUE (YYYYMMDD, 0 = ONE MONTH "
               "FROM TODAY): " WITH NO ADVANCING
           MOVE ZERO TO SEQ12_FIRST_DUE
           ACCEPT SEQ12_FIRST_DUE
           IF SEQ12_FIRST_DUE = ZERO
               MOVE SEQ12_TODAY TO SEQ12_BASE_DATE
               MOVE 1 TO SEQ12_MONTHS_ON
               PERFORM SET-INSTALLMENT-DUE-DATE
               MOVE SEQ12_DUE_DATE TO SEQ12_FIRST_DUE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(SEQ12_FIRST_DUE) NOT = ZERO
               DISPLAY "NOT A VALID DATE - LOAN NOT BOOKED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "GRACE DAYS BEFORE A LATE FEE (BLANK = 10): "
               WITH NO ADVANCING
           MOVE SPACES TO SEQ12_GRACE_IN
           ACCEPT SEQ12_GRACE_IN
           IF SEQ12_GRACE_IN = SPACES
               MOVE 10 TO SEQ12_GRACE_DAYS
           ELSE
               IF FUNCTION TEST-NUMVAL(SEQ12_GRACE_IN) = ZERO
                   COMPUTE SEQ12_GRACE_DAYS =
                       FUNCTION NUMVAL(SEQ12_GRACE_IN)
               ELSE
                   MOVE 10 TO SEQ12_GRACE_DAYS
               END-IF
           END-IF
           DISPLAY "LATE FEE PER LATE INSTALLMENT (0 = NONE): "
               WITH NO ADVANCING
           MOVE ZERO TO SEQ12_LATE_FEE
           ACCEPT SEQ12_LATE_FEE

      * The loan number is drawn from the master and the rows
      * go in together - take the suite interlock
           PERFORM ACQUIRE-FH-LOCK
           IF WS-FH-LOCK-HELD NOT = "Y"
               DISPLAY "LOAN NOT BOOKED"
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-LOAN-FILES
           IF SEQ12_BOOK_OK NOT = "Y"
               PERFORM CLOSE-LOAN-FILES
               PERFORM RELEASE-FH-LOCK
               DISPLAY "LOAN NOT BOOKED"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-NEXT-LOAN-NUMBER

           MOVE SEQ12_LOAN_NUM TO LN-LOAN-NUM
           MOVE SEQ12_CUST_NUM TO LN-CUST-NUM
           MOVE SEQ12_DESC TO LN-DESC
           MOVE SEQ12_PRINCIPAL TO LN-PRINCIPAL
           MOVE SEQ12_ANNUAL_RATE TO LN-ANNUAL-RATE
           MOVE SEQ12_TERM_MONTHS TO LN-TERM-MONTHS
           MOVE SEQ12_S_PAYMENT(1) TO LN-PAYMENT
           MOVE SEQ12_TOT_INT TO LN-TOTAL-INT
           MOVE SEQ12_TODAY TO LN-BOOK-DATE
           MOVE SEQ12_FIRST_DUE TO LN-FIRST-DUE
           MOVE SEQ12_GRACE_DAYS TO LN-GRACE-DAYS
           MOVE SEQ12_LATE_FEE TO LN-LATE-FEE
           MOVE "BOOKED" TO LN-STATUS
           MOVE ZERO TO LN-FUNDED-DATE
           MOVE WS-FH-OPERATOR-ID TO LN-OPERATOR-ID
           WRITE LOANMAST-RECORD
               INVALID KEY
                   MOVE "N" TO SEQ12_BOOK_OK
                   DISPLAY "LOAN " SEQ12_LOAN_NUM " NOT ADDED"
           END-WRITE
           IF SEQ12_BOOK_OK = "Y"
               MOVE SPACES TO WS-MA-BEFORE
               MOVE LOANMAST-RECORD TO WS-MA-AFTER
               MOVE "ADD" TO WS-MA-ACTION
               MOVE SEQ12_LOAN_NUM TO WS-MA-KEY-NUM
               MOVE "LOAN-AMORTIZATION" TO WS-MA-PROGRAM-ID
               PERFORM WRITE-MAINT-AUDIT-ENTRY
               MOVE SEQ12_FIRST_DUE TO SEQ12_BASE_DATE
               PERFORM BOOK-ONE-INSTALLMENT
                   VARYING SEQ12_MDX FROM 1 BY 1
                   UNTIL SEQ12_MDX > SEQ12_TERM_MONTHS
               DISPLAY "LOAN " SEQ12_LOAN_NUM " BOOKED FOR "
                   SEQ12_CUST_NUM " - " SEQ12_TERM_MONTHS
                   " INSTALLMENT(S) FROM " SEQ12_FIRST_DUE
           END-IF
           PERFORM CLOSE-LOAN-FILES
           PERFORM RELEASE-FH-LOCK.

           EXIT PARAGRAPH.

       BOOK-ONE-INSTALLMENT.
           COMPUTE SEQ12_MONTHS_ON = SEQ12_MDX - 1
           PERFORM SET-INSTALLMENT-DUE-DATE
           INITIALIZE LOANSCHED-RECORD
           MOVE SEQ12_LOAN_NUM TO LS-LOAN-NUM
           MOVE SEQ12_MDX TO LS-INSTALL-NUM
           MOVE SEQ12_DUE_DATE TO LS-DUE-DATE
           MOVE SEQ12_S_PAYMENT(SEQ12_MDX) TO LS-PAYMENT
           MOVE SEQ12_S_INT(SEQ12_MDX) TO LS-INTEREST
           MOVE SEQ12_S_PRIN(SEQ12_MDX) TO LS-PRINCIPAL
           MOVE SEQ12_S_BAL(SEQ12_MDX) TO LS-BALANCE
           MOVE SPACE TO LS-STATUS
           WRITE LOANSCHED-RECORD
               INVALID KEY
                   MOVE "LOANSCHED-FILE" TO WS-FH-ERR-FILE-NAME
                   MOVE "WRITE" TO WS-FH-ERR-OPERATION
                   MOVE WS-LOANSCHED-STATUS TO WS-FH-ERR-STATUS
                   PERFORM REPORT-FILE-ERROR
           END-WRITE.

           EXIT PARAGRAPH.

      *SEQ12_MONTHS_ON MONTHS AFTER SEQ12_BASE_DATE, ON THE SAME
      *DAY OF THE MONTH - THE LAST DAY WHEN THE MONTH IS SHORTER
       SET-INSTALLMENT-DUE-DATE.
           MOVE SEQ12_BASE_DATE TO SEQ12_DUE_DATE
           COMPUTE SEQ12_YEARS_ON =
               (SEQ12_BASE_MM - 1 + SEQ12_MONTHS_ON) / 12
           COMPUTE SEQ12_DUE_YYYY = SEQ12_BASE_YYYY + SEQ12_YEARS_ON
           COMPUTE SEQ12_DUE_MM = SEQ12_BASE_MM + SEQ12_MONTHS_ON
               - SEQ12_YEARS_ON * 12
           EVALUATE SEQ12_DUE_MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO SEQ12_MONTH_END
               WHEN 2
                   MOVE 28 TO SEQ12_MONTH_END
                   DIVIDE SEQ12_DUE_YYYY BY 4 GIVING SEQ12_LEAP_QUO
                       REMAINDER SEQ12_LEAP_REM
                   IF SEQ12_LEAP_REM = ZERO
                       MOVE 29 TO SEQ12_MONTH_END
                       DIVIDE SEQ12_DUE_YYYY BY 100
                           GIVING SEQ12_LEAP_QUO
                           REMAINDER SEQ12_LEAP_REM
                       IF SEQ12_LEAP_REM = ZERO
                           MOVE 28 TO SEQ12_MONTH_END
                           DIVIDE SEQ12_DUE_YYYY BY 400
                               GIVING SEQ12_LEAP_QUO
                               REMAINDER SEQ12_LEAP_REM
                           IF SEQ12_LEAP_REM = ZERO
                               MOVE 29 TO SEQ12_MONTH_END
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO SEQ12_MONTH_END
           END-EVALUATE
           IF SEQ12_BASE_DD > SEQ12_MONTH_END
               MOVE SEQ12_MONTH_END TO SEQ12_DUE_DD
           ELSE
               MOVE SEQ12_BASE_DD TO SEQ12_DUE_DD
           END-IF.

           EXIT PARAGRAPH.

      *ONLY A CUSTOMER ON THE MASTER AND STILL ACTIVE CAN TAKE A
      *LOAN
       CHECK-LOAN-CUSTOMER.
           MOVE "N" TO SEQ12_BOOK_OK
           IF SEQ12_CUST_NUM = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUST-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "NO CUSTOMER MASTER ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE SEQ12_CUST_NUM TO CU-CUST-NUM
           READ CUST-FILE
               INVALID KEY
                   DISPLAY "CUSTOMER " SEQ12_CUST_NUM " NOT ON FILE"
               NOT INVALID KEY
                   IF CU-ACTIVE = "N"
                       DISPLAY "CUSTOMER " SEQ12_CUST_NUM
                           " IS INACTIVE"
                   ELSE
                       MOVE "Y" TO SEQ12_BOOK_OK
                       DISPLAY "CUSTOMER: " CU-CUST-NAME
                   END-IF
           END-READ
           CLOSE CUST-FILE.

           EXIT PARAGRAPH.

       OPEN-LOAN-FILES.
           MOVE "Y" TO SEQ12_BOOK_OK
           OPEN I-O LOANMAST-FILE
           IF WS-LOANMAST-STATUS = "35"
               OPEN OUTPUT LOANMAST-FILE
               CLOSE LOANMAST-FILE
               OPEN I-O LOANMAST-FILE
           END-IF
           IF WS-LOANMAST-STATUS NOT = "00"
               MOVE "LOANMAST-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-LOANMAST-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               MOVE "N" TO SEQ12_BOOK_OK
           END-IF
           OPEN I-O LOANSCHED-FILE
           IF WS-LOANSCHED-STATUS = "35"
               OPEN OUTPUT LOANSCHED-FILE
               CLOSE LOANSCHED-FILE
               OPEN I-O LOANSCHED-FILE
           END-IF
           IF WS-LOANSCHED-STATUS NOT = "00"
               MOVE "LOANSCHED-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-LOANSCHED-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               MOVE "N" TO SEQ12_BOOK_OK
           END-IF.

           EXIT PARAGRAPH.

       CLOSE-LOAN-FILES.
           CLOSE LOANMAST-FILE
           CLOSE LOANSCHED-FILE.

           EXIT PARAGRAPH.

      *LOAN NUMBERS RUN ON FROM THE HIGHEST ON THE MASTER
       FIND-NEXT-LOAN-NUMBER.
           MOVE ZERO TO SEQ12_LOAN_NUM
           MOVE "N" TO SEQ12_EOF
           MOVE ZERO TO LN-LOAN-NUM
           START LOANMAST-FILE KEY IS NOT LESS THAN LN-LOAN-NUM
               INVALID KEY
                   MOVE "Y" TO SEQ12_EOF
           END-START
           PERFORM UNTIL SEQ12_EOF = "Y"
               READ LOANMAST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO SEQ12_EOF
                   NOT AT END
                       MOVE LN-LOAN-NUM TO SEQ12_LOAN_NUM
               END-READ
           END-PERFORM
           ADD 1 TO SEQ12_LOAN_NUM.

           EXIT PARAGRAPH.

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "spool-call.cpy".

       COPY "maint-audit-write.cpy".

       COPY "lock-paragraphs.cpy".

       COPY "write-hdr.cpy".




       COPY "capture-operator.cpy".

       COPY "batch-mode-check.cpy".

       COPY "nightly-parm-check.cpy".

       COPY "calc-result.cpy".
