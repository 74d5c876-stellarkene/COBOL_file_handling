      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMISSION-CHECK-RUN.

      *====================================================
      * Stand-alone utility: pays by printed check the
      * salesmen DIRECT-DEPOSIT-EXPORT leaves on its follow-up
      * list (no active smbank.dat row), from the same period
      * payroll rows (sel8_payroll.dat) and the same payout -
      * net payable plus any manager override line. Check
      * numbers come from the control file (checkctl.dat,
      * check-next.cpy); each check and its stub print to the
      * report spool and a row goes to the check register
      * (chkreg.dat). A salesman already holding an issued
      * or voided check for the period is not paid again by
      * the run - a supervisor voids a check and reissues it
      * under a new number; the register keeps both. Every
      * payout posts to gljrnl.dat (payout-post.cpy), debiting
      * commission payable and crediting cash, and a void
      * reverses it.
      * Runs under the suite interlock. Run on demand from the
      * command line; it is not wired into FH-MAIN-MENU since
      * it is housekeeping, not a calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "sel8pay-select.cpy".
           COPY "smbank-select.cpy".
           COPY "checkctl-select.cpy".
           COPY "chkreg-select.cpy".
           COPY "gljrnl-select.cpy".
           COPY "coa-select.cpy".
           COPY "glmap-select.cpy".
           COPY "lock-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "sel8pay-rec.cpy".
           COPY "smbank-rec.cpy".
           COPY "checkctl-rec.cpy".
           COPY "chkreg-rec.cpy".
           COPY "gljrnl-rec.cpy".
           COPY "coa-rec.cpy".
           COPY "glmap-rec.cpy".
           COPY "lock-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  CHK-CHOICE                      PIC 9.
       01  CHK-PERIOD                      PIC 9(6).
       01  CHK-EOF                         PIC X.
       01  CHK-FOUND                       PIC X.
       01  CHK-CONFIRM                     PIC X.
       01  CHK-TODAY                       PIC 9(8).
       01  CHK-IDX                         PIC 9(5).
       01  CHK-HIT-IDX                     PIC 9(5).
       01  CHK-CHECK-NUM                   PIC 9(8).
       01  CHK-PAYOUT                      PIC S9(12)V99.
       01  CHK-RUN-TOTAL                   PIC S9(12)V99.
       01  CHK-RUN-COUNT                   PIC 9(5).
       01  CHK-ISSUED-TOTAL                PIC S9(12)V99.
       01  CHK-VOIDED-TOTAL                PIC S9(12)V99.
       01  CHK-LIST-COUNT                  PIC 9(5).
       01  CHK-AMT-OUT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  CHK-AMT-STAR                    PIC *,***,***,**9.99.
       01  CHK-REISSUE-OF                  PIC 9(8).
       01  CHK-PAY-SM                      PIC 9(12).
       01  CHK-PAY-NAME                    PIC X(25).
       01  CHK-PAY-PERIOD                  PIC 9(6).
       01  CHK-PAY-COUNT                   PIC 9(3) VALUE 0.
       01  CHK-PAY-TABLE.
           05  CHK-PAY-ENTRY               OCCURS 200 TIMES.
               10  CHK-P-SM                PIC 9(12).
               10  CHK-P-NAME              PIC X(25).
               10  CHK-P-COMMISSION        PIC S9(12)V99.
               10  CHK-P-DRAWS             PIC S9(12)V99.
               10  CHK-P-CLAWBACK          PIC S9(12)V99.
               10  CHK-P-NET-PAY           PIC S9(12)V99.
               10  CHK-P-OVERRIDE          PIC S9(12)V99.
               10  CHK-P-ADJUSTMENT        PIC S9(12)V99.
       01  CHK-PAY-IDX                     PIC 9(3).
       01  CHK-REG-COUNT                   PIC 9(5) VALUE 0.
       01  CHK-REG-OVERFLOW                PIC X VALUE "N".
       01  CHK-REG-TABLE.
           05  CHK-REG-ENTRY               PIC X(103) OCCURS 2000
-                                          TIMES.
           COPY "gl-acct-table.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "COMMISSION-CHECK-RUN" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM LOAD-GL-ACCOUNT-MAP.

           PERFORM ACQUIRE-FH-LOCK.
           IF WS-FH-LOCK-HELD NOT = "Y"
               GOBACK
           END-IF.

           PERFORM UNTIL CHK-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "  COMMISSION CHECK RUN     "
               DISPLAY "==========================="
               DISPLAY "1 - PRINT CHECKS FOR A PAYROLL PERIOD"
               DISPLAY "2 - VOID A CHECK"
               DISPLAY "3 - REISSUE A VOIDED CHECK"
               DISPLAY "4 - CHECK REGISTER FOR A PERIOD (SPOOLED)"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT CHK-CHOICE

               EVALUATE CHK-CHOICE
                   WHEN 1
                       PERFORM RUN-PERIOD-CHECKS
                   WHEN 2
                       PERFORM VOID-ONE-CHECK
                   WHEN 3
                       PERFORM REISSUE-VOIDED-CHECK
                   WHEN 4
                       PERFORM PRINT-CHECK-REGISTER
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           PERFORM RELEASE-FH-LOCK.

           MOVE "COMMISSION-CHECK-RUN" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *THE SAME PAYEES AND FIGURES THE DEPOSIT FILE WORKS FROM -
      *ONLY THE ONES WITH NO ACTIVE BANK ROW GET A CHECK
       RUN-PERIOD-CHECKS.
           DISPLAY "ENTER PAYROLL PERIOD (YYYYMM): "
               WITH NO ADVANCING
           ACCEPT CHK-PERIOD
           PERFORM LOAD-PERIOD-PAYROLL
           IF CHK-PAY-COUNT = ZERO
               DISPLAY "NO PAYROLL ROWS DATED IN " CHK-PERIOD
-                  " - NO CHECKS PRINTED"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CHECK-REGISTER
           IF CHK-REG-OVERFLOW = "Y"
               DISPLAY "MORE THAN 2000 ROWS ON CHKREG.DAT - "
-                  "ARCHIVE THE REGISTER BEFORE THE RUN"
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND CHKREG-FILE
           IF WS-CHKREG-STATUS = "35"
               OPEN OUTPUT CHKREG-FILE
           END-IF
           IF WS-CHKREG-STATUS NOT = "00" AND NOT = "05"
               MOVE "CHKREG-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-CHKREG-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           ACCEPT CHK-TODAY FROM DATE YYYYMMDD
           MOVE ZERO TO CHK-RUN-TOTAL
           MOVE ZERO TO CHK-RUN-COUNT
           MOVE "COMM-CHECKS" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           PERFORM CHECK-ONE-PAYEE
               VARYING CHK-PAY-IDX FROM 1 BY 1
               UNTIL CHK-PAY-IDX > CHK-PAY-COUNT
           PERFORM SPOOL-CLOSE-REPORT
           CLOSE CHKREG-FILE

           MOVE CHK-PERIOD TO WS-PO-PERIOD
           MOVE "COMM CHECK RUN" TO WS-PO-DESC
           MOVE CHK-RUN-TOTAL TO WS-PO-AMOUNT
           PERFORM POST-COMMISSION-PAYOUT
           MOVE CHK-RUN-TOTAL TO CHK-AMT-OUT
           DISPLAY CHK-RUN-COUNT " CHECK(S) PRINTED - TOTAL "
               CHK-AMT-OUT.

           EXIT PARAGRAPH.

       CHECK-ONE-PAYEE.
           COMPUTE CHK-PAYOUT = CHK-P-NET-PAY(CHK-PAY-IDX)
               + CHK-P-OVERRIDE(CHK-PAY-IDX)
           IF CHK-PAYOUT <= ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-BANK-ROW
           IF CHK-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
      *A VOIDED CHECK STILL COUNTS - ITS PERIOD IS PAID AGAIN
      *ONLY BY REISSUING IT, NEVER BY A FRESH RUN
           MOVE "N" TO CHK-FOUND
           PERFORM VARYING CHK-IDX FROM 1 BY 1
               UNTIL CHK-IDX > CHK-REG-COUNT
               MOVE CHK-REG-ENTRY(CHK-IDX) TO CHKREG-RECORD
               IF CR-SM-NUM = CHK-P-SM(CHK-PAY-IDX) AND
-                 CR-PERIOD = CHK-PERIOD AND CR-STATUS = "ISSUED"
                   MOVE "Y" TO CHK-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CHK-FOUND = "Y"
               DISPLAY CHK-P-SM(CHK-PAY-IDX) " ALREADY PAID BY CHECK "
                   CR-CHECK-NUM " - NOT PAID AGAIN"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CHK-IDX FROM 1 BY 1
               UNTIL CHK-IDX > CHK-REG-COUNT
               MOVE CHK-REG-ENTRY(CHK-IDX) TO CHKREG-RECORD
               IF CR-SM-NUM = CHK-P-SM(CHK-PAY-IDX) AND
-                 CR-PERIOD = CHK-PERIOD AND CR-STATUS = "VOIDED"
                   MOVE "Y" TO CHK-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CHK-FOUND = "Y"
               DISPLAY CHK-P-SM(CHK-PAY-IDX) " HAS VOIDED CHECK "
                   CR-CHECK-NUM " FOR THE PERIOD - REISSUE IT "
                   "INSTEAD (OPTION 3)"
               EXIT PARAGRAPH
           END-IF

           MOVE CHK-P-SM(CHK-PAY-IDX) TO CHK-PAY-SM
           MOVE CHK-P-NAME(CHK-PAY-IDX) TO CHK-PAY-NAME
           MOVE CHK-PERIOD TO CHK-PAY-PERIOD
           MOVE ZERO TO CHK-REISSUE-OF
           PERFORM ISSUE-ONE-CHECK
           PERFORM PRINT-CHECK-STUB
           ADD CHK-PAYOUT TO CHK-RUN-TOTAL
           ADD 1 TO CHK-RUN-COUNT.

           EXIT PARAGRAPH.

      *DRAWS THE NUMBER, PRINTS THE FACE OF THE CHECK AND APPENDS
      *THE REGISTER ROW - CHKREG-FILE IS OPEN EXTEND BY THE CALLER
       ISSUE-ONE-CHECK.
           PERFORM GET-NEXT-CHECK-NUMBER
           MOVE WS-NEXT-CHECK-NUM TO CHK-CHECK-NUM
           MOVE CHK-PAYOUT TO CHK-AMT-STAR
           MOVE "==============================================="
               TO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           STRING "CHECK NO. " CHK-CHECK-NUM
               "                    DATE " CHK-TODAY
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           STRING "PAY TO THE ORDER OF  " CHK-PAY-NAME
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           STRING "THE SUM OF           PHP " CHK-AMT-STAR
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           STRING "MEMO: COMMISSION " CHK-PAY-PERIOD
               "  SALESMAN " CHK-PAY-SM
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           IF CHK-REISSUE-OF NOT = ZERO
               STRING "REISSUE OF VOIDED CHECK " CHK-REISSUE-OF
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
           END-IF

           MOVE CHK-CHECK-NUM TO CR-CHECK-NUM
           MOVE CHK-PAY-SM TO CR-SM-NUM
           MOVE CHK-PAY-NAME TO CR-SM-NAME
           MOVE CHK-PAY-PERIOD TO CR-PERIOD
           MOVE CHK-PAYOUT TO CR-AMOUNT
           MOVE CHK-TODAY TO CR-ISSUE-DATE
           MOVE "ISSUED" TO CR-STATUS
           MOVE ZERO TO CR-VOID-DATE
           MOVE CHK-REISSUE-OF TO CR-REISSUE-OF
           MOVE WS-FH-OPERATOR-ID TO CR-OPERATOR-ID
           WRITE CHKREG-RECORD
           IF WS-CHKREG-STATUS NOT = "00"
               MOVE "CHKREG-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "WRITE" TO WS-FH-ERR-OPERATION
               MOVE WS-CHKREG-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           END-IF
           DISPLAY "CHECK " CHK-CHECK-NUM " " CHK-PAY-NAME " "
               CHK-AMT-STAR.

           EXIT PARAGRAPH.

      *THE STUB SHOWS HOW THE PAYROLL ROW NETTED TO THE CHECK
       PRINT-CHECK-STUB.
           MOVE "- - - - - - - - - - - - - - - - - - - - - - - -"
               TO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           STRING "STUB - CHECK " CHK-CHECK-NUM " PERIOD "
               CHK-PAY-PERIOD " " CHK-PAY-NAME
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           MOVE CHK-P-COMMISSION(CHK-PAY-IDX) TO CHK-AMT-OUT
           STRING "  COMMISSION        " CHK-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           MOVE CHK-P-DRAWS(CHK-PAY-IDX) TO CHK-AMT-OUT
           STRING "  LESS DRAWS        " CHK-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           MOVE CHK-P-CLAWBACK(CHK-PAY-IDX) TO CHK-AMT-OUT
           STRING "  LESS CLAWBACKS    " CHK-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           IF CHK-P-ADJUSTMENT(CHK-PAY-IDX) NOT = ZERO
               MOVE CHK-P-ADJUSTMENT(CHK-PAY-IDX) TO CHK-AMT-OUT
               STRING "  ADJUSTMENTS       " CHK-AMT-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
           END-IF
           IF CHK-P-OVERRIDE(CHK-PAY-IDX) NOT = ZERO
               MOVE CHK-P-OVERRIDE(CHK-PAY-IDX) TO CHK-AMT-OUT
               STRING "  MANAGER OVERRIDE  " CHK-AMT-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
           END-IF
           MOVE CHK-PAYOUT TO CHK-AMT-OUT
           STRING "  NET CHECK         " CHK-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

      *A VOIDED CHECK PUTS THE PAYABLE BACK ON THE LEDGER UNTIL IT
      *IS REISSUED
       VOID-ONE-CHECK.
           MOVE "CHKVOID-REFUSED" TO WS-RUNLOG-PROGRAM-ID
           PERFORM CHECK-SUPERVISOR-ROLE
           MOVE "COMMISSION-CHECK-RUN" TO WS-RUNLOG-PROGRAM-ID
           IF WS-FH-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CHECK NUMBER TO VOID: " WITH NO ADVANCING
           ACCEPT CHK-CHECK-NUM
           PERFORM LOAD-CHECK-REGISTER
           IF CHK-REG-OVERFLOW = "Y"
               DISPLAY "MORE THAN 2000 ROWS ON CHKREG.DAT - "
-                  "NOT REWRITTEN. ARCHIVE THE REGISTER."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-REGISTER-CHECK
           IF CHK-FOUND NOT = "Y"
               DISPLAY "CHECK NOT ON THE REGISTER"
               EXIT PARAGRAPH
           END-IF
           IF CR-STATUS NOT = "ISSUED"
               DISPLAY "CHECK IS ALREADY VOIDED " CR-VOID-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE CR-AMOUNT TO CHK-AMT-OUT
           DISPLAY "VOID CHECK " CR-CHECK-NUM " " CR-SM-NAME " "
               CHK-AMT-OUT "? (Y): " WITH NO ADVANCING
           ACCEPT CHK-CONFIRM
           IF CHK-CONFIRM NOT = "Y" AND CHK-CONFIRM NOT = "y"
               DISPLAY "CHECK NOT VOIDED"
               EXIT PARAGRAPH
           END-IF

           ACCEPT CHK-TODAY FROM DATE YYYYMMDD
           MOVE "VOIDED" TO CR-STATUS
           MOVE CHK-TODAY TO CR-VOID-DATE
           MOVE CHKREG-RECORD TO CHK-REG-ENTRY(CHK-HIT-IDX)
           PERFORM REWRITE-CHECK-REGISTER

           MOVE CR-PERIOD TO WS-PO-PERIOD
           MOVE "COMM CHECK VOID" TO WS-PO-DESC
           COMPUTE WS-PO-AMOUNT = ZERO - CR-AMOUNT
           PERFORM POST-COMMISSION-PAYOUT
           DISPLAY "CHECK VOIDED - PAYOUT REVERSED ON GLJRNL.DAT"

           DISPLAY "REISSUE UNDER A NEW NUMBER NOW? (Y): "
               WITH NO ADVANCING
           ACCEPT CHK-CONFIRM
           IF CHK-CONFIRM = "Y" OR CHK-CONFIRM = "y"
               PERFORM REISSUE-REGISTER-ROW
           END-IF.

           EXIT PARAGRAPH.

       REISSUE-VOIDED-CHECK.
           MOVE "CHKVOID-REFUSED" TO WS-RUNLOG-PROGRAM-ID
           PERFORM CHECK-SUPERVISOR-ROLE
           MOVE "COMMISSION-CHECK-RUN" TO WS-RUNLOG-PROGRAM-ID
           IF WS-FH-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "VOIDED CHECK NUMBER TO REISSUE: "
               WITH NO ADVANCING
           ACCEPT CHK-CHECK-NUM
           PERFORM LOAD-CHECK-REGISTER
           PERFORM FIND-REGISTER-CHECK
           IF CHK-FOUND NOT = "Y"
               DISPLAY "CHECK NOT ON THE REGISTER"
               EXIT PARAGRAPH
           END-IF
           IF CR-STATUS NOT = "VOIDED"
               DISPLAY "CHECK IS NOT VOIDED - VOID IT FIRST"
               EXIT PARAGRAPH
           END-IF
           PERFORM REISSUE-REGISTER-ROW.

           EXIT PARAGRAPH.

      *CHKREG-RECORD HOLDS THE VOIDED ROW. ONE REISSUE PER VOIDED
      *CHECK - A SECOND ONE WOULD PAY THE SAME COMMISSION TWICE
       REISSUE-REGISTER-ROW.
           MOVE CR-CHECK-NUM TO CHK-REISSUE-OF
           MOVE CR-SM-NUM TO CHK-PAY-SM
           MOVE CR-SM-NAME TO CHK-PAY-NAME
           MOVE CR-PERIOD TO CHK-PAY-PERIOD
           MOVE CR-AMOUNT TO CHK-PAYOUT
           PERFORM VARYING CHK-IDX FROM 1 BY 1
               UNTIL CHK-IDX > CHK-REG-COUNT
               MOVE CHK-REG-ENTRY(CHK-IDX) TO CHKREG-RECORD
               IF CR-REISSUE-OF = CHK-REISSUE-OF
                   DISPLAY "ALREADY REISSUED AS CHECK " CR-CHECK-NUM
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           OPEN EXTEND CHKREG-FILE
           IF WS-CHKREG-STATUS NOT = "00" AND NOT = "05"
               MOVE "CHKREG-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-CHKREG-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           ACCEPT CHK-TODAY FROM DATE YYYYMMDD
           MOVE "COMM-CHECKS" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           PERFORM ISSUE-ONE-CHECK
           MOVE "- - - - - - - - - - - - - - - - - - - - - - - -"
               TO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           MOVE CHK-PAYOUT TO CHK-AMT-OUT
           STRING "STUB - CHECK " CHK-CHECK-NUM " PERIOD "
               CHK-PAY-PERIOD " REISSUE OF " CHK-REISSUE-OF
               " NET CHECK " CHK-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           PERFORM SPOOL-CLOSE-REPORT
           CLOSE CHKREG-FILE

           MOVE CHK-PAY-PERIOD TO WS-PO-PERIOD
           MOVE "COMM CHECK REISSUE" TO WS-PO-DESC
           MOVE CHK-PAYOUT TO WS-PO-AMOUNT
           PERFORM POST-COMMISSION-PAYOUT
           DISPLAY "CHECK REISSUED AS " CHK-CHECK-NUM.

           EXIT PARAGRAPH.

       PRINT-CHECK-REGISTER.
           DISPLAY "REGISTER PERIOD (YYYYMM): " WITH NO ADVANCING
           ACCEPT CHK-PERIOD
           MOVE ZERO TO CHK-LIST-COUNT
           MOVE ZERO TO CHK-ISSUED-TOTAL
           MOVE ZERO TO CHK-VOIDED-TOTAL
           MOVE "N" TO CHK-EOF
           OPEN INPUT CHKREG-FILE
           IF WS-CHKREG-STATUS NOT = "00"
               DISPLAY "NO CHECK REGISTER ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE "CHECK-REGISTER" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           STRING "COMMISSION CHECK REGISTER - PERIOD " CHK-PERIOD
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           MOVE "CHECK    SALESMAN     NAME                      "
               TO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           PERFORM UNTIL CHK-EOF = "Y"
               READ CHKREG-FILE
                   AT END
                       MOVE "Y" TO CHK-EOF
                   NOT AT END
                       IF CR-PERIOD = CHK-PERIOD
                           PERFORM LIST-ONE-REGISTER-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHKREG-FILE
           MOVE CHK-ISSUED-TOTAL TO CHK-AMT-OUT
           STRING "OUTSTANDING ISSUED: " CHK-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           DISPLAY "OUTSTANDING ISSUED: " CHK-AMT-OUT
           MOVE CHK-VOIDED-TOTAL TO CHK-AMT-OUT
           STRING "VOIDED:             " CHK-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           DISPLAY "VOIDED:             " CHK-AMT-OUT
           PERFORM SPOOL-CLOSE-REPORT
           DISPLAY CHK-LIST-COUNT " CHECK(S) ON THE REGISTER".

           EXIT PARAGRAPH.

       LIST-ONE-REGISTER-ROW.
           ADD 1 TO CHK-LIST-COUNT
           IF CR-STATUS = "ISSUED"
               ADD CR-AMOUNT TO CHK-ISSUED-TOTAL
           ELSE
               ADD CR-AMOUNT TO CHK-VOIDED-TOTAL
           END-IF
           MOVE CR-AMOUNT TO CHK-AMT-OUT
           STRING CR-CHECK-NUM " " CR-SM-NUM " " CR-SM-NAME " "
               CHK-AMT-OUT " " CR-STATUS " " CR-ISSUE-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           IF CR-STATUS = "VOIDED"
               STRING "         VOIDED " CR-VOID-DATE
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
           END-IF
           IF CR-REISSUE-OF NOT = ZERO
               STRING "         REISSUE OF " CR-REISSUE-OF
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
           END-IF
           DISPLAY CR-CHECK-NUM " " CR-SM-NAME " " CHK-AMT-OUT " "
               CR-STATUS.

           EXIT PARAGRAPH.

      *LAST ROW IN THE PERIOD WINS FOR A SALESMAN, OVERRIDE LINE
      *KEPT BESIDE THE COMMISSION LINE - AS DIRECT-DEPOSIT-EXPORT
       LOAD-PERIOD-PAYROLL.
           MOVE ZERO TO CHK-PAY-COUNT
           MOVE "N" TO CHK-EOF
           OPEN INPUT SEL8-PAYROLL-FILE
           IF WS-SEL8PAY-STATUS NOT = "00"
               DISPLAY "NO PAYROLL EXPORT ON FILE - RUN THE "
-                  "EXPORT FROM REVISED-SALESMAN-INFO FIRST"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CHK-EOF = "Y"
               READ SEL8-PAYROLL-FILE
                   AT END
                       MOVE "Y" TO CHK-EOF
                   NOT AT END
                       IF SEL8_PR_DATE(1:6) = CHK-PERIOD
                           PERFORM KEEP-ONE-PAYROLL-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEL8-PAYROLL-FILE.

           EXIT PARAGRAPH.

       KEEP-ONE-PAYROLL-ROW.
           MOVE "N" TO CHK-FOUND
           PERFORM VARYING CHK-PAY-IDX FROM 1 BY 1
               UNTIL CHK-PAY-IDX > CHK-PAY-COUNT
               IF CHK-P-SM(CHK-PAY-IDX) = SEL8_PR_SM_NUM
                   MOVE "Y" TO CHK-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CHK-FOUND = "N"
               IF CHK-PAY-COUNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CHK-PAY-COUNT
               MOVE CHK-PAY-COUNT TO CHK-PAY-IDX
               MOVE SEL8_PR_SM_NUM TO CHK-P-SM(CHK-PAY-IDX)
               MOVE ZERO TO CHK-P-COMMISSION(CHK-PAY-IDX)
               MOVE ZERO TO CHK-P-DRAWS(CHK-PAY-IDX)
               MOVE ZERO TO CHK-P-CLAWBACK(CHK-PAY-IDX)
               MOVE ZERO TO CHK-P-NET-PAY(CHK-PAY-IDX)
               MOVE ZERO TO CHK-P-OVERRIDE(CHK-PAY-IDX)
               MOVE ZERO TO CHK-P-ADJUSTMENT(CHK-PAY-IDX)
           END-IF
           MOVE SEL8_PR_SM_NAME TO CHK-P-NAME(CHK-PAY-IDX)
           IF SEL8_PR_LINE_TYPE = "O"
               MOVE SEL8_PR_NET_PAY TO CHK-P-OVERRIDE(CHK-PAY-IDX)
           ELSE
               MOVE SEL8_PR_COMMISSION TO
                   CHK-P-COMMISSION(CHK-PAY-IDX)
               MOVE SEL8_PR_DRAWS TO CHK-P-DRAWS(CHK-PAY-IDX)
               MOVE SEL8_PR_CLAWBACK TO CHK-P-CLAWBACK(CHK-PAY-IDX)
               MOVE SEL8_PR_NET_PAY TO CHK-P-NET-PAY(CHK-PAY-IDX)
               IF SEL8_PR_ADJUSTMENT IS NUMERIC
                   MOVE SEL8_PR_ADJUSTMENT TO
                       CHK-P-ADJUSTMENT(CHK-PAY-IDX)
               ELSE
                   MOVE ZERO TO CHK-P-ADJUSTMENT(CHK-PAY-IDX)
               END-IF
           END-IF.

           EXIT PARAGRAPH.

       FIND-BANK-ROW.
           MOVE "N" TO CHK-FOUND
           MOVE "N" TO CHK-EOF
           OPEN INPUT SMBANK-FILE
           IF WS-SMBANK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CHK-EOF = "Y"
               READ SMBANK-FILE
                   AT END
                       MOVE "Y" TO CHK-EOF
                   NOT AT END
                       IF BK-SM-NUM = CHK-P-SM(CHK-PAY-IDX) AND
-                          BK-ACTIVE = "Y"
                           MOVE "Y" TO CHK-FOUND
                           MOVE "Y" TO CHK-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SMBANK-FILE
           MOVE "N" TO CHK-EOF.

           EXIT PARAGRAPH.

       LOAD-CHECK-REGISTER.
           MOVE ZERO TO CHK-REG-COUNT
           MOVE "N" TO CHK-REG-OVERFLOW
           MOVE "N" TO CHK-EOF
           OPEN INPUT CHKREG-FILE
           IF WS-CHKREG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CHK-EOF = "Y"
               READ CHKREG-FILE
                   AT END
                       MOVE "Y" TO CHK-EOF
                   NOT AT END
                       IF CHK-REG-COUNT < 2000
                           ADD 1 TO CHK-REG-COUNT
                           MOVE CHKREG-RECORD TO
                               CHK-REG-ENTRY(CHK-REG-COUNT)
                       ELSE
                           MOVE "Y" TO CHK-REG-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHKREG-FILE.

           EXIT PARAGRAPH.

      *LEAVES THE ROW FOR CHK-CHECK-NUM IN CHKREG-RECORD AND ITS
      *TABLE SLOT IN CHK-HIT-IDX
       FIND-REGISTER-CHECK.
           MOVE "N" TO CHK-FOUND
           PERFORM VARYING CHK-IDX FROM 1 BY 1
               UNTIL CHK-IDX > CHK-REG-COUNT
               MOVE CHK-REG-ENTRY(CHK-IDX) TO CHKREG-RECORD
               IF CR-CHECK-NUM = CHK-CHECK-NUM
                   MOVE "Y" TO CHK-FOUND
                   MOVE CHK-IDX TO CHK-HIT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       REWRITE-CHECK-REGISTER.
           OPEN OUTPUT CHKREG-FILE
           IF WS-CHKREG-STATUS NOT = "00"
               MOVE "CHKREG-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-CHKREG-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CHK-IDX FROM 1 BY 1
               UNTIL CHK-IDX > CHK-REG-COUNT
               MOVE CHK-REG-ENTRY(CHK-IDX) TO CHKREG-RECORD
               WRITE CHKREG-RECORD
           END-PERFORM
           CLOSE CHKREG-FILE
           MOVE CHK-REG-ENTRY(CHK-HIT-IDX) TO CHKREG-RECORD.

           EXIT PARAGRAPH.

       COPY "check-next.cpy".

       COPY "payout-post.cpy".

       COPY "gl-acct-load.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "role-check.cpy".

       COPY "lock-paragraphs.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
