      * details on smbank.dat, and a trailer carrying the
      * record count and amount hash total. The deposit
      * amount is the net payable (commission less
      * outstanding draws) plus any sales manager override
      * line for the period. A remittance register goes to the
      * report spool so the bank file can be tied back to the
      * commission run. Salesmen with no active bank row are
      * listed for follow-up and left off the file - they are
      * paid by COMMISSION-CHECK-RUN from the same rows. A
      * bank row whose account number will not decode is
      * also left off, and listed to be re-keyed. The
      * deposit total posts to gljrnl.dat (payout-post.cpy),
      * clearing commission payable against cash. Run on
      * demand from the command line; it is not wired into
      * FH-MAIN-MENU since it is housekeeping, not a
      * calculation. No bank file is written until the tasks
      * ahead of it on the period's month-end close checklist
      * - the GL tie-out above all - are signed off
      * (close-gate.cpy). The bank file is the one place the
      * account number is decoded to clear (secure-field.cpy);
      * the remittance register shows it masked.
      *====================================================

       ENVIRONMENT DIVISION.
               FILE-CONTROL.
           COPY "sel8pay-select.cpy".
           COPY "smbank-select.cpy".
           COPY "gljrnl-select.cpy".
           COPY "coa-select.cpy".
           COPY "glmap-select.cpy".
           SELECT BANKDEP-FILE ASSIGN TO "bankdep.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DDP-BANK-STATUS.
           COPY "closechk-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.

           COPY "smbank-rec.cpy".

           COPY "gljrnl-rec.cpy".
           COPY "coa-rec.cpy".
           COPY "glmap-rec.cpy".

       FD  BANKDEP-FILE.

       01  BANKDEP-RECORD                  PIC X(80).

           COPY "closechk-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  DDP-FOUND                       PIC X.
       01  DDP-DETAIL-COUNT                PIC 9(5) VALUE 0.
       01  DDP-NOBANK-COUNT                PIC 9(5) VALUE 0.
       01  DDP-REKEY-COUNT                 PIC 9(5) VALUE 0.
       01  DDP-BAD-DIGITS                  PIC 99.
       01  DDP-HASH-AMOUNT                 PIC S9(14)V99 VALUE 0.
       01  DDP-AMT-OUT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  DDP-HDR-LINE.
               10  DDP-P-SM                PIC 9(12).
               10  DDP-P-NAME              PIC X(25).
               10  DDP-P-NET-PAY           PIC S9(12)V99.
               10  DDP-P-OVERRIDE          PIC S9(12)V99.
       01  DDP-DEPOSIT                     PIC S9(12)V99.
           COPY "gl-acct-table.cpy".
           COPY "secure-field-vars.cpy".
           COPY "ws-vars.cpy".


           MOVE "DIRECT-DEPOSIT-EXPORT" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM LOAD-GL-ACCOUNT-MAP.

           DISPLAY "ENTER PAYROLL PERIOD (YYYYMM): "
               WITH NO ADVANCING.
           ACCEPT DDP-PERIOD.

           MOVE DDP-PERIOD TO WS-CG-PERIOD.
           MOVE "DIRECT-DEPOSIT-EXPORT" TO WS-CG-PROGRAM.
           PERFORM CHECK-CLOSE-CHECKLIST.
           IF WS-CG-BLOCKED = "Y"
               GOBACK
           END-IF.

           PERFORM LOAD-PERIOD-PAYROLL.
           IF DDP-TAB-COUNT = 0
               DISPLAY "NO PAYROLL ROWS DATED IN " DDP-PERIOD
           DISPLAY "BANK FILE WRITTEN TO BANKDEP.DAT".
           DISPLAY "DEPOSITS:        " DDP-DETAIL-COUNT.
           DISPLAY "NO BANK DETAILS: " DDP-NOBANK-COUNT.
           DISPLAY "TO BE RE-KEYED:  " DDP-REKEY-COUNT.
           DISPLAY "TOTAL AMOUNT:    " DDP-AMT-OUT.
           STRING "DEPOSITS " DDP-DETAIL-COUNT " TOTAL "
               DDP-AMT-OUT DELIMITED BY SIZE INTO WS-SPOOL-LINE.
           PERFORM SPOOL-WRITE-LINE.
           PERFORM SPOOL-CLOSE-REPORT.

      *REGENERATING THE BANK FILE FOR THE SAME PERIOD MUST NOT
      *CLEAR THE PAYABLE A SECOND TIME
           MOVE DDP-PERIOD TO WS-PO-PERIOD.
           MOVE "DIRECT DEPOSIT PAY" TO WS-PO-DESC.
           PERFORM CHECK-PAYOUT-POSTED.
           IF WS-PO-POSTED = "Y"
               DISPLAY "PAYOUT FOR " DDP-PERIOD " ALREADY ON THE "
-                  "JOURNAL - NOT POSTED AGAIN"
           ELSE
               MOVE DDP-HASH-AMOUNT TO WS-PO-AMOUNT
               PERFORM POST-COMMISSION-PAYOUT
               IF WS-PO-AMOUNT NOT = ZERO
                   DISPLAY "PAYOUT POSTED TO GLJRNL.DAT"
               END-IF
           END-IF.

           MOVE "DIRECT-DEPOSIT-EXPORT" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.


      *LAST ROW IN THE PERIOD WINS FOR A SALESMAN - THE EXPORT IS
      *APPENDED ON EVERY PAYROLL RUN, SO THE LATEST ROW CARRIES
      *THE CURRENT NETTED FIGURE. A MANAGER'S OVERRIDE LINE IS KEPT
      *BESIDE THAT MANAGER'S COMMISSION LINE, NOT IN PLACE OF IT
       LOAD-PERIOD-PAYROLL.
           MOVE ZERO TO DDP-TAB-COUNT
           MOVE "N" TO DDP-EOF
               ADD 1 TO DDP-TAB-COUNT
               MOVE DDP-TAB-COUNT TO DDP-IDX
               MOVE SEL8_PR_SM_NUM TO DDP-P-SM(DDP-IDX)
               MOVE ZERO TO DDP-P-NET-PAY(DDP-IDX)
               MOVE ZERO TO DDP-P-OVERRIDE(DDP-IDX)
           END-IF
           MOVE SEL8_PR_SM_NAME TO DDP-P-NAME(DDP-IDX)
           IF SEL8_PR_LINE_TYPE = "O"
               MOVE SEL8_PR_NET_PAY TO DDP-P-OVERRIDE(DDP-IDX)
           ELSE
               MOVE SEL8_PR_NET_PAY TO DDP-P-NET-PAY(DDP-IDX)
           END-IF.

           EXIT PARAGRAPH.

       WRITE-ONE-DEPOSIT.
           COMPUTE DDP-DEPOSIT = DDP-P-NET-PAY(DDP-IDX)
               + DDP-P-OVERRIDE(DDP-IDX)
           IF DDP-DEPOSIT <= ZERO
               DISPLAY DDP-P-SM(DDP-IDX) " NET PAYABLE IS NOT "
-                  "POSITIVE - LEFT OFF THE BANK FILE"
               EXIT PARAGRAPH
               ADD 1 TO DDP-NOBANK-COUNT
               DISPLAY DDP-P-SM(DDP-IDX) " HAS NO ACTIVE BANK "
-                  "DETAILS - LEFT OFF THE BANK FILE"
               STRING DDP-P-SM(DDP-IDX) " NO BANK DETAILS - PAY BY "
                   "CHECK RUN"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE BK-BANK-CODE TO DDP-DTL-BANK
           MOVE BK-ACCT-NUM TO WS-SF-ACCT-CODED
           MOVE BK-SM-NUM TO WS-SF-ACCT-KEY
           PERFORM SHOW-BANK-ACCT
      *A DIGIT THAT WOULD NOT DECODE MEANS A DAMAGED ROW - THE
      *DEPOSIT WAITS FOR THE ACCOUNT TO BE RE-KEYED RATHER THAN
      *GO TO A WRONG ACCOUNT
           MOVE ZERO TO DDP-BAD-DIGITS
           INSPECT WS-SF-ACCT TALLYING DDP-BAD-DIGITS FOR ALL "?"
           IF DDP-BAD-DIGITS > ZERO
               ADD 1 TO DDP-REKEY-COUNT
               DISPLAY DDP-P-SM(DDP-IDX) " BANK ACCOUNT WILL NOT "
-                  "DECODE - RE-KEY IT IN SALESMAN-BANK-MAINT"
               DISPLAY "  LEFT OFF THE BANK FILE - NOT PAID"
               STRING DDP-P-SM(DDP-IDX) " BANK DETAILS NEED RE-KEYING"
                   " - NOT PAID"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SF-ACCT TO DDP-DTL-ACCT
           MOVE BK-ACCT-NAME TO DDP-DTL-NAME
           MOVE DDP-DEPOSIT TO DDP-DTL-AMOUNT
           MOVE DDP-DTL-LINE TO BANKDEP-RECORD
           WRITE BANKDEP-RECORD
           ADD 1 TO DDP-DETAIL-COUNT
           ADD DDP-DEPOSIT TO DDP-HASH-AMOUNT

           MOVE DDP-DEPOSIT TO DDP-AMT-OUT
           STRING DDP-P-SM(DDP-IDX) " " BK-BANK-CODE " "
               WS-SF-ACCT-MASK " " DDP-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           IF DDP-P-OVERRIDE(DDP-IDX) NOT = ZERO
               MOVE DDP-P-OVERRIDE(DDP-IDX) TO DDP-AMT-OUT
               STRING "  INCLUDES MANAGER OVERRIDE " DDP-AMT-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
           END-IF.

           EXIT PARAGRAPH.


           EXIT PARAGRAPH.

       COPY "gl-acct-load.cpy".

       COPY "close-gate.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "spool-call.cpy".

       COPY "payout-post.cpy".

       COPY "secure-field.cpy".


       COPY "capture-operator.cpy".
