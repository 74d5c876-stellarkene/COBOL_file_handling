      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMISSION-ADJUSTMENT.

      *====================================================
      * Stand-alone utility: corrects a disputed commission -
      * a wrong plan code, a missed split, a sale keyed under
      * the wrong salesman number - without touching the
      * original sel_8.dat row, which may sit in a period that
      * is already closed. Each correction is its own row on
      * commadj.dat: salesman, signed amount, reason code, the
      * invoice it relates to and the open period it pays in.
      * It is keyed PENDING, goes on the approval queue
      * (approval-queue.cpy) and counts for nothing until a
      * supervisor other than the operator who keyed it
      * approves it in APPROVAL-QUEUE. Option 2 then posts the
      * adjustments approved there and rejects the refused
      * ones under the deciding supervisor's id; a pending row
      * with no request on the queue gets one raised on that
      * pass. Posting puts it on gljrnl.dat -
      * commission expense DR / commission payable CR, the
      * reverse for a take-back - and from then on the payroll
      * export, COMMISSION-STATEMENT and SALESMAN-TERMINATION
      * net it into the period's payable (commadj-sum.cpy).
      * Decisions go to the maintenance audit trail. Runs
      * under the suite interlock. Run on demand from the
      * command line; it is not wired into FH-MAIN-MENU since
      * it is housekeeping, not a calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "commadj-select.cpy".
           COPY "sqnc5-select.cpy".
           COPY "perctl-select.cpy".
           COPY "gljrnl-select.cpy".
           COPY "coa-select.cpy".
           COPY "glmap-select.cpy".
           COPY "maint-audit-select.cpy".
           COPY "lock-select.cpy".
           COPY "runlog-select.cpy".
           COPY "apprq-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "commadj-rec.cpy".

           FD SQNC5-FILE.
           COPY "sqnc5-rec.cpy".
           COPY "operator-field.cpy".

           COPY "perctl-rec.cpy".
           COPY "gljrnl-rec.cpy".
           COPY "coa-rec.cpy".
           COPY "glmap-rec.cpy".
           COPY "maint-audit-rec.cpy".
           COPY "lock-rec.cpy".
           COPY "apprq-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  ADJ-CHOICE                      PIC 9.
       01  ADJ-EOF                         PIC X.
       01  ADJ-OK                          PIC X.
       01  ADJ-CONFIRM                     PIC X.
       01  ADJ-TODAY                       PIC 9(8).
       01  ADJ-PERIOD                      PIC 9(6).
       01  ADJ-SM-NUM                      PIC 9(12).
       01  ADJ-SM-NAME                     PIC X(25).
       01  ADJ-AMOUNT-IN                   PIC X(15).
       01  ADJ-AMOUNT                      PIC S9(10)V99.
       01  ADJ-REASON                      PIC X(6).
       01  ADJ-INVOICE                     PIC 9(8).
       01  ADJ-MEMO                        PIC X(30).
       01  ADJ-NEXT-NUM                    PIC 9(6).
       01  ADJ-AMT-OUT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  ADJ-LIST-COUNT                  PIC 9(5).
       01  ADJ-PENDING-SEEN                PIC 9(5).
       01  ADJ-AWAIT-COUNT                 PIC 9(5).
       01  ADJ-DECIDER                     PIC X(10).
       01  ADJ-APPROVED-TOTAL              PIC S9(12)V99.
       01  ADJ-PENDING-TOTAL               PIC S9(12)V99.
       01  ADJ-EXP-ACCT                    PIC X(8).
       01  ADJ-PAY-ACCT                    PIC X(8).
       01  SEQ5-FILE-STATUS                PIC XX.
       01  ADJ-ROW-IDX                     PIC 9(5).
       01  ADJ-ROW-COUNT                   PIC 9(5) VALUE 0.
       01  ADJ-ROW-OVERFLOW                PIC X VALUE "N".
       01  ADJ-ROW-TABLE.
           05  ADJ-ROW-ENTRY               PIC X(157) OCCURS 2000
-                                          TIMES.
       01  ADJ-REASON-TABLE-VALUES.
           05  FILLER PIC X(36) VALUE
               "PLAN  WRONG PLAN CODE ON THE SALE   ".
           05  FILLER PIC X(36) VALUE
               "SPLIT MISSED OR WRONG SPLIT SHARE   ".
           05  FILLER PIC X(36) VALUE
               "WRNGSMSALE KEYED UNDER WRONG NUMBER ".
           05  FILLER PIC X(36) VALUE
               "OTHER OTHER - SEE THE MEMO          ".
       01  ADJ-REASON-TABLE REDEFINES ADJ-REASON-TABLE-VALUES.
           05  ADJ-REASON-ENTRY            OCCURS 4 TIMES.
               10  ADJ-RT-CODE             PIC X(6).
               10  ADJ-RT-DESC             PIC X(30).
       01  ADJ-RT-IDX                      PIC 9.
       01  ADJ-RT-COUNT                    PIC 9 VALUE 4.
           COPY "gl-acct-table.cpy".
           COPY "check-digit-vars.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "COMMISSION-ADJUSTMENT" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM LOAD-GL-ACCOUNT-MAP.

      * Approval rewrites commadj.dat whole - take the suite
      * interlock like every other shared-file updater.
           PERFORM ACQUIRE-FH-LOCK.
           IF WS-FH-LOCK-HELD NOT = "Y"
               GOBACK
           END-IF.

           PERFORM UNTIL ADJ-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "  COMMISSION ADJUSTMENTS   "
               DISPLAY "==========================="
               DISPLAY "1 - KEY AN ADJUSTMENT"
               DISPLAY "2 - POST DECIDED ADJUSTMENTS (SUPERVISOR)"
               DISPLAY "3 - LIST ADJUSTMENTS FOR A PERIOD (SPOOLED)"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT ADJ-CHOICE

               EVALUATE ADJ-CHOICE
                   WHEN 1
                       PERFORM KEY-ONE-ADJUSTMENT
                   WHEN 2
                       PERFORM APPROVE-ADJUSTMENTS
                   WHEN 3
                       PERFORM LIST-PERIOD-ADJUSTMENTS
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           PERFORM RELEASE-FH-LOCK.

           MOVE "COMMISSION-ADJUSTMENT" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *KEYED PENDING - NOTHING PAYS OR POSTS UNTIL APPROVAL
       KEY-ONE-ADJUSTMENT.
           DISPLAY "ENTER SALESMAN NUMBER: " WITH NO ADVANCING
           PERFORM GET-VALID-SM-NUM
           MOVE WS-CD-NUMBER TO ADJ-SM-NUM
           PERFORM LOOK-UP-ADJ-SALESMAN
           IF ADJ-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ADJUSTMENT AMOUNT (NEGATIVE TAKES BACK): "
               WITH NO ADVANCING
           ACCEPT ADJ-AMOUNT-IN
           IF FUNCTION TEST-NUMVAL(ADJ-AMOUNT-IN) NOT = ZERO
               DISPLAY "AMOUNT IS NOT A NUMBER - NOT KEYED"
               EXIT PARAGRAPH
           END-IF
           COMPUTE ADJ-AMOUNT = FUNCTION NUMVAL(ADJ-AMOUNT-IN)
           IF ADJ-AMOUNT = ZERO
               DISPLAY "ZERO ADJUSTMENT - NOT KEYED"
               EXIT PARAGRAPH
           END-IF

           PERFORM ACCEPT-ADJ-REASON
           IF ADJ-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "INVOICE THE ADJUSTMENT RELATES TO: "
               WITH NO ADVANCING
           ACCEPT ADJ-INVOICE
           IF ADJ-INVOICE = ZERO
               DISPLAY "INVOICE NUMBER REQUIRED - NOT KEYED"
               EXIT PARAGRAPH
           END-IF

      *THE ADJUSTMENT PAYS IN AN OPEN PERIOD - THE CLOSED ONE THE
      *SALE WAS MADE IN STAYS AS IT WAS REPORTED
           DISPLAY "PERIOD IT PAYS IN (YYYYMM): " WITH NO ADVANCING
           ACCEPT ADJ-PERIOD
           MOVE ADJ-PERIOD TO WS-PC-CHECK-DATE(1:6)
           MOVE "01" TO WS-PC-CHECK-DATE(7:2)
           PERFORM CHECK-PERIOD-CLOSED
           IF WS-PC-CLOSED = "Y"
               DISPLAY "PERIOD " ADJ-PERIOD " IS CLOSED - PAY THE "
-                  "ADJUSTMENT IN AN OPEN PERIOD"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "MEMO: " WITH NO ADVANCING
           ACCEPT ADJ-MEMO
           IF ADJ-REASON = "OTHER" AND ADJ-MEMO = SPACES
               DISPLAY "REASON OTHER NEEDS A MEMO - NOT KEYED"
               EXIT PARAGRAPH
           END-IF

           MOVE ADJ-AMOUNT TO ADJ-AMT-OUT
           DISPLAY ADJ-SM-NUM " " ADJ-SM-NAME " " ADJ-AMT-OUT
               " " ADJ-REASON " PERIOD " ADJ-PERIOD
           DISPLAY "KEY THIS ADJUSTMENT? (Y): " WITH NO ADVANCING
           ACCEPT ADJ-CONFIRM
           IF ADJ-CONFIRM NOT = "Y" AND ADJ-CONFIRM NOT = "y"
               DISPLAY "ADJUSTMENT NOT KEYED"
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-NEXT-ADJ-NUMBER
           ACCEPT ADJ-TODAY FROM DATE YYYYMMDD
           OPEN EXTEND COMMADJ-FILE
           IF WS-COMMADJ-STATUS = "35"
               OPEN OUTPUT COMMADJ-FILE
           END-IF
           IF WS-COMMADJ-STATUS NOT = "00" AND NOT = "05"
               MOVE "COMMADJ-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-COMMADJ-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE ADJ-NEXT-NUM TO AJ-ADJ-NUM
           MOVE ADJ-SM-NUM TO AJ-SM-NUM
           MOVE ADJ-SM-NAME TO AJ-SM-NAME
           MOVE ADJ-AMOUNT TO AJ-AMOUNT
           MOVE ADJ-REASON TO AJ-REASON
           MOVE ADJ-INVOICE TO AJ-INVOICE-NUM
           MOVE ADJ-PERIOD TO AJ-PERIOD
           MOVE ADJ-MEMO TO AJ-MEMO
           MOVE "PENDING" TO AJ-STATUS
           MOVE WS-FH-OPERATOR-ID TO AJ-REQ-OPERATOR
           MOVE ADJ-TODAY TO AJ-REQ-DATE
           MOVE SPACES TO AJ-APPR-OPERATOR
           MOVE ZERO TO AJ-APPR-DATE
           PERFORM RAISE-ADJ-APPROVAL
           MOVE WS-AQ-REQ-NUM TO AJ-APPR-REQ
           WRITE COMMADJ-RECORD
           IF WS-COMMADJ-STATUS NOT = "00"
               MOVE "COMMADJ-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "WRITE" TO WS-FH-ERR-OPERATION
               MOVE WS-COMMADJ-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           END-IF
           CLOSE COMMADJ-FILE
           DISPLAY "ADJUSTMENT " ADJ-NEXT-NUM " KEYED - PENDING "
               "SUPERVISOR APPROVAL"
           IF AJ-APPR-REQ NOT = ZERO
               DISPLAY "QUEUED FOR SUPERVISOR APPROVAL AS REQUEST "
                   AJ-APPR-REQ
           END-IF.

           EXIT PARAGRAPH.

      *THE ADJUSTMENT GOES ON THE APPROVAL QUEUE AT ITS SIGNED
      *AMOUNT, REFERENCED BY ADJUSTMENT AND SALESMAN NUMBER
       RAISE-ADJ-APPROVAL.
           MOVE "COMMADJ" TO WS-AQ-TYPE
           MOVE SPACES TO WS-AQ-REF
           STRING AJ-ADJ-NUM " " AJ-SM-NUM
               DELIMITED BY SIZE INTO WS-AQ-REF
           MOVE "COMMISSION-ADJUSTMENT" TO WS-AQ-PROGRAM
           MOVE AJ-AMOUNT TO WS-AQ-AMOUNT
           MOVE SPACES TO WS-AQ-REASON
           STRING AJ-REASON " INV " AJ-INVOICE-NUM " PAYS "
               AJ-PERIOD " " AJ-MEMO
               DELIMITED BY SIZE INTO WS-AQ-REASON
           MOVE AJ-REQ-OPERATOR TO WS-AQ-REQUESTER
           PERFORM RAISE-APPROVAL-REQUEST.

           EXIT PARAGRAPH.

       LOOK-UP-ADJ-SALESMAN.
           MOVE "N" TO ADJ-OK
           OPEN INPUT SQNC5-FILE
           IF SEQ5-FILE-STATUS NOT = "00"
               DISPLAY "NO SALESMAN MASTER ON FILE - NOT KEYED"
               EXIT PARAGRAPH
           END-IF
           MOVE ADJ-SM-NUM TO SEQ5_SALES_MAN_NUM_FH
           READ SQNC5-FILE
               INVALID KEY
                   DISPLAY "SALESMAN NOT ON MASTER - NOT KEYED"
                   CLOSE SQNC5-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE SQNC5-FILE
      *A TERMINATED SALESMAN'S PAY WAS SETTLED BY THE FINAL
      *STATEMENT - A LATER CORRECTION IS SETTLED BY HAND
           IF SEQ5_STATUS_FH = "T"
               DISPLAY "SALESMAN TERMINATED " SEQ5_TERM_DATE_FH
                   " - SETTLE THE CORRECTION BY HAND"
               EXIT PARAGRAPH
           END-IF
           MOVE SEQ5_SALES_MAN_NAME_FH TO ADJ-SM-NAME
           MOVE "Y" TO ADJ-OK.

           EXIT PARAGRAPH.

       ACCEPT-ADJ-REASON.
           MOVE "N" TO ADJ-OK
           PERFORM VARYING ADJ-RT-IDX FROM 1 BY 1
               UNTIL ADJ-RT-IDX > ADJ-RT-COUNT
               DISPLAY "  " ADJ-RT-CODE(ADJ-RT-IDX) " "
                   ADJ-RT-DESC(ADJ-RT-IDX)
           END-PERFORM
           DISPLAY "REASON CODE: " WITH NO ADVANCING
           ACCEPT ADJ-REASON
           PERFORM VARYING ADJ-RT-IDX FROM 1 BY 1
               UNTIL ADJ-RT-IDX > ADJ-RT-COUNT
               IF ADJ-RT-CODE(ADJ-RT-IDX) = ADJ-REASON
                   MOVE "Y" TO ADJ-OK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ADJ-OK NOT = "Y"
               DISPLAY "UNKNOWN REASON CODE - NOT KEYED"
           END-IF.

           EXIT PARAGRAPH.

       FIND-NEXT-ADJ-NUMBER.
           MOVE ZERO TO ADJ-NEXT-NUM
           MOVE "N" TO ADJ-EOF
           OPEN INPUT COMMADJ-FILE
           IF WS-COMMADJ-STATUS = "00"
               PERFORM UNTIL ADJ-EOF = "Y"
                   READ COMMADJ-FILE
                       AT END
                           MOVE "Y" TO ADJ-EOF
                       NOT AT END
                           IF AJ-ADJ-NUM > ADJ-NEXT-NUM
                               MOVE AJ-ADJ-NUM TO ADJ-NEXT-NUM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMMADJ-FILE
           END-IF
           ADD 1 TO ADJ-NEXT-NUM.

           EXIT PARAGRAPH.

      *SECOND SIGNATURE: GIVEN ON THE APPROVAL QUEUE BY A
      *SUPERVISOR, AND NOT THE OPERATOR WHO KEYED THE ROW. THE
      *WHOLE FILE IS REWRITTEN ONCE AT THE END
       APPROVE-ADJUSTMENTS.
           MOVE "COMMADJ-REFUSED" TO WS-RUNLOG-PROGRAM-ID
           PERFORM CHECK-SUPERVISOR-ROLE
           MOVE "COMMISSION-ADJUSTMENT" TO WS-RUNLOG-PROGRAM-ID
           IF WS-FH-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ADJUSTMENT-ROWS
           IF ADJ-ROW-OVERFLOW = "Y"
               DISPLAY "MORE THAN 2000 ROWS ON COMMADJ.DAT - "
-                  "NOTHING REVIEWED SO NOTHING IS TRUNCATED. "
-                  "ARCHIVE DECIDED ROWS FIRST."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO ADJ-PENDING-SEEN
           MOVE ZERO TO ADJ-AWAIT-COUNT
           ACCEPT ADJ-TODAY FROM DATE YYYYMMDD
           PERFORM REVIEW-ONE-ADJUSTMENT
               VARYING ADJ-ROW-IDX FROM 1 BY 1
               UNTIL ADJ-ROW-IDX > ADJ-ROW-COUNT
           IF ADJ-PENDING-SEEN = ZERO
               DISPLAY "NO PENDING ADJUSTMENTS TO REVIEW"
               EXIT PARAGRAPH
           END-IF
           IF ADJ-AWAIT-COUNT > ZERO
               DISPLAY ADJ-AWAIT-COUNT " ADJUSTMENT(S) STILL "
-                  "AWAITING SUPERVISOR APPROVAL - LEFT PENDING"
           END-IF
           PERFORM REWRITE-ADJUSTMENT-FILE.

           EXIT PARAGRAPH.

      *THE DECISION IS TAKEN FROM THE APPROVAL QUEUE. AN
      *APPROVED ROW WHOSE PERIOD HAS CLOSED WHILE IT WAITED IS
      *REJECTED - IT IS KEYED AGAIN IN AN OPEN PERIOD
       REVIEW-ONE-ADJUSTMENT.
           MOVE ADJ-ROW-ENTRY(ADJ-ROW-IDX) TO COMMADJ-RECORD
           IF AJ-STATUS NOT = "PENDING"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ADJ-PENDING-SEEN
           MOVE AJ-AMOUNT TO ADJ-AMT-OUT
           DISPLAY "==============================="
           DISPLAY "ADJUSTMENT " AJ-ADJ-NUM " " AJ-SM-NUM " "
               AJ-SM-NAME
           DISPLAY "AMOUNT " ADJ-AMT-OUT " REASON " AJ-REASON
               " INVOICE " AJ-INVOICE-NUM " PAYS IN " AJ-PERIOD
           DISPLAY "MEMO: " AJ-MEMO
           DISPLAY "KEYED BY " AJ-REQ-OPERATOR " ON " AJ-REQ-DATE

           MOVE "NONE" TO WS-AQ-DECISION
           IF AJ-APPR-REQ IS NUMERIC AND AJ-APPR-REQ NOT = ZERO
               MOVE AJ-APPR-REQ TO WS-AQ-REQ-NUM
               PERFORM READ-APPROVAL-DECISION
           END-IF
           MOVE WS-AQ-DECIDER TO ADJ-DECIDER
           EVALUATE WS-AQ-DECISION
               WHEN "APPROVED"
                   MOVE AJ-PERIOD TO WS-PC-CHECK-DATE(1:6)
                   MOVE "01" TO WS-PC-CHECK-DATE(7:2)
                   PERFORM CHECK-PERIOD-CLOSED
                   IF WS-PC-CLOSED = "Y"
                       DISPLAY "PERIOD " AJ-PERIOD " HAS CLOSED - "
-                          "REJECTED. KEY IT AGAIN IN AN OPEN PERIOD"
                       PERFORM REJECT-ONE-ADJUSTMENT
                   ELSE
                       PERFORM APPROVE-ONE-ADJUSTMENT
                   END-IF
                   IF AJ-STATUS NOT = "PENDING"
                       MOVE AJ-APPR-REQ TO WS-AQ-REQ-NUM
                       PERFORM CLOSE-APPROVAL-REQUEST
                   END-IF
               WHEN "REFUSED"
                   DISPLAY "REFUSED BY " ADJ-DECIDER ": " WS-AQ-NOTE
                   PERFORM REJECT-ONE-ADJUSTMENT
                   MOVE AJ-APPR-REQ TO WS-AQ-REQ-NUM
                   PERFORM CLOSE-APPROVAL-REQUEST
               WHEN "PENDING"
                   DISPLAY "AWAITING SUPERVISOR APPROVAL - REQUEST "
                       AJ-APPR-REQ
                   ADD 1 TO ADJ-AWAIT-COUNT
               WHEN OTHER
                   PERFORM RAISE-ADJ-APPROVAL
                   IF WS-AQ-REQ-NUM NOT = ZERO
                       MOVE WS-AQ-REQ-NUM TO AJ-APPR-REQ
                       MOVE COMMADJ-RECORD TO
                           ADJ-ROW-ENTRY(ADJ-ROW-IDX)
                   END-IF
                   ADD 1 TO ADJ-AWAIT-COUNT
           END-EVALUATE.

           EXIT PARAGRAPH.

       REJECT-ONE-ADJUSTMENT.
           MOVE COMMADJ-RECORD TO WS-MA-BEFORE
           MOVE "REJECTED" TO AJ-STATUS
           MOVE ADJ-DECIDER TO AJ-APPR-OPERATOR
           MOVE ADJ-TODAY TO AJ-APPR-DATE
           MOVE COMMADJ-RECORD TO ADJ-ROW-ENTRY(ADJ-ROW-IDX)
           MOVE "ADJREJ" TO WS-MA-ACTION
           PERFORM AUDIT-ADJ-DECISION
           DISPLAY "ADJUSTMENT REJECTED".

           EXIT PARAGRAPH.

      *WHOEVER KEYED THE ADJUSTMENT CANNOT BE THE ONE WHO APPROVED
      *IT - THAT APPROVAL IS SET ASIDE AND THE NEXT REVIEW ASKS
      *AGAIN
       APPROVE-ONE-ADJUSTMENT.
           IF ADJ-DECIDER = AJ-REQ-OPERATOR
               DISPLAY "APPROVED BY THE KEYER " ADJ-DECIDER
-                  " - ADJUSTMENT LEFT PENDING FOR ANOTHER "
-                  "SUPERVISOR"
               MOVE AJ-APPR-REQ TO WS-AQ-REQ-NUM
               PERFORM CLOSE-APPROVAL-REQUEST
               MOVE ZERO TO AJ-APPR-REQ
               MOVE COMMADJ-RECORD TO ADJ-ROW-ENTRY(ADJ-ROW-IDX)
               ADD 1 TO ADJ-AWAIT-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ADJUSTMENT-ACCOUNTS
           MOVE ADJ-EXP-ACCT TO WS-GLA-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT-POSTABLE
           IF WS-GLA-POSTABLE = "Y"
               MOVE ADJ-PAY-ACCT TO WS-GLA-CHECK-ACCT
               PERFORM CHECK-GL-ACCOUNT-POSTABLE
           END-IF
           IF WS-GLA-POSTABLE NOT = "Y"
               DISPLAY "NOT APPROVED - ADJUSTMENT LEFT PENDING"
               EXIT PARAGRAPH
           END-IF
           MOVE COMMADJ-RECORD TO WS-MA-BEFORE
           MOVE "APPROVED" TO AJ-STATUS
           MOVE ADJ-DECIDER TO AJ-APPR-OPERATOR
           MOVE ADJ-TODAY TO AJ-APPR-DATE
           MOVE COMMADJ-RECORD TO ADJ-ROW-ENTRY(ADJ-ROW-IDX)
           PERFORM POST-ADJUSTMENT-JOURNAL
           MOVE "ADJAPPR" TO WS-MA-ACTION
           PERFORM AUDIT-ADJ-DECISION
           DISPLAY "ADJUSTMENT APPROVED AND POSTED".

           EXIT PARAGRAPH.

       AUDIT-ADJ-DECISION.
           MOVE "COMMISSION-ADJUSTMENT" TO WS-MA-PROGRAM-ID
           MOVE AJ-SM-NUM TO WS-MA-KEY-NUM
           MOVE COMMADJ-RECORD TO WS-MA-AFTER
           PERFORM WRITE-MAINT-AUDIT-ENTRY.

           EXIT PARAGRAPH.

      *COMMISSION EXPENSE DR / COMMISSION PAYABLE CR IN THE PERIOD
      *THE ADJUSTMENT PAYS IN - A TAKE-BACK POSTS THE REVERSE
       FIND-ADJUSTMENT-ACCOUNTS.
           MOVE SPACES TO ADJ-EXP-ACCT
           MOVE SPACES TO ADJ-PAY-ACCT
           PERFORM VARYING WS-GLA-IDX FROM 1 BY 1
               UNTIL WS-GLA-IDX > WS-GLA-TABLE-COUNT
               IF WS-GLA-PURPOSE(WS-GLA-IDX) = "COMM-EXP"
                   MOVE WS-GLA-ACCOUNT(WS-GLA-IDX) TO ADJ-EXP-ACCT
               END-IF
               IF WS-GLA-PURPOSE(WS-GLA-IDX) = "COMM-PAY"
                   MOVE WS-GLA-ACCOUNT(WS-GLA-IDX) TO ADJ-PAY-ACCT
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       POST-ADJUSTMENT-JOURNAL.
           OPEN EXTEND GLJRNL-FILE
           IF WS-GLJRNL-STATUS = "35"
               OPEN OUTPUT GLJRNL-FILE
           END-IF
           IF WS-GLJRNL-STATUS NOT = "00" AND NOT = "05"
               MOVE "GLJRNL-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-GLJRNL-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO GJ-SOURCE
           MOVE SPACES TO GJ-REF

           MOVE AJ-PERIOD TO GJ-PERIOD
           MOVE "COMM ADJUSTMENT" TO GJ-DESC
           IF AJ-AMOUNT > ZERO
               MOVE ADJ-EXP-ACCT TO GJ-ACCOUNT
               MOVE AJ-AMOUNT TO GJ-DEBIT
           ELSE
               MOVE ADJ-PAY-ACCT TO GJ-ACCOUNT
               COMPUTE GJ-DEBIT = ZERO - AJ-AMOUNT
           END-IF
           MOVE ZERO TO GJ-CREDIT
           WRITE GLJRNL-RECORD

           MOVE AJ-PERIOD TO GJ-PERIOD
           MOVE "COMM ADJUSTMENT" TO GJ-DESC
           IF AJ-AMOUNT > ZERO
               MOVE ADJ-PAY-ACCT TO GJ-ACCOUNT
               MOVE AJ-AMOUNT TO GJ-CREDIT
           ELSE
               MOVE ADJ-EXP-ACCT TO GJ-ACCOUNT
               COMPUTE GJ-CREDIT = ZERO - AJ-AMOUNT
           END-IF
           MOVE ZERO TO GJ-DEBIT
           WRITE GLJRNL-RECORD
           IF WS-GLJRNL-STATUS NOT = "00"
               MOVE "GLJRNL-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "WRITE" TO WS-FH-ERR-OPERATION
               MOVE WS-GLJRNL-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           END-IF
           CLOSE GLJRNL-FILE.

           EXIT PARAGRAPH.

       LOAD-ADJUSTMENT-ROWS.
           MOVE ZERO TO ADJ-ROW-COUNT
           MOVE "N" TO ADJ-ROW-OVERFLOW
           MOVE "N" TO ADJ-EOF
           OPEN INPUT COMMADJ-FILE
           IF WS-COMMADJ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ADJ-EOF = "Y"
               READ COMMADJ-FILE
                   AT END
                       MOVE "Y" TO ADJ-EOF
                   NOT AT END
                       IF ADJ-ROW-COUNT < 2000
                           ADD 1 TO ADJ-ROW-COUNT
                           MOVE COMMADJ-RECORD TO
                               ADJ-ROW-ENTRY(ADJ-ROW-COUNT)
                       ELSE
                           MOVE "Y" TO ADJ-ROW-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMMADJ-FILE.

           EXIT PARAGRAPH.

       REWRITE-ADJUSTMENT-FILE.
           OPEN OUTPUT COMMADJ-FILE
           IF WS-COMMADJ-STATUS NOT = "00"
               MOVE "COMMADJ-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-COMMADJ-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ADJ-ROW-IDX FROM 1 BY 1
               UNTIL ADJ-ROW-IDX > ADJ-ROW-COUNT
               MOVE ADJ-ROW-ENTRY(ADJ-ROW-IDX) TO COMMADJ-RECORD
               WRITE COMMADJ-RECORD
           END-PERFORM
           CLOSE COMMADJ-FILE.

           EXIT PARAGRAPH.

       LIST-PERIOD-ADJUSTMENTS.
           DISPLAY "PERIOD (YYYYMM): " WITH NO ADVANCING
           ACCEPT ADJ-PERIOD
           MOVE ZERO TO ADJ-LIST-COUNT
           MOVE ZERO TO ADJ-APPROVED-TOTAL
           MOVE ZERO TO ADJ-PENDING-TOTAL
           MOVE "N" TO ADJ-EOF
           OPEN INPUT COMMADJ-FILE
           IF WS-COMMADJ-STATUS NOT = "00"
               DISPLAY "NO ADJUSTMENTS ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE "COMM-ADJUST" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           STRING "COMMISSION ADJUSTMENTS PAYING IN " ADJ-PERIOD
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           PERFORM UNTIL ADJ-EOF = "Y"
               READ COMMADJ-FILE
                   AT END
                       MOVE "Y" TO ADJ-EOF
                   NOT AT END
                       IF AJ-PERIOD = ADJ-PERIOD
                           PERFORM LIST-ONE-ADJUSTMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMMADJ-FILE
           MOVE ADJ-APPROVED-TOTAL TO ADJ-AMT-OUT
           STRING "APPROVED: " ADJ-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           DISPLAY "APPROVED: " ADJ-AMT-OUT
           MOVE ADJ-PENDING-TOTAL TO ADJ-AMT-OUT
           STRING "PENDING:  " ADJ-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           DISPLAY "PENDING:  " ADJ-AMT-OUT
           PERFORM SPOOL-CLOSE-REPORT
           DISPLAY ADJ-LIST-COUNT " ADJUSTMENT(S) LISTED".

           EXIT PARAGRAPH.

       LIST-ONE-ADJUSTMENT.
           ADD 1 TO ADJ-LIST-COUNT
           IF AJ-STATUS = "APPROVED"
               ADD AJ-AMOUNT TO ADJ-APPROVED-TOTAL
           END-IF
           IF AJ-STATUS = "PENDING"
               ADD AJ-AMOUNT TO ADJ-PENDING-TOTAL
           END-IF
           MOVE AJ-AMOUNT TO ADJ-AMT-OUT
           STRING AJ-ADJ-NUM " " AJ-SM-NUM " " ADJ-AMT-OUT " "
               AJ-REASON " INV " AJ-INVOICE-NUM " " AJ-STATUS
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           STRING "       " AJ-MEMO " BY " AJ-REQ-OPERATOR
               " / " AJ-APPR-OPERATOR
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           DISPLAY AJ-ADJ-NUM " " AJ-SM-NAME " " ADJ-AMT-OUT " "
               AJ-REASON " " AJ-STATUS.

           EXIT PARAGRAPH.

       COPY "period-check.cpy".

       COPY "gl-acct-load.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "approval-queue.cpy".

       COPY "role-check.cpy".

       COPY "lock-paragraphs.cpy".

       COPY "maint-audit-write.cpy".

       COPY "spool-call.cpy".

       COPY "help-prompt.cpy".

       COPY "check-digit.cpy".


       COPY "capture-operator.cpy".
