      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAD-DEBT-WRITEOFF.

      *====================================================
      * Stand-alone utility: writes off open items that will
      * never be collected, so they stop sitting OPEN on
      * openitem.dat and inflating every aging report. A
      * clerk proposes writing off an invoice's balance with a
      * reason (writeoff.dat, status PENDING) and the proposal
      * goes on the approval queue (approval-queue.cpy), where
      * a supervisor other than the proposer approves or
      * refuses it in APPROVAL-QUEUE. Option 2 then posts the
      * write-offs approved there and rejects the refused ones
      * under the deciding supervisor's id; nothing is decided
      * at this terminal. A pending row with no request on the
      * queue gets one raised on that pass.
      * On approval the open item's remaining balance moves to
      * OI-WRITEOFF-AMT, the item closes as WRTOFF, and a
      * bad-debt expense DR / receivable CR pair lands in
      * gljrnl.dat through the account-mapping table
      * (gl-acct-load.cpy) for the period of the approval
      * date. Option 3 prints the period write-off register
      * for the auditors; CUSTOMER-STATEMENT shows a
      * customer's write-offs. Runs under the suite interlock.
      * Run on demand from the command line; it is not wired
      * into FH-MAIN-MENU since it is housekeeping, not a
      * calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "openitem-select.cpy".
           COPY "writeoff-select.cpy".
           COPY "gljrnl-select.cpy".
           COPY "coa-select.cpy".
           COPY "glmap-select.cpy".
           COPY "perctl-select.cpy".
           COPY "runlog-select.cpy".
           COPY "lock-select.cpy".
           COPY "apprq-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "openitem-rec.cpy".
           COPY "writeoff-rec.cpy".
           COPY "gljrnl-rec.cpy".
           COPY "coa-rec.cpy".
           COPY "glmap-rec.cpy".
           COPY "perctl-rec.cpy".
           COPY "fd-vars.cpy".
           COPY "lock-rec.cpy".
           COPY "apprq-rec.cpy".

       WORKING-STORAGE SECTION.
       01  WOF-CHOICE                      PIC 9.
       01  WOF-EOF                         PIC X VALUE "N".
       01  WOF-TODAY                       PIC 9(8).
       01  WOF-PERIOD                      PIC 9(6).
       01  WOF-INVOICE-NUM                 PIC 9(8).
       01  WOF-REASON                      PIC X(20).
       01  WOF-CONFIRM                     PIC X.
       01  WOF-FOUND                       PIC X.
       01  WOF-HIT-IDX                     PIC 9(3).
       01  WOF-NEXT-REF                    PIC 9(6).
       01  WOF-WO-COUNT                    PIC 9(3) VALUE 0.
       01  WOF-WO-IDX                      PIC 9(3).
       01  WOF-WO-OVERFLOW                 PIC X VALUE "N".
       01  WOF-WO-TABLE.
           05  WOF-WO-ENTRY                PIC X(150)
                                           OCCURS 200 TIMES.
       01  WOF-PENDING-SEEN                PIC 9(3) VALUE 0.
       01  WOF-APPROVED-COUNT              PIC 9(3) VALUE 0.
       01  WOF-DECIDED-COUNT               PIC 9(3) VALUE 0.
       01  WOF-AWAIT-COUNT                 PIC 9(3) VALUE 0.
       01  WOF-DECIDER                     PIC X(10).
       01  WOF-BADDEBT-ACCT                PIC X(8).
       01  WOF-BADDEBT-DESC                PIC X(19).
       01  WOF-RECV-ACCT                   PIC X(8).
       01  WOF-RECV-DESC                   PIC X(19).
       01  WOF-REG-COUNT                   PIC 9(5).
       01  WOF-REG-TOTAL                   PIC S9(12)V99.
       01  WOF-AMT-OUT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WOF-SPL-AMT                     PIC ZZ,ZZZ,ZZ9.99-.
           COPY "openitem-table.cpy".
           COPY "gl-acct-table.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "BAD-DEBT-WRITEOFF" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM LOAD-GL-ACCOUNT-MAP.

      * Proposals append to writeoff.dat and approvals rewrite
      * openitem.dat whole - take the suite interlock
           PERFORM ACQUIRE-FH-LOCK.
           IF WS-FH-LOCK-HELD NOT = "Y"
               GOBACK
           END-IF.

           PERFORM UNTIL WOF-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "    BAD-DEBT WRITE-OFFS"
               DISPLAY "==========================="
               DISPLAY "1 - PROPOSE A WRITE-OFF"
               DISPLAY "2 - POST DECIDED WRITE-OFFS (SUPERVISOR)"
               DISPLAY "3 - WRITE-OFF REGISTER FOR A PERIOD"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT WOF-CHOICE

               EVALUATE WOF-CHOICE
                   WHEN 1
                       PERFORM PROPOSE-WRITEOFF
                   WHEN 2
                       PERFORM REVIEW-PENDING-WRITEOFFS
                   WHEN 3
                       PERFORM PRINT-WRITEOFF-REGISTER
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           MOVE "BAD-DEBT-WRITEOFF" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           PERFORM RELEASE-FH-LOCK.

           GOBACK.

       PROPOSE-WRITEOFF.
           PERFORM LOAD-WRITEOFF-TABLE
           IF WOF-WO-OVERFLOW = "Y"
               DISPLAY "MORE THAN 200 WRITE-OFF ROWS ON FILE - "
-                  "ARCHIVE DECIDED ROWS OUT OF WRITEOFF.DAT FIRST."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-OPENITEM-TABLE
           IF WS-OIT-OVERFLOW = "Y"
               DISPLAY "MORE THAN 500 OPEN ITEMS ON FILE - "
-                  "ARCHIVE OPENITEM.DAT FIRST."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "INVOICE NUMBER TO WRITE OFF: " WITH NO ADVANCING
           ACCEPT WOF-INVOICE-NUM
           PERFORM FIND-OPEN-ITEM
           IF WOF-FOUND NOT = "Y"
               DISPLAY "NO OPEN ITEM FOR THAT INVOICE"
               EXIT PARAGRAPH
           END-IF
           IF OI-STATUS NOT = "OPEN" OR OI-BALANCE NOT > ZERO
               DISPLAY "INVOICE HAS NO OPEN BALANCE (STATUS "
                   OI-STATUS ")"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WOF-WO-IDX FROM 1 BY 1
               UNTIL WOF-WO-IDX > WOF-WO-COUNT
               MOVE WOF-WO-ENTRY(WOF-WO-IDX) TO WRITEOFF-RECORD
               IF WO-INVOICE-NUM = WOF-INVOICE-NUM AND
-                 WO-STATUS = "PENDING"
                   DISPLAY "A WRITE-OFF FOR THIS INVOICE IS ALREADY "
-                      "PENDING (REF " WO-REF ")"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE OI-BALANCE TO WOF-AMT-OUT
           DISPLAY "CUSTOMER: " OI-CUST-NUM " INVOICE DATE: "
               OI-INV-DATE " BALANCE: " WOF-AMT-OUT
           DISPLAY "REASON FOR WRITE-OFF: " WITH NO ADVANCING
           ACCEPT WOF-REASON
           IF WOF-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED - NOT PROPOSED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PROPOSE WRITING OFF THIS BALANCE (Y/N)? "
               WITH NO ADVANCING
           ACCEPT WOF-CONFIRM
           IF WOF-CONFIRM NOT = "Y" AND WOF-CONFIRM NOT = "y"
               DISPLAY "NOT PROPOSED"
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WOF-NEXT-REF
           PERFORM VARYING WOF-WO-IDX FROM 1 BY 1
               UNTIL WOF-WO-IDX > WOF-WO-COUNT
               MOVE WOF-WO-ENTRY(WOF-WO-IDX) TO WRITEOFF-RECORD
               IF WO-REF > WOF-NEXT-REF
                   MOVE WO-REF TO WOF-NEXT-REF
               END-IF
           END-PERFORM
           ADD 1 TO WOF-NEXT-REF

           INITIALIZE WRITEOFF-RECORD
           MOVE WOF-NEXT-REF TO WO-REF
           MOVE "PENDING" TO WO-STATUS
           MOVE OI-INVOICE-NUM TO WO-INVOICE-NUM
           MOVE OI-CUST-NUM TO WO-CUST-NUM
           MOVE OI-BALANCE TO WO-AMOUNT
           MOVE WOF-REASON TO WO-REASON
           MOVE WS-FH-OPERATOR-ID TO WO-REQ-OPERATOR
           ACCEPT WO-REQ-DATE FROM DATE YYYYMMDD
           ACCEPT WO-REQ-TIME FROM TIME
           MOVE SPACES TO WO-APPR-OPERATOR
           MOVE SPACES TO WO-APPR-DATE
           MOVE SPACES TO WO-APPR-TIME
           PERFORM RAISE-WRITEOFF-APPROVAL
           MOVE WS-AQ-REQ-NUM TO WO-APPR-REQ

           OPEN EXTEND WRITEOFF-FILE
           IF WS-WRITEOFF-STATUS = "35"
               OPEN OUTPUT WRITEOFF-FILE
           END-IF
           IF WS-WRITEOFF-STATUS NOT = "00" AND NOT = "05"
               MOVE "WRITEOFF-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-WRITEOFF-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           WRITE WRITEOFF-RECORD
           CLOSE WRITEOFF-FILE
           DISPLAY "WRITE-OFF REF " WO-REF " PROPOSED"
           IF WO-APPR-REQ NOT = ZERO
               DISPLAY "QUEUED FOR SUPERVISOR APPROVAL AS REQUEST "
                   WO-APPR-REQ
           END-IF.

           EXIT PARAGRAPH.

      *THE WRITE-OFF GOES ON THE APPROVAL QUEUE AT THE BALANCE
      *PROPOSED, REFERENCED BY WRITE-OFF REF AND INVOICE
       RAISE-WRITEOFF-APPROVAL.
           MOVE "WRITEOFF" TO WS-AQ-TYPE
           MOVE SPACES TO WS-AQ-REF
           STRING WO-REF " " WO-INVOICE-NUM
               DELIMITED BY SIZE INTO WS-AQ-REF
           MOVE "BAD-DEBT-WRITEOFF" TO WS-AQ-PROGRAM
           MOVE WO-AMOUNT TO WS-AQ-AMOUNT
           MOVE SPACES TO WS-AQ-REASON
           STRING "CUST " WO-CUST-NUM " " WO-REASON
               DELIMITED BY SIZE INTO WS-AQ-REASON
           MOVE WO-REQ-OPERATOR TO WS-AQ-REQUESTER
           PERFORM RAISE-APPROVAL-REQUEST.

           EXIT PARAGRAPH.

       FIND-OPEN-ITEM.
           MOVE "N" TO WOF-FOUND
           PERFORM VARYING WS-OIT-IDX FROM 1 BY 1
               UNTIL WS-OIT-IDX > WS-OIT-COUNT
               MOVE WS-OIT-IMAGE(WS-OIT-IDX) TO OPENITEM-RECORD
               IF OI-INVOICE-NUM = WOF-INVOICE-NUM
                   MOVE "Y" TO WOF-FOUND
                   MOVE WS-OIT-IDX TO WOF-HIT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       REVIEW-PENDING-WRITEOFFS.
           MOVE "WRITEOFF-APPR-REFUSED" TO WS-RUNLOG-PROGRAM-ID
           PERFORM CHECK-SUPERVISOR-ROLE
           MOVE "BAD-DEBT-WRITEOFF" TO WS-RUNLOG-PROGRAM-ID
           IF WS-FH-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           ACCEPT WOF-TODAY FROM DATE YYYYMMDD
           MOVE WOF-TODAY(1:6) TO WOF-PERIOD
           MOVE WOF-TODAY TO WS-PC-CHECK-DATE
           PERFORM CHECK-PERIOD-CLOSED
           IF WS-PC-CLOSED = "Y"
               DISPLAY "PERIOD " WOF-PERIOD " IS CLOSED - NO "
-                  "WRITE-OFF CAN BE POSTED INTO IT"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-WRITEOFF-TABLE
           IF WOF-WO-OVERFLOW = "Y"
               DISPLAY "MORE THAN 200 WRITE-OFF ROWS ON FILE - "
-                  "NOTHING REVIEWED SO NOTHING IS TRUNCATED. "
-                  "ARCHIVE DECIDED ROWS OUT OF WRITEOFF.DAT FIRST."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-OPENITEM-TABLE
           IF WS-OIT-OVERFLOW = "Y"
               DISPLAY "MORE THAN 500 OPEN ITEMS ON FILE - "
-                  "NOTHING REVIEWED. ARCHIVE OPENITEM.DAT FIRST."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-WRITEOFF-ACCOUNTS

           MOVE ZERO TO WOF-PENDING-SEEN
           MOVE ZERO TO WOF-APPROVED-COUNT
           MOVE ZERO TO WOF-DECIDED-COUNT
           MOVE ZERO TO WOF-AWAIT-COUNT
           PERFORM REVIEW-ONE-WRITEOFF
               VARYING WOF-WO-IDX FROM 1 BY 1
               UNTIL WOF-WO-IDX > WOF-WO-COUNT

           IF WOF-PENDING-SEEN = 0
               DISPLAY "NO PENDING WRITE-OFFS TO REVIEW"
           END-IF
           IF WOF-AWAIT-COUNT > ZERO
               DISPLAY WOF-AWAIT-COUNT " WRITE-OFF(S) STILL AWAITING "
-                  "SUPERVISOR APPROVAL - LEFT PENDING"
           END-IF
           IF WOF-APPROVED-COUNT > 0
               PERFORM REWRITE-OPENITEM-TABLE
           END-IF
           IF WOF-DECIDED-COUNT > 0
               PERFORM REWRITE-WRITEOFF-FILE
           END-IF.

           EXIT PARAGRAPH.

      *A WRITE-OFF IS DECIDED ON THE APPROVAL QUEUE, NOT HERE -
      *APPROVED ONES POST, REFUSED ONES ARE REJECTED, UNDECIDED
      *ONES WAIT. A ROW THAT NEVER REACHED THE QUEUE IS RAISED
       REVIEW-ONE-WRITEOFF.
           MOVE WOF-WO-ENTRY(WOF-WO-IDX) TO WRITEOFF-RECORD
           IF WO-STATUS NOT = "PENDING"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WOF-PENDING-SEEN
           MOVE WO-AMOUNT TO WOF-AMT-OUT
           DISPLAY "==============================="
           DISPLAY "WRITE-OFF REF: " WO-REF " INVOICE: "
               WO-INVOICE-NUM " CUSTOMER: " WO-CUST-NUM
           DISPLAY "AMOUNT: " WOF-AMT-OUT
           DISPLAY "REASON: " WO-REASON
           DISPLAY "PROPOSED BY " WO-REQ-OPERATOR " ON "
               WO-REQ-DATE " " WO-REQ-TIME

           MOVE "NONE" TO WS-AQ-DECISION
           IF WO-APPR-REQ IS NUMERIC AND WO-APPR-REQ NOT = ZERO
               MOVE WO-APPR-REQ TO WS-AQ-REQ-NUM
               PERFORM READ-APPROVAL-DECISION
           END-IF
           MOVE WS-AQ-DECIDER TO WOF-DECIDER
           EVALUATE WS-AQ-DECISION
               WHEN "APPROVED"
                   PERFORM APPROVE-WRITEOFF
                   IF WO-STATUS NOT = "PENDING"
                       MOVE WO-APPR-REQ TO WS-AQ-REQ-NUM
                       PERFORM CLOSE-APPROVAL-REQUEST
                   END-IF
               WHEN "REFUSED"
                   MOVE "REJECTED" TO WO-STATUS
                   PERFORM STAMP-WRITEOFF-DECISION
                   DISPLAY "WRITE-OFF REFUSED BY " WOF-DECIDER ": "
                       WS-AQ-NOTE
                   MOVE WO-APPR-REQ TO WS-AQ-REQ-NUM
                   PERFORM CLOSE-APPROVAL-REQUEST
               WHEN "PENDING"
                   DISPLAY "AWAITING SUPERVISOR APPROVAL - REQUEST "
                       WO-APPR-REQ
                   ADD 1 TO WOF-AWAIT-COUNT
               WHEN OTHER
                   PERFORM RAISE-WRITEOFF-APPROVAL
                   IF WS-AQ-REQ-NUM NOT = ZERO
                       MOVE WS-AQ-REQ-NUM TO WO-APPR-REQ
                       MOVE WRITEOFF-RECORD TO
                           WOF-WO-ENTRY(WOF-WO-IDX)
                       ADD 1 TO WOF-DECIDED-COUNT
                   END-IF
                   ADD 1 TO WOF-AWAIT-COUNT
           END-EVALUATE.

           EXIT PARAGRAPH.

      *THE BALANCE WRITTEN OFF IS THE ONE ON THE LEDGER NOW - A
      *PAYMENT THAT ARRIVED AFTER THE PROPOSAL REDUCES IT. THE
      *CLERK WHO PROPOSED IT CANNOT BE THE ONE WHO APPROVED IT -
      *THAT APPROVAL IS SET ASIDE AND THE NEXT REVIEW ASKS AGAIN
       APPROVE-WRITEOFF.
           IF WOF-DECIDER = WO-REQ-OPERATOR
               DISPLAY "APPROVED BY THE PROPOSER " WOF-DECIDER
-                  " - WRITE-OFF LEFT PENDING FOR ANOTHER "
-                  "SUPERVISOR"
               MOVE WO-APPR-REQ TO WS-AQ-REQ-NUM
               PERFORM CLOSE-APPROVAL-REQUEST
               MOVE ZERO TO WO-APPR-REQ
               MOVE WRITEOFF-RECORD TO WOF-WO-ENTRY(WOF-WO-IDX)
               ADD 1 TO WOF-DECIDED-COUNT
               ADD 1 TO WOF-AWAIT-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WO-INVOICE-NUM TO WOF-INVOICE-NUM
           PERFORM FIND-OPEN-ITEM
           IF WOF-FOUND NOT = "Y" OR OI-STATUS NOT = "OPEN" OR
-             OI-BALANCE NOT > ZERO
               DISPLAY "INVOICE NO LONGER HAS AN OPEN BALANCE - "
-                  "WRITE-OFF REJECTED"
               MOVE "REJECTED" TO WO-STATUS
               PERFORM STAMP-WRITEOFF-DECISION
               EXIT PARAGRAPH
           END-IF
           IF OI-BALANCE NOT = WO-AMOUNT
               MOVE OI-BALANCE TO WOF-AMT-OUT
               DISPLAY "BALANCE HAS CHANGED SINCE THE PROPOSAL - "
-                  "WRITING OFF " WOF-AMT-OUT
           END-IF
           MOVE OI-BALANCE TO WO-AMOUNT

           PERFORM POST-WRITEOFF-TO-GL
           IF WS-GLJRNL-STATUS NOT = "00"
               DISPLAY "GL POSTING FAILED - WRITE-OFF LEFT PENDING"
               EXIT PARAGRAPH
           END-IF

           ADD OI-BALANCE TO OI-WRITEOFF-AMT
           MOVE ZERO TO OI-BALANCE
           MOVE "WRTOFF" TO OI-STATUS
           MOVE OPENITEM-RECORD TO WS-OIT-IMAGE(WOF-HIT-IDX)

           MOVE "APPROVED" TO WO-STATUS
           MOVE WOF-PERIOD TO WO-PERIOD
           PERFORM STAMP-WRITEOFF-DECISION
           ADD 1 TO WOF-APPROVED-COUNT
           DISPLAY "WRITE-OFF APPROVED AND POSTED TO " WOF-PERIOD.

           EXIT PARAGRAPH.

       STAMP-WRITEOFF-DECISION.
           MOVE WOF-DECIDER TO WO-APPR-OPERATOR
           ACCEPT WO-APPR-DATE FROM DATE YYYYMMDD
           ACCEPT WO-APPR-TIME FROM TIME
           MOVE WRITEOFF-RECORD TO WOF-WO-ENTRY(WOF-WO-IDX)
           ADD 1 TO WOF-DECIDED-COUNT.

           EXIT PARAGRAPH.

       FIND-WRITEOFF-ACCOUNTS.
           PERFORM VARYING WS-GLA-IDX FROM 1 BY 1
               UNTIL WS-GLA-IDX > WS-GLA-TABLE-COUNT
               IF WS-GLA-PURPOSE(WS-GLA-IDX) = "BAD-DEBT"
                   MOVE WS-GLA-ACCOUNT(WS-GLA-IDX) TO
                       WOF-BADDEBT-ACCT
                   MOVE WS-GLA-DESC(WS-GLA-IDX) TO WOF-BADDEBT-DESC
               END-IF
               IF WS-GLA-PURPOSE(WS-GLA-IDX) = "RECEIVABLE"
                   MOVE WS-GLA-ACCOUNT(WS-GLA-IDX) TO WOF-RECV-ACCT
                   MOVE WS-GLA-DESC(WS-GLA-IDX) TO WOF-RECV-DESC
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       POST-WRITEOFF-TO-GL.
           MOVE WOF-BADDEBT-ACCT TO WS-GLA-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT-POSTABLE
           IF WS-GLA-POSTABLE = "Y"
               MOVE WOF-RECV-ACCT TO WS-GLA-CHECK-ACCT
               PERFORM CHECK-GL-ACCOUNT-POSTABLE
           END-IF
           IF WS-GLA-POSTABLE NOT = "Y"
               MOVE "99" TO WS-GLJRNL-STATUS
               DISPLAY "WRITE-OFF NOT POSTED TO GLJRNL.DAT"
               EXIT PARAGRAPH
           END-IF

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
           MOVE WOF-PERIOD TO GJ-PERIOD
           MOVE WOF-BADDEBT-ACCT TO GJ-ACCOUNT
           MOVE WOF-BADDEBT-DESC TO GJ-DESC
           MOVE WO-AMOUNT TO GJ-DEBIT
           MOVE ZERO TO GJ-CREDIT
           WRITE GLJRNL-RECORD

           MOVE WOF-PERIOD TO GJ-PERIOD
           MOVE WOF-RECV-ACCT TO GJ-ACCOUNT
           MOVE WOF-RECV-DESC TO GJ-DESC
           MOVE ZERO TO GJ-DEBIT
           MOVE WO-AMOUNT TO GJ-CREDIT
           WRITE GLJRNL-RECORD
           IF WS-GLJRNL-STATUS NOT = "00"
               MOVE "GLJRNL-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "WRITE" TO WS-FH-ERR-OPERATION
               MOVE WS-GLJRNL-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           END-IF
           CLOSE GLJRNL-FILE
           MOVE "00" TO WS-GLJRNL-STATUS.

           EXIT PARAGRAPH.

      *ONE LINE PER APPROVED WRITE-OFF POSTED IN THE PERIOD,
      *WITH WHO PROPOSED AND WHO APPROVED IT
       PRINT-WRITEOFF-REGISTER.
           DISPLAY "REGISTER PERIOD (YYYYMM): " WITH NO ADVANCING
           ACCEPT WOF-PERIOD
           MOVE ZERO TO WOF-REG-COUNT
           MOVE ZERO TO WOF-REG-TOTAL
           OPEN INPUT WRITEOFF-FILE
           IF WS-WRITEOFF-STATUS NOT = "00"
               DISPLAY "NO WRITE-OFFS ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE "WRITEOFF-REGISTER" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           STRING "BAD-DEBT WRITE-OFF REGISTER - PERIOD " WOF-PERIOD
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           MOVE "REF    INVOICE  CUSTOMER AMOUNT         REASON"
               TO WS-SPOOL-LINE
           MOVE "PROPOSED   APPROVED" TO WS-SPOOL-LINE(57:19)
           PERFORM SPOOL-WRITE-LINE
           DISPLAY WS-SPOOL-LINE
           MOVE "N" TO WOF-EOF
           PERFORM UNTIL WOF-EOF = "Y"
               READ WRITEOFF-FILE
                   AT END
                       MOVE "Y" TO WOF-EOF
                   NOT AT END
                       IF WO-STATUS = "APPROVED" AND
-                         WO-PERIOD = WOF-PERIOD
                           PERFORM REGISTER-ONE-WRITEOFF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WRITEOFF-FILE
           MOVE WOF-REG-TOTAL TO WOF-AMT-OUT
           DISPLAY "WRITE-OFFS: " WOF-REG-COUNT " TOTAL: "
               WOF-AMT-OUT
           STRING "WRITE-OFFS: " WOF-REG-COUNT " TOTAL: "
               WOF-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       REGISTER-ONE-WRITEOFF.
           ADD 1 TO WOF-REG-COUNT
           ADD WO-AMOUNT TO WOF-REG-TOTAL
           MOVE WO-AMOUNT TO WOF-SPL-AMT
           STRING WO-REF " " WO-INVOICE-NUM " " WO-CUST-NUM " "
               WOF-SPL-AMT " " WO-REASON(1:15) " "
               WO-REQ-OPERATOR " " WO-APPR-OPERATOR
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       LOAD-WRITEOFF-TABLE.
           MOVE ZERO TO WOF-WO-COUNT
           MOVE "N" TO WOF-WO-OVERFLOW
           MOVE "N" TO WOF-EOF
           OPEN INPUT WRITEOFF-FILE
           IF WS-WRITEOFF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WOF-EOF = "Y"
               READ WRITEOFF-FILE
                   AT END
                       MOVE "Y" TO WOF-EOF
                   NOT AT END
                       IF WOF-WO-COUNT < 200
                           ADD 1 TO WOF-WO-COUNT
                           MOVE WRITEOFF-RECORD TO
                               WOF-WO-ENTRY(WOF-WO-COUNT)
                       ELSE
                           MOVE "Y" TO WOF-WO-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WRITEOFF-FILE.

           EXIT PARAGRAPH.

       REWRITE-WRITEOFF-FILE.
           OPEN OUTPUT WRITEOFF-FILE
           IF WS-WRITEOFF-STATUS NOT = "00"
               MOVE "WRITEOFF-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-WRITEOFF-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WOF-WO-IDX FROM 1 BY 1
               UNTIL WOF-WO-IDX > WOF-WO-COUNT
               MOVE WOF-WO-ENTRY(WOF-WO-IDX) TO WRITEOFF-RECORD
               WRITE WRITEOFF-RECORD
           END-PERFORM
           CLOSE WRITEOFF-FILE.

           EXIT PARAGRAPH.

       COPY "openitem-io.cpy".

       COPY "openitem-normalize.cpy".

       COPY "period-check.cpy".

       COPY "gl-acct-load.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "approval-queue.cpy".

       COPY "role-check.cpy".

       COPY "lock-paragraphs.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
