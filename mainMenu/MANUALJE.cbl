      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUAL-JOURNAL-ENTRY.

      *====================================================
      * Stand-alone utility, also runnable as a daily
      * job-stream step: adjusting journal entries keyed by
      * the bookkeeper - accruals and corrections that no
      * posting run generates - so they stop living in a
      * spreadsheet beside gljrnl.dat. An entry carries a
      * reference, a description, the open period it posts
      * in and up to 20 account lines (mjehdr.dat /
      * mjeline.dat), and it is not saved until debits equal
      * credits. It goes on the approval queue
      * (approval-queue.cpy) and stays PENDING until a
      * supervisor other than the operator who keyed it
      * approves it in APPROVAL-QUEUE. Option 2 then takes up
      * the decisions: a refused entry is rejected, and an
      * approved one has its period and every account
      * re-checked against the chart and its lines posted to
      * gljrnl.dat marked as a manual entry (GJ-SOURCE "M",
      * GJ-REF the reference). A pending entry with no request
      * on the queue gets one raised on that pass.
      * An entry flagged auto-reversing is reversed - every
      * line with its sides swapped, GJ-SOURCE "R" - into the
      * next period on the first day of that period: every
      * run posts the reversals that have come due before
      * anything else, and under nightly batch that is all it
      * does. Decisions go to the maintenance audit trail.
      * Runs under the suite interlock.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "mjehdr-select.cpy".
           COPY "mjeline-select.cpy".
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
           COPY "mjehdr-rec.cpy".
           COPY "mjeline-rec.cpy".
           COPY "perctl-rec.cpy".
           COPY "gljrnl-rec.cpy".
           COPY "coa-rec.cpy".
           COPY "glmap-rec.cpy".
           COPY "maint-audit-rec.cpy".
           COPY "lock-rec.cpy".
           COPY "apprq-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  MJE-CHOICE                      PIC 9.
       01  MJE-EOF                         PIC X.
       01  MJE-OK                          PIC X.
       01  MJE-DONE                        PIC X.
       01  MJE-CONFIRM                     PIC X.
       01  MJE-TODAY                       PIC 9(8).
       01  MJE-IN-REF                      PIC X(10).
       01  MJE-IN-DESC                     PIC X(30).
       01  MJE-IN-PERIOD                   PIC 9(6).
       01  MJE-IN-REVERSE                  PIC X.
       01  MJE-IN-ACCOUNT                  PIC X(8).
       01  MJE-IN-SIDE                     PIC X.
       01  MJE-IN-AMOUNT-IN                PIC X(15).
       01  MJE-IN-AMOUNT                   PIC S9(12)V99.
       01  MJE-IN-MEMO                     PIC X(19).
       01  MJE-NEXT-NUM                    PIC 9(6).
       01  MJE-WANT-NUM                    PIC 9(6).
       01  MJE-TOT-DEBIT                   PIC S9(12)V99.
       01  MJE-TOT-CREDIT                  PIC S9(12)V99.
       01  MJE-DIFF                        PIC S9(12)V99.
       01  MJE-DR-OUT                      PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  MJE-CR-OUT                      PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  MJE-AMT-OUT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  MJE-POST-PERIOD                 PIC 9(6).
       01  MJE-POST-SOURCE                 PIC X.
       01  MJE-POST-OK                     PIC X.
       01  MJE-CALC-PERIOD                 PIC 9(6).
       01  MJE-CALC-PARTS REDEFINES MJE-CALC-PERIOD.
           05  MJE-CALC-YEAR               PIC 9(4).
           05  MJE-CALC-MONTH              PIC 99.
       01  MJE-LIST-PERIOD                 PIC 9(6).
       01  MJE-LIST-COUNT                  PIC 9(5).
       01  MJE-DECIDED-COUNT               PIC 9(5).
       01  MJE-PENDING-SEEN                PIC 9(5).
       01  MJE-AWAIT-COUNT                 PIC 9(5).
       01  MJE-RAISED-COUNT                PIC 9(5).
       01  MJE-DECIDER                     PIC X(10).
       01  MJE-REV-COUNT                   PIC 9(5).
       01  MJE-LN-IDX                      PIC 99.
       01  MJE-LN-COUNT                    PIC 99 VALUE 0.
       01  MJE-LN-TABLE.
           05  MJE-LN-ENTRY                OCCURS 20 TIMES.
               10  MJE-LN-ACCOUNT          PIC X(8).
               10  MJE-LN-DEBIT            PIC S9(12)V99.
               10  MJE-LN-CREDIT           PIC S9(12)V99.
               10  MJE-LN-MEMO             PIC X(19).
       01  MJE-HDR-IDX                     PIC 9(5).
       01  MJE-HDR-COUNT                   PIC 9(5) VALUE 0.
       01  MJE-HDR-OVERFLOW                PIC X VALUE "N".
       01  MJE-HDR-TABLE.
           05  MJE-HDR-ENTRY               PIC X(143) OCCURS 2000
-                                          TIMES.
           COPY "gl-acct-table.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "MANUAL-JOURNAL-ENTRY" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM CHECK-NIGHTLY-BATCH-MODE.
           PERFORM LOAD-GL-ACCOUNT-MAP.

      * Approval and the reversal pass rewrite mjehdr.dat whole
      * and append to the journal - take the suite interlock.
           PERFORM ACQUIRE-FH-LOCK.
           IF WS-FH-LOCK-HELD NOT = "Y"
               GOBACK
           END-IF.

           PERFORM POST-DUE-REVERSALS.

           IF WS-FH-NIGHTLY-BATCH = "Y"
               MOVE 9 TO MJE-CHOICE
           END-IF.

           PERFORM UNTIL MJE-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "  MANUAL JOURNAL ENTRIES   "
               DISPLAY "==========================="
               DISPLAY "1 - KEY A JOURNAL ENTRY"
               DISPLAY "2 - POST DECIDED ENTRIES (SUPERVISOR)"
               DISPLAY "3 - LIST ENTRIES FOR A PERIOD (SPOOLED)"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT MJE-CHOICE

               EVALUATE MJE-CHOICE
                   WHEN 1
                       PERFORM KEY-ONE-ENTRY
                   WHEN 2
                       PERFORM APPROVE-PENDING-ENTRIES
                   WHEN 3
                       PERFORM LIST-PERIOD-ENTRIES
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           PERFORM RELEASE-FH-LOCK.

           MOVE "MANUAL-JOURNAL-ENTRY" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *KEYED PENDING - NOTHING REACHES THE JOURNAL UNTIL A SECOND
      *OPERATOR APPROVES IT ON THE APPROVAL QUEUE. AN ENTRY THAT
      *DOES NOT BALANCE IS NEVER SAVED
       KEY-ONE-ENTRY.
           DISPLAY "REFERENCE: " WITH NO ADVANCING
           ACCEPT MJE-IN-REF
           IF MJE-IN-REF = SPACES
               DISPLAY "REFERENCE REQUIRED - NOT KEYED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DESCRIPTION: " WITH NO ADVANCING
           ACCEPT MJE-IN-DESC
           IF MJE-IN-DESC = SPACES
               DISPLAY "DESCRIPTION REQUIRED - NOT KEYED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PERIOD IT POSTS IN (YYYYMM): " WITH NO ADVANCING
           ACCEPT MJE-IN-PERIOD
           MOVE MJE-IN-PERIOD TO MJE-CALC-PERIOD
           IF MJE-CALC-MONTH < 1 OR MJE-CALC-MONTH > 12
               DISPLAY "NOT A VALID PERIOD - NOT KEYED"
               EXIT PARAGRAPH
           END-IF
           MOVE MJE-IN-PERIOD TO WS-PC-CHECK-DATE(1:6)
           MOVE "01" TO WS-PC-CHECK-DATE(7:2)
           PERFORM CHECK-PERIOD-CLOSED
           IF WS-PC-CLOSED = "Y"
               DISPLAY "PERIOD " MJE-IN-PERIOD " IS CLOSED - "
-                  "NOT KEYED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REVERSE AUTOMATICALLY NEXT PERIOD? (Y/N): "
               WITH NO ADVANCING
           ACCEPT MJE-IN-REVERSE
           IF MJE-IN-REVERSE = "y"
               MOVE "Y" TO MJE-IN-REVERSE
           END-IF
           IF MJE-IN-REVERSE NOT = "Y"
               MOVE "N" TO MJE-IN-REVERSE
           END-IF

           MOVE ZERO TO MJE-LN-COUNT
           MOVE ZERO TO MJE-TOT-DEBIT
           MOVE ZERO TO MJE-TOT-CREDIT
           MOVE "N" TO MJE-OK
           MOVE "N" TO MJE-CONFIRM
           PERFORM UNTIL MJE-OK = "Y" OR MJE-CONFIRM = "X"
               PERFORM ACCEPT-ENTRY-LINES
               PERFORM CHECK-ENTRY-BALANCE
               IF MJE-OK NOT = "Y"
                   DISPLAY "ADD MORE LINES (Y) OR ABANDON THE "
                       "ENTRY (N)? " WITH NO ADVANCING
                   ACCEPT MJE-CONFIRM
                   IF MJE-CONFIRM NOT = "Y" AND NOT = "y"
                       MOVE "X" TO MJE-CONFIRM
                   END-IF
               END-IF
           END-PERFORM
           IF MJE-OK NOT = "Y"
               DISPLAY "ENTRY ABANDONED - NOTHING SAVED"
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-NEXT-ENTRY-NUM
           ACCEPT MJE-TODAY FROM DATE YYYYMMDD
           MOVE MJE-NEXT-NUM TO MH-ENTRY-NUM
           MOVE MJE-IN-REF TO MH-REF
           MOVE MJE-IN-DESC TO MH-DESC
           MOVE MJE-IN-PERIOD TO MH-PERIOD
           MOVE MJE-IN-REVERSE TO MH-AUTO-REVERSE
           MOVE MJE-LN-COUNT TO MH-LINE-COUNT
           MOVE MJE-TOT-DEBIT TO MH-TOTAL
           MOVE "PENDING" TO MH-STATUS
           MOVE WS-FH-OPERATOR-ID TO MH-REQ-OPERATOR
           MOVE MJE-TODAY TO MH-REQ-DATE
           MOVE SPACES TO MH-APPR-OPERATOR
           MOVE ZERO TO MH-APPR-DATE
           MOVE SPACES TO MH-REV-STATUS
           MOVE ZERO TO MH-REV-PERIOD
           MOVE ZERO TO MH-REV-DATE
           MOVE ZERO TO MH-APPR-REQ

           OPEN EXTEND MJELINE-FILE
           IF WS-MJELINE-STATUS = "35"
               OPEN OUTPUT MJELINE-FILE
           END-IF
           IF WS-MJELINE-STATUS NOT = "00" AND NOT = "05"
               MOVE "MJELINE-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-MJELINE-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MJE-LN-IDX FROM 1 BY 1
               UNTIL MJE-LN-IDX > MJE-LN-COUNT
               MOVE MJE-NEXT-NUM TO ML-ENTRY-NUM
               MOVE MJE-LN-IDX TO ML-LINE-NUM
               MOVE MJE-LN-ACCOUNT(MJE-LN-IDX) TO ML-ACCOUNT
               MOVE MJE-LN-DEBIT(MJE-LN-IDX) TO ML-DEBIT
               MOVE MJE-LN-CREDIT(MJE-LN-IDX) TO ML-CREDIT
               MOVE MJE-LN-MEMO(MJE-LN-IDX) TO ML-MEMO
               WRITE MJELINE-RECORD
           END-PERFORM
           CLOSE MJELINE-FILE

           PERFORM RAISE-ENTRY-APPROVAL
           MOVE WS-AQ-REQ-NUM TO MH-APPR-REQ

           OPEN EXTEND MJEHDR-FILE
           IF WS-MJEHDR-STATUS = "35"
               OPEN OUTPUT MJEHDR-FILE
           END-IF
           IF WS-MJEHDR-STATUS NOT = "00" AND NOT = "05"
               MOVE "MJEHDR-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-MJEHDR-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           WRITE MJEHDR-RECORD
           IF WS-MJEHDR-STATUS NOT = "00"
               MOVE "MJEHDR-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "WRITE" TO WS-FH-ERR-OPERATION
               MOVE WS-MJEHDR-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               CLOSE MJEHDR-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE MJEHDR-FILE

           MOVE SPACES TO WS-MA-BEFORE
           MOVE MJEHDR-RECORD TO WS-MA-AFTER
           MOVE "MJEKEY" TO WS-MA-ACTION
           PERFORM AUDIT-ENTRY-DECISION
           DISPLAY "ENTRY " MJE-NEXT-NUM " SAVED PENDING APPROVAL"
           IF MH-APPR-REQ NOT = ZERO
               DISPLAY "QUEUED FOR SUPERVISOR APPROVAL AS REQUEST "
                   MH-APPR-REQ
           END-IF.

           EXIT PARAGRAPH.

      *THE ENTRY GOES ON THE APPROVAL QUEUE AT ITS BALANCED
      *TOTAL, REFERENCED BY ENTRY NUMBER AND REFERENCE
       RAISE-ENTRY-APPROVAL.
           MOVE "MANUALJE" TO WS-AQ-TYPE
           MOVE SPACES TO WS-AQ-REF
           STRING MH-ENTRY-NUM " " MH-REF
               DELIMITED BY SIZE INTO WS-AQ-REF
           MOVE "MANUAL-JOURNAL-ENTRY" TO WS-AQ-PROGRAM
           MOVE MH-TOTAL TO WS-AQ-AMOUNT
           MOVE SPACES TO WS-AQ-REASON
           STRING MH-PERIOD " " MH-DESC
               DELIMITED BY SIZE INTO WS-AQ-REASON
           MOVE MH-REQ-OPERATOR TO WS-AQ-REQUESTER
           PERFORM RAISE-APPROVAL-REQUEST.

           EXIT PARAGRAPH.

      *A BLANK ACCOUNT ENDS THE LINES. EVERY ACCOUNT MUST BE
      *POSTABLE ON THE CHART AS IT IS KEYED
       ACCEPT-ENTRY-LINES.
           MOVE "N" TO MJE-DONE
           PERFORM UNTIL MJE-DONE = "Y"
               IF MJE-LN-COUNT NOT < 20
                   DISPLAY "20 LINES IS THE MOST ONE ENTRY HOLDS"
                   MOVE "Y" TO MJE-DONE
               ELSE
                   PERFORM ACCEPT-ONE-LINE
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       ACCEPT-ONE-LINE.
           DISPLAY "LINE " MJE-LN-COUNT " DONE - ACCOUNT (BLANK "
               "TO FINISH): " WITH NO ADVANCING
           ACCEPT MJE-IN-ACCOUNT
           IF MJE-IN-ACCOUNT = SPACES
               MOVE "Y" TO MJE-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE MJE-IN-ACCOUNT TO WS-GLA-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT-POSTABLE
           IF WS-GLA-POSTABLE NOT = "Y"
               DISPLAY "LINE NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "(D)EBIT OR (C)REDIT: " WITH NO ADVANCING
           ACCEPT MJE-IN-SIDE
           IF MJE-IN-SIDE = "d"
               MOVE "D" TO MJE-IN-SIDE
           END-IF
           IF MJE-IN-SIDE = "c"
               MOVE "C" TO MJE-IN-SIDE
           END-IF
           IF MJE-IN-SIDE NOT = "D" AND NOT = "C"
               DISPLAY "SIDE MUST BE D OR C - LINE NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "AMOUNT: " WITH NO ADVANCING
           ACCEPT MJE-IN-AMOUNT-IN
           IF FUNCTION TEST-NUMVAL(MJE-IN-AMOUNT-IN) NOT = ZERO
               DISPLAY "AMOUNT IS NOT A NUMBER - LINE NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           COMPUTE MJE-IN-AMOUNT = FUNCTION NUMVAL(MJE-IN-AMOUNT-IN)
           IF MJE-IN-AMOUNT NOT > ZERO
               DISPLAY "AMOUNT MUST BE MORE THAN ZERO - LINE NOT "
                   "ADDED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "LINE MEMO (BLANK USES THE DESCRIPTION): "
               WITH NO ADVANCING
           ACCEPT MJE-IN-MEMO
           IF MJE-IN-MEMO = SPACES
               MOVE MJE-IN-DESC TO MJE-IN-MEMO
           END-IF

           ADD 1 TO MJE-LN-COUNT
           MOVE MJE-IN-ACCOUNT TO MJE-LN-ACCOUNT(MJE-LN-COUNT)
           MOVE MJE-IN-MEMO TO MJE-LN-MEMO(MJE-LN-COUNT)
           IF MJE-IN-SIDE = "D"
               MOVE MJE-IN-AMOUNT TO MJE-LN-DEBIT(MJE-LN-COUNT)
               MOVE ZERO TO MJE-LN-CREDIT(MJE-LN-COUNT)
               ADD MJE-IN-AMOUNT TO MJE-TOT-DEBIT
           ELSE
               MOVE ZERO TO MJE-LN-DEBIT(MJE-LN-COUNT)
               MOVE MJE-IN-AMOUNT TO MJE-LN-CREDIT(MJE-LN-COUNT)
               ADD MJE-IN-AMOUNT TO MJE-TOT-CREDIT
           END-IF
           MOVE MJE-TOT-DEBIT TO MJE-DR-OUT
           MOVE MJE-TOT-CREDIT TO MJE-CR-OUT
           DISPLAY "  DEBITS " MJE-DR-OUT "  CREDITS " MJE-CR-OUT.

           EXIT PARAGRAPH.

       CHECK-ENTRY-BALANCE.
           MOVE "N" TO MJE-OK
           IF MJE-LN-COUNT < 2
               DISPLAY "AN ENTRY NEEDS AT LEAST TWO LINES"
               EXIT PARAGRAPH
           END-IF
           COMPUTE MJE-DIFF = MJE-TOT-DEBIT - MJE-TOT-CREDIT
           IF MJE-DIFF NOT = ZERO
               MOVE MJE-DIFF TO MJE-AMT-OUT
               DISPLAY "ENTRY DOES NOT BALANCE - DEBITS LESS "
                   "CREDITS " MJE-AMT-OUT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO MJE-OK.

           EXIT PARAGRAPH.

       FIND-NEXT-ENTRY-NUM.
           MOVE ZERO TO MJE-NEXT-NUM
           MOVE "N" TO MJE-EOF
           OPEN INPUT MJEHDR-FILE
           IF WS-MJEHDR-STATUS = "00"
               PERFORM UNTIL MJE-EOF = "Y"
                   READ MJEHDR-FILE
                       AT END
                           MOVE "Y" TO MJE-EOF
                       NOT AT END
                           IF MH-ENTRY-NUM > MJE-NEXT-NUM
                               MOVE MH-ENTRY-NUM TO MJE-NEXT-NUM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MJEHDR-FILE
           END-IF
           ADD 1 TO MJE-NEXT-NUM.

           EXIT PARAGRAPH.

      *SECOND SIGNATURE: GIVEN ON THE APPROVAL QUEUE BY A
      *SUPERVISOR, AND NOT THE OPERATOR WHO KEYED THE ENTRY. THE
      *HEADER FILE IS REWRITTEN ONCE AT THE END, THEN ANY
      *REVERSAL ALREADY DUE GOES STRAIGHT THROUGH
       APPROVE-PENDING-ENTRIES.
           MOVE "MJE-REFUSED" TO WS-RUNLOG-PROGRAM-ID
           PERFORM CHECK-SUPERVISOR-ROLE
           MOVE "MANUAL-JOURNAL-ENTRY" TO WS-RUNLOG-PROGRAM-ID
           IF WS-FH-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-HEADER-ROWS
           IF MJE-HDR-OVERFLOW = "Y"
               DISPLAY "MORE THAN 2000 ROWS ON MJEHDR.DAT - "
-                  "NOTHING REVIEWED SO NOTHING IS TRUNCATED. "
-                  "ARCHIVE DECIDED ENTRIES FIRST."
               EXIT PARAGRAPH
           END-IF
           ACCEPT MJE-TODAY FROM DATE YYYYMMDD
           MOVE ZERO TO MJE-PENDING-SEEN
           MOVE ZERO TO MJE-DECIDED-COUNT
           MOVE ZERO TO MJE-AWAIT-COUNT
           MOVE ZERO TO MJE-RAISED-COUNT
           PERFORM REVIEW-ONE-ENTRY
               VARYING MJE-HDR-IDX FROM 1 BY 1
               UNTIL MJE-HDR-IDX > MJE-HDR-COUNT
           IF MJE-PENDING-SEEN = ZERO
               DISPLAY "NO PENDING ENTRIES"
               EXIT PARAGRAPH
           END-IF
           IF MJE-AWAIT-COUNT > ZERO
               DISPLAY MJE-AWAIT-COUNT " ENTRY(S) STILL AWAITING "
-                  "SUPERVISOR APPROVAL - LEFT PENDING"
           END-IF
           IF MJE-DECIDED-COUNT > ZERO OR MJE-RAISED-COUNT > ZERO
               PERFORM REWRITE-HEADER-FILE
               PERFORM POST-DUE-REVERSALS
           END-IF
           DISPLAY MJE-DECIDED-COUNT " ENTRY(S) DECIDED".

           EXIT PARAGRAPH.

       REVIEW-ONE-ENTRY.
           MOVE MJE-HDR-ENTRY(MJE-HDR-IDX) TO MJEHDR-RECORD
           IF MH-STATUS NOT = "PENDING"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MJE-PENDING-SEEN
           MOVE MH-TOTAL TO MJE-AMT-OUT
           DISPLAY "==============================="
           DISPLAY "ENTRY " MH-ENTRY-NUM " REF " MH-REF
               " PERIOD " MH-PERIOD " REVERSING " MH-AUTO-REVERSE
           DISPLAY MH-DESC " " MJE-AMT-OUT
           DISPLAY "KEYED BY " MH-REQ-OPERATOR " ON " MH-REQ-DATE
           MOVE MH-ENTRY-NUM TO MJE-WANT-NUM
           PERFORM LOAD-ENTRY-LINES
           PERFORM SHOW-ONE-LINE
               VARYING MJE-LN-IDX FROM 1 BY 1
               UNTIL MJE-LN-IDX > MJE-LN-COUNT

           MOVE "NONE" TO WS-AQ-DECISION
           IF MH-APPR-REQ IS NUMERIC AND MH-APPR-REQ NOT = ZERO
               MOVE MH-APPR-REQ TO WS-AQ-REQ-NUM
               PERFORM READ-APPROVAL-DECISION
           END-IF
           MOVE WS-AQ-DECIDER TO MJE-DECIDER
           EVALUATE WS-AQ-DECISION
               WHEN "APPROVED"
                   PERFORM APPROVE-ONE-ENTRY
                   IF MH-STATUS NOT = "PENDING"
                       MOVE MH-APPR-REQ TO WS-AQ-REQ-NUM
                       PERFORM CLOSE-APPROVAL-REQUEST
                   END-IF
               WHEN "REFUSED"
                   DISPLAY "REFUSED BY " MJE-DECIDER ": " WS-AQ-NOTE
                   PERFORM REJECT-ONE-ENTRY
                   MOVE MH-APPR-REQ TO WS-AQ-REQ-NUM
                   PERFORM CLOSE-APPROVAL-REQUEST
               WHEN "PENDING"
                   DISPLAY "AWAITING SUPERVISOR APPROVAL - REQUEST "
                       MH-APPR-REQ
                   ADD 1 TO MJE-AWAIT-COUNT
               WHEN OTHER
                   PERFORM RAISE-ENTRY-APPROVAL
                   IF WS-AQ-REQ-NUM NOT = ZERO
                       MOVE WS-AQ-REQ-NUM TO MH-APPR-REQ
                       MOVE MJEHDR-RECORD TO
                           MJE-HDR-ENTRY(MJE-HDR-IDX)
                       ADD 1 TO MJE-RAISED-COUNT
                   END-IF
                   ADD 1 TO MJE-AWAIT-COUNT
           END-EVALUATE.

           EXIT PARAGRAPH.

       REJECT-ONE-ENTRY.
           MOVE MJEHDR-RECORD TO WS-MA-BEFORE
           MOVE "REJECTED" TO MH-STATUS
           MOVE MJE-DECIDER TO MH-APPR-OPERATOR
           MOVE MJE-TODAY TO MH-APPR-DATE
           MOVE MJEHDR-RECORD TO MJE-HDR-ENTRY(MJE-HDR-IDX)
           MOVE MJEHDR-RECORD TO WS-MA-AFTER
           MOVE "MJEREJ" TO WS-MA-ACTION
           PERFORM AUDIT-ENTRY-DECISION
           ADD 1 TO MJE-DECIDED-COUNT
           DISPLAY "ENTRY REJECTED".

           EXIT PARAGRAPH.

       SHOW-ONE-LINE.
           MOVE MJE-LN-DEBIT(MJE-LN-IDX) TO MJE-DR-OUT
           MOVE MJE-LN-CREDIT(MJE-LN-IDX) TO MJE-CR-OUT
           DISPLAY "  " MJE-LN-ACCOUNT(MJE-LN-IDX) " "
               MJE-LN-MEMO(MJE-LN-IDX) " DR " MJE-DR-OUT
               " CR " MJE-CR-OUT.

           EXIT PARAGRAPH.

      *THE PERIOD MAY HAVE CLOSED OR THE LINES ON FILE STOPPED
      *BALANCING SINCE THE ENTRY WAS KEYED - EITHER REJECTS IT,
      *TO BE KEYED AGAIN. AN ACCOUNT GONE INACTIVE LEAVES IT
      *PENDING UNTIL THE CHART IS PUT RIGHT. WHOEVER KEYED THE
      *ENTRY CANNOT BE THE ONE WHO APPROVED IT - THAT APPROVAL IS
      *SET ASIDE AND THE NEXT REVIEW ASKS AGAIN
       APPROVE-ONE-ENTRY.
           IF MJE-DECIDER = MH-REQ-OPERATOR
               DISPLAY "APPROVED BY THE KEYER " MJE-DECIDER
-                  " - ENTRY LEFT PENDING FOR ANOTHER SUPERVISOR"
               MOVE MH-APPR-REQ TO WS-AQ-REQ-NUM
               PERFORM CLOSE-APPROVAL-REQUEST
               MOVE ZERO TO MH-APPR-REQ
               MOVE MJEHDR-RECORD TO MJE-HDR-ENTRY(MJE-HDR-IDX)
               ADD 1 TO MJE-RAISED-COUNT
               ADD 1 TO MJE-AWAIT-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE MH-PERIOD TO WS-PC-CHECK-DATE(1:6)
           MOVE "01" TO WS-PC-CHECK-DATE(7:2)
           PERFORM CHECK-PERIOD-CLOSED
           IF WS-PC-CLOSED = "Y"
               DISPLAY "NOT POSTED - PERIOD " MH-PERIOD
                   " IS CLOSED"
               PERFORM REJECT-ONE-ENTRY
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ENTRY-BALANCE
           IF MJE-OK NOT = "Y"
               DISPLAY "NOT POSTED - LINES ON FILE DO NOT "
                   "BALANCE"
               PERFORM REJECT-ONE-ENTRY
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ENTRY-ACCOUNTS
           IF MJE-OK NOT = "Y"
               DISPLAY "NOT APPROVED - ENTRY LEFT PENDING"
               EXIT PARAGRAPH
           END-IF

           MOVE MJEHDR-RECORD TO WS-MA-BEFORE
           MOVE MH-PERIOD TO MJE-POST-PERIOD
           MOVE "M" TO MJE-POST-SOURCE
           PERFORM POST-ENTRY-LINES
           IF MJE-POST-OK NOT = "Y"
               DISPLAY "GL POSTING FAILED - ENTRY LEFT PENDING"
               EXIT PARAGRAPH
           END-IF
           MOVE "POSTED" TO MH-STATUS
           MOVE MJE-DECIDER TO MH-APPR-OPERATOR
           MOVE MJE-TODAY TO MH-APPR-DATE
           IF MH-AUTO-REVERSE = "Y"
               MOVE MH-PERIOD TO MJE-CALC-PERIOD
               PERFORM STEP-TO-NEXT-PERIOD
               MOVE "DUE" TO MH-REV-STATUS
               MOVE MJE-CALC-PERIOD TO MH-REV-PERIOD
           END-IF
           MOVE MJEHDR-RECORD TO MJE-HDR-ENTRY(MJE-HDR-IDX)
           MOVE MJEHDR-RECORD TO WS-MA-AFTER
           MOVE "MJEAPPR" TO WS-MA-ACTION
           PERFORM AUDIT-ENTRY-DECISION
           ADD 1 TO MJE-DECIDED-COUNT
           IF MH-AUTO-REVERSE = "Y"
               DISPLAY "ENTRY APPROVED AND POSTED - REVERSES IN "
                   MH-REV-PERIOD
           ELSE
               DISPLAY "ENTRY APPROVED AND POSTED"
           END-IF.

           EXIT PARAGRAPH.

       CHECK-ENTRY-ACCOUNTS.
           MOVE "Y" TO MJE-OK
           PERFORM VARYING MJE-LN-IDX FROM 1 BY 1
               UNTIL MJE-LN-IDX > MJE-LN-COUNT
               MOVE MJE-LN-ACCOUNT(MJE-LN-IDX) TO WS-GLA-CHECK-ACCT
               PERFORM CHECK-GL-ACCOUNT-POSTABLE
               IF WS-GLA-POSTABLE NOT = "Y"
                   MOVE "N" TO MJE-OK
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       STEP-TO-NEXT-PERIOD.
           IF MJE-CALC-MONTH = 12
               ADD 1 TO MJE-CALC-YEAR
               MOVE 1 TO MJE-CALC-MONTH
           ELSE
               ADD 1 TO MJE-CALC-MONTH
           END-IF.

           EXIT PARAGRAPH.

      *GJ-REF CARRIES THE ENTRY'S REFERENCE SO GL-INQUIRY CAN SHOW
      *WHERE A MANUAL LINE CAME FROM. A REVERSAL SWAPS THE SIDES
       POST-ENTRY-LINES.
           MOVE "N" TO MJE-POST-OK
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
           MOVE "Y" TO MJE-POST-OK
           PERFORM VARYING MJE-LN-IDX FROM 1 BY 1
               UNTIL MJE-LN-IDX > MJE-LN-COUNT
               MOVE MJE-POST-PERIOD TO GJ-PERIOD
               MOVE MJE-LN-ACCOUNT(MJE-LN-IDX) TO GJ-ACCOUNT
               MOVE MJE-LN-MEMO(MJE-LN-IDX) TO GJ-DESC
               IF MJE-POST-SOURCE = "R"
                   MOVE MJE-LN-CREDIT(MJE-LN-IDX) TO GJ-DEBIT
                   MOVE MJE-LN-DEBIT(MJE-LN-IDX) TO GJ-CREDIT
               ELSE
                   MOVE MJE-LN-DEBIT(MJE-LN-IDX) TO GJ-DEBIT
                   MOVE MJE-LN-CREDIT(MJE-LN-IDX) TO GJ-CREDIT
               END-IF
               MOVE MJE-POST-SOURCE TO GJ-SOURCE
               MOVE MH-REF TO GJ-REF
               WRITE GLJRNL-RECORD
               IF WS-GLJRNL-STATUS NOT = "00"
                   MOVE "GLJRNL-FILE" TO WS-FH-ERR-FILE-NAME
                   MOVE "WRITE" TO WS-FH-ERR-OPERATION
                   MOVE WS-GLJRNL-STATUS TO WS-FH-ERR-STATUS
                   PERFORM REPORT-FILE-ERROR
                   MOVE "N" TO MJE-POST-OK
               END-IF
           END-PERFORM
           CLOSE GLJRNL-FILE.

           EXIT PARAGRAPH.

      *RUN FIRST THING EVERY TIME: AN APPROVED AUTO-REVERSING
      *ENTRY IS REVERSED ONCE TODAY REACHES ITS REVERSAL PERIOD,
      *SO THE DAILY JOB-STREAM STEP POSTS IT ON THE FIRST DAY.
      *A CLOSED REVERSAL PERIOD HOLDS IT FOR A SUPERVISOR
       POST-DUE-REVERSALS.
           PERFORM LOAD-HEADER-ROWS
           IF MJE-HDR-OVERFLOW = "Y"
               DISPLAY "MORE THAN 2000 ROWS ON MJEHDR.DAT - "
-                  "REVERSALS NOT POSTED. ARCHIVE DECIDED ENTRIES."
               EXIT PARAGRAPH
           END-IF
           ACCEPT MJE-TODAY FROM DATE YYYYMMDD
           MOVE ZERO TO MJE-REV-COUNT
           PERFORM REVERSE-ONE-IF-DUE
               VARYING MJE-HDR-IDX FROM 1 BY 1
               UNTIL MJE-HDR-IDX > MJE-HDR-COUNT
           IF MJE-REV-COUNT > ZERO
               PERFORM REWRITE-HEADER-FILE
               DISPLAY MJE-REV-COUNT " AUTO-REVERSING ENTRY(S) "
                   "REVERSED"
           END-IF.

           EXIT PARAGRAPH.

       REVERSE-ONE-IF-DUE.
           MOVE MJE-HDR-ENTRY(MJE-HDR-IDX) TO MJEHDR-RECORD
           IF MH-STATUS NOT = "POSTED" OR MH-REV-STATUS NOT = "DUE"
               EXIT PARAGRAPH
           END-IF
           IF MJE-TODAY(1:6) < MH-REV-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE MH-REV-PERIOD TO WS-PC-CHECK-DATE(1:6)
           MOVE "01" TO WS-PC-CHECK-DATE(7:2)
           PERFORM CHECK-PERIOD-CLOSED
           IF WS-PC-CLOSED = "Y"
               DISPLAY "REVERSAL OF ENTRY " MH-ENTRY-NUM " HELD - "
                   "PERIOD " MH-REV-PERIOD " IS CLOSED"
               EXIT PARAGRAPH
           END-IF
           MOVE MH-ENTRY-NUM TO MJE-WANT-NUM
           PERFORM LOAD-ENTRY-LINES
           PERFORM CHECK-ENTRY-ACCOUNTS
           IF MJE-OK NOT = "Y"
               DISPLAY "REVERSAL OF ENTRY " MH-ENTRY-NUM " HELD"
               EXIT PARAGRAPH
           END-IF
           MOVE MJEHDR-RECORD TO WS-MA-BEFORE
           MOVE MH-REV-PERIOD TO MJE-POST-PERIOD
           MOVE "R" TO MJE-POST-SOURCE
           PERFORM POST-ENTRY-LINES
           IF MJE-POST-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "POSTED" TO MH-REV-STATUS
           MOVE MJE-TODAY TO MH-REV-DATE
           MOVE MJEHDR-RECORD TO MJE-HDR-ENTRY(MJE-HDR-IDX)
           MOVE MJEHDR-RECORD TO WS-MA-AFTER
           MOVE "MJEREV" TO WS-MA-ACTION
           PERFORM AUDIT-ENTRY-DECISION
           ADD 1 TO MJE-REV-COUNT
           DISPLAY "ENTRY " MH-ENTRY-NUM " (" MH-REF ") REVERSED "
               "INTO " MH-REV-PERIOD.

           EXIT PARAGRAPH.

       LOAD-ENTRY-LINES.
           MOVE ZERO TO MJE-LN-COUNT
           MOVE ZERO TO MJE-TOT-DEBIT
           MOVE ZERO TO MJE-TOT-CREDIT
           MOVE "N" TO MJE-EOF
           OPEN INPUT MJELINE-FILE
           IF WS-MJELINE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MJE-EOF = "Y"
               READ MJELINE-FILE
                   AT END
                       MOVE "Y" TO MJE-EOF
                   NOT AT END
                       IF ML-ENTRY-NUM = MJE-WANT-NUM AND
-                         MJE-LN-COUNT < 20
                           ADD 1 TO MJE-LN-COUNT
                           MOVE ML-ACCOUNT TO
                               MJE-LN-ACCOUNT(MJE-LN-COUNT)
                           MOVE ML-DEBIT TO
                               MJE-LN-DEBIT(MJE-LN-COUNT)
                           MOVE ML-CREDIT TO
                               MJE-LN-CREDIT(MJE-LN-COUNT)
                           MOVE ML-MEMO TO
                               MJE-LN-MEMO(MJE-LN-COUNT)
                           ADD ML-DEBIT TO MJE-TOT-DEBIT
                           ADD ML-CREDIT TO MJE-TOT-CREDIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MJELINE-FILE.

           EXIT PARAGRAPH.

       LOAD-HEADER-ROWS.
           MOVE ZERO TO MJE-HDR-COUNT
           MOVE "N" TO MJE-HDR-OVERFLOW
           MOVE "N" TO MJE-EOF
           OPEN INPUT MJEHDR-FILE
           IF WS-MJEHDR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MJE-EOF = "Y"
               READ MJEHDR-FILE
                   AT END
                       MOVE "Y" TO MJE-EOF
                   NOT AT END
                       IF MJE-HDR-COUNT < 2000
                           ADD 1 TO MJE-HDR-COUNT
                           MOVE MJEHDR-RECORD TO
                               MJE-HDR-ENTRY(MJE-HDR-COUNT)
                       ELSE
                           MOVE "Y" TO MJE-HDR-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MJEHDR-FILE.

           EXIT PARAGRAPH.

       REWRITE-HEADER-FILE.
           OPEN OUTPUT MJEHDR-FILE
           IF WS-MJEHDR-STATUS NOT = "00"
               MOVE "MJEHDR-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-MJEHDR-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MJE-HDR-IDX FROM 1 BY 1
               UNTIL MJE-HDR-IDX > MJE-HDR-COUNT
               MOVE MJE-HDR-ENTRY(MJE-HDR-IDX) TO MJEHDR-RECORD
               WRITE MJEHDR-RECORD
           END-PERFORM
           CLOSE MJEHDR-FILE.

           EXIT PARAGRAPH.

       LIST-PERIOD-ENTRIES.
           DISPLAY "PERIOD (YYYYMM): " WITH NO ADVANCING
           ACCEPT MJE-LIST-PERIOD
           MOVE ZERO TO MJE-LIST-COUNT
           PERFORM LOAD-HEADER-ROWS
           IF MJE-HDR-COUNT = ZERO
               DISPLAY "NO MANUAL JOURNAL ENTRIES ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE "MANUAL-JE" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           STRING "MANUAL JOURNAL ENTRIES POSTING IN "
               MJE-LIST-PERIOD
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           PERFORM LIST-ONE-ENTRY
               VARYING MJE-HDR-IDX FROM 1 BY 1
               UNTIL MJE-HDR-IDX > MJE-HDR-COUNT
           PERFORM SPOOL-CLOSE-REPORT
           DISPLAY MJE-LIST-COUNT " ENTRY(S) LISTED".

           EXIT PARAGRAPH.

       LIST-ONE-ENTRY.
           MOVE MJE-HDR-ENTRY(MJE-HDR-IDX) TO MJEHDR-RECORD
           IF MH-PERIOD NOT = MJE-LIST-PERIOD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MJE-LIST-COUNT
           MOVE MH-TOTAL TO MJE-AMT-OUT
           STRING MH-ENTRY-NUM " " MH-REF " " MH-STATUS " "
               MJE-AMT-OUT " REV " MH-AUTO-REVERSE " "
               MH-REV-STATUS " " MH-REV-PERIOD
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           STRING "       " MH-DESC " BY " MH-REQ-OPERATOR
               " / " MH-APPR-OPERATOR
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           MOVE MH-ENTRY-NUM TO MJE-WANT-NUM
           PERFORM LOAD-ENTRY-LINES
           PERFORM SPOOL-ONE-LINE
               VARYING MJE-LN-IDX FROM 1 BY 1
               UNTIL MJE-LN-IDX > MJE-LN-COUNT.

           EXIT PARAGRAPH.

       SPOOL-ONE-LINE.
           MOVE MJE-LN-DEBIT(MJE-LN-IDX) TO MJE-DR-OUT
           MOVE MJE-LN-CREDIT(MJE-LN-IDX) TO MJE-CR-OUT
           STRING "       " MJE-LN-ACCOUNT(MJE-LN-IDX) " "
               MJE-LN-MEMO(MJE-LN-IDX) " " MJE-DR-OUT " "
               MJE-CR-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       AUDIT-ENTRY-DECISION.
           MOVE "MANUAL-JOURNAL-ENTRY" TO WS-MA-PROGRAM-ID
           MOVE MH-ENTRY-NUM TO WS-MA-KEY-NUM
           PERFORM WRITE-MAINT-AUDIT-ENTRY.

           EXIT PARAGRAPH.

       COPY "period-check.cpy".

       COPY "gl-acct-load.cpy".

       COPY "batch-mode-check.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "approval-queue.cpy".

       COPY "role-check.cpy".

       COPY "lock-paragraphs.cpy".

       COPY "maint-audit-write.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
