      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVAL-QUEUE.

      *====================================================
      * Stand-alone supervisor utility, also runnable as a
      * daily job-stream step: the one approval screen for
      * every request in the suite that needs a second
      * signature. Programs queue their requests in apprq.dat
      * (approval-queue.cpy) - REVISED-GRADES grade changes,
      * CYCLE-COUNT variances, REVISED-SALESMAN-INFO sales
      * over the customer's credit limit, and postings into a
      * closed commission period from REVISED-SALESMAN-INFO,
      * SALES-ORDER-ENTRY and QUOTE-ACCEPTANCE, MASS-UPDATE
      * batches against a master, BAD-DEBT-WRITEOFF
      * write-offs, COMMISSION-ADJUSTMENT adjustments,
      * MANUAL-JOURNAL-ENTRY journal entries, VENDOR-INVOICE
      * lines on match hold, and ENROLLMENT-MAINTENANCE
      * prerequisite overrides - with the type,
      * reference, requester, amount and reason. Here a
      * supervisor lists what is pending (all types or one)
      * and approves or refuses a request by number; nobody
      * decides a request they raised. The requesting program
      * picks the decision up: GRADE-CHANGE-APPROVAL applies
      * or rejects decided grade changes on its next run,
      * CYCLE-COUNT posts approved variances and drops refused
      * ones, MASS-UPDATE applies an approved batch and closes
      * off a refused one, the write-off, commission
      * adjustment, journal entry and vendor-invoice hold
      * programs post or reject their decided items on their
      * supervisor pass, and a held sale, posting or
      * prerequisite override goes through when the clerk
      * keys it again. Requests pending longer than the
      * escalation age (parm 1 in the job stream, days; blank
      * = 2) go once to the APPROVAL-ESCALATION report, which
      * lands in the report inbox of every active supervisor
      * and admin - any not yet subscribed to it are
      * subscribed. Every decision is on the maintenance audit
      * trail.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "apprq-select.cpy".
           COPY "oper-select.cpy".
           COPY "rptdist-select.cpy".
           COPY "maint-audit-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "apprq-rec.cpy".
           COPY "oper-rec.cpy".
           COPY "rptdist-rec.cpy".
           COPY "maint-audit-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  APQ-CHOICE                      PIC 9 VALUE 0.
       01  APQ-EOF                         PIC X.
       01  APQ-OK                          PIC X.
       01  APQ-ACTION                      PIC X(8).
       01  APQ-TYPE-FILTER                 PIC X(8).
       01  APQ-IN-NUM                      PIC 9(8).
       01  APQ-IN-NOTE                     PIC X(30).
       01  APQ-TODAY                       PIC 9(8).
       01  APQ-AGE                         PIC S9(5).
       01  APQ-AGE-OUT                     PIC ZZZZ9.
       01  APQ-AGE-LIMIT                   PIC 99.
       01  APQ-AGE-IN                      PIC XX.
       01  APQ-AMT-OUT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  APQ-SHOWN                       PIC 9(5).
       01  APQ-ESCALATE-COUNT              PIC 9(5).
       01  APQ-COUNT-OUT                   PIC ZZZZ9.
       01  APQ-SAVE-RECORD                 PIC X(220).
       01  APQ-REPORT-NAME                 PIC X(20)
               VALUE "APPROVAL-ESCALATION".
      * Operators already routed the escalation report
       01  APQ-SUB-COUNT                   PIC 99.
       01  APQ-SUB-IDX                     PIC 99.
       01  APQ-SUB-FOUND                   PIC X.
       01  APQ-SUB-TABLE.
           05  APQ-SUB-OPER                PIC X(10) OCCURS 50 TIMES.
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "APPROVAL-QUEUE" TO
               WS-RUNLOG-PROGRAM-ID.

           ACCEPT APQ-TODAY FROM DATE YYYYMMDD.
           PERFORM CHECK-NIGHTLY-BATCH-MODE.

      * Unattended, the step only escalates - nothing is
      * decided without a supervisor at the screen
           IF WS-FH-NIGHTLY-BATCH = "Y"
               PERFORM CHECK-NIGHTLY-PARM
               MOVE WS-FH-NP-PARM1(1:2) TO APQ-AGE-IN
               PERFORM SET-ESCALATION-AGE
               PERFORM ESCALATE-AGED-REQUESTS
               IF APQ-OK NOT = "Y"
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE "APPROVAL-QUEUE" TO WS-RUNLOG-PROGRAM-ID
               PERFORM WRITE-RUN-LOG-ENTRY
               GOBACK
           END-IF.

           MOVE "APPROVAL-REFUSED" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM CHECK-SUPERVISOR-ROLE.
           IF WS-FH-ROLE-OK NOT = "Y"
               GOBACK
           END-IF.
           MOVE "APPROVAL-QUEUE" TO WS-RUNLOG-PROGRAM-ID.

           PERFORM UNTIL APQ-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "  SUPERVISOR APPROVALS     "
               DISPLAY "==========================="
               DISPLAY "1 - LIST PENDING REQUESTS"
               DISPLAY "2 - APPROVE A REQUEST"
               DISPLAY "3 - REFUSE A REQUEST"
               DISPLAY "4 - ESCALATE AGED REQUESTS"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT APQ-CHOICE

               EVALUATE APQ-CHOICE
                   WHEN 1
                       PERFORM LIST-PENDING-REQUESTS
                   WHEN 2
                       MOVE "APPROVED" TO APQ-ACTION
                       PERFORM DECIDE-ONE-REQUEST
                   WHEN 3
                       MOVE "REFUSED" TO APQ-ACTION
                       PERFORM DECIDE-ONE-REQUEST
                   WHEN 4
                       DISPLAY "ESCALATE AFTER HOW MANY DAYS "
                           "(BLANK = 2): " WITH NO ADVANCING
                       MOVE SPACES TO APQ-AGE-IN
                       ACCEPT APQ-AGE-IN
                       PERFORM SET-ESCALATION-AGE
                       PERFORM ESCALATE-AGED-REQUESTS
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           MOVE "APPROVAL-QUEUE" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *================= LIST ==================================
       LIST-PENDING-REQUESTS.
           DISPLAY "REQUEST TYPE (GRADECHG, CYCLECNT, CREDHOLD, "
               "PERIOD, MASSUPD, WRITEOFF, COMMADJ, MANUALJE,"
           DISPLAY "  APHOLD, PREREQ - BLANK = ALL): "
               WITH NO ADVANCING
           MOVE SPACES TO APQ-TYPE-FILTER
           ACCEPT APQ-TYPE-FILTER
           INSPECT APQ-TYPE-FILTER CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ZERO TO APQ-SHOWN
           OPEN INPUT APPRQ-FILE
           IF WS-APPRQ-STATUS NOT = "00"
               DISPLAY "NO APPROVAL REQUESTS ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO APQ-EOF
           PERFORM UNTIL APQ-EOF = "Y"
               READ APPRQ-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO APQ-EOF
                   NOT AT END
                       IF AQ-PENDING AND
-                         (APQ-TYPE-FILTER = SPACES OR
-                          AQ-TYPE = APQ-TYPE-FILTER)
                           PERFORM SHOW-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPRQ-FILE
           MOVE APQ-SHOWN TO APQ-COUNT-OUT
           DISPLAY APQ-COUNT-OUT " REQUEST(S) PENDING".

           EXIT PARAGRAPH.

       SHOW-ONE-REQUEST.
           ADD 1 TO APQ-SHOWN
           PERFORM SET-REQUEST-AGE
           MOVE AQ-AMOUNT TO APQ-AMT-OUT
           MOVE APQ-AGE TO APQ-AGE-OUT
           DISPLAY "==============================="
           DISPLAY "REQUEST " AQ-REQ-NUM " " AQ-TYPE " "
               AQ-REF " FROM " AQ-PROGRAM
           DISPLAY "  BY " AQ-REQUESTER " ON " AQ-REQ-DATE " "
               AQ-REQ-TIME " (" APQ-AGE-OUT " DAY(S) AGO)"
           DISPLAY "  AMOUNT " APQ-AMT-OUT
           DISPLAY "  REASON " AQ-REASON
           IF AQ-ESCALATED-DATE NOT = ZERO
               DISPLAY "  ESCALATED " AQ-ESCALATED-DATE
           END-IF.

           EXIT PARAGRAPH.

      *================= DECIDE ================================
      *THE SECOND SIGNATURE HAS TO BE SOMEBODY ELSE'S - THE SAME
      *RULE GRADE-CHANGE-APPROVAL HAS ALWAYS APPLIED
       DECIDE-ONE-REQUEST.
           DISPLAY "REQUEST NUMBER: " WITH NO ADVANCING
           MOVE ZERO TO APQ-IN-NUM
           ACCEPT APQ-IN-NUM
           OPEN I-O APPRQ-FILE
           IF WS-APPRQ-STATUS NOT = "00"
               DISPLAY "NO APPROVAL REQUESTS ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE APQ-IN-NUM TO AQ-REQ-NUM
           READ APPRQ-FILE
               INVALID KEY
                   DISPLAY "NO REQUEST " APQ-IN-NUM " ON FILE"
                   CLOSE APPRQ-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT AQ-PENDING
               DISPLAY "REQUEST " AQ-REQ-NUM " WAS ALREADY "
                   AQ-STATUS " BY " AQ-DECIDED-BY " ON "
                   AQ-DECIDED-DATE
               CLOSE APPRQ-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO APQ-SHOWN
           PERFORM SHOW-ONE-REQUEST
           IF AQ-REQUESTER = WS-FH-OPERATOR-ID
               DISPLAY "YOU RAISED THIS REQUEST - A DIFFERENT "
                   "SUPERVISOR MUST DECIDE IT"
               CLOSE APPRQ-FILE
               EXIT PARAGRAPH
           END-IF
           IF APQ-ACTION = "REFUSED"
               DISPLAY "REASON FOR REFUSING: " WITH NO ADVANCING
           ELSE
               DISPLAY "NOTE (OPTIONAL): " WITH NO ADVANCING
           END-IF
           MOVE SPACES TO APQ-IN-NOTE
           ACCEPT APQ-IN-NOTE
           IF APQ-ACTION = "REFUSED" AND APQ-IN-NOTE = SPACES
               DISPLAY "A REFUSAL NEEDS A REASON - NOT REFUSED"
               CLOSE APPRQ-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE APPRQ-RECORD TO APQ-SAVE-RECORD
           MOVE APQ-ACTION TO AQ-STATUS
           MOVE WS-FH-OPERATOR-ID TO AQ-DECIDED-BY
           ACCEPT AQ-DECIDED-DATE FROM DATE YYYYMMDD
           ACCEPT AQ-DECIDED-TIME FROM TIME
           MOVE APQ-IN-NOTE TO AQ-NOTE
           REWRITE APPRQ-RECORD
               INVALID KEY
                   MOVE "APPRQ-FILE" TO WS-FH-ERR-FILE-NAME
                   MOVE "REWRITE" TO WS-FH-ERR-OPERATION
                   MOVE WS-APPRQ-STATUS TO WS-FH-ERR-STATUS
                   PERFORM REPORT-FILE-ERROR
               NOT INVALID KEY
                   MOVE APQ-SAVE-RECORD TO WS-MA-BEFORE
                   MOVE "REWRITE" TO WS-MA-ACTION
                   PERFORM AUDIT-APPROVAL-REQUEST
                   DISPLAY "REQUEST " AQ-REQ-NUM " " AQ-STATUS
                       " - " AQ-PROGRAM " PICKS IT UP"
           END-REWRITE
           CLOSE APPRQ-FILE.

           EXIT PARAGRAPH.

      *================= ESCALATE ==============================
      *A REQUEST GOES TO THE INBOX ONCE - THE STAMP KEEPS THE
      *NEXT DAY'S RUN FROM SENDING IT AGAIN
       ESCALATE-AGED-REQUESTS.
           MOVE "Y" TO APQ-OK
           MOVE ZERO TO APQ-ESCALATE-COUNT
           OPEN I-O APPRQ-FILE
           IF WS-APPRQ-STATUS = "35"
               DISPLAY "NO APPROVAL REQUESTS ON FILE"
               EXIT PARAGRAPH
           END-IF
           IF WS-APPRQ-STATUS NOT = "00"
               MOVE "APPRQ-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-APPRQ-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               MOVE "N" TO APQ-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO APQ-EOF
           PERFORM UNTIL APQ-EOF = "Y"
               READ APPRQ-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO APQ-EOF
                   NOT AT END
                       PERFORM SET-REQUEST-AGE
                       IF AQ-PENDING AND
-                         AQ-ESCALATED-DATE = ZERO AND
-                         APQ-AGE > APQ-AGE-LIMIT
                           ADD 1 TO APQ-ESCALATE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF APQ-ESCALATE-COUNT = ZERO
               CLOSE APPRQ-FILE
               DISPLAY "NOTHING PENDING LONGER THAN " APQ-AGE-LIMIT
                   " DAY(S)"
               EXIT PARAGRAPH
           END-IF

           PERFORM SUBSCRIBE-SUPERVISORS
           MOVE APQ-REPORT-NAME TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "APPROVAL REQUESTS PENDING MORE THAN "
               APQ-AGE-LIMIT " DAY(S) AS OF " APQ-TODAY
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "REQUEST  TYPE     REFERENCE            REQUESTER  "
               TO WS-SPOOL-LINE
           MOVE "AGE" TO WS-SPOOL-LINE(52:3)
           PERFORM EMIT-REPORT-LINE
           MOVE ZERO TO APQ-ESCALATE-COUNT
           MOVE ZERO TO AQ-REQ-NUM
           START APPRQ-FILE KEY IS NOT LESS THAN AQ-REQ-NUM
               INVALID KEY
                   MOVE "Y" TO APQ-EOF
               NOT INVALID KEY
                   MOVE "N" TO APQ-EOF
           END-START
           PERFORM UNTIL APQ-EOF = "Y"
               READ APPRQ-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO APQ-EOF
                   NOT AT END
                       PERFORM SET-REQUEST-AGE
                       IF AQ-PENDING AND
-                         AQ-ESCALATED-DATE = ZERO AND
-                         APQ-AGE > APQ-AGE-LIMIT
                           PERFORM ESCALATE-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPRQ-FILE
           MOVE APQ-ESCALATE-COUNT TO APQ-COUNT-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING APQ-COUNT-OUT " REQUEST(S) ESCALATED"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       ESCALATE-ONE-REQUEST.
           MOVE APQ-TODAY TO AQ-ESCALATED-DATE
           REWRITE APPRQ-RECORD
               INVALID KEY
                   MOVE "APPRQ-FILE" TO WS-FH-ERR-FILE-NAME
                   MOVE "REWRITE" TO WS-FH-ERR-OPERATION
                   MOVE WS-APPRQ-STATUS TO WS-FH-ERR-STATUS
                   PERFORM REPORT-FILE-ERROR
                   MOVE "N" TO APQ-OK
           END-REWRITE
           ADD 1 TO APQ-ESCALATE-COUNT
           MOVE APQ-AGE TO APQ-AGE-OUT
           MOVE AQ-AMOUNT TO APQ-AMT-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING AQ-REQ-NUM " " AQ-TYPE " " AQ-REF " "
               AQ-REQUESTER " " APQ-AGE-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "         " DELIMITED BY SIZE
               AQ-PROGRAM DELIMITED BY SPACE
               " " APQ-AMT-OUT " " AQ-REASON
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

      *EVERY ACTIVE SUPERVISOR AND ADMIN GETS THE REPORT IN THEIR
      *INBOX - ONE NOT ALREADY ROUTED IT IS SUBSCRIBED HERE
       SUBSCRIBE-SUPERVISORS.
           MOVE ZERO TO APQ-SUB-COUNT
           OPEN INPUT RPTDIST-FILE
           IF WS-RPTDIST-STATUS = "00"
               MOVE "N" TO APQ-EOF
               PERFORM UNTIL APQ-EOF = "Y"
                   READ RPTDIST-FILE
                       AT END
                           MOVE "Y" TO APQ-EOF
                       NOT AT END
                           IF RD-REPORT-NAME = APQ-REPORT-NAME AND
-                             APQ-SUB-COUNT < 50
                               ADD 1 TO APQ-SUB-COUNT
                               MOVE RD-OPERATOR-ID TO
                                   APQ-SUB-OPER(APQ-SUB-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RPTDIST-FILE
           END-IF

           OPEN INPUT OPER-FILE
           IF WS-OPER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO APQ-EOF
           PERFORM UNTIL APQ-EOF = "Y"
               READ OPER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO APQ-EOF
                   NOT AT END
                       IF OM-ACTIVE = "Y" AND
-                         (OM-ROLE = "S" OR OM-ROLE = "A")
                           PERFORM SUBSCRIBE-ONE-SUPERVISOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPER-FILE.

           EXIT PARAGRAPH.

       SUBSCRIBE-ONE-SUPERVISOR.
           MOVE "N" TO APQ-SUB-FOUND
           PERFORM VARYING APQ-SUB-IDX FROM 1 BY 1
               UNTIL APQ-SUB-IDX > APQ-SUB-COUNT
               IF APQ-SUB-OPER(APQ-SUB-IDX) = OM-OPER-ID
                   MOVE "Y" TO APQ-SUB-FOUND
               END-IF
           END-PERFORM
           IF APQ-SUB-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND RPTDIST-FILE
           IF WS-RPTDIST-STATUS = "35"
               OPEN OUTPUT RPTDIST-FILE
           END-IF
           IF WS-RPTDIST-STATUS NOT = "00" AND NOT = "05"
               MOVE "RPTDIST-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-RPTDIST-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE APQ-REPORT-NAME TO RD-REPORT-NAME
           MOVE OM-OPER-ID TO RD-OPERATOR-ID
           WRITE RPTDIST-RECORD
           CLOSE RPTDIST-FILE
           DISPLAY OM-OPER-ID " SUBSCRIBED TO " APQ-REPORT-NAME.

           EXIT PARAGRAPH.

      *================= SHARED ================================
       SET-ESCALATION-AGE.
           IF APQ-AGE-IN = SPACES
               MOVE 2 TO APQ-AGE-LIMIT
               EXIT PARAGRAPH
           END-IF
           IF APQ-AGE-IN(2:1) = SPACE
               MOVE APQ-AGE-IN(1:1) TO APQ-AGE-IN(2:1)
               MOVE "0" TO APQ-AGE-IN(1:1)
           END-IF
           IF APQ-AGE-IN IS NUMERIC
               MOVE APQ-AGE-IN TO APQ-AGE-LIMIT
           ELSE
               DISPLAY "ESCALATION AGE " APQ-AGE-IN
                   " IS NOT A NUMBER OF DAYS - 2 USED"
               MOVE 2 TO APQ-AGE-LIMIT
           END-IF.

           EXIT PARAGRAPH.

       SET-REQUEST-AGE.
           MOVE ZERO TO APQ-AGE
           IF AQ-REQ-DATE IS NUMERIC AND AQ-REQ-DATE > 19000101
               COMPUTE APQ-AGE =
                   FUNCTION INTEGER-OF-DATE(APQ-TODAY) -
                   FUNCTION INTEGER-OF-DATE(AQ-REQ-DATE)
           END-IF.

           EXIT PARAGRAPH.

       AUDIT-APPROVAL-REQUEST.
           MOVE SPACES TO WS-MA-KEY-NUM
           MOVE AQ-REQ-NUM TO WS-MA-KEY-NUM
           MOVE APPRQ-RECORD TO WS-MA-AFTER
           MOVE "APPROVAL-QUEUE" TO WS-MA-PROGRAM-ID
           PERFORM WRITE-MAINT-AUDIT-ENTRY.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "batch-mode-check.cpy".

       COPY "nightly-parm-check.cpy".

       COPY "role-check.cpy".

       COPY "maint-audit-write.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
