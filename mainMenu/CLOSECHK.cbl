      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTH-END-CLOSE.

      *====================================================
      * Stand-alone utility: the month-end close checklist,
      * in place of the sticky note. A supervisor opens the
      * checklist for a period - a copy of the previous
      * period's tasks, owners and prerequisites, or on the
      * first close the standard run order (commission period
      * close, aging review, GL journal post, currency
      * revaluation, GL tie-out, control-total verify, direct
      * deposit export, controller review). Each task is
      * signed off by its owner (or a supervisor) with a
      * comment; the operator, date and time are stamped on
      * it. A task cannot be signed off until everything it
      * depends on is, and the programs that change the books
      * or produce the bank file (COMMISSION-PERIOD-CLOSE,
      * GL-JOURNAL-POST, CURRENCY-REVALUATION,
      * DIRECT-DEPOSIT-EXPORT) refuse to run for the period
      * until their prerequisites are signed (close-gate.cpy)
      * - no deposit file before the tie-out is signed clean.
      * The two read-only checks stay free to run at any time.
      * Supervisors may change an owner or the prerequisites
      * (a change that would make a task wait on itself is
      * refused), add a task, or reopen a sign-off that no
      * signed task depends on. The close status report lists
      * what is outstanding, what is ready to go and whose
      * tasks are holding up the rest. Every change is on the
      * maintenance audit trail.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "closechk-select.cpy".
           COPY "oper-select.cpy".
           COPY "maint-audit-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "closechk-rec.cpy".
           COPY "oper-rec.cpy".
           COPY "maint-audit-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  MEC-CHOICE                      PIC 9 VALUE 0.
       01  MEC-OK                          PIC X.
       01  MEC-EOF                         PIC X.
       01  MEC-CONFIRM                     PIC X.
       01  MEC-PERIOD                      PIC 9(6).
       01  MEC-PERIOD-X REDEFINES MEC-PERIOD.
           05  MEC-PERIOD-YYYY             PIC 9(4).
           05  MEC-PERIOD-MM               PIC 99.
       01  MEC-PRIOR-PERIOD                PIC 9(6).
       01  MEC-OPEN-PERIOD                 PIC 9(6).
       01  MEC-IN-TASK                     PIC 99.
       01  MEC-IN-OPER                     PIC X(10).
       01  MEC-IN-NAME                     PIC X(30).
       01  MEC-IN-PROGRAM                  PIC X(30).
       01  MEC-IN-COMMENT                  PIC X(40).
       01  MEC-IN-PREREQ-X                 PIC X(8).
       01  MEC-IN-PREREQS.
           05  MEC-IN-PREREQ               PIC 99 OCCURS 4 TIMES.
       01  MEC-SAVE-RECORD                 PIC X(153).
       01  MEC-ROLE                        PIC X.
       01  MEC-NUM-OUT                     PIC Z9.
       01  MEC-COUNT-OUT                   PIC ZZ9.
       01  MEC-SIGNED-COUNT                PIC 99.
       01  MEC-READY-COUNT                 PIC 99.
       01  MEC-BLOCKED-COUNT               PIC 99.
       01  MEC-LINE-STATE                  PIC X(11).
      * The period's tasks, held while they are checked
       01  MEC-T-COUNT                     PIC 99.
       01  MEC-TX                          PIC 99.
       01  MEC-TY                          PIC 99.
       01  MEC-PX                          PIC 9.
       01  MEC-FIND-TASK                   PIC 99.
       01  MEC-FOUND-AT                    PIC 99.
       01  MEC-TASK-TABLE.
           05  MEC-T-ENTRY                 OCCURS 20 TIMES.
               10  MEC-T-NUM               PIC 99.
               10  MEC-T-NAME              PIC X(30).
               10  MEC-T-PROGRAM           PIC X(30).
               10  MEC-T-OWNER             PIC X(10).
               10  MEC-T-PREREQ            PIC 99 OCCURS 4 TIMES.
               10  MEC-T-STATUS            PIC X.
               10  MEC-T-SIGN-OPER         PIC X(10).
               10  MEC-T-SIGN-DATE         PIC 9(8).
               10  MEC-T-WAITING           PIC X.
      * Tasks reachable from the proposed prerequisites - if the
      * task being changed is among them it would wait on itself
       01  MEC-REACH-TABLE.
           05  MEC-REACH                   PIC X OCCURS 20 TIMES.
       01  MEC-REACH-MORE                  PIC X.
       01  MEC-LOOP                        PIC X.
      * The standard run order for a first checklist
       01  MEC-SEED-VALUES.
           05  FILLER.
               10  FILLER  PIC X(30) VALUE "COMMISSION PERIOD CLOSE".
               10  FILLER  PIC X(30) VALUE "COMMISSION-PERIOD-CLOSE".
               10  FILLER  PIC X(8)  VALUE "00000000".
           05  FILLER.
               10  FILLER  PIC X(30) VALUE "REVIEW RECEIVABLES AGING".
               10  FILLER  PIC X(30) VALUE SPACES.
               10  FILLER  PIC X(8)  VALUE "00000000".
           05  FILLER.
               10  FILLER  PIC X(30) VALUE "GL JOURNAL POST".
               10  FILLER  PIC X(30) VALUE "GL-JOURNAL-POST".
               10  FILLER  PIC X(8)  VALUE "01000000".
           05  FILLER.
               10  FILLER  PIC X(30) VALUE "CURRENCY REVALUATION".
               10  FILLER  PIC X(30) VALUE "CURRENCY-REVALUATION".
               10  FILLER  PIC X(8)  VALUE "03000000".
           05  FILLER.
               10  FILLER  PIC X(30) VALUE "GL TIE-OUT SIGNED CLEAN".
               10  FILLER  PIC X(30) VALUE "GL-TIEOUT-REPORT".
               10  FILLER  PIC X(8)  VALUE "03040000".
           05  FILLER.
               10  FILLER  PIC X(30) VALUE "CONTROL TOTAL VERIFY".
               10  FILLER  PIC X(30) VALUE "CONTROL-TOTAL-VERIFY".
               10  FILLER  PIC X(8)  VALUE "05000000".
           05  FILLER.
               10  FILLER  PIC X(30) VALUE "DIRECT DEPOSIT EXPORT".
               10  FILLER  PIC X(30) VALUE "DIRECT-DEPOSIT-EXPORT".
               10  FILLER  PIC X(8)  VALUE "05060000".
           05  FILLER.
               10  FILLER  PIC X(30) VALUE "CONTROLLER CLOSE REVIEW".
               10  FILLER  PIC X(30) VALUE SPACES.
               10  FILLER  PIC X(8)  VALUE "02070000".
       01  MEC-SEED-TABLE REDEFINES MEC-SEED-VALUES.
           05  MEC-SEED-ENTRY              OCCURS 8 TIMES.
               10  MEC-SEED-NAME           PIC X(30).
               10  MEC-SEED-PROGRAM        PIC X(30).
               10  MEC-SEED-PREREQ         PIC 99 OCCURS 4 TIMES.
       01  MEC-SEED-COUNT                  PIC 9 VALUE 8.
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "MONTH-END-CLOSE" TO
               WS-RUNLOG-PROGRAM-ID.

           OPEN I-O CLOSECHK-FILE.
           IF WS-CLOSECHK-STATUS = "35"
               OPEN OUTPUT CLOSECHK-FILE
               CLOSE CLOSECHK-FILE
               OPEN I-O CLOSECHK-FILE
           END-IF.
           IF WS-CLOSECHK-STATUS NOT = "00"
               MOVE "CLOSECHK-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-CLOSECHK-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               GOBACK
           END-IF.

           PERFORM UNTIL MEC-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "   MONTH-END CLOSE LIST    "
               DISPLAY "==========================="
               DISPLAY "1 - OPEN CHECKLIST FOR A PERIOD"
               DISPLAY "2 - SHOW CHECKLIST"
               DISPLAY "3 - SIGN OFF A TASK"
               DISPLAY "4 - CHANGE TASK OWNER OR PREREQUISITES"
               DISPLAY "5 - ADD A TASK"
               DISPLAY "6 - REOPEN A SIGNED TASK"
               DISPLAY "7 - CLOSE STATUS REPORT"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT MEC-CHOICE

               EVALUATE MEC-CHOICE
                   WHEN 1
                       PERFORM OPEN-PERIOD-CHECKLIST
                   WHEN 2
                       PERFORM SHOW-PERIOD-CHECKLIST
                   WHEN 3
                       PERFORM SIGN-OFF-TASK
                   WHEN 4
                       PERFORM CHANGE-CLOSE-TASK
                   WHEN 5
                       PERFORM ADD-CLOSE-TASK
                   WHEN 6
                       PERFORM REOPEN-CLOSE-TASK
                   WHEN 7
                       PERFORM CLOSE-STATUS-REPORT
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           CLOSE CLOSECHK-FILE.

           MOVE "MONTH-END-CLOSE" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *================= OPEN ==================================
      *THE NEW PERIOD TAKES OVER THE LAST CHECKLIST'S TASKS, SO
      *OWNERS AND ADDED TASKS CARRY FORWARD; THE STANDARD ORDER
      *IS ONLY USED THE FIRST TIME
       OPEN-PERIOD-CHECKLIST.
           PERFORM CHECK-CLOSE-SUPERVISOR
           IF MEC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-CLOSE-PERIOD
           IF MEC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PERIOD-TASKS
           IF MEC-T-COUNT NOT = ZERO
               DISPLAY "THE " MEC-PERIOD " CHECKLIST IS ALREADY OPEN"
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-PRIOR-CHECKLIST
           IF MEC-PRIOR-PERIOD NOT = ZERO
               MOVE MEC-PERIOD TO MEC-OPEN-PERIOD
               MOVE MEC-PRIOR-PERIOD TO MEC-PERIOD
               PERFORM LOAD-PERIOD-TASKS
               MOVE MEC-OPEN-PERIOD TO MEC-PERIOD
               DISPLAY "TASKS, OWNERS AND PREREQUISITES TAKEN FROM "
                   "THE " MEC-PRIOR-PERIOD " CHECKLIST"
           ELSE
               PERFORM LOAD-SEED-TASKS
               DISPLAY "STANDARD CLOSE ORDER LOADED - EVERY TASK IS "
                   "OWNED BY " WS-FH-OPERATOR-ID " UNTIL CHANGED"
           END-IF

           PERFORM VARYING MEC-TX FROM 1 BY 1
               UNTIL MEC-TX > MEC-T-COUNT
               INITIALIZE CLOSECHK-RECORD
               MOVE MEC-PERIOD TO CK-PERIOD
               MOVE MEC-T-NUM(MEC-TX) TO CK-TASK-NUM
               MOVE MEC-T-NAME(MEC-TX) TO CK-TASK-NAME
               MOVE MEC-T-PROGRAM(MEC-TX) TO CK-PROGRAM
               MOVE MEC-T-OWNER(MEC-TX) TO CK-OWNER
               PERFORM VARYING MEC-PX FROM 1 BY 1 UNTIL MEC-PX > 4
                   MOVE MEC-T-PREREQ(MEC-TX, MEC-PX)
                       TO CK-PREREQ(MEC-PX)
               END-PERFORM
               MOVE SPACE TO CK-STATUS
               MOVE SPACES TO CK-SIGN-OPER
               MOVE ZERO TO CK-SIGN-DATE
               MOVE SPACES TO CK-SIGN-TIME
               MOVE SPACES TO CK-COMMENT
               WRITE CLOSECHK-RECORD
                   INVALID KEY
                       DISPLAY "TASK " CK-TASK-NUM " NOT ADDED"
                   NOT INVALID KEY
                       MOVE SPACES TO WS-MA-BEFORE
                       MOVE "ADD" TO WS-MA-ACTION
                       PERFORM AUDIT-CLOSE-TASK
               END-WRITE
           END-PERFORM
           MOVE MEC-T-COUNT TO MEC-NUM-OUT
           DISPLAY "CHECKLIST FOR " MEC-PERIOD " OPENED - "
               MEC-NUM-OUT " TASK(S)".

           EXIT PARAGRAPH.

       FIND-PRIOR-CHECKLIST.
           MOVE ZERO TO MEC-PRIOR-PERIOD
           MOVE "N" TO MEC-EOF
           MOVE ZERO TO CK-PERIOD
           MOVE ZERO TO CK-TASK-NUM
           START CLOSECHK-FILE KEY IS NOT LESS THAN CK-KEY
               INVALID KEY
                   MOVE "Y" TO MEC-EOF
           END-START
           PERFORM UNTIL MEC-EOF = "Y"
               READ CLOSECHK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO MEC-EOF
                   NOT AT END
                       IF CK-PERIOD < MEC-PERIOD
                           MOVE CK-PERIOD TO MEC-PRIOR-PERIOD
                       ELSE
                           MOVE "Y" TO MEC-EOF
                       END-IF
               END-READ
           END-PERFORM.

           EXIT PARAGRAPH.

       LOAD-SEED-TASKS.
           MOVE ZERO TO MEC-T-COUNT
           PERFORM VARYING MEC-TX FROM 1 BY 1
               UNTIL MEC-TX > MEC-SEED-COUNT
               ADD 1 TO MEC-T-COUNT
               MOVE MEC-TX TO MEC-T-NUM(MEC-TX)
               MOVE MEC-SEED-NAME(MEC-TX) TO MEC-T-NAME(MEC-TX)
               MOVE MEC-SEED-PROGRAM(MEC-TX) TO MEC-T-PROGRAM(MEC-TX)
               MOVE WS-FH-OPERATOR-ID TO MEC-T-OWNER(MEC-TX)
               PERFORM VARYING MEC-PX FROM 1 BY 1 UNTIL MEC-PX > 4
                   MOVE MEC-SEED-PREREQ(MEC-TX, MEC-PX)
                       TO MEC-T-PREREQ(MEC-TX, MEC-PX)
               END-PERFORM
           END-PERFORM.

           EXIT PARAGRAPH.

      *================= SHOW ==================================
       SHOW-PERIOD-CHECKLIST.
           PERFORM ACCEPT-CLOSE-PERIOD
           IF MEC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PERIOD-TASKS
           IF MEC-T-COUNT = ZERO
               DISPLAY "NO CHECKLIST OPEN FOR " MEC-PERIOD
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NO TASK                           OWNER      "
               "NEEDS       STATE"
           PERFORM VARYING MEC-TX FROM 1 BY 1
               UNTIL MEC-TX > MEC-T-COUNT
               PERFORM SET-TASK-LINE-STATE
               DISPLAY MEC-T-NUM(MEC-TX) " " MEC-T-NAME(MEC-TX) " "
                   MEC-T-OWNER(MEC-TX) " "
                   MEC-T-PREREQ(MEC-TX, 1) " "
                   MEC-T-PREREQ(MEC-TX, 2) " "
                   MEC-T-PREREQ(MEC-TX, 3) " "
                   MEC-T-PREREQ(MEC-TX, 4) " " MEC-LINE-STATE
               IF MEC-T-PROGRAM(MEC-TX) NOT = SPACES
                   DISPLAY "   RUN " MEC-T-PROGRAM(MEC-TX)
               END-IF
               IF MEC-T-STATUS(MEC-TX) = "S"
                   MOVE MEC-PERIOD TO CK-PERIOD
                   MOVE MEC-T-NUM(MEC-TX) TO CK-TASK-NUM
                   READ CLOSECHK-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DISPLAY "   SIGNED " CK-SIGN-OPER " "
                               CK-SIGN-DATE " " CK-SIGN-TIME " "
                               CK-COMMENT
                   END-READ
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

      *================= SIGN OFF ==============================
       SIGN-OFF-TASK.
           PERFORM ACCEPT-CLOSE-TASK
           IF MEC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF MEC-T-STATUS(MEC-FOUND-AT) = "S"
               DISPLAY "TASK " MEC-IN-TASK " IS ALREADY SIGNED OFF BY "
                   MEC-T-SIGN-OPER(MEC-FOUND-AT) " ON "
                   MEC-T-SIGN-DATE(MEC-FOUND-AT)
               EXIT PARAGRAPH
           END-IF
           ACCEPT MEC-ROLE FROM ENVIRONMENT "FH_OPERATOR_ROLE"
           IF MEC-T-OWNER(MEC-FOUND-AT) NOT = WS-FH-OPERATOR-ID AND
-             MEC-ROLE NOT = "S" AND MEC-ROLE NOT = "A"
               DISPLAY "TASK " MEC-IN-TASK " IS OWNED BY "
                   MEC-T-OWNER(MEC-FOUND-AT)
                   " - ONLY THE OWNER OR A SUPERVISOR SIGNS IT OFF"
               EXIT PARAGRAPH
           END-IF
           MOVE MEC-FOUND-AT TO MEC-TX
           PERFORM SET-TASK-LINE-STATE
           IF MEC-T-WAITING(MEC-TX) = "Y"
               DISPLAY "NOT YET - TASK " MEC-IN-TASK " IS WAITING ON:"
               PERFORM LIST-WAITING-ON
               EXIT PARAGRAPH
           END-IF
           DISPLAY "COMMENT: " WITH NO ADVANCING
           MOVE SPACES TO MEC-IN-COMMENT
           ACCEPT MEC-IN-COMMENT
           IF MEC-IN-COMMENT = SPACES
               DISPLAY "A SIGN-OFF NEEDS A COMMENT - NOT SIGNED"
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-CLOSE-TASK
           IF MEC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO CK-STATUS
           MOVE WS-FH-OPERATOR-ID TO CK-SIGN-OPER
           ACCEPT CK-SIGN-DATE FROM DATE YYYYMMDD
           ACCEPT CK-SIGN-TIME FROM TIME
           MOVE MEC-IN-COMMENT TO CK-COMMENT
           PERFORM REWRITE-CLOSE-TASK
           IF MEC-OK = "Y"
               DISPLAY "TASK " CK-TASK-NUM " " CK-TASK-NAME
                   " SIGNED OFF"
           END-IF.

           EXIT PARAGRAPH.

       LIST-WAITING-ON.
           PERFORM VARYING MEC-PX FROM 1 BY 1 UNTIL MEC-PX > 4
               IF MEC-T-PREREQ(MEC-TX, MEC-PX) NOT = ZERO
                   MOVE MEC-T-PREREQ(MEC-TX, MEC-PX) TO MEC-FIND-TASK
                   PERFORM FIND-TASK-ENTRY
                   IF MEC-TY NOT = ZERO
                       IF MEC-T-STATUS(MEC-TY) NOT = "S"
                           DISPLAY "  TASK " MEC-T-NUM(MEC-TY) " "
                               MEC-T-NAME(MEC-TY) " - OWNER "
                               MEC-T-OWNER(MEC-TY)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

      *================= CHANGE ================================
       CHANGE-CLOSE-TASK.
           PERFORM CHECK-CLOSE-SUPERVISOR
           IF MEC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-CLOSE-TASK
           IF MEC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE MEC-FOUND-AT TO MEC-TX
           DISPLAY "TASK " MEC-T-NUM(MEC-TX) " " MEC-T-NAME(MEC-TX)
               " OWNER " MEC-T-OWNER(MEC-TX) " NEEDS "
               MEC-T-PREREQ(MEC-TX, 1) " " MEC-T-PREREQ(MEC-TX, 2) " "
               MEC-T-PREREQ(MEC-TX, 3) " " MEC-T-PREREQ(MEC-TX, 4)
           DISPLAY "NEW OWNER (BLANK = KEEP): " WITH NO ADVANCING
           MOVE SPACES TO MEC-IN-OPER
           ACCEPT MEC-IN-OPER
           IF MEC-IN-OPER NOT = SPACES
               PERFORM CHECK-OWNER-OPERATOR
               IF MEC-OK NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM ACCEPT-PREREQ-LIST
           IF MEC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF MEC-IN-OPER = SPACES AND MEC-IN-PREREQ-X = SPACES
               DISPLAY "NOTHING CHANGED"
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-CLOSE-TASK
           IF MEC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF MEC-IN-OPER NOT = SPACES
               MOVE MEC-IN-OPER TO CK-OWNER
           END-IF
           IF MEC-IN-PREREQ-X NOT = SPACES
               MOVE MEC-IN-PREREQS TO CK-PREREQ-LIST
           END-IF
           PERFORM REWRITE-CLOSE-TASK
           IF MEC-OK = "Y"
               DISPLAY "TASK " CK-TASK-NUM " CHANGED"
           END-IF.

           EXIT PARAGRAPH.

      *================= ADD ===================================
       ADD-CLOSE-TASK.
           PERFORM CHECK-CLOSE-SUPERVISOR
           IF MEC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-CLOSE-PERIOD
           IF MEC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PERIOD-TASKS
           IF MEC-T-COUNT = ZERO
               DISPLAY "NO CHECKLIST OPEN FOR " MEC-PERIOD
                   " - OPEN IT FIRST"
               EXIT PARAGRAPH
           END-IF
           IF MEC-T-COUNT NOT < 20
               DISPLAY "THE CHECKLIST HOLDS 20 TASKS - NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           COMPUTE MEC-IN-TASK = MEC-T-NUM(MEC-T-COUNT) + 1
           DISPLAY "TASK DESCRIPTION: " WITH NO ADVANCING
           MOVE SPACES TO MEC-IN-NAME
           ACCEPT MEC-IN-NAME
           IF MEC-IN-NAME = SPACES
               DISPLAY "A TASK NEEDS A DESCRIPTION - NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PROGRAM THAT DOES IT (BLANK = MANUAL TASK): "
               WITH NO ADVANCING
           MOVE SPACES TO MEC-IN-PROGRAM
           ACCEPT MEC-IN-PROGRAM
           INSPECT MEC-IN-PROGRAM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "OWNER: " WITH NO ADVANCING
           MOVE SPACES TO MEC-IN-OPER
           ACCEPT MEC-IN-OPER
           IF MEC-IN-OPER = SPACES
               DISPLAY "A TASK NEEDS AN OWNER - NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-OWNER-OPERATOR
           IF MEC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
      * Nothing can depend on a task not yet on the list, so
      * its prerequisites cannot loop back to it
           MOVE ZERO TO MEC-FOUND-AT
           PERFORM ACCEPT-PREREQ-LIST
           IF MEC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           INITIALIZE CLOSECHK-RECORD
           MOVE MEC-PERIOD TO CK-PERIOD
           MOVE MEC-IN-TASK TO CK-TASK-NUM
           MOVE MEC-IN-NAME TO CK-TASK-NAME
           MOVE MEC-IN-PROGRAM TO CK-PROGRAM
           MOVE MEC-IN-OPER TO CK-OWNER
           IF MEC-IN-PREREQ-X NOT = SPACES
               MOVE MEC-IN-PREREQS TO CK-PREREQ-LIST
           END-IF
           MOVE SPACE TO CK-STATUS
           MOVE SPACES TO CK-SIGN-OPER
           MOVE ZERO TO CK-SIGN-DATE
           MOVE SPACES TO CK-SIGN-TIME
           MOVE SPACES TO CK-COMMENT
           WRITE CLOSECHK-RECORD
               INVALID KEY
                   DISPLAY "TASK " CK-TASK-NUM " NOT ADDED"
               NOT INVALID KEY
                   MOVE SPACES TO WS-MA-BEFORE
                   MOVE "ADD" TO WS-MA-ACTION
                   PERFORM AUDIT-CLOSE-TASK
                   DISPLAY "TASK " CK-TASK-NUM " ADDED TO THE "
                       MEC-PERIOD " CHECKLIST"
           END-WRITE.

           EXIT PARAGRAPH.

      *================= REOPEN ================================
      *A SIGN-OFF SOMETHING SIGNED LATER RELIED ON STAYS - THAT
      *ONE HAS TO BE REOPENED FIRST
       REOPEN-CLOSE-TASK.
           PERFORM CHECK-CLOSE-SUPERVISOR
           IF MEC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-CLOSE-TASK
           IF MEC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF MEC-T-STATUS(MEC-FOUND-AT) NOT = "S"
               DISPLAY "TASK " MEC-IN-TASK " IS NOT SIGNED OFF"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MEC-TX FROM 1 BY 1
               UNTIL MEC-TX > MEC-T-COUNT
               IF MEC-T-STATUS(MEC-TX) = "S"
                   PERFORM VARYING MEC-PX FROM 1 BY 1 UNTIL MEC-PX > 4
                       IF MEC-T-PREREQ(MEC-TX, MEC-PX) = MEC-IN-TASK
                           DISPLAY "TASK " MEC-T-NUM(MEC-TX)
                               " IS SIGNED OFF AND DEPENDS ON IT - "
                               "REOPEN THAT ONE FIRST"
                           MOVE "N" TO MEC-OK
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF MEC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REASON FOR REOPENING: " WITH NO ADVANCING
           MOVE SPACES TO MEC-IN-COMMENT
           ACCEPT MEC-IN-COMMENT
           IF MEC-IN-COMMENT = SPACES
               DISPLAY "A REOPEN NEEDS A REASON - NOT REOPENED"
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-CLOSE-TASK
           IF MEC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO CK-STATUS
           MOVE SPACES TO CK-SIGN-OPER
           MOVE ZERO TO CK-SIGN-DATE
           MOVE SPACES TO CK-SIGN-TIME
           MOVE MEC-IN-COMMENT TO CK-COMMENT
           PERFORM REWRITE-CLOSE-TASK
           IF MEC-OK = "Y"
               DISPLAY "TASK " CK-TASK-NUM " REOPENED"
           END-IF.

           EXIT PARAGRAPH.

      *================= STATUS REPORT =========================
      *READY MEANS EVERYTHING AHEAD OF THE TASK IS SIGNED - ITS
      *OWNER IS THE ONE HOLDING UP WHATEVER WAITS BEHIND IT
       CLOSE-STATUS-REPORT.
           PERFORM ACCEPT-CLOSE-PERIOD
           IF MEC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PERIOD-TASKS
           IF MEC-T-COUNT = ZERO
               DISPLAY "NO CHECKLIST OPEN FOR " MEC-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO MEC-SIGNED-COUNT
           MOVE ZERO TO MEC-READY-COUNT
           MOVE ZERO TO MEC-BLOCKED-COUNT
           MOVE "MONTH-END-STATUS" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "MONTH-END CLOSE STATUS - PERIOD " MEC-PERIOD
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING MEC-TX FROM 1 BY 1
               UNTIL MEC-TX > MEC-T-COUNT
               PERFORM SET-TASK-LINE-STATE
               MOVE SPACES TO WS-SPOOL-LINE
               EVALUATE MEC-LINE-STATE
                   WHEN "SIGNED"
                       ADD 1 TO MEC-SIGNED-COUNT
                       STRING MEC-T-NUM(MEC-TX) " "
                           MEC-T-NAME(MEC-TX) " SIGNED  "
                           MEC-T-SIGN-OPER(MEC-TX) " "
                           MEC-T-SIGN-DATE(MEC-TX)
                           DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   WHEN "READY"
                       ADD 1 TO MEC-READY-COUNT
                       STRING MEC-T-NUM(MEC-TX) " "
                           MEC-T-NAME(MEC-TX) " READY   "
                           "OWNER " MEC-T-OWNER(MEC-TX)
                           DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   WHEN OTHER
                       ADD 1 TO MEC-BLOCKED-COUNT
                       STRING MEC-T-NUM(MEC-TX) " "
                           MEC-T-NAME(MEC-TX) " BLOCKED "
                           "OWNER " MEC-T-OWNER(MEC-TX)
                           DELIMITED BY SIZE INTO WS-SPOOL-LINE
               END-EVALUATE
               PERFORM EMIT-REPORT-LINE
               IF MEC-LINE-STATE = "BLOCKED"
                   PERFORM REPORT-WAITING-ON
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-SPOOL-LINE
           STRING MEC-SIGNED-COUNT " SIGNED, " MEC-READY-COUNT
               " READY TO DO, " MEC-BLOCKED-COUNT " BLOCKED"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           IF MEC-SIGNED-COUNT = MEC-T-COUNT
               MOVE "THE CLOSE IS COMPLETE" TO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "HOLDING UP THE CLOSE:" TO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
               PERFORM VARYING MEC-TX FROM 1 BY 1
                   UNTIL MEC-TX > MEC-T-COUNT
                   PERFORM SET-TASK-LINE-STATE
                   IF MEC-LINE-STATE = "READY"
                       MOVE SPACES TO WS-SPOOL-LINE
                       STRING "  " MEC-T-OWNER(MEC-TX) " - TASK "
                           MEC-T-NUM(MEC-TX) " " MEC-T-NAME(MEC-TX)
                           DELIMITED BY SIZE INTO WS-SPOOL-LINE
                       PERFORM EMIT-REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       REPORT-WAITING-ON.
           PERFORM VARYING MEC-PX FROM 1 BY 1 UNTIL MEC-PX > 4
               IF MEC-T-PREREQ(MEC-TX, MEC-PX) NOT = ZERO
                   MOVE MEC-T-PREREQ(MEC-TX, MEC-PX) TO MEC-FIND-TASK
                   PERFORM FIND-TASK-ENTRY
                   IF MEC-TY NOT = ZERO
                       IF MEC-T-STATUS(MEC-TY) NOT = "S"
                           MOVE SPACES TO WS-SPOOL-LINE
                           STRING "     WAITING ON "
                               MEC-T-NUM(MEC-TY) " "
                               MEC-T-NAME(MEC-TY) " - "
                               MEC-T-OWNER(MEC-TY)
                               DELIMITED BY SIZE INTO WS-SPOOL-LINE
                           PERFORM EMIT-REPORT-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

      *================= SHARED ================================
       ACCEPT-CLOSE-PERIOD.
           MOVE "Y" TO MEC-OK
           DISPLAY "PERIOD (YYYYMM): " WITH NO ADVANCING
           MOVE ZERO TO MEC-PERIOD
           ACCEPT MEC-PERIOD
           IF MEC-PERIOD-MM < 1 OR MEC-PERIOD-MM > 12 OR
-             MEC-PERIOD-YYYY < 1900
               DISPLAY "NOT A VALID PERIOD"
               MOVE "N" TO MEC-OK
           END-IF.

           EXIT PARAGRAPH.

       ACCEPT-CLOSE-TASK.
           PERFORM ACCEPT-CLOSE-PERIOD
           IF MEC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PERIOD-TASKS
           IF MEC-T-COUNT = ZERO
               DISPLAY "NO CHECKLIST OPEN FOR " MEC-PERIOD
               MOVE "N" TO MEC-OK
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TASK NUMBER: " WITH NO ADVANCING
           MOVE ZERO TO MEC-IN-TASK
           ACCEPT MEC-IN-TASK
           MOVE MEC-IN-TASK TO MEC-FIND-TASK
           PERFORM FIND-TASK-ENTRY
           MOVE MEC-TY TO MEC-FOUND-AT
           IF MEC-FOUND-AT = ZERO
               DISPLAY "NO TASK " MEC-IN-TASK " ON THE " MEC-PERIOD
                   " CHECKLIST"
               MOVE "N" TO MEC-OK
           END-IF.

           EXIT PARAGRAPH.

      *UP TO FOUR TASK NUMBERS RUN TOGETHER (0305 = TASKS 3 AND
      *5); BLANK KEEPS WHAT IS THERE, 00 CLEARS THEM. MEC-FOUND-AT
      *IS THE TASK BEING CHANGED (ZERO FOR A NEW ONE)
       ACCEPT-PREREQ-LIST.
           MOVE "Y" TO MEC-OK
           DISPLAY "PREREQUISITE TASKS, 2 DIGITS EACH, UP TO 4 "
               "(BLANK = KEEP, 00 = NONE): " WITH NO ADVANCING
           MOVE SPACES TO MEC-IN-PREREQ-X
           ACCEPT MEC-IN-PREREQ-X
           IF MEC-IN-PREREQ-X = SPACES
               EXIT PARAGRAPH
           END-IF
           INSPECT MEC-IN-PREREQ-X REPLACING ALL SPACE BY ZERO
           IF MEC-IN-PREREQ-X NOT NUMERIC
               DISPLAY "PREREQUISITES ARE TASK NUMBERS - NOT CHANGED"
               MOVE "N" TO MEC-OK
               EXIT PARAGRAPH
           END-IF
           MOVE MEC-IN-PREREQ-X TO MEC-IN-PREREQS
           PERFORM VARYING MEC-PX FROM 1 BY 1 UNTIL MEC-PX > 4
               IF MEC-IN-PREREQ(MEC-PX) NOT = ZERO
                   MOVE MEC-IN-PREREQ(MEC-PX) TO MEC-FIND-TASK
                   PERFORM FIND-TASK-ENTRY
                   IF MEC-TY = ZERO
                       DISPLAY "NO TASK " MEC-IN-PREREQ(MEC-PX)
                           " ON THE CHECKLIST - NOT CHANGED"
                       MOVE "N" TO MEC-OK
                   END-IF
                   IF MEC-TY NOT = ZERO AND MEC-TY = MEC-FOUND-AT
                       DISPLAY "A TASK CANNOT WAIT ON ITSELF - "
                           "NOT CHANGED"
                       MOVE "N" TO MEC-OK
                   END-IF
               END-IF
           END-PERFORM
           IF MEC-OK = "Y" AND MEC-FOUND-AT NOT = ZERO
               PERFORM CHECK-PREREQ-LOOP
           END-IF.

           EXIT PARAGRAPH.

      *MARK EVERY TASK THE NEW PREREQUISITES LEAD TO, FOLLOWING
      *THEIR OWN PREREQUISITES UNTIL NOTHING NEW IS MARKED
       CHECK-PREREQ-LOOP.
           MOVE ALL "N" TO MEC-REACH-TABLE
           PERFORM VARYING MEC-PX FROM 1 BY 1 UNTIL MEC-PX > 4
               IF MEC-IN-PREREQ(MEC-PX) NOT = ZERO
                   MOVE MEC-IN-PREREQ(MEC-PX) TO MEC-FIND-TASK
                   PERFORM FIND-TASK-ENTRY
                   MOVE "Y" TO MEC-REACH(MEC-TY)
               END-IF
           END-PERFORM
           MOVE "Y" TO MEC-REACH-MORE
           PERFORM UNTIL MEC-REACH-MORE NOT = "Y"
               MOVE "N" TO MEC-REACH-MORE
               PERFORM VARYING MEC-TX FROM 1 BY 1
                   UNTIL MEC-TX > MEC-T-COUNT
                   IF MEC-REACH(MEC-TX) = "Y"
                       PERFORM MARK-REACHED-PREREQS
                   END-IF
               END-PERFORM
           END-PERFORM
           IF MEC-REACH(MEC-FOUND-AT) = "Y"
               DISPLAY "THAT WOULD MAKE TASK " MEC-IN-TASK
                   " WAIT ON ITSELF - NOT CHANGED"
               MOVE "N" TO MEC-OK
           END-IF.

           EXIT PARAGRAPH.

       MARK-REACHED-PREREQS.
           PERFORM VARYING MEC-PX FROM 1 BY 1 UNTIL MEC-PX > 4
               IF MEC-T-PREREQ(MEC-TX, MEC-PX) NOT = ZERO
                   MOVE MEC-T-PREREQ(MEC-TX, MEC-PX) TO MEC-FIND-TASK
                   PERFORM FIND-TASK-ENTRY
                   IF MEC-TY NOT = ZERO
                       IF MEC-REACH(MEC-TY) NOT = "Y"
                           MOVE "Y" TO MEC-REACH(MEC-TY)
                           MOVE "Y" TO MEC-REACH-MORE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       LOAD-PERIOD-TASKS.
           MOVE ZERO TO MEC-T-COUNT
           MOVE "N" TO MEC-EOF
           MOVE MEC-PERIOD TO CK-PERIOD
           MOVE ZERO TO CK-TASK-NUM
           START CLOSECHK-FILE KEY IS NOT LESS THAN CK-KEY
               INVALID KEY
                   MOVE "Y" TO MEC-EOF
           END-START
           PERFORM UNTIL MEC-EOF = "Y"
               READ CLOSECHK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO MEC-EOF
                   NOT AT END
                       IF CK-PERIOD NOT = MEC-PERIOD
                           MOVE "Y" TO MEC-EOF
                       ELSE
                           IF MEC-T-COUNT < 20
                               ADD 1 TO MEC-T-COUNT
                               PERFORM HOLD-ONE-TASK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           EXIT PARAGRAPH.

       HOLD-ONE-TASK.
           MOVE CK-TASK-NUM TO MEC-T-NUM(MEC-T-COUNT)
           MOVE CK-TASK-NAME TO MEC-T-NAME(MEC-T-COUNT)
           MOVE CK-PROGRAM TO MEC-T-PROGRAM(MEC-T-COUNT)
           MOVE CK-OWNER TO MEC-T-OWNER(MEC-T-COUNT)
           PERFORM VARYING MEC-PX FROM 1 BY 1 UNTIL MEC-PX > 4
               MOVE CK-PREREQ(MEC-PX)
                   TO MEC-T-PREREQ(MEC-T-COUNT, MEC-PX)
           END-PERFORM
           MOVE CK-STATUS TO MEC-T-STATUS(MEC-T-COUNT)
           MOVE CK-SIGN-OPER TO MEC-T-SIGN-OPER(MEC-T-COUNT)
           MOVE CK-SIGN-DATE TO MEC-T-SIGN-DATE(MEC-T-COUNT)
           MOVE "N" TO MEC-T-WAITING(MEC-T-COUNT).

           EXIT PARAGRAPH.

       FIND-TASK-ENTRY.
           PERFORM VARYING MEC-TY FROM 1 BY 1
               UNTIL MEC-TY > MEC-T-COUNT
               IF MEC-T-NUM(MEC-TY) = MEC-FIND-TASK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF MEC-TY > MEC-T-COUNT
               MOVE ZERO TO MEC-TY
           END-IF.

           EXIT PARAGRAPH.

      *SIGNED, READY (NOTHING AHEAD OF IT OUTSTANDING) OR BLOCKED
      *FOR TASK MEC-TX
       SET-TASK-LINE-STATE.
           MOVE "N" TO MEC-T-WAITING(MEC-TX)
           IF MEC-T-STATUS(MEC-TX) = "S"
               MOVE "SIGNED" TO MEC-LINE-STATE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MEC-PX FROM 1 BY 1 UNTIL MEC-PX > 4
               IF MEC-T-PREREQ(MEC-TX, MEC-PX) NOT = ZERO
                   MOVE MEC-T-PREREQ(MEC-TX, MEC-PX) TO MEC-FIND-TASK
                   PERFORM FIND-TASK-ENTRY
                   IF MEC-TY NOT = ZERO
                       IF MEC-T-STATUS(MEC-TY) NOT = "S"
                           MOVE "Y" TO MEC-T-WAITING(MEC-TX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF MEC-T-WAITING(MEC-TX) = "Y"
               MOVE "BLOCKED" TO MEC-LINE-STATE
           ELSE
               MOVE "READY" TO MEC-LINE-STATE
           END-IF.

           EXIT PARAGRAPH.

      *AN OWNER HAS TO BE SOMEBODY WHO CAN STILL SIGN ON; WITH NO
      *OPERATOR MASTER THE ID IS TAKEN AS KEYED
       CHECK-OWNER-OPERATOR.
           MOVE "Y" TO MEC-OK
           OPEN INPUT OPER-FILE
           IF WS-OPER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE MEC-IN-OPER TO OM-OPER-ID
           READ OPER-FILE
               INVALID KEY
                   MOVE "N" TO MEC-OK
                   DISPLAY "OPERATOR " MEC-IN-OPER
                       " NOT ON FILE - NOT CHANGED"
               NOT INVALID KEY
                   IF OM-ACTIVE NOT = "Y"
                       MOVE "N" TO MEC-OK
                       DISPLAY "OPERATOR " MEC-IN-OPER
                           " IS NOT ACTIVE - NOT CHANGED"
                   END-IF
           END-READ
           CLOSE OPER-FILE.

           EXIT PARAGRAPH.

       CHECK-CLOSE-SUPERVISOR.
           MOVE "CLOSECHK-REFUSED" TO WS-RUNLOG-PROGRAM-ID
           PERFORM CHECK-SUPERVISOR-ROLE
           MOVE "MONTH-END-CLOSE" TO WS-RUNLOG-PROGRAM-ID
           MOVE WS-FH-ROLE-OK TO MEC-OK.

           EXIT PARAGRAPH.

       READ-CLOSE-TASK.
           MOVE "Y" TO MEC-OK
           MOVE MEC-PERIOD TO CK-PERIOD
           MOVE MEC-IN-TASK TO CK-TASK-NUM
           READ CLOSECHK-FILE
               INVALID KEY
                   DISPLAY "TASK " MEC-IN-TASK " NO LONGER ON FILE"
                   MOVE "N" TO MEC-OK
           END-READ
           MOVE CLOSECHK-RECORD TO MEC-SAVE-RECORD.

           EXIT PARAGRAPH.

       REWRITE-CLOSE-TASK.
           MOVE "Y" TO MEC-OK
           REWRITE CLOSECHK-RECORD
               INVALID KEY
                   MOVE "CLOSECHK-FILE" TO WS-FH-ERR-FILE-NAME
                   MOVE "REWRITE" TO WS-FH-ERR-OPERATION
                   MOVE WS-CLOSECHK-STATUS TO WS-FH-ERR-STATUS
                   PERFORM REPORT-FILE-ERROR
                   MOVE "N" TO MEC-OK
               NOT INVALID KEY
                   MOVE MEC-SAVE-RECORD TO WS-MA-BEFORE
                   MOVE "REWRITE" TO WS-MA-ACTION
                   PERFORM AUDIT-CLOSE-TASK
           END-REWRITE.

           EXIT PARAGRAPH.

       AUDIT-CLOSE-TASK.
           MOVE SPACES TO WS-MA-KEY-NUM
           MOVE CK-KEY TO WS-MA-KEY-NUM
           MOVE CLOSECHK-RECORD TO WS-MA-AFTER
           MOVE "MONTH-END-CLOSE" TO WS-MA-PROGRAM-ID
           PERFORM WRITE-MAINT-AUDIT-ENTRY.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "role-check.cpy".

       COPY "maint-audit-write.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
