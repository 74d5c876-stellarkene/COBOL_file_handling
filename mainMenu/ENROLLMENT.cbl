      * end-of-term missing-grade exception report - every
      * enrolled student with no sel_1.dat row for the term,
      * which is the list the registrar chases instead of
      * eyeballing two printouts, with the instructor
      * assigned to each section (see INSTRUCTOR-MASTER)
      * named beside the student. Students are validated on
      * studmast.dat before enrollment, are refused while
      * they owe a past-due fee balance (fee-hold.cpy, see
      * TUITION-BILLING), and must have PASSED every
      * prerequisite of the section's catalog course
      * (prereq.dat) unless a supervisor overrides with a
      * reason, which is kept on the enrollment row. The
      * override is asked for on the approval queue
      * (approval-queue.cpy): the clerk keys the reason, a
      * supervisor other than the clerk approves or refuses it
      * in APPROVAL-QUEUE, and the enrollment goes through
      * when it is keyed again once approved. A
      * section holds its seat capacity (sectmap.dat, see
      * COURSE-CATALOG); past that a student goes onto the
      * section's dated waitlist (waitlist.dat), and when a
      * seat is dropped the longest-waiting student is
      * enrolled in it automatically. The section fill report
      * shows capacity, enrolled and waitlisted per section
      * for a term. Reports go to the spool. Run on demand
      * from the command line; it is not wired into
      * FH-MAIN-MENU since it is housekeeping, not a
      * calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           COPY "enroll-select.cpy".
           COPY "stud-select.cpy".
           COPY "sel1-select.cpy".
           COPY "waitlist-select.cpy".
           COPY "prereq-select.cpy".
           COPY "sectmap-select.cpy".
           COPY "course-select.cpy".
           COPY "sectinst-select.cpy".
           COPY "instr-select.cpy".
           COPY "stuacct-select.cpy".
           COPY "openitem-select.cpy".
           COPY "runlog-select.cpy".
           COPY "apprq-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "sel1-rec.cpy".
           COPY "operator-field.cpy".
           COPY "hdr-trl-rec.cpy".

           COPY "waitlist-rec.cpy".
           COPY "prereq-rec.cpy".
           COPY "sectmap-rec.cpy".
           COPY "course-rec.cpy".
           COPY "sectinst-rec.cpy".
           COPY "instr-rec.cpy".
           COPY "stuacct-rec.cpy".
           COPY "openitem-rec.cpy".
           COPY "apprq-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  ENR-COUNT                       PIC 9(5).
       01  ENR-MISSING-COUNT               PIC 9(5).
       01  ENR-DATE                        PIC 9(8).
       01  ENR-TIME                        PIC 9(8).
       01  ENR-GRADE-FOUND                 PIC X.
       01  ENR-ANSWER                      PIC X.
       01  ENR-FOUND                       PIC X.
       01  ENR-FILTER-SECTION              PIC X(6).
       01  ENR-COURSE                      PIC X(8).
       01  ENR-CAPACITY                    PIC 9(3).
       01  ENR-SEATED                      PIC 9(4).
       01  ENR-WAITING                     PIC 9(4).
       01  ENR-POSITION                    PIC 9(4).
       01  ENR-STATE                       PIC X.
       01  ENR-ON-WAITLIST                 PIC X.
       01  ENR-PREREQ-OK                   PIC X.
       01  ENR-OVER-BY                     PIC X(10).
       01  ENR-OVER-REASON                 PIC X(30).
       01  ENR-OVERFLOW                    PIC X.
       01  ENR-CAP-OUT                     PIC ZZ9.
       01  ENR-NUM-OUT                     PIC ZZZ9.
       01  ENR-NUM2-OUT                    PIC ZZZ9.
       01  ENR-NUM3-OUT                    PIC ZZZ9.
       01  ENR-NDX                         PIC 9(4).
       01  ENR-WDX                         PIC 9(4).
       01  ENR-FDX                         PIC 9(4).
       01  ENR-PDX                         PIC 9(4).
       01  ENR-QDX                         PIC 9(4).
       01  ENR-NET-COUNT                   PIC 9(4).
       01  ENR-NET-TABLE.
           05  ENR-NET-ENTRY               OCCURS 1000 TIMES.
               10  ENR-N-STUDENT           PIC X(10).
               10  ENR-N-SECTION           PIC X(6).
               10  ENR-N-ACTION            PIC X.
       01  ENR-WAIT-COUNT                  PIC 9(4).
       01  ENR-WAIT-TABLE.
           05  ENR-WAIT-ENTRY              OCCURS 500 TIMES.
               10  ENR-W-STUDENT           PIC X(10).
               10  ENR-W-SECTION           PIC X(6).
               10  ENR-W-DATE              PIC 9(8).
               10  ENR-W-OPEN              PIC X.
               10  ENR-W-OVER-BY           PIC X(10).
               10  ENR-W-OVER-REASON       PIC X(30).
       01  ENR-FILL-COUNT                  PIC 9(4).
       01  ENR-FILL-TABLE.
           05  ENR-FILL-ENTRY              OCCURS 300 TIMES.
               10  ENR-F-SECTION           PIC X(6).
               10  ENR-F-ENROLLED          PIC 9(4).
               10  ENR-F-WAITING           PIC 9(4).
       01  ENR-PREREQ-COUNT                PIC 9(4).
       01  ENR-PREREQ-TABLE.
           05  ENR-Q-COURSE                PIC X(8) OCCURS 20 TIMES.
       01  ENR-PASSED-COUNT                PIC 9(4).
       01  ENR-PASSED-TABLE.
           05  ENR-P-COURSE                PIC X(8) OCCURS 200 TIMES.
       01  ENR-TOT-CAPACITY                PIC 9(5).
       01  ENR-TOT-ENROLLED                PIC 9(5).
       01  ENR-TOT-WAITING                 PIC 9(5).
       01  ENR-TOT-OUT                     PIC ZZZZ9.
       01  ENR-TOT2-OUT                    PIC ZZZZ9.
       01  ENR-TOT3-OUT                    PIC ZZZZ9.
       01  ENR-OVERDUE-OUT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  SEL1-FILE-STATUS                PIC XX.
           COPY "ws-vars.cpy".

               DISPLAY "1 - ENROLL A STUDENT"
               DISPLAY "2 - SECTION ROSTER"
               DISPLAY "3 - MISSING-GRADE EXCEPTION REPORT"
               DISPLAY "4 - DROP A STUDENT"
               DISPLAY "5 - SECTION WAITLIST"
               DISPLAY "6 - SECTION FILL REPORT"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT ENR-CHOICE
                       PERFORM SECTION-ROSTER
                   WHEN 3
                       PERFORM MISSING-GRADE-REPORT
                   WHEN 4
                       PERFORM DROP-ONE-STUDENT
                   WHEN 5
                       PERFORM SECTION-WAITLIST
                   WHEN 6
                       PERFORM SECTION-FILL-REPORT
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
           END-READ
           CLOSE STUD-FILE

      *A PAST-DUE FEE BALANCE STOPS ENROLLMENT UNTIL IT IS PAID
           MOVE ENR-STUDENT TO WS-FEEH-STUDENT
           PERFORM CHECK-FEE-HOLD
           IF WS-FEEH-HOLD = "Y"
               MOVE WS-FEEH-OVERDUE TO ENR-OVERDUE-OUT
               DISPLAY "FEE HOLD - " ENR-OVERDUE-OUT
                   " PAST DUE ON ACCOUNT " WS-FEEH-CUST
               DISPLAY "NOT ENROLLED - THE FEES MUST BE PAID FIRST"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER SECTION CODE: " WITH NO ADVANCING
           ACCEPT ENR-SECTION
           DISPLAY "ENTER TERM (YYYY-T): " WITH NO ADVANCING
           ACCEPT ENR-TERM

      *ONE SEAT PER STUDENT PER SECTION PER TERM - A REPEAT IS A
      *KEYING SLIP, NOT A SECOND SEAT
           MOVE ENR-SECTION TO ENR-FILTER-SECTION
           PERFORM LOAD-TERM-ENROLLMENTS
           PERFORM FIND-STUDENT-STATE
           IF ENR-STATE = "E"
               DISPLAY "STUDENT IS ALREADY ENROLLED IN THAT "
-                  "SECTION FOR THAT TERM"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TERM-WAITLIST
           PERFORM FIND-STUDENT-ON-WAITLIST
           IF ENR-ON-WAITLIST = "Y"
               DISPLAY "STUDENT IS ALREADY ON THE WAITLIST FOR "
                   "THAT SECTION"
               EXIT PARAGRAPH
           END-IF

           MOVE ENR-SECTION TO WS-CU-SECTION
           MOVE ENR-TERM TO WS-CU-TERM
           PERFORM LOOK-UP-SECTION-COURSE
           MOVE WS-CU-COURSE TO ENR-COURSE
           MOVE WS-CU-CAPACITY TO ENR-CAPACITY
           IF WS-CU-FOUND = "Y"
               DISPLAY "COURSE: " ENR-COURSE " " WS-CU-TITLE
           END-IF

           MOVE SPACES TO ENR-OVER-BY
           MOVE SPACES TO ENR-OVER-REASON
           PERFORM CHECK-PREREQUISITES
           IF ENR-PREREQ-OK NOT = "Y"
               PERFORM PREREQUISITE-OVERRIDE
               IF ENR-PREREQ-OK NOT = "Y"
                   DISPLAY "NOT ENROLLED"
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *SEATS FREED BY A CAPACITY INCREASE GO TO THOSE ALREADY
      *WAITING BEFORE ANYONE NEW
           PERFORM PROMOTE-FROM-WAITLIST
           IF ENR-CAPACITY > ZERO AND ENR-SEATED NOT < ENR-CAPACITY
               MOVE ENR-CAPACITY TO ENR-CAP-OUT
               MOVE ENR-SEATED TO ENR-NUM-OUT
               DISPLAY "SECTION IS FULL - " ENR-NUM-OUT " OF "
                   ENR-CAP-OUT " SEATS TAKEN"
               DISPLAY "ADD TO THE WAITLIST? (Y/N): "
                   WITH NO ADVANCING
               MOVE SPACE TO ENR-ANSWER
               ACCEPT ENR-ANSWER
               IF ENR-ANSWER = "Y" OR ENR-ANSWER = "y"
                   PERFORM ADD-TO-WAITLIST
               ELSE
                   DISPLAY "NOT ENROLLED"
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE ENR-STUDENT TO EN-STUDENT-NUM
           MOVE ENR-SECTION TO EN-SECTION
           MOVE ENR-TERM TO EN-TERM
           MOVE "E" TO EN-ACTION
           MOVE ENR-OVER-BY TO EN-OVERRIDE-BY
           MOVE ENR-OVER-REASON TO EN-OVERRIDE-REASON
           PERFORM APPEND-ENROLL-ROW
           IF WS-ENROLL-STATUS = "00"
               DISPLAY "ENROLLED"
           END-IF.

           EXIT PARAGRAPH.

      *EVERY PREREQUISITE OF THE SECTION'S COURSE NEEDS A PASSED
      *SEL_1 ROW IN A SECTION TEACHING IT; A SECTION WITH NO
      *CATALOG COURSE HAS NOTHING TO CHECK
       CHECK-PREREQUISITES.
           MOVE "Y" TO ENR-PREREQ-OK
           MOVE ZERO TO ENR-PREREQ-COUNT
           IF ENR-COURSE = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PREREQ-FILE
           IF WS-PREREQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ENR-EOF
           MOVE ENR-COURSE TO PQ-COURSE-CODE
           MOVE LOW-VALUES TO PQ-PREREQ-CODE
           START PREREQ-FILE KEY IS NOT LESS THAN PQ-KEY
               INVALID KEY
                   MOVE "Y" TO ENR-EOF
           END-START
           PERFORM UNTIL ENR-EOF = "Y"
               READ PREREQ-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO ENR-EOF
                   NOT AT END
                       IF PQ-COURSE-CODE NOT = ENR-COURSE
                           MOVE "Y" TO ENR-EOF
                       ELSE
                           IF ENR-PREREQ-COUNT < 20
                               ADD 1 TO ENR-PREREQ-COUNT
                               MOVE PQ-PREREQ-CODE TO
                                   ENR-Q-COURSE(ENR-PREREQ-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREREQ-FILE
           IF ENR-PREREQ-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-PASSED-COURSES
           PERFORM VARYING ENR-QDX FROM 1 BY 1
               UNTIL ENR-QDX > ENR-PREREQ-COUNT
               MOVE "N" TO ENR-FOUND
               PERFORM VARYING ENR-PDX FROM 1 BY 1
                   UNTIL ENR-PDX > ENR-PASSED-COUNT
                   IF ENR-P-COURSE(ENR-PDX) = ENR-Q-COURSE(ENR-QDX)
                       MOVE "Y" TO ENR-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF ENR-FOUND = "N"
                   MOVE "N" TO ENR-PREREQ-OK
                   DISPLAY "PREREQUISITE NOT PASSED: "
                       ENR-Q-COURSE(ENR-QDX)
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       LOAD-PASSED-COURSES.
           MOVE ZERO TO ENR-PASSED-COUNT
           OPEN INPUT SEL1-FILE
           IF SEL1-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SEL1-FILE-STATUS NOT = "00"
               READ SEL1-FILE
                   AT END
                       MOVE "10" TO SEL1-FILE-STATUS
                   NOT AT END
                       IF HT-RECORD-TAG NOT = "HDR" AND
                           HT-RECORD-TAG NOT = "TRL" AND
                           SEL1_STUDENT_NUM_FH = ENR-STUDENT AND
                           SEL1_RESULT_FH = "PASSED"
                           PERFORM TABLE-ONE-PASSED-COURSE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEL1-FILE.

           EXIT PARAGRAPH.

       TABLE-ONE-PASSED-COURSE.
           MOVE SEL1_SECTION_FH TO WS-CU-SECTION
           MOVE SEL1_TERM_FH TO WS-CU-TERM
           PERFORM LOOK-UP-SECTION-COURSE
           IF WS-CU-FOUND = "Y" AND ENR-PASSED-COUNT < 200
               ADD 1 TO ENR-PASSED-COUNT
               MOVE WS-CU-COURSE TO ENR-P-COURSE(ENR-PASSED-COUNT)
           END-IF.

           EXIT PARAGRAPH.

      *ONLY A SUPERVISOR LETS A STUDENT IN WITHOUT THE
      *PREREQUISITE, AND ONLY WITH A REASON ON RECORD. THE
      *SUPERVISOR DECIDES ON THE APPROVAL QUEUE; THE CLERK KEYS
      *THE ENROLLMENT AGAIN ONCE IT IS APPROVED
       PREREQUISITE-OVERRIDE.
           DISPLAY "REQUEST A SUPERVISOR OVERRIDE? (Y/N): "
               WITH NO ADVANCING
           MOVE SPACE TO ENR-ANSWER
           ACCEPT ENR-ANSWER
           IF ENR-ANSWER NOT = "Y" AND ENR-ANSWER NOT = "y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "OVERRIDE REASON: " WITH NO ADVANCING
           MOVE SPACES TO ENR-OVER-REASON
           ACCEPT ENR-OVER-REASON
           IF ENR-OVER-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED FOR AN OVERRIDE"
               EXIT PARAGRAPH
           END-IF
           MOVE "PREREQ" TO WS-AQ-TYPE
           MOVE SPACES TO WS-AQ-REF
           STRING ENR-STUDENT ENR-SECTION ENR-TERM(3:4)
               DELIMITED BY SIZE INTO WS-AQ-REF
           MOVE "ENROLLMENT-MAINTENANCE" TO WS-AQ-PROGRAM
           MOVE ZERO TO WS-AQ-AMOUNT
           MOVE SPACES TO WS-AQ-REASON
           STRING "NO PREREQ " ENR-OVER-REASON
               DELIMITED BY SIZE INTO WS-AQ-REASON
           PERFORM SEEK-APPROVAL
           EVALUATE WS-AQ-DECISION
               WHEN "APPROVED"
                   MOVE WS-AQ-DECIDER TO ENR-OVER-BY
                   MOVE "Y" TO ENR-PREREQ-OK
               WHEN "QUEUED"
                   DISPLAY "ENROLL THE STUDENT AGAIN ONCE A "
                       "SUPERVISOR HAS APPROVED THE OVERRIDE"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EXIT PARAGRAPH.

       ADD-TO-WAITLIST.
           MOVE ENR-STUDENT TO WL-STUDENT-NUM
           MOVE ENR-SECTION TO WL-SECTION
           MOVE ENR-TERM TO WL-TERM
           MOVE "W" TO WL-ACTION
           MOVE ENR-OVER-BY TO WL-OVERRIDE-BY
           MOVE ENR-OVER-REASON TO WL-OVERRIDE-REASON
           PERFORM APPEND-WAITLIST-ROW
           IF WS-WAITLIST-STATUS = "00"
               COMPUTE ENR-POSITION = ENR-WAITING + 1
               MOVE ENR-POSITION TO ENR-NUM-OUT
               DISPLAY "WAITLISTED - POSITION " ENR-NUM-OUT
           END-IF.

           EXIT PARAGRAPH.

      *A DROP IS A "D" ROW; THE FREED SEAT GOES STRAIGHT TO THE
      *LONGEST-WAITING STUDENT
       DROP-ONE-STUDENT.
           DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING
           ACCEPT ENR-STUDENT
           DISPLAY "ENTER SECTION CODE: " WITH NO ADVANCING
           ACCEPT ENR-SECTION
           DISPLAY "ENTER TERM (YYYY-T): " WITH NO ADVANCING
           ACCEPT ENR-TERM
           MOVE ENR-SECTION TO ENR-FILTER-SECTION
           PERFORM LOAD-TERM-ENROLLMENTS
           PERFORM FIND-STUDENT-STATE
           IF ENR-STATE NOT = "E"
               DISPLAY "STUDENT IS NOT ENROLLED IN THAT SECTION "
                   "FOR THAT TERM"
               EXIT PARAGRAPH
           END-IF
           MOVE ENR-STUDENT TO EN-STUDENT-NUM
           MOVE ENR-SECTION TO EN-SECTION
           MOVE ENR-TERM TO EN-TERM
           MOVE "D" TO EN-ACTION
           MOVE SPACES TO EN-OVERRIDE-BY
           MOVE SPACES TO EN-OVERRIDE-REASON
           PERFORM APPEND-ENROLL-ROW
           IF WS-ENROLL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DROPPED"
           MOVE ENR-SECTION TO WS-CU-SECTION
           MOVE ENR-TERM TO WS-CU-TERM
           PERFORM LOOK-UP-SECTION-COURSE
           MOVE WS-CU-CAPACITY TO ENR-CAPACITY
           PERFORM PROMOTE-FROM-WAITLIST.

           EXIT PARAGRAPH.

      *FILLS ENR-SECTION / ENR-TERM UP TO ENR-CAPACITY FROM ITS
      *WAITLIST IN THE ORDER STUDENTS WERE LISTED (NO CAPACITY
      *MEANS NO LIMIT, SO EVERYONE STILL WAITING GETS IN). LEAVES
      *ENR-SEATED AND ENR-WAITING CURRENT FOR THE CALLER
       PROMOTE-FROM-WAITLIST.
           MOVE ENR-SECTION TO ENR-FILTER-SECTION
           PERFORM LOAD-TERM-ENROLLMENTS
           PERFORM LOAD-TERM-WAITLIST
           PERFORM COUNT-SECTION-SEATS
           PERFORM VARYING ENR-WDX FROM 1 BY 1
               UNTIL ENR-WDX > ENR-WAIT-COUNT
               IF ENR-W-OPEN(ENR-WDX) = "Y" AND
                   (ENR-CAPACITY = ZERO OR
                    ENR-SEATED < ENR-CAPACITY)
                   PERFORM PROMOTE-ONE-WAITER
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

      *A WAITER WHO HAS FALLEN ON FEE HOLD SINCE BEING LISTED KEEPS
      *THEIR PLACE BUT IS PASSED OVER UNTIL THE FEES ARE PAID
       PROMOTE-ONE-WAITER.
           MOVE ENR-W-STUDENT(ENR-WDX) TO WS-FEEH-STUDENT
           PERFORM CHECK-FEE-HOLD
           IF WS-FEEH-HOLD = "Y"
               MOVE WS-FEEH-OVERDUE TO ENR-OVERDUE-OUT
               DISPLAY "FEE HOLD - " ENR-OVERDUE-OUT
                   " PAST DUE ON ACCOUNT " WS-FEEH-CUST
               DISPLAY "NOT ENROLLED FROM THE WAITLIST: "
                   ENR-W-STUDENT(ENR-WDX) " - STILL WAITING"
               EXIT PARAGRAPH
           END-IF
           MOVE ENR-W-STUDENT(ENR-WDX) TO EN-STUDENT-NUM
           MOVE ENR-SECTION TO EN-SECTION
           MOVE ENR-TERM TO EN-TERM
           MOVE "E" TO EN-ACTION
           MOVE ENR-W-OVER-BY(ENR-WDX) TO EN-OVERRIDE-BY
           MOVE ENR-W-OVER-REASON(ENR-WDX) TO EN-OVERRIDE-REASON
           PERFORM APPEND-ENROLL-ROW
           IF WS-ENROLL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ENR-W-STUDENT(ENR-WDX) TO WL-STUDENT-NUM
           MOVE ENR-SECTION TO WL-SECTION
           MOVE ENR-TERM TO WL-TERM
           MOVE "P" TO WL-ACTION
           MOVE ENR-W-OVER-BY(ENR-WDX) TO WL-OVERRIDE-BY
           MOVE ENR-W-OVER-REASON(ENR-WDX) TO WL-OVERRIDE-REASON
           PERFORM APPEND-WAITLIST-ROW
           MOVE "N" TO ENR-W-OPEN(ENR-WDX)
           ADD 1 TO ENR-SEATED
           SUBTRACT 1 FROM ENR-WAITING
           DISPLAY "ENROLLED FROM THE WAITLIST: "
               ENR-W-STUDENT(ENR-WDX).

           EXIT PARAGRAPH.

      *SHOWS WHO IS WAITING, IN ORDER, AND TAKES ONE OFF ON REQUEST
       SECTION-WAITLIST.
           DISPLAY "ENTER SECTION CODE: " WITH NO ADVANCING
           ACCEPT ENR-SECTION
           DISPLAY "ENTER TERM (YYYY-T): " WITH NO ADVANCING
           ACCEPT ENR-TERM
           MOVE ENR-SECTION TO WS-CU-SECTION
           MOVE ENR-TERM TO WS-CU-TERM
           PERFORM LOOK-UP-SECTION-COURSE
           MOVE WS-CU-CAPACITY TO ENR-CAPACITY
           PERFORM PROMOTE-FROM-WAITLIST
           MOVE ENR-CAPACITY TO ENR-CAP-OUT
           MOVE ENR-SEATED TO ENR-NUM-OUT
           DISPLAY "###### WAITLIST " ENR-SECTION " - " ENR-TERM
               " ######"
           DISPLAY ENR-NUM-OUT " ENROLLED OF " ENR-CAP-OUT
               " SEATS (0 = NO LIMIT)"
           MOVE ZERO TO ENR-POSITION
           PERFORM VARYING ENR-WDX FROM 1 BY 1
               UNTIL ENR-WDX > ENR-WAIT-COUNT
               IF ENR-W-OPEN(ENR-WDX) = "Y"
                   ADD 1 TO ENR-POSITION
                   MOVE ENR-POSITION TO ENR-NUM-OUT
                   DISPLAY ENR-NUM-OUT "  " ENR-W-STUDENT(ENR-WDX)
                       "  LISTED " ENR-W-DATE(ENR-WDX)
               END-IF
           END-PERFORM
           IF ENR-POSITION = ZERO
               DISPLAY "NO ONE IS WAITING"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "STUDENT TO TAKE OFF THE LIST (BLANK = NONE): "
               WITH NO ADVANCING
           MOVE SPACES TO ENR-STUDENT
           ACCEPT ENR-STUDENT
           IF ENR-STUDENT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-STUDENT-ON-WAITLIST
           IF ENR-ON-WAITLIST NOT = "Y"
               DISPLAY "STUDENT IS NOT WAITING FOR THAT SECTION"
               EXIT PARAGRAPH
           END-IF
           MOVE ENR-STUDENT TO WL-STUDENT-NUM
           MOVE ENR-SECTION TO WL-SECTION
           MOVE ENR-TERM TO WL-TERM
           MOVE "X" TO WL-ACTION
           MOVE SPACES TO WL-OVERRIDE-BY
           MOVE SPACES TO WL-OVERRIDE-REASON
           PERFORM APPEND-WAITLIST-ROW
           IF WS-WAITLIST-STATUS = "00"
               DISPLAY "TAKEN OFF THE WAITLIST"
           END-IF.

           EXIT PARAGRAPH.

           ACCEPT ENR-SECTION
           DISPLAY "ENTER TERM (YYYY-T): " WITH NO ADVANCING
           ACCEPT ENR-TERM
           MOVE ZERO TO ENR-COUNT
           OPEN INPUT ENROLL-FILE
           IF WS-ENROLL-STATUS NOT = "00"
               DISPLAY "NO ENROLLMENT FILE ON FILE"
               EXIT PARAGRAPH
           END-IF
           CLOSE ENROLL-FILE
           MOVE ENR-SECTION TO ENR-FILTER-SECTION
           PERFORM LOAD-TERM-ENROLLMENTS
           PERFORM LOAD-TERM-WAITLIST
           PERFORM COUNT-SECTION-SEATS
           MOVE "SECTION-ROSTER" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           DISPLAY "###### ROSTER " ENR-SECTION " - " ENR-TERM
           STRING "ROSTER " ENR-SECTION " " ENR-TERM
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           PERFORM VARYING ENR-NDX FROM 1 BY 1
               UNTIL ENR-NDX > ENR-NET-COUNT
               IF ENR-N-ACTION(ENR-NDX) = "E"
                   ADD 1 TO ENR-COUNT
                   PERFORM ROSTER-ONE-STUDENT
               END-IF
           END-PERFORM
           DISPLAY ENR-COUNT " STUDENT(S) ON THE ROSTER"
           MOVE ENR-WAITING TO ENR-NUM-OUT
           STRING ENR-COUNT " STUDENT(S), " ENR-NUM-OUT
               " WAITLISTED"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           PERFORM SPOOL-CLOSE-REPORT.
           MOVE "(NOT ON MASTER)" TO ST-STUDENT-NAME
           OPEN INPUT STUD-FILE
           IF WS-STUD-FILE-STATUS = "00"
               MOVE ENR-N-STUDENT(ENR-NDX) TO ST-STUDENT-NUM
               READ STUD-FILE
                   INVALID KEY
                       MOVE "(NOT ON MASTER)" TO ST-STUDENT-NAME
               END-READ
               CLOSE STUD-FILE
           END-IF
           DISPLAY ENR-N-STUDENT(ENR-NDX) " " ST-STUDENT-NAME
           STRING ENR-N-STUDENT(ENR-NDX) " " ST-STUDENT-NAME
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

       MISSING-GRADE-REPORT.
           DISPLAY "ENTER TERM (YYYY-T): " WITH NO ADVANCING
           ACCEPT ENR-TERM
           MOVE ZERO TO ENR-COUNT
           MOVE ZERO TO ENR-MISSING-COUNT
           OPEN INPUT ENROLL-FILE
               DISPLAY "NO ENROLLMENT FILE ON FILE"
               EXIT PARAGRAPH
           END-IF
           CLOSE ENROLL-FILE
           MOVE SPACES TO ENR-FILTER-SECTION
           PERFORM LOAD-TERM-ENROLLMENTS
           MOVE "MISSING-GRADES" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           DISPLAY "###### MISSING GRADES - " ENR-TERM " ######"
           STRING "MISSING GRADES " ENR-TERM
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           PERFORM VARYING ENR-NDX FROM 1 BY 1
               UNTIL ENR-NDX > ENR-NET-COUNT
               IF ENR-N-ACTION(ENR-NDX) = "E"
                   ADD 1 TO ENR-COUNT
                   PERFORM CHECK-ONE-ENROLLMENT
               END-IF
           END-PERFORM
           DISPLAY ENR-COUNT " ENROLLED, " ENR-MISSING-COUNT
               " MISSING A GRADE"
           STRING ENR-COUNT " ENROLLED, " ENR-MISSING-COUNT
                           IF HT-RECORD-TAG NOT = "HDR" AND
-                              HT-RECORD-TAG NOT = "TRL" AND
-                              SEL1_STUDENT_NUM_FH =
-                              ENR-N-STUDENT(ENR-NDX) AND
-                              SEL1_TERM_FH = ENR-TERM
                               MOVE "Y" TO ENR-GRADE-FOUND
                               MOVE "10" TO SEL1-FILE-STATUS
                           END-IF
           END-IF
           IF ENR-GRADE-FOUND NOT = "Y"
               ADD 1 TO ENR-MISSING-COUNT
               MOVE ENR-N-SECTION(ENR-NDX) TO WS-SI-SECTION
               MOVE ENR-TERM TO WS-SI-TERM
               PERFORM LOOK-UP-SECTION-INSTRUCTOR
               IF WS-SI-FOUND NOT = "Y"
                   MOVE "(NO INSTRUCTOR)" TO WS-SI-INSTR-NAME
               END-IF
               DISPLAY ENR-N-STUDENT(ENR-NDX) " SECTION "
                   ENR-N-SECTION(ENR-NDX) " *** NO GRADE ON FILE ***"
                   " " WS-SI-INSTR-NAME
               STRING ENR-N-STUDENT(ENR-NDX) " "
                   ENR-N-SECTION(ENR-NDX) " NO GRADE ON FILE "
                   WS-SI-INSTR-ID " " WS-SI-INSTR-NAME
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
           END-IF.

           EXIT PARAGRAPH.

      *================= SECTION FILL REPORT ===================
      *EVERY SECTION WITH ANYONE ENROLLED OR WAITING FOR THE TERM,
      *PLUS EVERY SECTION MAPPED FOR IT ON THE CATALOG
       SECTION-FILL-REPORT.
           DISPLAY "ENTER TERM (YYYY-T): " WITH NO ADVANCING
           ACCEPT ENR-TERM
           MOVE SPACES TO ENR-FILTER-SECTION
           PERFORM LOAD-TERM-ENROLLMENTS
           PERFORM LOAD-TERM-WAITLIST
           MOVE ZERO TO ENR-FILL-COUNT
           MOVE "N" TO ENR-OVERFLOW
           PERFORM VARYING ENR-NDX FROM 1 BY 1
               UNTIL ENR-NDX > ENR-NET-COUNT
               MOVE ENR-N-SECTION(ENR-NDX) TO ENR-SECTION
               PERFORM FIND-FILL-SECTION
               IF ENR-FDX > ZERO AND ENR-N-ACTION(ENR-NDX) = "E"
                   ADD 1 TO ENR-F-ENROLLED(ENR-FDX)
               END-IF
           END-PERFORM
           PERFORM VARYING ENR-WDX FROM 1 BY 1
               UNTIL ENR-WDX > ENR-WAIT-COUNT
               MOVE ENR-W-SECTION(ENR-WDX) TO ENR-SECTION
               PERFORM FIND-FILL-SECTION
               IF ENR-FDX > ZERO AND ENR-W-OPEN(ENR-WDX) = "Y"
                   ADD 1 TO ENR-F-WAITING(ENR-FDX)
               END-IF
           END-PERFORM
           PERFORM ADD-MAPPED-SECTIONS
           IF ENR-OVERFLOW = "Y"
               DISPLAY "WARNING - MORE THAN 300 SECTIONS IN THE "
                   "TERM - THE REST ARE NOT SHOWN"
           END-IF

           MOVE "SECTION-FILL" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           STRING "SECTION FILL - TERM " ENR-TERM
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "SECTION COURSE   CAPACITY ENROLLED WAITLIST  OPEN"
               TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE ZERO TO ENR-TOT-CAPACITY
           MOVE ZERO TO ENR-TOT-ENROLLED
           MOVE ZERO TO ENR-TOT-WAITING
           PERFORM PRINT-ONE-FILL-LINE
               VARYING ENR-FDX FROM 1 BY 1
               UNTIL ENR-FDX > ENR-FILL-COUNT
           MOVE ENR-TOT-CAPACITY TO ENR-TOT-OUT
           MOVE ENR-TOT-ENROLLED TO ENR-TOT2-OUT
           MOVE ENR-TOT-WAITING TO ENR-TOT3-OUT
           STRING "TOTAL (LIMITED SECTIONS) " ENR-TOT-OUT
               "  ENROLLED " ENR-TOT2-OUT "  WAITLISTED "
               ENR-TOT3-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

      *RETURNS ENR-FDX FOR ENR-SECTION, ADDING IT IF NEW (ZERO
      *WHEN THE TABLE IS FULL)
       FIND-FILL-SECTION.
           PERFORM VARYING ENR-FDX FROM 1 BY 1
               UNTIL ENR-FDX > ENR-FILL-COUNT
               IF ENR-F-SECTION(ENR-FDX) = ENR-SECTION
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF ENR-FILL-COUNT NOT < 300
               MOVE "Y" TO ENR-OVERFLOW
               MOVE ZERO TO ENR-FDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ENR-FILL-COUNT
           MOVE ENR-FILL-COUNT TO ENR-FDX
           MOVE ENR-SECTION TO ENR-F-SECTION(ENR-FDX)
           MOVE ZERO TO ENR-F-ENROLLED(ENR-FDX)
           MOVE ZERO TO ENR-F-WAITING(ENR-FDX).

           EXIT PARAGRAPH.

       ADD-MAPPED-SECTIONS.
           OPEN INPUT SECTMAP-FILE
           IF WS-SECTMAP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ENR-EOF
           MOVE LOW-VALUES TO SC-KEY
           START SECTMAP-FILE KEY IS NOT LESS THAN SC-KEY
               INVALID KEY
                   MOVE "Y" TO ENR-EOF
           END-START
           PERFORM UNTIL ENR-EOF = "Y"
               READ SECTMAP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO ENR-EOF
                   NOT AT END
                       IF SC-TERM = ENR-TERM OR SC-TERM = SPACES
                           MOVE SC-SECTION TO ENR-SECTION
                           PERFORM FIND-FILL-SECTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SECTMAP-FILE.

           EXIT PARAGRAPH.

       PRINT-ONE-FILL-LINE.
           MOVE ENR-F-SECTION(ENR-FDX) TO WS-CU-SECTION
           MOVE ENR-TERM TO WS-CU-TERM
           PERFORM LOOK-UP-SECTION-COURSE
           MOVE ENR-F-ENROLLED(ENR-FDX) TO ENR-NUM-OUT
           MOVE ENR-F-WAITING(ENR-FDX) TO ENR-NUM2-OUT
           ADD ENR-F-ENROLLED(ENR-FDX) TO ENR-TOT-ENROLLED
           ADD ENR-F-WAITING(ENR-FDX) TO ENR-TOT-WAITING
           IF WS-CU-CAPACITY = ZERO
               STRING ENR-F-SECTION(ENR-FDX) "  " WS-CU-COURSE
                   "  NO LIMIT     " ENR-NUM-OUT "     " ENR-NUM2-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
               ADD WS-CU-CAPACITY TO ENR-TOT-CAPACITY
               MOVE WS-CU-CAPACITY TO ENR-CAP-OUT
               MOVE ZERO TO ENR-NUM3-OUT
               IF WS-CU-CAPACITY > ENR-F-ENROLLED(ENR-FDX)
                   COMPUTE ENR-NUM3-OUT = WS-CU-CAPACITY
                       - ENR-F-ENROLLED(ENR-FDX)
               END-IF
               STRING ENR-F-SECTION(ENR-FDX) "  " WS-CU-COURSE
                   "     " ENR-CAP-OUT "     " ENR-NUM-OUT "     "
                   ENR-NUM2-OUT "  " ENR-NUM3-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

      *================= SHARED ================================
      *NETS ENROLL.DAT FOR ENR-TERM (AND ENR-FILTER-SECTION WHEN
      *NOT BLANK) TO ONE ENTRY PER STUDENT AND SECTION, HOLDING
      *THE LATEST ACTION - "E" ENROLLED OR "D" DROPPED
       LOAD-TERM-ENROLLMENTS.
           MOVE ZERO TO ENR-NET-COUNT
           MOVE "N" TO ENR-EOF
           OPEN INPUT ENROLL-FILE
           IF WS-ENROLL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ENR-EOF = "Y"
               READ ENROLL-FILE
                   AT END
                       MOVE "Y" TO ENR-EOF
                   NOT AT END
                       IF EN-TERM = ENR-TERM AND
                           (ENR-FILTER-SECTION = SPACES OR
                            EN-SECTION = ENR-FILTER-SECTION)
                           PERFORM NET-ONE-ENROLL-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-FILE.

           EXIT PARAGRAPH.

       NET-ONE-ENROLL-ROW.
           PERFORM VARYING ENR-NDX FROM 1 BY 1
               UNTIL ENR-NDX > ENR-NET-COUNT
               IF ENR-N-STUDENT(ENR-NDX) = EN-STUDENT-NUM AND
                   ENR-N-SECTION(ENR-NDX) = EN-SECTION
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ENR-NDX > ENR-NET-COUNT
               IF ENR-NET-COUNT NOT < 1000
                   DISPLAY "WARNING - MORE THAN 1000 ENROLLMENTS IN "
                       "THE TERM - THE REST ARE NOT COUNTED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ENR-NET-COUNT
               MOVE ENR-NET-COUNT TO ENR-NDX
               MOVE EN-STUDENT-NUM TO ENR-N-STUDENT(ENR-NDX)
               MOVE EN-SECTION TO ENR-N-SECTION(ENR-NDX)
           END-IF
           IF EN-DROPPED
               MOVE "D" TO ENR-N-ACTION(ENR-NDX)
           ELSE
               MOVE "E" TO ENR-N-ACTION(ENR-NDX)
           END-IF.

           EXIT PARAGRAPH.

      *OPEN WAITLIST ENTRIES IN THE ORDER THEY WERE LISTED; A
      *LATER "P" OR "X" ROW CLOSES ONE
       LOAD-TERM-WAITLIST.
           MOVE ZERO TO ENR-WAIT-COUNT
           MOVE "N" TO ENR-EOF
           OPEN INPUT WAITLIST-FILE
           IF WS-WAITLIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ENR-EOF = "Y"
               READ WAITLIST-FILE
                   AT END
                       MOVE "Y" TO ENR-EOF
                   NOT AT END
                       IF WL-TERM = ENR-TERM AND
                           (ENR-FILTER-SECTION = SPACES OR
                            WL-SECTION = ENR-FILTER-SECTION)
                           PERFORM APPLY-ONE-WAITLIST-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAITLIST-FILE.

           EXIT PARAGRAPH.

       APPLY-ONE-WAITLIST-ROW.
           PERFORM VARYING ENR-WDX FROM 1 BY 1
               UNTIL ENR-WDX > ENR-WAIT-COUNT
               IF ENR-W-STUDENT(ENR-WDX) = WL-STUDENT-NUM AND
                   ENR-W-SECTION(ENR-WDX) = WL-SECTION AND
                   ENR-W-OPEN(ENR-WDX) = "Y"
                   IF NOT WL-WAITING
                       MOVE "N" TO ENR-W-OPEN(ENR-WDX)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF NOT WL-WAITING
               EXIT PARAGRAPH
           END-IF
           IF ENR-WAIT-COUNT NOT < 500
               DISPLAY "WARNING - MORE THAN 500 WAITLIST ENTRIES IN "
                   "THE TERM - THE REST ARE NOT COUNTED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ENR-WAIT-COUNT
           MOVE WL-STUDENT-NUM TO ENR-W-STUDENT(ENR-WAIT-COUNT)
           MOVE WL-SECTION TO ENR-W-SECTION(ENR-WAIT-COUNT)
           MOVE WL-DATE TO ENR-W-DATE(ENR-WAIT-COUNT)
           MOVE "Y" TO ENR-W-OPEN(ENR-WAIT-COUNT)
           MOVE WL-OVERRIDE-BY TO ENR-W-OVER-BY(ENR-WAIT-COUNT)
           MOVE WL-OVERRIDE-REASON TO
               ENR-W-OVER-REASON(ENR-WAIT-COUNT).

           EXIT PARAGRAPH.

       COUNT-SECTION-SEATS.
           MOVE ZERO TO ENR-SEATED
           MOVE ZERO TO ENR-WAITING
           PERFORM VARYING ENR-NDX FROM 1 BY 1
               UNTIL ENR-NDX > ENR-NET-COUNT
               IF ENR-N-SECTION(ENR-NDX) = ENR-SECTION AND
                   ENR-N-ACTION(ENR-NDX) = "E"
                   ADD 1 TO ENR-SEATED
               END-IF
           END-PERFORM
           PERFORM VARYING ENR-WDX FROM 1 BY 1
               UNTIL ENR-WDX > ENR-WAIT-COUNT
               IF ENR-W-SECTION(ENR-WDX) = ENR-SECTION AND
                   ENR-W-OPEN(ENR-WDX) = "Y"
                   ADD 1 TO ENR-WAITING
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       FIND-STUDENT-STATE.
           MOVE SPACE TO ENR-STATE
           PERFORM VARYING ENR-NDX FROM 1 BY 1
               UNTIL ENR-NDX > ENR-NET-COUNT
               IF ENR-N-STUDENT(ENR-NDX) = ENR-STUDENT AND
                   ENR-N-SECTION(ENR-NDX) = ENR-SECTION
                   MOVE ENR-N-ACTION(ENR-NDX) TO ENR-STATE
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       FIND-STUDENT-ON-WAITLIST.
           MOVE "N" TO ENR-ON-WAITLIST
           PERFORM VARYING ENR-WDX FROM 1 BY 1
               UNTIL ENR-WDX > ENR-WAIT-COUNT
               IF ENR-W-STUDENT(ENR-WDX) = ENR-STUDENT AND
                   ENR-W-SECTION(ENR-WDX) = ENR-SECTION AND
                   ENR-W-OPEN(ENR-WDX) = "Y"
                   MOVE "Y" TO ENR-ON-WAITLIST
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

      *CALLER FILLS THE ENROLL-RECORD KEY, ACTION AND OVERRIDE
       APPEND-ENROLL-ROW.
           OPEN EXTEND ENROLL-FILE
           IF WS-ENROLL-STATUS = "35"
               OPEN OUTPUT ENROLL-FILE
           END-IF
           IF WS-ENROLL-STATUS NOT = "00" AND NOT = "05"
               MOVE "ENROLL-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-ENROLL-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           ACCEPT ENR-DATE FROM DATE YYYYMMDD
           MOVE ENR-DATE TO EN-ENROLL-DATE
           MOVE WS-FH-OPERATOR-ID TO EN-OPERATOR-ID
           WRITE ENROLL-RECORD
           CLOSE ENROLL-FILE.

           EXIT PARAGRAPH.

      *CALLER FILLS THE WAITLIST-RECORD KEY, ACTION AND OVERRIDE
       APPEND-WAITLIST-ROW.
           OPEN EXTEND WAITLIST-FILE
           IF WS-WAITLIST-STATUS = "35"
               OPEN OUTPUT WAITLIST-FILE
           END-IF
           IF WS-WAITLIST-STATUS NOT = "00" AND NOT = "05"
               MOVE "WAITLIST-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-WAITLIST-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           ACCEPT WL-DATE FROM DATE YYYYMMDD
           ACCEPT ENR-TIME FROM TIME
           MOVE ENR-TIME TO WL-TIME
           MOVE WS-FH-OPERATOR-ID TO WL-OPERATOR-ID
           WRITE WAITLIST-RECORD
           CLOSE WAITLIST-FILE.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "course-units.cpy".

       COPY "instr-lookup.cpy".

       COPY "fee-hold.cpy".

       COPY "openitem-normalize.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "approval-queue.cpy".

       COPY "spool-call.cpy".


