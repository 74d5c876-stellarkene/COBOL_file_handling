      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREE-AUDIT.

      *====================================================
      * Stand-alone utility: the degree audit. For one
      * student, or every active student in a degree program,
      * the courses the program requires (degreq.dat, keyed
      * by the ST-COURSE on the student master - see
      * COURSE-CATALOG) are checked against the student's
      * record: a course is COMPLETED when a sel_1.dat row
      * for a section teaching it shows PASSED, IN PROGRESS
      * when the student is enrolled (enroll.dat, net of
      * drops) in a section teaching it that has no grade row
      * yet, and MISSING otherwise - a failed course stays
      * missing until it is passed. Units earned on completed
      * requirements are shown against the units the program
      * requires. The audit goes to the report spool. Run on
      * demand from the command line; it is not wired into
      * FH-MAIN-MENU since it is a reporting tool, not a
      * calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "sel1-select.cpy".
           COPY "stud-select.cpy".
           COPY "enroll-select.cpy".
           COPY "course-select.cpy".
           COPY "sectmap-select.cpy".
           COPY "degreq-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           FD SEL1-FILE.
           COPY "sel1-rec.cpy".
           COPY "operator-field.cpy".
           COPY "hdr-trl-rec.cpy".

           COPY "stud-rec.cpy".
           COPY "enroll-rec.cpy".
           COPY "course-rec.cpy".
           COPY "sectmap-rec.cpy".
           COPY "degreq-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  DGA-CHOICE                      PIC 9.
       01  DGA-STUDENT                     PIC X(10).
       01  DGA-PROGRAM                     PIC X(15).
       01  DGA-EOF                         PIC X VALUE "N".
       01  DGA-STU-EOF                     PIC X VALUE "N".
       01  DGA-TODAY                       PIC 9(8).
       01  DGA-AUDITED                     PIC 9(5).
       01  DGA-RDX                         PIC 9(3).
       01  DGA-GDX                         PIC 9(3).
       01  DGA-FOUND                       PIC X.
       01  DGA-REQ-COUNT                   PIC 9(3).
       01  DGA-REQ-OVERFLOW                PIC X.
       01  DGA-REQ-TABLE.
           05  DGA-REQ-ENTRY               OCCURS 100 TIMES.
               10  DGA-R-COURSE            PIC X(8).
               10  DGA-R-TITLE             PIC X(30).
               10  DGA-R-UNITS             PIC 9(2)V9.
               10  DGA-R-STATE             PIC X.
                   88  DGA-R-COMPLETED     VALUE "C".
                   88  DGA-R-IN-PROGRESS   VALUE "I".
                   88  DGA-R-MISSING       VALUE "M".
               10  DGA-R-TERM              PIC X(6).
       01  DGA-GRADED-COUNT                PIC 9(3).
       01  DGA-GRADED-TABLE.
           05  DGA-GRADED-ENTRY            OCCURS 200 TIMES.
               10  DGA-G-SECTION           PIC X(6).
               10  DGA-G-TERM              PIC X(6).
       01  DGA-EDX                         PIC 9(3).
       01  DGA-ENR-COUNT                   PIC 9(3).
       01  DGA-ENR-TABLE.
           05  DGA-ENR-ENTRY               OCCURS 200 TIMES.
               10  DGA-E-SECTION           PIC X(6).
               10  DGA-E-TERM              PIC X(6).
               10  DGA-E-ACTION            PIC X.
       01  DGA-UNITS-REQUIRED              PIC 9(4)V9.
       01  DGA-UNITS-EARNED                PIC 9(4)V9.
       01  DGA-UNITS-PENDING               PIC 9(4)V9.
       01  DGA-COUNT-C                     PIC 9(3).
       01  DGA-COUNT-I                     PIC 9(3).
       01  DGA-COUNT-M                     PIC 9(3).
       01  DGA-STATE-WANTED                PIC X.
       01  DGA-STATE-LABEL                 PIC X(12).
       01  DGA-UNITS-OUT                   PIC Z9.9.
       01  DGA-TOTAL-OUT                   PIC ZZZ9.9.
       01  DGA-TOTAL2-OUT                  PIC ZZZ9.9.
       01  SEL1-FILE-STATUS                PIC XX.
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "DEGREE-AUDIT" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM UNTIL DGA-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "       DEGREE AUDIT        "
               DISPLAY "==========================="
               DISPLAY "1 - AUDIT ONE STUDENT"
               DISPLAY "2 - AUDIT A DEGREE PROGRAM"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT DGA-CHOICE

               EVALUATE DGA-CHOICE
                   WHEN 1
                       PERFORM AUDIT-ONE-STUDENT
                   WHEN 2
                       PERFORM AUDIT-ONE-PROGRAM
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           MOVE "DEGREE-AUDIT" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

       AUDIT-ONE-STUDENT.
           DISPLAY "STUDENT NUMBER: " WITH NO ADVANCING
           ACCEPT DGA-STUDENT
           OPEN INPUT STUD-FILE
           IF WS-STUD-FILE-STATUS NOT = "00"
               DISPLAY "NO STUDENT MASTER ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE DGA-STUDENT TO ST-STUDENT-NUM
           READ STUD-FILE
               INVALID KEY
                   DISPLAY "STUDENT " DGA-STUDENT " NOT ON MASTER"
                   CLOSE STUD-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE STUD-FILE
           IF ST-COURSE = SPACES
               DISPLAY "STUDENT HAS NO DEGREE PROGRAM ON THE MASTER"
               EXIT PARAGRAPH
           END-IF
           MOVE ST-COURSE TO DGA-PROGRAM
           PERFORM LOAD-PROGRAM-REQUIREMENTS
           IF DGA-REQ-COUNT = ZERO
               DISPLAY "NO REQUIREMENTS ON FILE FOR " DGA-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE "DEGREE-AUDIT" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           PERFORM AUDIT-STUDENT-IN-HAND
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

      *EVERY ACTIVE STUDENT WHOSE MASTER NAMES THE PROGRAM
       AUDIT-ONE-PROGRAM.
           DISPLAY "DEGREE PROGRAM: " WITH NO ADVANCING
           MOVE SPACES TO DGA-PROGRAM
           ACCEPT DGA-PROGRAM
           PERFORM LOAD-PROGRAM-REQUIREMENTS
           IF DGA-REQ-COUNT = ZERO
               DISPLAY "NO REQUIREMENTS ON FILE FOR " DGA-PROGRAM
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT STUD-FILE
           IF WS-STUD-FILE-STATUS NOT = "00"
               DISPLAY "NO STUDENT MASTER ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE "DEGREE-AUDIT" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           MOVE ZERO TO DGA-AUDITED
           MOVE "N" TO DGA-STU-EOF
           MOVE LOW-VALUES TO ST-STUDENT-NUM
           START STUD-FILE KEY IS NOT LESS THAN ST-STUDENT-NUM
               INVALID KEY
                   MOVE "Y" TO DGA-STU-EOF
           END-START
           PERFORM UNTIL DGA-STU-EOF = "Y"
               READ STUD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO DGA-STU-EOF
                   NOT AT END
                       IF ST-COURSE = DGA-PROGRAM AND
                           ST-ACTIVE = "Y"
                           MOVE ST-STUDENT-NUM TO DGA-STUDENT
                           PERFORM AUDIT-STUDENT-IN-HAND
                           ADD 1 TO DGA-AUDITED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUD-FILE
           STRING DGA-AUDITED " STUDENT(S) AUDITED FOR " DGA-PROGRAM
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

      *THE UNITS REQUIRED ARE THE CATALOG UNITS OF THE REQUIRED
      *COURSES; A COURSE OFF THE CATALOG COUNTS NOTHING
       LOAD-PROGRAM-REQUIREMENTS.
           MOVE ZERO TO DGA-REQ-COUNT
           MOVE ZERO TO DGA-UNITS-REQUIRED
           MOVE "N" TO DGA-REQ-OVERFLOW
           MOVE "N" TO DGA-EOF
           OPEN INPUT DEGREQ-FILE
           IF WS-DEGREQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE DGA-PROGRAM TO DR-PROGRAM
           MOVE LOW-VALUES TO DR-COURSE-CODE
           START DEGREQ-FILE KEY IS NOT LESS THAN DR-KEY
               INVALID KEY
                   MOVE "Y" TO DGA-EOF
           END-START
           PERFORM UNTIL DGA-EOF = "Y"
               READ DEGREQ-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO DGA-EOF
                   NOT AT END
                       IF DR-PROGRAM NOT = DGA-PROGRAM
                           MOVE "Y" TO DGA-EOF
                       ELSE
                           PERFORM TABLE-ONE-REQUIREMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEGREQ-FILE
           IF DGA-REQ-OVERFLOW = "Y"
               DISPLAY "WARNING - MORE THAN 100 REQUIREMENTS FOR "
                   DGA-PROGRAM " - THE REST ARE NOT AUDITED"
           END-IF
           OPEN INPUT COURSE-FILE
           IF WS-COURSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DGA-RDX FROM 1 BY 1
               UNTIL DGA-RDX > DGA-REQ-COUNT
               MOVE DGA-R-COURSE(DGA-RDX) TO CO-COURSE-CODE
               READ COURSE-FILE
                   INVALID KEY
                       MOVE "(NOT ON THE CATALOG)" TO
                           DGA-R-TITLE(DGA-RDX)
                   NOT INVALID KEY
                       MOVE CO-TITLE TO DGA-R-TITLE(DGA-RDX)
                       MOVE CO-UNITS TO DGA-R-UNITS(DGA-RDX)
                       ADD CO-UNITS TO DGA-UNITS-REQUIRED
               END-READ
           END-PERFORM
           CLOSE COURSE-FILE.

           EXIT PARAGRAPH.

       TABLE-ONE-REQUIREMENT.
           IF DGA-REQ-COUNT NOT < 100
               MOVE "Y" TO DGA-REQ-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DGA-REQ-COUNT
           MOVE DR-COURSE-CODE TO DGA-R-COURSE(DGA-REQ-COUNT)
           MOVE SPACES TO DGA-R-TITLE(DGA-REQ-COUNT)
           MOVE ZERO TO DGA-R-UNITS(DGA-REQ-COUNT).

           EXIT PARAGRAPH.

      *DGA-STUDENT AGAINST THE REQUIREMENTS ALREADY LOADED
       AUDIT-STUDENT-IN-HAND.
           PERFORM VARYING DGA-RDX FROM 1 BY 1
               UNTIL DGA-RDX > DGA-REQ-COUNT
               MOVE "M" TO DGA-R-STATE(DGA-RDX)
               MOVE SPACES TO DGA-R-TERM(DGA-RDX)
           END-PERFORM
           MOVE ZERO TO DGA-GRADED-COUNT
           PERFORM SCAN-GRADE-ROWS
           PERFORM SCAN-ENROLLMENTS
           PERFORM PRINT-STUDENT-AUDIT.

           EXIT PARAGRAPH.

       SCAN-GRADE-ROWS.
           MOVE "N" TO DGA-EOF
           OPEN INPUT SEL1-FILE
           IF SEL1-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DGA-EOF = "Y"
               READ SEL1-FILE
                   AT END
                       MOVE "Y" TO DGA-EOF
                   NOT AT END
                       IF HT-RECORD-TAG NOT = "HDR" AND
                           HT-RECORD-TAG NOT = "TRL" AND
                           SEL1_STUDENT_NUM_FH = DGA-STUDENT
                           PERFORM APPLY-ONE-GRADE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEL1-FILE.

           EXIT PARAGRAPH.

      *EVERY GRADED SECTION IS REMEMBERED SO AN ENROLLMENT THAT
      *ALREADY HAS ITS GRADE IS NOT TAKEN AS STILL IN PROGRESS
       APPLY-ONE-GRADE-ROW.
           IF DGA-GRADED-COUNT < 200
               ADD 1 TO DGA-GRADED-COUNT
               MOVE SEL1_SECTION_FH TO
                   DGA-G-SECTION(DGA-GRADED-COUNT)
               MOVE SEL1_TERM_FH TO DGA-G-TERM(DGA-GRADED-COUNT)
           END-IF
           IF SEL1_RESULT_FH NOT = "PASSED"
               EXIT PARAGRAPH
           END-IF
           MOVE SEL1_SECTION_FH TO WS-CU-SECTION
           MOVE SEL1_TERM_FH TO WS-CU-TERM
           PERFORM LOOK-UP-SECTION-COURSE
           IF WS-CU-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DGA-RDX FROM 1 BY 1
               UNTIL DGA-RDX > DGA-REQ-COUNT
               IF DGA-R-COURSE(DGA-RDX) = WS-CU-COURSE
                   MOVE "C" TO DGA-R-STATE(DGA-RDX)
                   MOVE SEL1_TERM_FH TO DGA-R-TERM(DGA-RDX)
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

      *THE LATEST ROW FOR A SECTION AND TERM SAYS WHETHER THE
      *SEAT IS STILL HELD - A DROPPED SECTION IS NOT IN PROGRESS
       SCAN-ENROLLMENTS.
           MOVE ZERO TO DGA-ENR-COUNT
           MOVE "N" TO DGA-EOF
           OPEN INPUT ENROLL-FILE
           IF WS-ENROLL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DGA-EOF = "Y"
               READ ENROLL-FILE
                   AT END
                       MOVE "Y" TO DGA-EOF
                   NOT AT END
                       IF EN-STUDENT-NUM = DGA-STUDENT
                           PERFORM NET-ONE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-FILE
           PERFORM VARYING DGA-EDX FROM 1 BY 1
               UNTIL DGA-EDX > DGA-ENR-COUNT
               IF DGA-E-ACTION(DGA-EDX) = "E"
                   PERFORM APPLY-ONE-ENROLLMENT
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       NET-ONE-ENROLLMENT.
           PERFORM VARYING DGA-EDX FROM 1 BY 1
               UNTIL DGA-EDX > DGA-ENR-COUNT
               IF DGA-E-SECTION(DGA-EDX) = EN-SECTION AND
                   DGA-E-TERM(DGA-EDX) = EN-TERM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF DGA-EDX > DGA-ENR-COUNT
               IF DGA-ENR-COUNT NOT < 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO DGA-ENR-COUNT
               MOVE DGA-ENR-COUNT TO DGA-EDX
               MOVE EN-SECTION TO DGA-E-SECTION(DGA-EDX)
               MOVE EN-TERM TO DGA-E-TERM(DGA-EDX)
           END-IF
           IF EN-DROPPED
               MOVE "D" TO DGA-E-ACTION(DGA-EDX)
           ELSE
               MOVE "E" TO DGA-E-ACTION(DGA-EDX)
           END-IF.

           EXIT PARAGRAPH.

       APPLY-ONE-ENROLLMENT.
           MOVE "N" TO DGA-FOUND
           PERFORM VARYING DGA-GDX FROM 1 BY 1
               UNTIL DGA-GDX > DGA-GRADED-COUNT
               IF DGA-G-SECTION(DGA-GDX) = DGA-E-SECTION(DGA-EDX) AND
                   DGA-G-TERM(DGA-GDX) = DGA-E-TERM(DGA-EDX)
                   MOVE "Y" TO DGA-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF DGA-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE DGA-E-SECTION(DGA-EDX) TO WS-CU-SECTION
           MOVE DGA-E-TERM(DGA-EDX) TO WS-CU-TERM
           PERFORM LOOK-UP-SECTION-COURSE
           IF WS-CU-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DGA-RDX FROM 1 BY 1
               UNTIL DGA-RDX > DGA-REQ-COUNT
               IF DGA-R-COURSE(DGA-RDX) = WS-CU-COURSE AND
                   DGA-R-MISSING(DGA-RDX)
                   MOVE "I" TO DGA-R-STATE(DGA-RDX)
                   MOVE DGA-E-TERM(DGA-EDX) TO DGA-R-TERM(DGA-RDX)
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       PRINT-STUDENT-AUDIT.
           MOVE ZERO TO DGA-UNITS-EARNED
           MOVE ZERO TO DGA-UNITS-PENDING
           MOVE ZERO TO DGA-COUNT-C
           MOVE ZERO TO DGA-COUNT-I
           MOVE ZERO TO DGA-COUNT-M
           PERFORM VARYING DGA-RDX FROM 1 BY 1
               UNTIL DGA-RDX > DGA-REQ-COUNT
               EVALUATE TRUE
                   WHEN DGA-R-COMPLETED(DGA-RDX)
                       ADD 1 TO DGA-COUNT-C
                       ADD DGA-R-UNITS(DGA-RDX) TO DGA-UNITS-EARNED
                   WHEN DGA-R-IN-PROGRESS(DGA-RDX)
                       ADD 1 TO DGA-COUNT-I
                       ADD DGA-R-UNITS(DGA-RDX) TO DGA-UNITS-PENDING
                   WHEN OTHER
                       ADD 1 TO DGA-COUNT-M
               END-EVALUATE
           END-PERFORM

           ACCEPT DGA-TODAY FROM DATE YYYYMMDD
           MOVE "================================================"
               TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "DEGREE AUDIT - " DGA-STUDENT " " ST-STUDENT-NAME
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "PROGRAM " DGA-PROGRAM " YEAR " ST-YEAR-LEVEL
               "  RUN " DGA-TODAY
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE

           MOVE "C" TO DGA-STATE-WANTED
           MOVE "COMPLETED" TO DGA-STATE-LABEL
           PERFORM PRINT-REQUIREMENTS-IN-STATE
           MOVE "I" TO DGA-STATE-WANTED
           MOVE "IN PROGRESS" TO DGA-STATE-LABEL
           PERFORM PRINT-REQUIREMENTS-IN-STATE
           MOVE "M" TO DGA-STATE-WANTED
           MOVE "MISSING" TO DGA-STATE-LABEL
           PERFORM PRINT-REQUIREMENTS-IN-STATE

           MOVE DGA-UNITS-EARNED TO DGA-TOTAL-OUT
           MOVE DGA-UNITS-REQUIRED TO DGA-TOTAL2-OUT
           STRING "UNITS EARNED " DGA-TOTAL-OUT " OF "
               DGA-TOTAL2-OUT " REQUIRED"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE DGA-UNITS-PENDING TO DGA-TOTAL-OUT
           STRING "UNITS IN PROGRESS " DGA-TOTAL-OUT "  ("
               DGA-COUNT-C " COMPLETED, " DGA-COUNT-I
               " IN PROGRESS, " DGA-COUNT-M " MISSING)"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

       PRINT-REQUIREMENTS-IN-STATE.
           PERFORM VARYING DGA-RDX FROM 1 BY 1
               UNTIL DGA-RDX > DGA-REQ-COUNT
               IF DGA-R-STATE(DGA-RDX) = DGA-STATE-WANTED
                   MOVE DGA-R-UNITS(DGA-RDX) TO DGA-UNITS-OUT
                   STRING DGA-STATE-LABEL DGA-R-COURSE(DGA-RDX) " "
                       DGA-R-TITLE(DGA-RDX) " " DGA-UNITS-OUT " "
                       DGA-R-TERM(DGA-RDX)
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM EMIT-REPORT-LINE
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "course-units.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
