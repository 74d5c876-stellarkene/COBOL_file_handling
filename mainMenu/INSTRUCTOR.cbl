      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTRUCTOR-MASTER.

      *====================================================
      * Stand-alone utility: maintains the instructor master
      * (instr.dat), who teaches each class section in a term
      * (sectinst.dat) and the date each term's grades are
      * due on sel_1.dat (gradedl.dat). Once a term's
      * deadline has passed, the late-submission report lists
      * every instructor whose sections still have enrolled
      * students (enroll.dat) with no grade for the section,
      * student by student, so the registrar calls the one
      * person responsible instead of phoning around. The
      * report spools as LATE-GRADES, which SPOOL-WRITER
      * delivers to the dean's report inbox - if nobody is
      * subscribed to it yet the run asks for the dean's
      * operator id and adds the subscription (see
      * REPORT-INBOX). The teaching-load report shows the
      * sections and enrolled students each instructor
      * carries in a term. Every master, assignment and
      * deadline change is written to the maintenance audit
      * trail. Run on demand from the command line; it is not
      * wired into FH-MAIN-MENU since it is housekeeping, not
      * a calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "instr-select.cpy".
           COPY "sectinst-select.cpy".
           COPY "gradedl-select.cpy".
           COPY "enroll-select.cpy".
           COPY "sel1-select.cpy".
           COPY "rptdist-select.cpy".
           COPY "maint-audit-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "instr-rec.cpy".
           COPY "sectinst-rec.cpy".
           COPY "gradedl-rec.cpy".
           COPY "enroll-rec.cpy".

           FD SEL1-FILE.
           COPY "sel1-rec.cpy".
           COPY "operator-field.cpy".
           COPY "hdr-trl-rec.cpy".

           COPY "rptdist-rec.cpy".
           COPY "maint-audit-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  INS-CHOICE                      PIC 9.
       01  INS-EOF                         PIC X VALUE "N".
       01  INS-OK                          PIC X.
       01  INS-FOUND                       PIC X.
       01  INS-TODAY                       PIC 9(8).
       01  INS-ID                          PIC X(10).
       01  INS-NAME                        PIC X(25).
       01  INS-DEPT                        PIC X(10).
       01  INS-PHONE                       PIC X(15).
       01  INS-EMAIL                       PIC X(30).
       01  INS-ACTIVE                      PIC X.
       01  INS-SECTION                     PIC X(6).
       01  INS-TERM                        PIC X(6).
       01  INS-DEADLINE                    PIC 9(8).
       01  INS-DEAN-ID                     PIC X(10).
       01  INS-COUNT                       PIC 9(5).
       01  INS-LATE-INSTR                  PIC 9(4).
       01  INS-LATE-SECTIONS               PIC 9(4).
       01  INS-SEC-MISSING                 PIC 9(4).
       01  INS-UNASSIGNED                  PIC 9(4).
       01  INS-UNASSIGNED-STU              PIC 9(5).
       01  INS-NUM-OUT                     PIC ZZZ9.
       01  INS-NUM2-OUT                    PIC ZZZZ9.
       01  INS-PREV-INSTR                  PIC X(10).
       01  INS-PREV-SECTION                PIC X(6).
       01  INS-NDX                         PIC 9(4).
       01  INS-GDX                         PIC 9(4).
       01  INS-MDX                         PIC 9(4).
       01  INS-JDX                         PIC 9(4).
       01  INS-LDX                         PIC 9(4).
       01  INS-NET-COUNT                   PIC 9(4).
       01  INS-NET-TABLE.
           05  INS-NET-ENTRY               OCCURS 2000 TIMES.
               10  INS-N-STUDENT           PIC X(10).
               10  INS-N-SECTION           PIC X(6).
               10  INS-N-ACTION            PIC X.
       01  INS-GRADE-COUNT                 PIC 9(4).
       01  INS-GRADE-TABLE.
           05  INS-GRADE-ENTRY             OCCURS 3000 TIMES.
               10  INS-G-STUDENT           PIC X(10).
               10  INS-G-SECTION           PIC X(6).
       01  INS-MISS-COUNT                  PIC 9(4).
       01  INS-MISS-TABLE.
           05  INS-MISS-ENTRY              OCCURS 2000 TIMES.
               10  INS-M-INSTR             PIC X(10).
               10  INS-M-SECTION           PIC X(6).
               10  INS-M-STUDENT           PIC X(10).
       01  INS-MISS-SWAP                   PIC X(26).
       01  INS-LOAD-COUNT                  PIC 9(4).
       01  INS-LOAD-TABLE.
           05  INS-LOAD-ENTRY              OCCURS 500 TIMES.
               10  INS-L-INSTR             PIC X(10).
               10  INS-L-SECTIONS          PIC 9(4).
               10  INS-L-STUDENTS          PIC 9(5).
       01  INS-LOAD-SWAP                   PIC X(19).
       01  SEL1-FILE-STATUS                PIC XX.
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "INSTRUCTOR-MASTER" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM UNTIL INS-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "  INSTRUCTOR MAINTENANCE   "
               DISPLAY "==========================="
               DISPLAY "1 - ADD/CHANGE AN INSTRUCTOR"
               DISPLAY "2 - LIST INSTRUCTORS"
               DISPLAY "3 - ASSIGN A SECTION"
               DISPLAY "4 - LIST A TERM'S ASSIGNMENTS"
               DISPLAY "5 - SET A TERM'S GRADE DEADLINE"
               DISPLAY "6 - LATE-SUBMISSION REPORT"
               DISPLAY "7 - TEACHING-LOAD REPORT"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT INS-CHOICE

               EVALUATE INS-CHOICE
                   WHEN 1
                       PERFORM MAINTAIN-ONE-INSTRUCTOR
                   WHEN 2
                       PERFORM LIST-INSTRUCTORS
                   WHEN 3
                       PERFORM ASSIGN-ONE-SECTION
                   WHEN 4
                       PERFORM LIST-TERM-ASSIGNMENTS
                   WHEN 5
                       PERFORM SET-GRADE-DEADLINE
                   WHEN 6
                       PERFORM LATE-SUBMISSION-REPORT
                   WHEN 7
                       PERFORM TEACHING-LOAD-REPORT
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           MOVE "INSTRUCTOR-MASTER" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *================= INSTRUCTORS ===========================
      *AN ID NOT ON FILE IS ADDED; ONE ON FILE IS CHANGED, BLANK
      *ANSWERS KEEPING WHAT IS THERE
       MAINTAIN-ONE-INSTRUCTOR.
           DISPLAY "INSTRUCTOR ID: " WITH NO ADVANCING
           ACCEPT INS-ID
           IF INS-ID = SPACES
               DISPLAY "INSTRUCTOR ID MAY NOT BE BLANK"
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-INSTR-FOR-WRITE
           IF WS-INSTR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ACCEPT INS-TODAY FROM DATE YYYYMMDD
           MOVE INS-ID TO IR-INSTR-ID
           READ INSTR-FILE
               INVALID KEY
                   PERFORM ADD-ONE-INSTRUCTOR
               NOT INVALID KEY
                   PERFORM CHANGE-ONE-INSTRUCTOR
           END-READ
           CLOSE INSTR-FILE.

           EXIT PARAGRAPH.

       ADD-ONE-INSTRUCTOR.
           DISPLAY "NEW INSTRUCTOR - NAME: " WITH NO ADVANCING
           MOVE SPACES TO INS-NAME
           ACCEPT INS-NAME
           IF INS-NAME = SPACES
               DISPLAY "NAME IS REQUIRED - NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DEPARTMENT: " WITH NO ADVANCING
           MOVE SPACES TO INS-DEPT
           ACCEPT INS-DEPT
           DISPLAY "PHONE: " WITH NO ADVANCING
           MOVE SPACES TO INS-PHONE
           ACCEPT INS-PHONE
           DISPLAY "E-MAIL: " WITH NO ADVANCING
           MOVE SPACES TO INS-EMAIL
           ACCEPT INS-EMAIL
           MOVE INS-ID TO IR-INSTR-ID
           MOVE INS-NAME TO IR-NAME
           MOVE INS-DEPT TO IR-DEPT
           MOVE INS-PHONE TO IR-PHONE
           MOVE INS-EMAIL TO IR-EMAIL
           MOVE "Y" TO IR-ACTIVE
           MOVE INS-TODAY TO IR-CHANGE-DATE
           MOVE WS-FH-OPERATOR-ID TO IR-OPERATOR-ID
           WRITE INSTR-RECORD
               INVALID KEY
                   DISPLAY "INSTRUCTOR " INS-ID " NOT ADDED"
               NOT INVALID KEY
                   MOVE SPACES TO WS-MA-BEFORE
                   MOVE INSTR-RECORD TO WS-MA-AFTER
                   MOVE "ADD" TO WS-MA-ACTION
                   MOVE INS-ID TO WS-MA-KEY-NUM
                   PERFORM AUDIT-INSTRUCTOR-CHANGE
                   DISPLAY "INSTRUCTOR " INS-ID " ADDED"
           END-WRITE.

           EXIT PARAGRAPH.

       CHANGE-ONE-INSTRUCTOR.
           MOVE INSTR-RECORD TO WS-MA-BEFORE
           DISPLAY "NAME:   " IR-NAME "  DEPT: " IR-DEPT
           DISPLAY "PHONE:  " IR-PHONE "  ACTIVE: " IR-ACTIVE
           DISPLAY "E-MAIL: " IR-EMAIL
           DISPLAY "NEW NAME (BLANK KEEPS): " WITH NO ADVANCING
           MOVE SPACES TO INS-NAME
           ACCEPT INS-NAME
           IF INS-NAME NOT = SPACES
               MOVE INS-NAME TO IR-NAME
           END-IF
           DISPLAY "NEW DEPARTMENT (BLANK KEEPS): " WITH NO ADVANCING
           MOVE SPACES TO INS-DEPT
           ACCEPT INS-DEPT
           IF INS-DEPT NOT = SPACES
               MOVE INS-DEPT TO IR-DEPT
           END-IF
           DISPLAY "NEW PHONE (BLANK KEEPS): " WITH NO ADVANCING
           MOVE SPACES TO INS-PHONE
           ACCEPT INS-PHONE
           IF INS-PHONE NOT = SPACES
               MOVE INS-PHONE TO IR-PHONE
           END-IF
           DISPLAY "NEW E-MAIL (BLANK KEEPS): " WITH NO ADVANCING
           MOVE SPACES TO INS-EMAIL
           ACCEPT INS-EMAIL
           IF INS-EMAIL NOT = SPACES
               MOVE INS-EMAIL TO IR-EMAIL
           END-IF
           DISPLAY "ACTIVE Y/N (BLANK KEEPS): " WITH NO ADVANCING
           MOVE SPACE TO INS-ACTIVE
           ACCEPT INS-ACTIVE
           IF INS-ACTIVE = "Y" OR INS-ACTIVE = "y"
               MOVE "Y" TO IR-ACTIVE
           END-IF
           IF INS-ACTIVE = "N" OR INS-ACTIVE = "n"
               MOVE "N" TO IR-ACTIVE
           END-IF
           MOVE INS-TODAY TO IR-CHANGE-DATE
           MOVE WS-FH-OPERATOR-ID TO IR-OPERATOR-ID
           REWRITE INSTR-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED"
               NOT INVALID KEY
                   MOVE INSTR-RECORD TO WS-MA-AFTER
                   MOVE "REWRITE" TO WS-MA-ACTION
                   MOVE INS-ID TO WS-MA-KEY-NUM
                   PERFORM AUDIT-INSTRUCTOR-CHANGE
                   DISPLAY "INSTRUCTOR " INS-ID " UPDATED"
           END-REWRITE.

           EXIT PARAGRAPH.

       LIST-INSTRUCTORS.
           MOVE "N" TO INS-EOF
           MOVE ZERO TO INS-COUNT
           OPEN INPUT INSTR-FILE
           IF WS-INSTR-STATUS NOT = "00"
               DISPLAY "NO INSTRUCTOR MASTER ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO IR-INSTR-ID
           START INSTR-FILE KEY IS NOT LESS THAN IR-INSTR-ID
               INVALID KEY
                   MOVE "Y" TO INS-EOF
           END-START
           PERFORM UNTIL INS-EOF = "Y"
               READ INSTR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO INS-EOF
                   NOT AT END
                       ADD 1 TO INS-COUNT
                       DISPLAY IR-INSTR-ID " " IR-NAME " "
                           IR-DEPT " " IR-PHONE " ACTIVE: "
                           IR-ACTIVE
               END-READ
           END-PERFORM
           CLOSE INSTR-FILE
           DISPLAY INS-COUNT " INSTRUCTOR(S) ON FILE".

           EXIT PARAGRAPH.

      *================= SECTION ASSIGNMENTS ===================
      *ONE INSTRUCTOR PER SECTION PER TERM; A BLANK ID TAKES THE
      *ASSIGNMENT OFF
       ASSIGN-ONE-SECTION.
           DISPLAY "SECTION: " WITH NO ADVANCING
           MOVE SPACES TO INS-SECTION
           ACCEPT INS-SECTION
           DISPLAY "TERM (YYYY-T): " WITH NO ADVANCING
           MOVE SPACES TO INS-TERM
           ACCEPT INS-TERM
           IF INS-SECTION = SPACES OR INS-TERM = SPACES
               DISPLAY "SECTION AND TERM ARE REQUIRED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "INSTRUCTOR ID (BLANK = REMOVE THE ASSIGNMENT): "
               WITH NO ADVANCING
           MOVE SPACES TO INS-ID
           ACCEPT INS-ID
           IF INS-ID NOT = SPACES
               PERFORM CHECK-INSTRUCTOR-ACTIVE
               IF INS-OK NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM OPEN-SECTINST-FOR-WRITE
           IF WS-SECTINST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ACCEPT INS-TODAY FROM DATE YYYYMMDD
           MOVE INS-SECTION TO SI-SECTION
           MOVE INS-TERM TO SI-TERM
           MOVE SI-KEY TO WS-MA-KEY-NUM
           READ SECTINST-FILE
               INVALID KEY
                   PERFORM ADD-SECTION-ASSIGNMENT
               NOT INVALID KEY
                   PERFORM CHANGE-SECTION-ASSIGNMENT
           END-READ
           CLOSE SECTINST-FILE.

           EXIT PARAGRAPH.

       ADD-SECTION-ASSIGNMENT.
           IF INS-ID = SPACES
               DISPLAY "SECTION IS NOT ASSIGNED - NOTHING TO REMOVE"
               EXIT PARAGRAPH
           END-IF
           MOVE INS-ID TO SI-INSTR-ID
           MOVE INS-TODAY TO SI-CHANGE-DATE
           MOVE WS-FH-OPERATOR-ID TO SI-OPERATOR-ID
           WRITE SECTINST-RECORD
               INVALID KEY
                   DISPLAY "ASSIGNMENT NOT ADDED"
               NOT INVALID KEY
                   MOVE SPACES TO WS-MA-BEFORE
                   MOVE SECTINST-RECORD TO WS-MA-AFTER
                   MOVE "ADD" TO WS-MA-ACTION
                   PERFORM AUDIT-INSTRUCTOR-CHANGE
                   DISPLAY "SECTION " INS-SECTION " " INS-TERM
                       " ASSIGNED TO " INS-ID
           END-WRITE.

           EXIT PARAGRAPH.

       CHANGE-SECTION-ASSIGNMENT.
           MOVE SECTINST-RECORD TO WS-MA-BEFORE
           IF INS-ID = SPACES
               DELETE SECTINST-FILE
                   INVALID KEY
                       DISPLAY "DELETE FAILED"
                   NOT INVALID KEY
                       MOVE SPACES TO WS-MA-AFTER
                       MOVE "DELETE" TO WS-MA-ACTION
                       PERFORM AUDIT-INSTRUCTOR-CHANGE
                       DISPLAY "ASSIGNMENT FOR " INS-SECTION
                           " REMOVED"
               END-DELETE
               EXIT PARAGRAPH
           END-IF
           MOVE INS-ID TO SI-INSTR-ID
           MOVE INS-TODAY TO SI-CHANGE-DATE
           MOVE WS-FH-OPERATOR-ID TO SI-OPERATOR-ID
           REWRITE SECTINST-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED"
               NOT INVALID KEY
                   MOVE SECTINST-RECORD TO WS-MA-AFTER
                   MOVE "REWRITE" TO WS-MA-ACTION
                   PERFORM AUDIT-INSTRUCTOR-CHANGE
                   DISPLAY "SECTION " INS-SECTION " " INS-TERM
                       " NOW ASSIGNED TO " INS-ID
           END-REWRITE.

           EXIT PARAGRAPH.

       LIST-TERM-ASSIGNMENTS.
           DISPLAY "TERM (YYYY-T): " WITH NO ADVANCING
           ACCEPT INS-TERM
           MOVE "N" TO INS-EOF
           MOVE ZERO TO INS-COUNT
           OPEN INPUT SECTINST-FILE
           IF WS-SECTINST-STATUS NOT = "00"
               DISPLAY "NO SECTION ASSIGNMENTS ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO SI-KEY
           START SECTINST-FILE KEY IS NOT LESS THAN SI-KEY
               INVALID KEY
                   MOVE "Y" TO INS-EOF
           END-START
           PERFORM UNTIL INS-EOF = "Y"
               READ SECTINST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO INS-EOF
                   NOT AT END
                       IF SI-TERM = INS-TERM
                           ADD 1 TO INS-COUNT
                           PERFORM SHOW-ONE-ASSIGNMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SECTINST-FILE
           DISPLAY INS-COUNT " SECTION(S) ASSIGNED FOR " INS-TERM.

           EXIT PARAGRAPH.

       SHOW-ONE-ASSIGNMENT.
           MOVE "(NOT ON MASTER)" TO IR-NAME
           OPEN INPUT INSTR-FILE
           IF WS-INSTR-STATUS = "00"
               MOVE SI-INSTR-ID TO IR-INSTR-ID
               READ INSTR-FILE
                   INVALID KEY
                       MOVE "(NOT ON MASTER)" TO IR-NAME
               END-READ
               CLOSE INSTR-FILE
           END-IF
           DISPLAY SI-SECTION " " SI-TERM " -> " SI-INSTR-ID " "
               IR-NAME.

           EXIT PARAGRAPH.

      *================= GRADE DEADLINES =======================
       SET-GRADE-DEADLINE.
           DISPLAY "TERM (YYYY-T): " WITH NO ADVANCING
           MOVE SPACES TO INS-TERM
           ACCEPT INS-TERM
           IF INS-TERM = SPACES
               DISPLAY "TERM MAY NOT BE BLANK"
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-GRADEDL-FOR-WRITE
           IF WS-GRADEDL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ACCEPT INS-TODAY FROM DATE YYYYMMDD
           MOVE INS-TERM TO GD-TERM
           MOVE "N" TO INS-FOUND
           READ GRADEDL-FILE
               INVALID KEY
                   MOVE SPACES TO WS-MA-BEFORE
               NOT INVALID KEY
                   MOVE "Y" TO INS-FOUND
                   MOVE GRADEDL-RECORD TO WS-MA-BEFORE
                   DISPLAY "GRADES NOW DUE " GD-DEADLINE
           END-READ
           DISPLAY "GRADES DUE BY (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT INS-DEADLINE
           IF INS-DEADLINE = ZERO
               DISPLAY "NO DATE KEYED - DEADLINE NOT CHANGED"
               CLOSE GRADEDL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE INS-TERM TO GD-TERM
           MOVE INS-DEADLINE TO GD-DEADLINE
           MOVE INS-TODAY TO GD-CHANGE-DATE
           MOVE WS-FH-OPERATOR-ID TO GD-OPERATOR-ID
           MOVE INS-TERM TO WS-MA-KEY-NUM
           IF INS-FOUND = "Y"
               REWRITE GRADEDL-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED"
                   NOT INVALID KEY
                       MOVE GRADEDL-RECORD TO WS-MA-AFTER
                       MOVE "REWRITE" TO WS-MA-ACTION
                       PERFORM AUDIT-INSTRUCTOR-CHANGE
                       DISPLAY "DEADLINE FOR " INS-TERM " CHANGED"
               END-REWRITE
           ELSE
               WRITE GRADEDL-RECORD
                   INVALID KEY
                       DISPLAY "DEADLINE NOT ADDED"
                   NOT INVALID KEY
                       MOVE GRADEDL-RECORD TO WS-MA-AFTER
                       MOVE "ADD" TO WS-MA-ACTION
                       PERFORM AUDIT-INSTRUCTOR-CHANGE
                       DISPLAY "DEADLINE FOR " INS-TERM " SET"
               END-WRITE
           END-IF
           CLOSE GRADEDL-FILE.

           EXIT PARAGRAPH.

      *================= LATE-SUBMISSION REPORT ================
      *EVERY STUDENT HOLDING A SEAT IN THE TERM WITH NO GRADE ROW
      *FOR THAT SECTION, GROUPED UNDER THE SECTION'S INSTRUCTOR
       LATE-SUBMISSION-REPORT.
           DISPLAY "TERM (YYYY-T): " WITH NO ADVANCING
           ACCEPT INS-TERM
           OPEN INPUT GRADEDL-FILE
           IF WS-GRADEDL-STATUS NOT = "00"
               DISPLAY "NO GRADE DEADLINES ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE INS-TERM TO GD-TERM
           MOVE ZERO TO INS-DEADLINE
           READ GRADEDL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GD-DEADLINE TO INS-DEADLINE
           END-READ
           CLOSE GRADEDL-FILE
           IF INS-DEADLINE = ZERO
               DISPLAY "NO GRADE DEADLINE SET FOR " INS-TERM
               EXIT PARAGRAPH
           END-IF
           ACCEPT INS-TODAY FROM DATE YYYYMMDD
           IF INS-TODAY NOT > INS-DEADLINE
               DISPLAY "GRADES FOR " INS-TERM " ARE DUE "
                   INS-DEADLINE " - NOTHING IS LATE YET"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-TERM-ENROLLMENTS
           PERFORM LOAD-TERM-GRADES
           MOVE ZERO TO INS-MISS-COUNT
           PERFORM VARYING INS-NDX FROM 1 BY 1
               UNTIL INS-NDX > INS-NET-COUNT
               IF INS-N-ACTION(INS-NDX) = "E"
                   PERFORM CHECK-ONE-SEAT-GRADED
               END-IF
           END-PERFORM
           PERFORM SORT-MISSING-BY-INSTRUCTOR

           PERFORM CHECK-DEAN-SUBSCRIPTION
           MOVE "LATE-GRADES" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "LATE GRADE SUBMISSIONS - TERM " INS-TERM
               " - DUE " INS-DEADLINE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE ZERO TO INS-LATE-INSTR
           MOVE ZERO TO INS-LATE-SECTIONS
           MOVE HIGH-VALUES TO INS-PREV-INSTR
           MOVE HIGH-VALUES TO INS-PREV-SECTION
           PERFORM VARYING INS-MDX FROM 1 BY 1
               UNTIL INS-MDX > INS-MISS-COUNT
               PERFORM PRINT-ONE-MISSING-GRADE
           END-PERFORM
           IF INS-MISS-COUNT > ZERO
               PERFORM PRINT-SECTION-FOOTING
           END-IF
           MOVE INS-LATE-INSTR TO INS-NUM-OUT
           MOVE INS-MISS-COUNT TO INS-NUM2-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING INS-NUM-OUT " INSTRUCTOR(S) LATE, "
               INS-NUM2-OUT " GRADE(S) OUTSTANDING"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       CHECK-ONE-SEAT-GRADED.
           PERFORM VARYING INS-GDX FROM 1 BY 1
               UNTIL INS-GDX > INS-GRADE-COUNT
               IF INS-G-STUDENT(INS-GDX) = INS-N-STUDENT(INS-NDX) AND
                   INS-G-SECTION(INS-GDX) = INS-N-SECTION(INS-NDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF INS-MISS-COUNT NOT < 2000
               DISPLAY "WARNING - MORE THAN 2000 GRADES OUTSTANDING "
                   "- THE REST ARE NOT LISTED"
               EXIT PARAGRAPH
           END-IF
           MOVE INS-N-SECTION(INS-NDX) TO WS-SI-SECTION
           MOVE INS-TERM TO WS-SI-TERM
           PERFORM LOOK-UP-SECTION-INSTRUCTOR
           ADD 1 TO INS-MISS-COUNT
           MOVE WS-SI-INSTR-ID TO INS-M-INSTR(INS-MISS-COUNT)
           MOVE INS-N-SECTION(INS-NDX) TO INS-M-SECTION(INS-MISS-COUNT)
           MOVE INS-N-STUDENT(INS-NDX) TO INS-M-STUDENT(INS-MISS-COUNT).

           EXIT PARAGRAPH.

      *ASCENDING BUBBLE SORT ON INSTRUCTOR, SECTION, STUDENT -
      *UNASSIGNED SECTIONS (BLANK INSTRUCTOR) COME FIRST
       SORT-MISSING-BY-INSTRUCTOR.
           PERFORM VARYING INS-MDX FROM 1 BY 1
               UNTIL INS-MDX >= INS-MISS-COUNT
               PERFORM VARYING INS-JDX FROM 1 BY 1
                   UNTIL INS-JDX > INS-MISS-COUNT - INS-MDX
                   IF INS-MISS-ENTRY(INS-JDX) >
                       INS-MISS-ENTRY(INS-JDX + 1)
                       MOVE INS-MISS-ENTRY(INS-JDX) TO INS-MISS-SWAP
                       MOVE INS-MISS-ENTRY(INS-JDX + 1) TO
                           INS-MISS-ENTRY(INS-JDX)
                       MOVE INS-MISS-SWAP TO INS-MISS-ENTRY(INS-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT PARAGRAPH.

       PRINT-ONE-MISSING-GRADE.
           IF INS-M-INSTR(INS-MDX) NOT = INS-PREV-INSTR
               IF INS-MDX > 1
                   PERFORM PRINT-SECTION-FOOTING
               END-IF
               ADD 1 TO INS-LATE-INSTR
               MOVE INS-M-INSTR(INS-MDX) TO INS-PREV-INSTR
               MOVE HIGH-VALUES TO INS-PREV-SECTION
               MOVE SPACES TO WS-SPOOL-LINE
               IF INS-M-INSTR(INS-MDX) = SPACES
                   MOVE "(NO INSTRUCTOR ASSIGNED)" TO WS-SPOOL-LINE
               ELSE
                   MOVE INS-M-SECTION(INS-MDX) TO WS-SI-SECTION
                   MOVE INS-TERM TO WS-SI-TERM
                   PERFORM LOOK-UP-SECTION-INSTRUCTOR
                   STRING "INSTRUCTOR " WS-SI-INSTR-ID " "
                       WS-SI-INSTR-NAME
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
               END-IF
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF INS-M-SECTION(INS-MDX) NOT = INS-PREV-SECTION
               IF INS-PREV-SECTION NOT = HIGH-VALUES
                   PERFORM PRINT-SECTION-FOOTING
               END-IF
               ADD 1 TO INS-LATE-SECTIONS
               MOVE INS-M-SECTION(INS-MDX) TO INS-PREV-SECTION
               MOVE ZERO TO INS-SEC-MISSING
           END-IF
           ADD 1 TO INS-SEC-MISSING
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "    " INS-M-SECTION(INS-MDX) " "
               INS-M-STUDENT(INS-MDX) " NO GRADE ON FILE"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

       PRINT-SECTION-FOOTING.
           IF INS-PREV-SECTION = HIGH-VALUES
               EXIT PARAGRAPH
           END-IF
           MOVE INS-SEC-MISSING TO INS-NUM-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "  SECTION " INS-PREV-SECTION ": " INS-NUM-OUT
               " STUDENT(S) WITHOUT A GRADE"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE HIGH-VALUES TO INS-PREV-SECTION.

           EXIT PARAGRAPH.

      *THE REPORT REACHES THE DEAN THROUGH THE DISTRIBUTION FILE;
      *THE FIRST RUN WITH NOBODY SUBSCRIBED SETS THAT UP
       CHECK-DEAN-SUBSCRIPTION.
           MOVE "N" TO INS-FOUND
           MOVE "N" TO INS-EOF
           OPEN INPUT RPTDIST-FILE
           IF WS-RPTDIST-STATUS = "00"
               PERFORM UNTIL INS-EOF = "Y"
                   READ RPTDIST-FILE
                       AT END
                           MOVE "Y" TO INS-EOF
                       NOT AT END
                           IF RD-REPORT-NAME = "LATE-GRADES"
                               MOVE "Y" TO INS-FOUND
                               MOVE "Y" TO INS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RPTDIST-FILE
           END-IF
           IF INS-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "LATE-GRADES IS NOT ROUTED TO ANY INBOX YET"
           DISPLAY "DEAN'S OPERATOR ID (BLANK = SPOOL ONLY): "
               WITH NO ADVANCING
           MOVE SPACES TO INS-DEAN-ID
           ACCEPT INS-DEAN-ID
           IF INS-DEAN-ID = SPACES
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
           MOVE "LATE-GRADES" TO RD-REPORT-NAME
           MOVE INS-DEAN-ID TO RD-OPERATOR-ID
           WRITE RPTDIST-RECORD
           CLOSE RPTDIST-FILE
           DISPLAY "LATE-GRADES WILL BE DELIVERED TO " INS-DEAN-ID.

           EXIT PARAGRAPH.

      *================= TEACHING-LOAD REPORT ==================
      *SECTIONS AND ENROLLED STUDENTS PER INSTRUCTOR FOR A TERM,
      *WITH THE SECTIONS NOBODY HAS BEEN ASSIGNED TO
       TEACHING-LOAD-REPORT.
           DISPLAY "TERM (YYYY-T): " WITH NO ADVANCING
           ACCEPT INS-TERM
           PERFORM LOAD-TERM-ENROLLMENTS
           MOVE ZERO TO INS-LOAD-COUNT
           MOVE "N" TO INS-EOF
           OPEN INPUT SECTINST-FILE
           IF WS-SECTINST-STATUS NOT = "00"
               DISPLAY "NO SECTION ASSIGNMENTS ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO SI-KEY
           START SECTINST-FILE KEY IS NOT LESS THAN SI-KEY
               INVALID KEY
                   MOVE "Y" TO INS-EOF
           END-START
           PERFORM UNTIL INS-EOF = "Y"
               READ SECTINST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO INS-EOF
                   NOT AT END
                       IF SI-TERM = INS-TERM
                           PERFORM LOAD-ONE-ASSIGNMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SECTINST-FILE
           PERFORM COUNT-UNASSIGNED-SEATS
           PERFORM SORT-LOAD-BY-INSTRUCTOR

           MOVE "TEACHING-LOAD" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "TEACHING LOAD - TERM " INS-TERM
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "INSTRUCTOR NAME                      SECTIONS STUDENTS"
               TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING INS-LDX FROM 1 BY 1
               UNTIL INS-LDX > INS-LOAD-COUNT
               PERFORM PRINT-ONE-LOAD-LINE
           END-PERFORM
           IF INS-UNASSIGNED > ZERO
               MOVE INS-UNASSIGNED TO INS-NUM-OUT
               MOVE INS-UNASSIGNED-STU TO INS-NUM2-OUT
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "(UNASSIGNED)                            "
                   INS-NUM-OUT "    " INS-NUM2-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE INS-LOAD-COUNT TO INS-NUM-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING INS-NUM-OUT " INSTRUCTOR(S) TEACHING IN " INS-TERM
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       LOAD-ONE-ASSIGNMENT.
           PERFORM VARYING INS-LDX FROM 1 BY 1
               UNTIL INS-LDX > INS-LOAD-COUNT
               IF INS-L-INSTR(INS-LDX) = SI-INSTR-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF INS-LDX > INS-LOAD-COUNT
               IF INS-LOAD-COUNT NOT < 500
                   DISPLAY "WARNING - MORE THAN 500 INSTRUCTORS IN "
                       "THE TERM - THE REST ARE NOT COUNTED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO INS-LOAD-COUNT
               MOVE INS-LOAD-COUNT TO INS-LDX
               MOVE SI-INSTR-ID TO INS-L-INSTR(INS-LDX)
               MOVE ZERO TO INS-L-SECTIONS(INS-LDX)
               MOVE ZERO TO INS-L-STUDENTS(INS-LDX)
           END-IF
           ADD 1 TO INS-L-SECTIONS(INS-LDX)
           PERFORM VARYING INS-NDX FROM 1 BY 1
               UNTIL INS-NDX > INS-NET-COUNT
               IF INS-N-SECTION(INS-NDX) = SI-SECTION AND
                   INS-N-ACTION(INS-NDX) = "E"
                   ADD 1 TO INS-L-STUDENTS(INS-LDX)
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

      *SECTIONS WITH SOMEONE ENROLLED BUT NO INSTRUCTOR ASSIGNED
       COUNT-UNASSIGNED-SEATS.
           MOVE ZERO TO INS-UNASSIGNED
           MOVE ZERO TO INS-UNASSIGNED-STU
           MOVE HIGH-VALUES TO INS-PREV-SECTION
           PERFORM VARYING INS-NDX FROM 1 BY 1
               UNTIL INS-NDX > INS-NET-COUNT
               IF INS-N-ACTION(INS-NDX) = "E"
                   MOVE INS-N-SECTION(INS-NDX) TO WS-SI-SECTION
                   MOVE INS-TERM TO WS-SI-TERM
                   PERFORM LOOK-UP-SECTION-INSTRUCTOR
                   IF WS-SI-FOUND NOT = "Y"
                       ADD 1 TO INS-UNASSIGNED-STU
                       PERFORM COUNT-ONE-UNASSIGNED-SECTION
                   END-IF
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

      *A SECTION COUNTS ONCE - ONLY ITS FIRST UNASSIGNED SEAT
      *IN THE TABLE ADDS TO THE SECTION COUNT
       COUNT-ONE-UNASSIGNED-SECTION.
           PERFORM VARYING INS-JDX FROM 1 BY 1
               UNTIL INS-JDX >= INS-NDX
               IF INS-N-SECTION(INS-JDX) = INS-N-SECTION(INS-NDX) AND
                   INS-N-ACTION(INS-JDX) = "E"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           ADD 1 TO INS-UNASSIGNED.

           EXIT PARAGRAPH.

       SORT-LOAD-BY-INSTRUCTOR.
           PERFORM VARYING INS-LDX FROM 1 BY 1
               UNTIL INS-LDX >= INS-LOAD-COUNT
               PERFORM VARYING INS-JDX FROM 1 BY 1
                   UNTIL INS-JDX > INS-LOAD-COUNT - INS-LDX
                   IF INS-L-INSTR(INS-JDX) > INS-L-INSTR(INS-JDX + 1)
                       MOVE INS-LOAD-ENTRY(INS-JDX) TO INS-LOAD-SWAP
                       MOVE INS-LOAD-ENTRY(INS-JDX + 1) TO
                           INS-LOAD-ENTRY(INS-JDX)
                       MOVE INS-LOAD-SWAP TO INS-LOAD-ENTRY(INS-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT PARAGRAPH.

       PRINT-ONE-LOAD-LINE.
           MOVE "(NOT ON MASTER)" TO IR-NAME
           OPEN INPUT INSTR-FILE
           IF WS-INSTR-STATUS = "00"
               MOVE INS-L-INSTR(INS-LDX) TO IR-INSTR-ID
               READ INSTR-FILE
                   INVALID KEY
                       MOVE "(NOT ON MASTER)" TO IR-NAME
               END-READ
               CLOSE INSTR-FILE
           END-IF
           MOVE INS-L-SECTIONS(INS-LDX) TO INS-NUM-OUT
           MOVE INS-L-STUDENTS(INS-LDX) TO INS-NUM2-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING INS-L-INSTR(INS-LDX) " " IR-NAME "     "
               INS-NUM-OUT "    " INS-NUM2-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

      *================= SHARED ================================
      *WHO HOLDS A SEAT IN EACH SECTION FOR INS-TERM - THE LATEST
      *ENROLL.DAT ROW PER STUDENT AND SECTION STANDS
       LOAD-TERM-ENROLLMENTS.
           MOVE ZERO TO INS-NET-COUNT
           MOVE "N" TO INS-EOF
           OPEN INPUT ENROLL-FILE
           IF WS-ENROLL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL INS-EOF = "Y"
               READ ENROLL-FILE
                   AT END
                       MOVE "Y" TO INS-EOF
                   NOT AT END
                       IF EN-TERM = INS-TERM
                           PERFORM NET-ONE-ENROLL-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-FILE.

           EXIT PARAGRAPH.

       NET-ONE-ENROLL-ROW.
           PERFORM VARYING INS-NDX FROM 1 BY 1
               UNTIL INS-NDX > INS-NET-COUNT
               IF INS-N-STUDENT(INS-NDX) = EN-STUDENT-NUM AND
                   INS-N-SECTION(INS-NDX) = EN-SECTION
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF INS-NDX > INS-NET-COUNT
               IF INS-NET-COUNT NOT < 2000
                   DISPLAY "WARNING - MORE THAN 2000 ENROLLMENTS IN "
                       "THE TERM - THE REST ARE NOT COUNTED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO INS-NET-COUNT
               MOVE INS-NET-COUNT TO INS-NDX
               MOVE EN-STUDENT-NUM TO INS-N-STUDENT(INS-NDX)
               MOVE EN-SECTION TO INS-N-SECTION(INS-NDX)
           END-IF
           IF EN-DROPPED
               MOVE "D" TO INS-N-ACTION(INS-NDX)
           ELSE
               MOVE "E" TO INS-N-ACTION(INS-NDX)
           END-IF.

           EXIT PARAGRAPH.

      *THE STUDENT AND SECTION OF EVERY GRADE ROW FOR INS-TERM
       LOAD-TERM-GRADES.
           MOVE ZERO TO INS-GRADE-COUNT
           MOVE "N" TO INS-EOF
           OPEN INPUT SEL1-FILE
           IF SEL1-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL INS-EOF = "Y"
               READ SEL1-FILE
                   AT END
                       MOVE "Y" TO INS-EOF
                   NOT AT END
                       IF HT-RECORD-TAG NOT = "HDR" AND
-                          HT-RECORD-TAG NOT = "TRL" AND
-                          SEL1_TERM_FH = INS-TERM
                           PERFORM TABLE-ONE-GRADE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEL1-FILE.

           EXIT PARAGRAPH.

       TABLE-ONE-GRADE.
           IF INS-GRADE-COUNT NOT < 3000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO INS-GRADE-COUNT
           MOVE SEL1_STUDENT_NUM_FH TO INS-G-STUDENT(INS-GRADE-COUNT)
           MOVE SEL1_SECTION_FH TO INS-G-SECTION(INS-GRADE-COUNT).

           EXIT PARAGRAPH.

       CHECK-INSTRUCTOR-ACTIVE.
           MOVE "N" TO INS-OK
           OPEN INPUT INSTR-FILE
           IF WS-INSTR-STATUS NOT = "00"
               DISPLAY "NO INSTRUCTOR MASTER ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE INS-ID TO IR-INSTR-ID
           READ INSTR-FILE
               INVALID KEY
                   DISPLAY "INSTRUCTOR " INS-ID " NOT ON FILE"
               NOT INVALID KEY
                   IF IR-IS-ACTIVE
                       MOVE "Y" TO INS-OK
                       DISPLAY "INSTRUCTOR: " IR-NAME
                   ELSE
                       DISPLAY "INSTRUCTOR " INS-ID " IS INACTIVE"
                   END-IF
           END-READ
           CLOSE INSTR-FILE.

           EXIT PARAGRAPH.

       OPEN-INSTR-FOR-WRITE.
           OPEN I-O INSTR-FILE
           IF WS-INSTR-STATUS = "35"
               OPEN OUTPUT INSTR-FILE
               CLOSE INSTR-FILE
               OPEN I-O INSTR-FILE
           END-IF
           IF WS-INSTR-STATUS NOT = "00"
               MOVE "INSTR-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-INSTR-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           END-IF.

           EXIT PARAGRAPH.

       OPEN-SECTINST-FOR-WRITE.
           OPEN I-O SECTINST-FILE
           IF WS-SECTINST-STATUS = "35"
               OPEN OUTPUT SECTINST-FILE
               CLOSE SECTINST-FILE
               OPEN I-O SECTINST-FILE
           END-IF
           IF WS-SECTINST-STATUS NOT = "00"
               MOVE "SECTINST-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-SECTINST-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           END-IF.

           EXIT PARAGRAPH.

       OPEN-GRADEDL-FOR-WRITE.
           OPEN I-O GRADEDL-FILE
           IF WS-GRADEDL-STATUS = "35"
               OPEN OUTPUT GRADEDL-FILE
               CLOSE GRADEDL-FILE
               OPEN I-O GRADEDL-FILE
           END-IF
           IF WS-GRADEDL-STATUS NOT = "00"
               MOVE "GRADEDL-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-GRADEDL-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           END-IF.

           EXIT PARAGRAPH.

       AUDIT-INSTRUCTOR-CHANGE.
           MOVE "INSTRUCTOR-MASTER" TO WS-MA-PROGRAM-ID
           PERFORM WRITE-MAINT-AUDIT-ENTRY.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "instr-lookup.cpy".

       COPY "maint-audit-write.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
