      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-CATALOG.

      *====================================================
      * Stand-alone utility: maintains the course catalog
      * (course.dat) - course code, title, and the credit
      * units that weight the course's grade in
      * STUDENT-TRANSCRIPT's cumulative GPA and the letter
      * run's term average - the map from each class section
      * to the course it teaches (sectmap.dat, for one term
      * or for every term the section runs) with the
      * section's seat capacity, the prerequisite courses a
      * student must have passed before enrolling
      * (prereq.dat), and the courses each degree program
      * requires (degreq.dat, by the program named in
      * ST-COURSE on the student master) that DEGREE-AUDIT
      * checks students against. Every add, change and
      * removal is written to the maintenance audit trail.
      * Run on demand from the command line; it is not wired
      * into FH-MAIN-MENU since it is housekeeping, not a
      * calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "course-select.cpy".
           COPY "sectmap-select.cpy".
           COPY "degreq-select.cpy".
           COPY "prereq-select.cpy".
           COPY "maint-audit-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "course-rec.cpy".
           COPY "sectmap-rec.cpy".
           COPY "degreq-rec.cpy".
           COPY "prereq-rec.cpy".
           COPY "maint-audit-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  CCT-CHOICE                      PIC 9.
       01  CCT-EOF                         PIC X VALUE "N".
       01  CCT-OK                          PIC X.
       01  CCT-TODAY                       PIC 9(8).
       01  CCT-CODE                        PIC X(8).
       01  CCT-TITLE                       PIC X(30).
       01  CCT-UNITS                       PIC 9(2)V9.
       01  CCT-ACTIVE                      PIC X.
       01  CCT-SECTION                     PIC X(6).
       01  CCT-TERM                        PIC X(6).
       01  CCT-PROGRAM                     PIC X(15).
       01  CCT-CAPACITY                    PIC 9(3).
       01  CCT-CAP-OUT                     PIC ZZ9.
       01  CCT-PREREQ                      PIC X(8).
       01  CCT-SAVE-CODE                   PIC X(8).
       01  CCT-PQ-ACTION                   PIC X.
       01  CCT-COUNT                       PIC 9(5).
       01  CCT-UNITS-OUT                   PIC Z9.9.
       01  CCT-LIMIT                       PIC 9(2).
       01  CCT-LIMIT-IN                    PIC X(2).
       01  CCT-TOTAL-UNITS                 PIC 9(4)V9.
       01  CCT-TOTAL-OUT                   PIC ZZZ9.9.
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "COURSE-CATALOG" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM UNTIL CCT-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "      COURSE CATALOG       "
               DISPLAY "==========================="
               DISPLAY "1 - ADD/CHANGE A COURSE"
               DISPLAY "2 - LIST THE CATALOG"
               DISPLAY "3 - MAP A SECTION TO A COURSE"
               DISPLAY "4 - LIST THE SECTION MAP"
               DISPLAY "5 - ADD A DEGREE REQUIREMENT"
               DISPLAY "6 - REMOVE A DEGREE REQUIREMENT"
               DISPLAY "7 - LIST A PROGRAM'S REQUIREMENTS"
               DISPLAY "8 - COURSE PREREQUISITES"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT CCT-CHOICE

               EVALUATE CCT-CHOICE
                   WHEN 1
                       PERFORM MAINTAIN-ONE-COURSE
                   WHEN 2
                       PERFORM LIST-CATALOG
                   WHEN 3
                       PERFORM MAP-ONE-SECTION
                   WHEN 4
                       PERFORM LIST-SECTION-MAP
                   WHEN 5
                       PERFORM ADD-DEGREE-REQUIREMENT
                   WHEN 6
                       PERFORM REMOVE-DEGREE-REQUIREMENT
                   WHEN 7
                       PERFORM LIST-PROGRAM-REQUIREMENTS
                   WHEN 8
                       PERFORM MAINTAIN-PREREQUISITES
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           MOVE "COURSE-CATALOG" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *================= COURSES ===============================
      *A CODE NOT ON FILE IS ADDED; ONE ON FILE IS CHANGED, BLANK
      *ANSWERS KEEPING WHAT IS THERE. A COURSE IS RETIRED BY
      *MARKING IT INACTIVE, NOT REMOVED, SO OLD GRADES KEEP THEIR
      *UNITS
       MAINTAIN-ONE-COURSE.
           DISPLAY "COURSE CODE: " WITH NO ADVANCING
           ACCEPT CCT-CODE
           IF CCT-CODE = SPACES
               DISPLAY "COURSE CODE MAY NOT BE BLANK"
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-COURSE-FOR-WRITE
           IF WS-COURSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ACCEPT CCT-TODAY FROM DATE YYYYMMDD
           MOVE CCT-CODE TO CO-COURSE-CODE
           READ COURSE-FILE
               INVALID KEY
                   PERFORM ADD-ONE-COURSE
               NOT INVALID KEY
                   PERFORM CHANGE-ONE-COURSE
           END-READ
           CLOSE COURSE-FILE.

           EXIT PARAGRAPH.

       ADD-ONE-COURSE.
           DISPLAY "NEW COURSE - TITLE: " WITH NO ADVANCING
           ACCEPT CCT-TITLE
           DISPLAY "CREDIT UNITS (E.G. 03.0): " WITH NO ADVANCING
           ACCEPT CCT-UNITS
           DISPLAY "ABSENCE LIMIT (MEETINGS, 0 = NONE): "
               WITH NO ADVANCING
           ACCEPT CCT-LIMIT
           IF CCT-TITLE = SPACES OR CCT-UNITS = ZERO
               DISPLAY "TITLE AND UNITS ARE REQUIRED - NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           MOVE CCT-CODE TO CO-COURSE-CODE
           MOVE CCT-TITLE TO CO-TITLE
           MOVE CCT-UNITS TO CO-UNITS
           MOVE CCT-LIMIT TO CO-ABSENCE-LIMIT
           MOVE "Y" TO CO-ACTIVE
           MOVE CCT-TODAY TO CO-CHANGE-DATE
           MOVE WS-FH-OPERATOR-ID TO CO-OPERATOR-ID
           WRITE COURSE-RECORD
               INVALID KEY
                   DISPLAY "COURSE " CCT-CODE " NOT ADDED"
               NOT INVALID KEY
                   MOVE SPACES TO WS-MA-BEFORE
                   MOVE COURSE-RECORD TO WS-MA-AFTER
                   MOVE "ADD" TO WS-MA-ACTION
                   MOVE CCT-CODE TO WS-MA-KEY-NUM
                   PERFORM AUDIT-CATALOG-CHANGE
                   DISPLAY "COURSE " CCT-CODE " ADDED"
           END-WRITE.

           EXIT PARAGRAPH.

       CHANGE-ONE-COURSE.
           MOVE COURSE-RECORD TO WS-MA-BEFORE
           MOVE CO-UNITS TO CCT-UNITS-OUT
           DISPLAY "TITLE:  " CO-TITLE
           IF CO-ABSENCE-LIMIT NOT NUMERIC
               MOVE ZERO TO CO-ABSENCE-LIMIT
           END-IF
           DISPLAY "UNITS:  " CCT-UNITS-OUT "  ACTIVE: " CO-ACTIVE
               "  ABSENCE LIMIT: " CO-ABSENCE-LIMIT
           DISPLAY "NEW TITLE (BLANK KEEPS): " WITH NO ADVANCING
           MOVE SPACES TO CCT-TITLE
           ACCEPT CCT-TITLE
           IF CCT-TITLE NOT = SPACES
               MOVE CCT-TITLE TO CO-TITLE
           END-IF
           DISPLAY "NEW UNITS (0 KEEPS): " WITH NO ADVANCING
           ACCEPT CCT-UNITS
           IF CCT-UNITS > ZERO
               MOVE CCT-UNITS TO CO-UNITS
           END-IF
           DISPLAY "NEW ABSENCE LIMIT (BLANK KEEPS, 00 = NONE): "
               WITH NO ADVANCING
           MOVE SPACES TO CCT-LIMIT-IN
           ACCEPT CCT-LIMIT-IN
           IF CCT-LIMIT-IN NOT = SPACES
               IF CCT-LIMIT-IN(2:1) = SPACE
                   MOVE CCT-LIMIT-IN(1:1) TO CCT-LIMIT-IN(2:1)
                   MOVE "0" TO CCT-LIMIT-IN(1:1)
               END-IF
               IF CCT-LIMIT-IN NUMERIC
                   MOVE CCT-LIMIT-IN TO CO-ABSENCE-LIMIT
               ELSE
                   DISPLAY "NOT A NUMBER - ABSENCE LIMIT KEPT"
               END-IF
           END-IF
           DISPLAY "ACTIVE Y/N (BLANK KEEPS): " WITH NO ADVANCING
           MOVE SPACE TO CCT-ACTIVE
           ACCEPT CCT-ACTIVE
           IF CCT-ACTIVE = "Y" OR CCT-ACTIVE = "y"
               MOVE "Y" TO CO-ACTIVE
           END-IF
           IF CCT-ACTIVE = "N" OR CCT-ACTIVE = "n"
               MOVE "N" TO CO-ACTIVE
           END-IF
           MOVE CCT-TODAY TO CO-CHANGE-DATE
           MOVE WS-FH-OPERATOR-ID TO CO-OPERATOR-ID
           REWRITE COURSE-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED"
               NOT INVALID KEY
                   MOVE COURSE-RECORD TO WS-MA-AFTER
                   MOVE "REWRITE" TO WS-MA-ACTION
                   MOVE CCT-CODE TO WS-MA-KEY-NUM
                   PERFORM AUDIT-CATALOG-CHANGE
                   DISPLAY "COURSE " CCT-CODE " UPDATED"
           END-REWRITE.

           EXIT PARAGRAPH.

       LIST-CATALOG.
           MOVE "N" TO CCT-EOF
           MOVE ZERO TO CCT-COUNT
           OPEN INPUT COURSE-FILE
           IF WS-COURSE-STATUS NOT = "00"
               DISPLAY "NO COURSE CATALOG ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CO-COURSE-CODE
           START COURSE-FILE KEY IS NOT LESS THAN CO-COURSE-CODE
               INVALID KEY
                   MOVE "Y" TO CCT-EOF
           END-START
           PERFORM UNTIL CCT-EOF = "Y"
               READ COURSE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO CCT-EOF
                   NOT AT END
                       ADD 1 TO CCT-COUNT
                       MOVE CO-UNITS TO CCT-UNITS-OUT
                       DISPLAY CO-COURSE-CODE " " CO-TITLE " "
                           CCT-UNITS-OUT " UNITS  ACTIVE: "
                           CO-ACTIVE
               END-READ
           END-PERFORM
           CLOSE COURSE-FILE
           DISPLAY CCT-COUNT " COURSE(S) ON FILE".

           EXIT PARAGRAPH.

      *================= SECTION MAP ===========================
      *A BLANK TERM MAPS THE SECTION FOR EVERY TERM; A BLANK
      *COURSE TAKES THE MAPPING OFF
       MAP-ONE-SECTION.
           DISPLAY "SECTION: " WITH NO ADVANCING
           ACCEPT CCT-SECTION
           IF CCT-SECTION = SPACES
               DISPLAY "SECTION MAY NOT BE BLANK"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TERM (YYYY-T, BLANK = EVERY TERM): "
               WITH NO ADVANCING
           MOVE SPACES TO CCT-TERM
           ACCEPT CCT-TERM
           DISPLAY "COURSE CODE (BLANK = REMOVE THE MAPPING): "
               WITH NO ADVANCING
           MOVE SPACES TO CCT-CODE
           ACCEPT CCT-CODE
           MOVE ZERO TO CCT-CAPACITY
           IF CCT-CODE NOT = SPACES
               PERFORM CHECK-COURSE-ON-CATALOG
               IF CCT-OK NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "SEAT CAPACITY (0 = NO LIMIT): "
                   WITH NO ADVANCING
               ACCEPT CCT-CAPACITY
           END-IF
           PERFORM OPEN-SECTMAP-FOR-WRITE
           IF WS-SECTMAP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ACCEPT CCT-TODAY FROM DATE YYYYMMDD
           MOVE CCT-SECTION TO SC-SECTION
           MOVE CCT-TERM TO SC-TERM
           MOVE SC-KEY TO WS-MA-KEY-NUM
           READ SECTMAP-FILE
               INVALID KEY
                   PERFORM ADD-SECTION-MAPPING
               NOT INVALID KEY
                   PERFORM CHANGE-SECTION-MAPPING
           END-READ
           CLOSE SECTMAP-FILE.

           EXIT PARAGRAPH.

       ADD-SECTION-MAPPING.
           IF CCT-CODE = SPACES
               DISPLAY "SECTION IS NOT MAPPED - NOTHING TO REMOVE"
               EXIT PARAGRAPH
           END-IF
           MOVE CCT-CODE TO SC-COURSE-CODE
           MOVE CCT-TODAY TO SC-CHANGE-DATE
           MOVE WS-FH-OPERATOR-ID TO SC-OPERATOR-ID
           MOVE CCT-CAPACITY TO SC-CAPACITY
           WRITE SECTMAP-RECORD
               INVALID KEY
                   DISPLAY "MAPPING NOT ADDED"
               NOT INVALID KEY
                   MOVE SPACES TO WS-MA-BEFORE
                   MOVE SECTMAP-RECORD TO WS-MA-AFTER
                   MOVE "ADD" TO WS-MA-ACTION
                   PERFORM AUDIT-CATALOG-CHANGE
                   DISPLAY "SECTION " CCT-SECTION " MAPPED TO "
                       CCT-CODE
           END-WRITE.

           EXIT PARAGRAPH.

       CHANGE-SECTION-MAPPING.
           MOVE SECTMAP-RECORD TO WS-MA-BEFORE
           IF CCT-CODE = SPACES
               DELETE SECTMAP-FILE
                   INVALID KEY
                       DISPLAY "DELETE FAILED"
                   NOT INVALID KEY
                       MOVE SPACES TO WS-MA-AFTER
                       MOVE "DELETE" TO WS-MA-ACTION
                       PERFORM AUDIT-CATALOG-CHANGE
                       DISPLAY "MAPPING FOR " CCT-SECTION " REMOVED"
               END-DELETE
               EXIT PARAGRAPH
           END-IF
           MOVE CCT-CODE TO SC-COURSE-CODE
           MOVE CCT-TODAY TO SC-CHANGE-DATE
           MOVE WS-FH-OPERATOR-ID TO SC-OPERATOR-ID
           MOVE CCT-CAPACITY TO SC-CAPACITY
           REWRITE SECTMAP-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED"
               NOT INVALID KEY
                   MOVE SECTMAP-RECORD TO WS-MA-AFTER
                   MOVE "REWRITE" TO WS-MA-ACTION
                   PERFORM AUDIT-CATALOG-CHANGE
                   DISPLAY "SECTION " CCT-SECTION " NOW MAPPED TO "
                       CCT-CODE
           END-REWRITE.

           EXIT PARAGRAPH.

       LIST-SECTION-MAP.
           MOVE "N" TO CCT-EOF
           MOVE ZERO TO CCT-COUNT
           OPEN INPUT SECTMAP-FILE
           IF WS-SECTMAP-STATUS NOT = "00"
               DISPLAY "NO SECTION MAP ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO SC-KEY
           START SECTMAP-FILE KEY IS NOT LESS THAN SC-KEY
               INVALID KEY
                   MOVE "Y" TO CCT-EOF
           END-START
           PERFORM UNTIL CCT-EOF = "Y"
               READ SECTMAP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO CCT-EOF
                   NOT AT END
                       ADD 1 TO CCT-COUNT
                       MOVE ZERO TO CCT-CAP-OUT
                       IF SC-CAPACITY NUMERIC
                           MOVE SC-CAPACITY TO CCT-CAP-OUT
                       END-IF
                       IF SC-TERM = SPACES
                           DISPLAY SC-SECTION " ALL TERMS -> "
                               SC-COURSE-CODE "  SEATS " CCT-CAP-OUT
                       ELSE
                           DISPLAY SC-SECTION " " SC-TERM
                               "    -> " SC-COURSE-CODE "  SEATS "
                               CCT-CAP-OUT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SECTMAP-FILE
           DISPLAY CCT-COUNT " MAPPING(S) ON FILE".

           EXIT PARAGRAPH.

      *================= DEGREE REQUIREMENTS ===================
       ADD-DEGREE-REQUIREMENT.
           PERFORM ACCEPT-REQUIREMENT-KEY
           IF CCT-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-COURSE-ON-CATALOG
           IF CCT-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-DEGREQ-FOR-WRITE
           IF WS-DEGREQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE CCT-PROGRAM TO DR-PROGRAM
           MOVE CCT-CODE TO DR-COURSE-CODE
           ACCEPT DR-CHANGE-DATE FROM DATE YYYYMMDD
           MOVE WS-FH-OPERATOR-ID TO DR-OPERATOR-ID
           WRITE DEGREQ-RECORD
               INVALID KEY
                   DISPLAY CCT-CODE " IS ALREADY REQUIRED FOR "
                       CCT-PROGRAM
               NOT INVALID KEY
                   MOVE SPACES TO WS-MA-BEFORE
                   MOVE DEGREQ-RECORD TO WS-MA-AFTER
                   MOVE "ADD" TO WS-MA-ACTION
                   MOVE CCT-CODE TO WS-MA-KEY-NUM
                   PERFORM AUDIT-CATALOG-CHANGE
                   DISPLAY CCT-CODE " ADDED TO " CCT-PROGRAM
           END-WRITE
           CLOSE DEGREQ-FILE.

           EXIT PARAGRAPH.

       REMOVE-DEGREE-REQUIREMENT.
           PERFORM ACCEPT-REQUIREMENT-KEY
           IF CCT-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O DEGREQ-FILE
           IF WS-DEGREQ-STATUS NOT = "00"
               DISPLAY "NO DEGREE REQUIREMENTS ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE CCT-PROGRAM TO DR-PROGRAM
           MOVE CCT-CODE TO DR-COURSE-CODE
           READ DEGREQ-FILE
               INVALID KEY
                   DISPLAY CCT-CODE " IS NOT REQUIRED FOR "
                       CCT-PROGRAM
               NOT INVALID KEY
                   MOVE DEGREQ-RECORD TO WS-MA-BEFORE
                   DELETE DEGREQ-FILE
                       INVALID KEY
                           DISPLAY "DELETE FAILED"
                       NOT INVALID KEY
                           MOVE SPACES TO WS-MA-AFTER
                           MOVE "DELETE" TO WS-MA-ACTION
                           MOVE CCT-CODE TO WS-MA-KEY-NUM
                           PERFORM AUDIT-CATALOG-CHANGE
                           DISPLAY CCT-CODE " REMOVED FROM "
                               CCT-PROGRAM
                   END-DELETE
           END-READ
           CLOSE DEGREQ-FILE.

           EXIT PARAGRAPH.

       ACCEPT-REQUIREMENT-KEY.
           MOVE "N" TO CCT-OK
           DISPLAY "DEGREE PROGRAM (AS ON THE STUDENT MASTER): "
               WITH NO ADVANCING
           MOVE SPACES TO CCT-PROGRAM
           ACCEPT CCT-PROGRAM
           DISPLAY "COURSE CODE: " WITH NO ADVANCING
           MOVE SPACES TO CCT-CODE
           ACCEPT CCT-CODE
           IF CCT-PROGRAM = SPACES OR CCT-CODE = SPACES
               DISPLAY "PROGRAM AND COURSE ARE BOTH REQUIRED"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO CCT-OK.

           EXIT PARAGRAPH.

      *THE UNITS REQUIRED ARE THE CATALOG UNITS OF THE COURSES
      *LISTED
       LIST-PROGRAM-REQUIREMENTS.
           DISPLAY "DEGREE PROGRAM: " WITH NO ADVANCING
           MOVE SPACES TO CCT-PROGRAM
           ACCEPT CCT-PROGRAM
           MOVE ZERO TO CCT-COUNT
           MOVE ZERO TO CCT-TOTAL-UNITS
           MOVE "N" TO CCT-EOF
           OPEN INPUT DEGREQ-FILE
           IF WS-DEGREQ-STATUS NOT = "00"
               DISPLAY "NO DEGREE REQUIREMENTS ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE CCT-PROGRAM TO DR-PROGRAM
           MOVE LOW-VALUES TO DR-COURSE-CODE
           START DEGREQ-FILE KEY IS NOT LESS THAN DR-KEY
               INVALID KEY
                   MOVE "Y" TO CCT-EOF
           END-START
           PERFORM UNTIL CCT-EOF = "Y"
               READ DEGREQ-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO CCT-EOF
                   NOT AT END
                       IF DR-PROGRAM NOT = CCT-PROGRAM
                           MOVE "Y" TO CCT-EOF
                       ELSE
                           PERFORM SHOW-ONE-REQUIREMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEGREQ-FILE
           MOVE CCT-TOTAL-UNITS TO CCT-TOTAL-OUT
           DISPLAY CCT-COUNT " REQUIRED COURSE(S), " CCT-TOTAL-OUT
               " UNITS".

           EXIT PARAGRAPH.

       SHOW-ONE-REQUIREMENT.
           ADD 1 TO CCT-COUNT
           MOVE SPACES TO CO-TITLE
           MOVE ZERO TO CO-UNITS
           OPEN INPUT COURSE-FILE
           IF WS-COURSE-STATUS = "00"
               MOVE DR-COURSE-CODE TO CO-COURSE-CODE
               READ COURSE-FILE
                   INVALID KEY
                       MOVE "(NOT ON THE CATALOG)" TO CO-TITLE
                       MOVE ZERO TO CO-UNITS
               END-READ
               CLOSE COURSE-FILE
           END-IF
           ADD CO-UNITS TO CCT-TOTAL-UNITS
           MOVE CO-UNITS TO CCT-UNITS-OUT
           DISPLAY DR-COURSE-CODE " " CO-TITLE " " CCT-UNITS-OUT
               " UNITS".

           EXIT PARAGRAPH.

      *================= PREREQUISITES =========================
      *SHOWS WHAT THE COURSE NEEDS NOW, THEN ADDS OR REMOVES ONE
       MAINTAIN-PREREQUISITES.
           DISPLAY "COURSE CODE: " WITH NO ADVANCING
           MOVE SPACES TO CCT-CODE
           ACCEPT CCT-CODE
           PERFORM CHECK-COURSE-ON-CATALOG
           IF CCT-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-PREREQ-FOR-WRITE
           IF WS-PREREQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO CCT-COUNT
           MOVE "N" TO CCT-EOF
           MOVE CCT-CODE TO PQ-COURSE-CODE
           MOVE LOW-VALUES TO PQ-PREREQ-CODE
           START PREREQ-FILE KEY IS NOT LESS THAN PQ-KEY
               INVALID KEY
                   MOVE "Y" TO CCT-EOF
           END-START
           PERFORM UNTIL CCT-EOF = "Y"
               READ PREREQ-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO CCT-EOF
                   NOT AT END
                       IF PQ-COURSE-CODE NOT = CCT-CODE
                           MOVE "Y" TO CCT-EOF
                       ELSE
                           ADD 1 TO CCT-COUNT
                           DISPLAY "  REQUIRES " PQ-PREREQ-CODE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY CCT-COUNT " PREREQUISITE(S) FOR " CCT-CODE
           DISPLAY "A - ADD, R - REMOVE, BLANK - DONE: "
               WITH NO ADVANCING
           MOVE SPACE TO CCT-PQ-ACTION
           ACCEPT CCT-PQ-ACTION
           IF CCT-PQ-ACTION = "A" OR CCT-PQ-ACTION = "a"
               PERFORM ADD-ONE-PREREQUISITE
           END-IF
           IF CCT-PQ-ACTION = "R" OR CCT-PQ-ACTION = "r"
               PERFORM REMOVE-ONE-PREREQUISITE
           END-IF
           CLOSE PREREQ-FILE.

           EXIT PARAGRAPH.

       ADD-ONE-PREREQUISITE.
           DISPLAY "PREREQUISITE COURSE CODE: " WITH NO ADVANCING
           MOVE SPACES TO CCT-PREREQ
           ACCEPT CCT-PREREQ
           IF CCT-PREREQ = CCT-CODE OR CCT-PREREQ = SPACES
               DISPLAY "A COURSE CANNOT BE ITS OWN PREREQUISITE"
               EXIT PARAGRAPH
           END-IF
           MOVE CCT-CODE TO CCT-SAVE-CODE
           MOVE CCT-PREREQ TO CCT-CODE
           PERFORM CHECK-COURSE-ON-CATALOG
           MOVE CCT-SAVE-CODE TO CCT-CODE
           IF CCT-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE CCT-CODE TO PQ-COURSE-CODE
           MOVE CCT-PREREQ TO PQ-PREREQ-CODE
           ACCEPT PQ-CHANGE-DATE FROM DATE YYYYMMDD
           MOVE WS-FH-OPERATOR-ID TO PQ-OPERATOR-ID
           WRITE PREREQ-RECORD
               INVALID KEY
                   DISPLAY CCT-PREREQ " IS ALREADY A PREREQUISITE"
               NOT INVALID KEY
                   MOVE SPACES TO WS-MA-BEFORE
                   MOVE PREREQ-RECORD TO WS-MA-AFTER
                   MOVE "ADD" TO WS-MA-ACTION
                   MOVE CCT-CODE TO WS-MA-KEY-NUM
                   PERFORM AUDIT-CATALOG-CHANGE
                   DISPLAY CCT-PREREQ " NOW REQUIRED BEFORE "
                       CCT-CODE
           END-WRITE.

           EXIT PARAGRAPH.

       REMOVE-ONE-PREREQUISITE.
           DISPLAY "PREREQUISITE COURSE CODE: " WITH NO ADVANCING
           MOVE SPACES TO CCT-PREREQ
           ACCEPT CCT-PREREQ
           MOVE CCT-CODE TO PQ-COURSE-CODE
           MOVE CCT-PREREQ TO PQ-PREREQ-CODE
           READ PREREQ-FILE
               INVALID KEY
                   DISPLAY CCT-PREREQ " IS NOT A PREREQUISITE OF "
                       CCT-CODE
               NOT INVALID KEY
                   MOVE PREREQ-RECORD TO WS-MA-BEFORE
                   DELETE PREREQ-FILE
                       INVALID KEY
                           DISPLAY "DELETE FAILED"
                       NOT INVALID KEY
                           MOVE SPACES TO WS-MA-AFTER
                           MOVE "DELETE" TO WS-MA-ACTION
                           MOVE CCT-CODE TO WS-MA-KEY-NUM
                           PERFORM AUDIT-CATALOG-CHANGE
                           DISPLAY CCT-PREREQ " REMOVED"
                   END-DELETE
           END-READ.

           EXIT PARAGRAPH.

       OPEN-PREREQ-FOR-WRITE.
           OPEN I-O PREREQ-FILE
           IF WS-PREREQ-STATUS = "35"
               OPEN OUTPUT PREREQ-FILE
               CLOSE PREREQ-FILE
               OPEN I-O PREREQ-FILE
           END-IF
           IF WS-PREREQ-STATUS NOT = "00"
               MOVE "PREREQ-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-PREREQ-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           END-IF.

           EXIT PARAGRAPH.

      *================= SHARED ================================
       CHECK-COURSE-ON-CATALOG.
           MOVE "N" TO CCT-OK
           OPEN INPUT COURSE-FILE
           IF WS-COURSE-STATUS NOT = "00"
               DISPLAY "NO COURSE CATALOG ON FILE - ADD THE COURSE "
                   "FIRST"
               EXIT PARAGRAPH
           END-IF
           MOVE CCT-CODE TO CO-COURSE-CODE
           READ COURSE-FILE
               INVALID KEY
                   DISPLAY "COURSE " CCT-CODE " IS NOT ON THE CATALOG"
               NOT INVALID KEY
                   IF CO-ACTIVE NOT = "Y"
                       DISPLAY "COURSE " CCT-CODE " IS INACTIVE"
                   ELSE
                       MOVE "Y" TO CCT-OK
                   END-IF
           END-READ
           CLOSE COURSE-FILE.

           EXIT PARAGRAPH.

       OPEN-COURSE-FOR-WRITE.
           OPEN I-O COURSE-FILE
           IF WS-COURSE-STATUS = "35"
               OPEN OUTPUT COURSE-FILE
               CLOSE COURSE-FILE
               OPEN I-O COURSE-FILE
           END-IF
           IF WS-COURSE-STATUS NOT = "00"
               MOVE "COURSE-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-COURSE-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           END-IF.

           EXIT PARAGRAPH.

       OPEN-SECTMAP-FOR-WRITE.
           OPEN I-O SECTMAP-FILE
           IF WS-SECTMAP-STATUS = "35"
               OPEN OUTPUT SECTMAP-FILE
               CLOSE SECTMAP-FILE
               OPEN I-O SECTMAP-FILE
           END-IF
           IF WS-SECTMAP-STATUS NOT = "00"
               MOVE "SECTMAP-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-SECTMAP-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           END-IF.

           EXIT PARAGRAPH.

       OPEN-DEGREQ-FOR-WRITE.
           OPEN I-O DEGREQ-FILE
           IF WS-DEGREQ-STATUS = "35"
               OPEN OUTPUT DEGREQ-FILE
               CLOSE DEGREQ-FILE
               OPEN I-O DEGREQ-FILE
           END-IF
           IF WS-DEGREQ-STATUS NOT = "00"
               MOVE "DEGREQ-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-DEGREQ-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           END-IF.

           EXIT PARAGRAPH.

       AUDIT-CATALOG-CHANGE.
           MOVE "COURSE-CATALOG" TO WS-MA-PROGRAM-ID
           PERFORM WRITE-MAINT-AUDIT-ENTRY.

           EXIT PARAGRAPH.

       COPY "maint-audit-write.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".


       COPY "capture-operator.cpy".
