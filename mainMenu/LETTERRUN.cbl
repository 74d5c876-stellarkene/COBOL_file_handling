      *====================================================
      * Stand-alone utility: the term's mailing run. Every
      * sel_1.dat grade row for the keyed term is joined to
      * studmast.dat and each student's term average is
      * weighted by the credit units of the catalog course
      * each section teaches (a section not mapped to a
      * course counts one unit); students averaging at or
      * above the dean's-list cutoff get an honor letter,
      * those below the probation cutoff get a probation
      * notice, one letter per student however many rows they
      * have. A unit-weighted term GPA is shown too for
      * students graded in GPA mode. The letter body comes
      * from the template file (lettertpl.dat - lines after a
      * ">HONOR" marker are the honor letter, lines after
      * ">PROBATION" the notice, lines after ">ABSENCE" the
      * absence warning; a missing template falls back to a
      * built-in text). Every student ABSENCE-WARNING-RUN
      * left on absentwarn.dat for the term gets an absence
      * warning letter per section flagged. Letters and the
      * who-got-what register all go to the report spool. Run
      * on demand from the command line; it is not wired into
      * FH-MAIN-MENU since it is a reporting tool, not a
      * calculation.
      *====================================================

       ENVIRONMENT DIVISION.
               FILE-CONTROL.
           COPY "sel1-select.cpy".
           COPY "stud-select.cpy".
           COPY "sectmap-select.cpy".
           COPY "course-select.cpy".
           COPY "abswarn-select.cpy".
           SELECT LETTERTPL-FILE ASSIGN TO "lettertpl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LTR-TPL-STATUS.
           COPY "operator-field.cpy".
           COPY "hdr-trl-rec.cpy".
           COPY "stud-rec.cpy".
           COPY "sectmap-rec.cpy".
           COPY "course-rec.cpy".
           COPY "abswarn-rec.cpy".

       FD  LETTERTPL-FILE.

       01  SEL1-FILE-STATUS                PIC XX.
       01  LTR-AVE                         PIC 9(3)V99.
       01  LTR-AVE-OUT                     PIC Z99.99.
       01  LTR-GPA                         PIC 9V99.
       01  LTR-GPA-OUT                     PIC Z9.99.
       01  LTR-GPA-VALUE                   PIC 9V99.
       01  LTR-KIND                        PIC X.
       01  LTR-HONOR-COUNT                 PIC 9(5) VALUE 0.
       01  LTR-PROB-COUNT                  PIC 9(5) VALUE 0.
       01  LTR-ABSENCE-COUNT               PIC 9(5) VALUE 0.
       01  LTR-ABS-OUT                     PIC ZZ9.
       01  LTR-LIMIT-OUT                   PIC Z9.
       01  LTR-IDX                         PIC 9(4).
       01  LTR-SDX                         PIC 9(3).
       01  LTR-STU-COUNT                   PIC 9(3) VALUE 0.
       01  LTR-STU-OVERFLOW                PIC X VALUE "N".
       01  LTR-DONE-COUNT                  PIC 9(4) VALUE 0.
       01  LTR-FOUND                       PIC X.
       01  LTR-TPL-SECTION                 PIC X.
       01  LTR-TPL-USED                    PIC X.
       01  LTR-STU-TABLE.
           05  LTR-STU-ENTRY               OCCURS 500 TIMES.
               10  LTR-S-STUDENT           PIC X(10).
               10  LTR-S-AVE-SUM           PIC 9(6)V999.
               10  LTR-S-UNITS             PIC 9(3)V9.
               10  LTR-S-GPA-SUM           PIC 9(4)V999.
               10  LTR-S-GPA-UNITS         PIC 9(3)V9.
       01  LTR-REGISTER-TABLE.
           05  LTR-REG-ENTRY               OCCURS 1000 TIMES.
               10  LTR-R-STUDENT           PIC X(10).
               10  LTR-R-NAME              PIC X(25).
               10  LTR-R-KIND              PIC X.
               10  LTR-R-AVE               PIC 9(3)V99.
               10  LTR-R-GPA               PIC 9V99.
               10  LTR-R-SECTION           PIC X(6).
               10  LTR-R-ABSENCES          PIC 9(3).
               10  LTR-R-LIMIT             PIC 9(2).
               10  LTR-R-FLAG              PIC X(4).
           COPY "ws-vars.cpy".


               END-READ
           END-PERFORM.
           CLOSE SEL1-FILE.
           IF LTR-STU-OVERFLOW = "Y"
               DISPLAY "WARNING - MORE THAN 500 STUDENTS IN THE TERM "
                   "- THE REST ARE NOT CONSIDERED"
           END-IF.

           PERFORM CLASSIFY-ONE-STUDENT
               VARYING LTR-SDX FROM 1 BY 1
               UNTIL LTR-SDX > LTR-STU-COUNT.

           PERFORM SEND-ABSENCE-WARNINGS.

           DISPLAY "========= LETTER REGISTER - " LTR-TERM
-              " =========".
               UNTIL LTR-IDX > LTR-DONE-COUNT.
           DISPLAY "HONOR LETTERS:     " LTR-HONOR-COUNT.
           DISPLAY "PROBATION NOTICES: " LTR-PROB-COUNT.
           DISPLAY "ABSENCE WARNINGS:  " LTR-ABSENCE-COUNT.
           DISPLAY "================================================".
           STRING LTR-HONOR-COUNT " HONOR, " LTR-PROB-COUNT
               " PROBATION, " LTR-ABSENCE-COUNT " ABSENCE"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE.
           PERFORM SPOOL-WRITE-LINE.
           PERFORM SPOOL-CLOSE-REPORT.


           GOBACK.

      *EACH ROW ADDS ITS AVERAGE (AND GPA, IN GPA MODE) TIMES
      *THE COURSE'S UNITS TO THE STUDENT'S TERM TOTALS
       CONSIDER-ONE-GRADE-ROW.
           MOVE "N" TO LTR-FOUND
           PERFORM VARYING LTR-SDX FROM 1 BY 1
               UNTIL LTR-SDX > LTR-STU-COUNT
               IF LTR-S-STUDENT(LTR-SDX) = SEL1_STUDENT_NUM_FH
                   MOVE "Y" TO LTR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LTR-FOUND = "N"
               IF LTR-STU-COUNT >= 500
                   MOVE "Y" TO LTR-STU-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO LTR-STU-COUNT
               MOVE LTR-STU-COUNT TO LTR-SDX
               MOVE SEL1_STUDENT_NUM_FH TO LTR-S-STUDENT(LTR-SDX)
               MOVE ZERO TO LTR-S-AVE-SUM(LTR-SDX)
               MOVE ZERO TO LTR-S-UNITS(LTR-SDX)
               MOVE ZERO TO LTR-S-GPA-SUM(LTR-SDX)
               MOVE ZERO TO LTR-S-GPA-UNITS(LTR-SDX)
           END-IF

           MOVE SEL1_SECTION_FH TO WS-CU-SECTION
           MOVE SEL1_TERM_FH TO WS-CU-TERM
           PERFORM LOOK-UP-SECTION-COURSE
           MOVE SEL1_COMPUTE_AVE_FH TO LTR-AVE
           COMPUTE LTR-S-AVE-SUM(LTR-SDX) = LTR-S-AVE-SUM(LTR-SDX)
               + LTR-AVE * WS-CU-UNITS
           ADD WS-CU-UNITS TO LTR-S-UNITS(LTR-SDX)
           IF SEL1_MODE_FH = "G" AND SEL1_GPA_FH NOT = "ERR "
-              AND SEL1_GPA_FH NOT = SPACES
               COMPUTE LTR-GPA-VALUE =
                   FUNCTION NUMVAL(SEL1_GPA_FH)
               COMPUTE LTR-S-GPA-SUM(LTR-SDX) =
                   LTR-S-GPA-SUM(LTR-SDX)
                   + LTR-GPA-VALUE * WS-CU-UNITS
               ADD WS-CU-UNITS TO LTR-S-GPA-UNITS(LTR-SDX)
           END-IF.

           EXIT PARAGRAPH.

      *ONE LETTER PER STUDENT, ON THE UNIT-WEIGHTED TERM AVERAGE
       CLASSIFY-ONE-STUDENT.
           IF LTR-S-UNITS(LTR-SDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE LTR-AVE ROUNDED =
               LTR-S-AVE-SUM(LTR-SDX) / LTR-S-UNITS(LTR-SDX)
           MOVE ZERO TO LTR-GPA
           IF LTR-S-GPA-UNITS(LTR-SDX) > ZERO
               COMPUTE LTR-GPA ROUNDED =
                   LTR-S-GPA-SUM(LTR-SDX) / LTR-S-GPA-UNITS(LTR-SDX)
           END-IF
           IF LTR-AVE >= LTR-HONOR-CUTOFF
               MOVE "H" TO LTR-KIND
           ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO LTR-DONE-COUNT

           MOVE "(NOT ON MASTER)" TO ST-STUDENT-NAME
           OPEN INPUT STUD-FILE
           IF WS-STUD-FILE-STATUS = "00"
               MOVE LTR-S-STUDENT(LTR-SDX) TO ST-STUDENT-NUM
               READ STUD-FILE
                   INVALID KEY
                       MOVE "(NOT ON MASTER)" TO ST-STUDENT-NAME
               CLOSE STUD-FILE
           END-IF

           MOVE LTR-S-STUDENT(LTR-SDX) TO
               LTR-R-STUDENT(LTR-DONE-COUNT)
           MOVE ST-STUDENT-NAME TO LTR-R-NAME(LTR-DONE-COUNT)
           MOVE LTR-KIND TO LTR-R-KIND(LTR-DONE-COUNT)
           MOVE LTR-AVE TO LTR-R-AVE(LTR-DONE-COUNT)
           MOVE LTR-GPA TO LTR-R-GPA(LTR-DONE-COUNT)
           IF LTR-KIND = "H"
               ADD 1 TO LTR-HONOR-COUNT
           ELSE
           PERFORM SPOOL-WRITE-LINE
           MOVE LTR-AVE TO LTR-AVE-OUT
           STRING "TO: " ST-STUDENT-NAME " ("
               LTR-S-STUDENT(LTR-SDX) ")"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           IF LTR-GPA > ZERO
               MOVE LTR-GPA TO LTR-GPA-OUT
               STRING "TERM " LTR-TERM " AVERAGE " LTR-AVE-OUT
                   "  GPA " LTR-GPA-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
               STRING "TERM " LTR-TERM " AVERAGE " LTR-AVE-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM SPOOL-WRITE-LINE

           PERFORM PRINT-TEMPLATE-BODY

           EXIT PARAGRAPH.

      *ONE WARNING LETTER PER ROW ABSENCE-WARNING-RUN LEFT ON
      *ABSENTWARN.DAT FOR THE TERM
       SEND-ABSENCE-WARNINGS.
           MOVE "N" TO LTR-EOF
           OPEN INPUT ABSWARN-FILE
           IF WS-ABSWARN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO LTR-KIND
           PERFORM UNTIL LTR-EOF = "Y"
               READ ABSWARN-FILE
                   AT END
                       MOVE "Y" TO LTR-EOF
                   NOT AT END
                       IF AW-TERM = LTR-TERM
                           PERFORM WARN-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ABSWARN-FILE.

           EXIT PARAGRAPH.

       WARN-ONE-STUDENT.
           IF LTR-DONE-COUNT NOT < 1000
               DISPLAY "WARNING - LETTER REGISTER FULL - NO LETTER "
                   "FOR " AW-STUDENT-NUM " " AW-SECTION
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LTR-DONE-COUNT
           ADD 1 TO LTR-ABSENCE-COUNT

           MOVE "(NOT ON MASTER)" TO ST-STUDENT-NAME
           OPEN INPUT STUD-FILE
           IF WS-STUD-FILE-STATUS = "00"
               MOVE AW-STUDENT-NUM TO ST-STUDENT-NUM
               READ STUD-FILE
                   INVALID KEY
                       MOVE "(NOT ON MASTER)" TO ST-STUDENT-NAME
               END-READ
               CLOSE STUD-FILE
           END-IF

           MOVE AW-STUDENT-NUM TO LTR-R-STUDENT(LTR-DONE-COUNT)
           MOVE ST-STUDENT-NAME TO LTR-R-NAME(LTR-DONE-COUNT)
           MOVE "A" TO LTR-R-KIND(LTR-DONE-COUNT)
           MOVE ZERO TO LTR-R-AVE(LTR-DONE-COUNT)
           MOVE ZERO TO LTR-R-GPA(LTR-DONE-COUNT)
           MOVE AW-SECTION TO LTR-R-SECTION(LTR-DONE-COUNT)
           MOVE AW-ABSENCES TO LTR-R-ABSENCES(LTR-DONE-COUNT)
           MOVE AW-LIMIT TO LTR-R-LIMIT(LTR-DONE-COUNT)
           MOVE AW-FLAG TO LTR-R-FLAG(LTR-DONE-COUNT)

           MOVE "------------------------------------------------"
               TO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           STRING "TO: " ST-STUDENT-NAME " (" AW-STUDENT-NUM ")"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           MOVE AW-ABSENCES TO LTR-ABS-OUT
           MOVE AW-LIMIT TO LTR-LIMIT-OUT
           STRING "TERM " LTR-TERM " SECTION " AW-SECTION " "
               AW-COURSE-CODE " ABSENCES " LTR-ABS-OUT " OF "
               LTR-LIMIT-OUT " ALLOWED"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE

           PERFORM PRINT-TEMPLATE-BODY
           IF LTR-TPL-USED NOT = "Y"
               IF AW-OVER-LIMIT
                   MOVE "YOUR ABSENCES FROM THIS CLASS ARE OVER THE"
                       TO WS-SPOOL-LINE
                   PERFORM SPOOL-WRITE-LINE
                   MOVE "LIMIT - PLEASE SEE THE REGISTRAR AT ONCE."
                       TO WS-SPOOL-LINE
                   PERFORM SPOOL-WRITE-LINE
               ELSE
                   MOVE "YOUR ABSENCES FROM THIS CLASS ARE AT OR NEAR"
                       TO WS-SPOOL-LINE
                   PERFORM SPOOL-WRITE-LINE
                   MOVE "THE LIMIT - FURTHER ABSENCES PUT YOUR CREDIT"
                       TO WS-SPOOL-LINE
                   PERFORM SPOOL-WRITE-LINE
                   MOVE "FOR THE COURSE AT RISK."
                       TO WS-SPOOL-LINE
                   PERFORM SPOOL-WRITE-LINE
               END-IF
           END-IF
           MOVE "------------------------------------------------"
               TO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

      *TEMPLATE LINES AFTER ">HONOR" FEED THE HONOR LETTER,
      *LINES AFTER ">PROBATION" THE NOTICE AND LINES AFTER
      *">ABSENCE" THE ABSENCE WARNING - THE OFFICE EDITS THE
      *TEXT FILE, NOT THE PROGRAM
       PRINT-TEMPLATE-BODY.
           MOVE "N" TO LTR-TPL-USED
           MOVE SPACE TO LTR-TPL-SECTION
                           WHEN LETTERTPL-RECORD(1:10) =
-                              ">PROBATION"
                               MOVE "P" TO LTR-TPL-SECTION
                           WHEN LETTERTPL-RECORD(1:8) = ">ABSENCE"
                               MOVE "A" TO LTR-TPL-SECTION
                           WHEN LTR-TPL-SECTION = LTR-KIND
                               MOVE LETTERTPL-RECORD TO
                                   WS-SPOOL-LINE
           EXIT PARAGRAPH.

       PRINT-ONE-REGISTER-LINE.
           IF LTR-R-KIND(LTR-IDX) = "A"
               MOVE LTR-R-ABSENCES(LTR-IDX) TO LTR-ABS-OUT
               MOVE LTR-R-LIMIT(LTR-IDX) TO LTR-LIMIT-OUT
               DISPLAY LTR-R-STUDENT(LTR-IDX) " "
                   LTR-R-NAME(LTR-IDX) " A " LTR-R-SECTION(LTR-IDX)
                   " ABSENT " LTR-ABS-OUT "/" LTR-LIMIT-OUT " "
                   LTR-R-FLAG(LTR-IDX)
               STRING LTR-R-STUDENT(LTR-IDX) " "
                   LTR-R-NAME(LTR-IDX) " A " LTR-R-SECTION(LTR-IDX)
                   " ABSENT " LTR-ABS-OUT "/" LTR-LIMIT-OUT " "
                   LTR-R-FLAG(LTR-IDX)
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE LTR-R-AVE(LTR-IDX) TO LTR-AVE-OUT
           MOVE LTR-R-GPA(LTR-IDX) TO LTR-GPA-OUT
           DISPLAY LTR-R-STUDENT(LTR-IDX) " "
               LTR-R-NAME(LTR-IDX) " " LTR-R-KIND(LTR-IDX)
               " AVE " LTR-AVE-OUT " GPA " LTR-GPA-OUT
           STRING LTR-R-STUDENT(LTR-IDX) " "
               LTR-R-NAME(LTR-IDX) " " LTR-R-KIND(LTR-IDX)
               " AVE " LTR-AVE-OUT " GPA " LTR-GPA-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "course-units.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".
