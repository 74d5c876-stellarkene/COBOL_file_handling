
      *====================================================
      * Stand-alone utility: per-class grade report for one
      * section code captured on REVISED-GRADES records.
      * Lists the section's roster (student number and
      * master-file name) with average, GPA, and result,
      * ranked by average descending, and beside each grade
      * the absences CLASS-ATTENDANCE recorded for the
      * student in the section that term (attend.dat), then
      * the class average and pass rate - one page per
      * section in the suite's paginated report style. Run on
      * demand from the command line; it is not wired into
      * FH-MAIN-MENU since it is a reporting tool, not a
      * calculation.
      *====================================================

               FILE-CONTROL.
           COPY "sel1-select.cpy".
           COPY "stud-select.cpy".
           COPY "attend-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
           COPY "hdr-trl-rec.cpy".

           COPY "stud-rec.cpy".
           COPY "attend-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  CLS-PASS-RATE                   PIC 9(3)V9.
       01  CLS-PASS-RATE-OUT               PIC ZZ9.9.
       01  CLS-AVE-OUT                     PIC Z99.99.
       01  CLS-ABSENT-OUT                  PIC ZZ9.
       01  CLS-SWAP-ENTRY                  PIC X(34).
       01  CLS-MASTER-UP                   PIC X VALUE "N".
       01  CLS-PAGE-LINES                  PIC 99 VALUE 0.
       01  CLS-CONTINUE                    PIC X.
               10  CLS-AVE                 PIC 9(3)V99.
               10  CLS-GPA                 PIC X(4).
               10  CLS-RESULT              PIC X(6).
               10  CLS-TERM                PIC X(6).
               10  CLS-ABSENT              PIC 9(3).
       01  SEL1-FILE-STATUS                PIC XX.
           COPY "attend-vars.cpy".
           COPY "ws-vars.cpy".



           PERFORM SORT-CLASS-BY-AVERAGE.

      * Absences for every term the section ran, counted per
      * student and term beside each grade row
           MOVE CLS-SECTION TO WS-AT-SECTION.
           MOVE SPACES TO WS-AT-TERM.
           PERFORM LOAD-ATTENDANCE.
           PERFORM COUNT-ONE-CLASS-ABSENCES
               VARYING CLS-IDX FROM 1 BY 1
               UNTIL CLS-IDX > CLS-COUNT.

           OPEN INPUT STUD-FILE.
           IF WS-STUD-FILE-STATUS = "00"
               MOVE "Y" TO CLS-MASTER-UP
           DISPLAY SPACE.
           DISPLAY "######### CLASS REPORT - SECTION " CLS-SECTION
-              " #########".
           DISPLAY "RANK STUDENT     AVERAGE GPA  RESULT ABS".
           PERFORM DISPLAY-ONE-CLASS-ROW
               VARYING CLS-IDX FROM 1 BY 1
               UNTIL CLS-IDX > CLS-COUNT.
           MOVE CLS-AVE-NUM TO CLS-AVE(CLS-COUNT)
           MOVE SEL1_GPA_FH TO CLS-GPA(CLS-COUNT)
           MOVE SEL1_RESULT_FH TO CLS-RESULT(CLS-COUNT)
           MOVE SEL1_TERM_FH TO CLS-TERM(CLS-COUNT)
           MOVE ZERO TO CLS-ABSENT(CLS-COUNT)
           ADD CLS-AVE-NUM TO CLS-SUM
           IF SEL1_RESULT_FH = "PASSED"
               ADD 1 TO CLS-PASS-COUNT

           EXIT PARAGRAPH.

       COUNT-ONE-CLASS-ABSENCES.
           MOVE CLS-STUDENT(CLS-IDX) TO WS-AT-STUDENT
           MOVE CLS-TERM(CLS-IDX) TO WS-AT-TERM
           PERFORM COUNT-STUDENT-ABSENCES
           MOVE WS-AT-ABSENCES TO CLS-ABSENT(CLS-IDX).

           EXIT PARAGRAPH.

       DISPLAY-ONE-CLASS-ROW.
           MOVE CLS-AVE(CLS-IDX) TO CLS-AVE-OUT
           MOVE CLS-ABSENT(CLS-IDX) TO CLS-ABSENT-OUT
           DISPLAY CLS-IDX "  " CLS-STUDENT(CLS-IDX) "  "
               CLS-AVE-OUT "  " CLS-GPA(CLS-IDX) " "
               CLS-RESULT(CLS-IDX) " " CLS-ABSENT-OUT
           IF CLS-MASTER-UP = "Y"
               MOVE CLS-STUDENT(CLS-IDX) TO ST-STUDENT-NUM
               READ STUD-FILE

           EXIT PARAGRAPH.

       COPY "attend-net.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".
