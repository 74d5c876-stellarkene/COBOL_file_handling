      * Stand-alone utility: the transcript the registrars
      * keep asking for. Enter a student number and every term
      * on file prints in chronological order - prelim,
      * midterm, finals, average, GPA, and result - with the
      * catalog course each section teaches and its credit
      * units, and a cumulative GPA across terms at the
      * bottom weighted by those units, with the units earned
      * on passed courses (ERR and non-GPA rows are skipped
      * in the cumulative figure; a section not yet mapped to
      * a course counts one unit and is flagged with a *).
      * A student owing a past-due fee balance is flagged
      * FEE HOLD under the name (fee-hold.cpy, see
      * TUITION-BILLING).
      * Run on demand from the command line; it is not wired
      * into FH-MAIN-MENU since it is a reporting tool, not a
      * calculation.
               FILE-CONTROL.
           COPY "sel1-select.cpy".
           COPY "stud-select.cpy".
           COPY "sectmap-select.cpy".
           COPY "course-select.cpy".
           COPY "stuacct-select.cpy".
           COPY "openitem-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
           COPY "hdr-trl-rec.cpy".

           COPY "stud-rec.cpy".
           COPY "sectmap-rec.cpy".
           COPY "course-rec.cpy".
           COPY "stuacct-rec.cpy".
           COPY "openitem-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  TRN-COUNT                       PIC 9(3) VALUE 0.
       01  TRN-IDX                         PIC 9(3).
       01  TRN-JDX                         PIC 9(3).
       01  TRN-SWAP-ENTRY                  PIC X(60).
       01  TRN-GPA-VALUE                   PIC 9V99.
       01  TRN-GPA-SUM                     PIC 9(6)V999 VALUE 0.
       01  TRN-GPA-COUNT                   PIC 9(3) VALUE 0.
       01  TRN-GPA-UNITS                   PIC 9(4)V9 VALUE 0.
       01  TRN-UNITS-EARNED                PIC 9(4)V9 VALUE 0.
       01  TRN-UNITS-OUT                   PIC ZZZ9.9.
       01  TRN-ROW-UNITS-OUT               PIC Z9.9.
       01  TRN-UNMAPPED                    PIC X VALUE "N".
       01  TRN-CUM-GPA                     PIC 9V99.
       01  TRN-CUM-GPA-OUT                 PIC Z9.99.
       01  TRN-OVERDUE-OUT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  TRN-TABLE.
           05  TRN-ENTRY                   OCCURS 100 TIMES.
               10  TRN-TERM                PIC X(6).
               10  TRN-AVE                 PIC X(6).
               10  TRN-GPA                 PIC X(4).
               10  TRN-RESULT              PIC X(6).
               10  TRN-COURSE              PIC X(8).
               10  TRN-UNITS               PIC 9(2)V9.
               10  TRN-MAPPED              PIC X.
       01  SEL1-FILE-STATUS                PIC XX.
           COPY "ws-vars.cpy".

           DISPLAY SPACE.
           DISPLAY "########### STUDENT TRANSCRIPT ###########".
           DISPLAY "STUDENT: " TRN-STUDENT " " ST-STUDENT-NAME.
           MOVE TRN-STUDENT TO WS-FEEH-STUDENT.
           PERFORM CHECK-FEE-HOLD.
           IF WS-FEEH-HOLD = "Y"
               MOVE WS-FEEH-OVERDUE TO TRN-OVERDUE-OUT
               DISPLAY "*** FEE HOLD - " TRN-OVERDUE-OUT
                   " PAST DUE - NO FURTHER ENROLLMENT ***"
           END-IF.
           DISPLAY "TERM    COURSE   UNITS PRELIM MIDTRM FINALS "
-              "AVERAGE GPA  RESULT".
           PERFORM DISPLAY-ONE-TERM-ROW
               VARYING TRN-IDX FROM 1 BY 1
               UNTIL TRN-IDX > TRN-COUNT.

           DISPLAY "------------------------------------------".
           IF TRN-GPA-UNITS > 0
               COMPUTE TRN-CUM-GPA ROUNDED =
                   TRN-GPA-SUM / TRN-GPA-UNITS
               MOVE TRN-CUM-GPA TO TRN-CUM-GPA-OUT
               MOVE TRN-GPA-UNITS TO TRN-UNITS-OUT
               DISPLAY "CUMULATIVE GPA (" TRN-GPA-COUNT
-                  " TERM(S), " TRN-UNITS-OUT " UNITS): "
                   TRN-CUM-GPA-OUT
           END-IF.
           MOVE TRN-UNITS-EARNED TO TRN-UNITS-OUT.
           DISPLAY "UNITS EARNED: " TRN-UNITS-OUT.
           IF TRN-UNMAPPED = "Y"
               DISPLAY "* SECTION NOT MAPPED TO A CATALOG COURSE - "
-                  "COUNTED AS 1 UNIT"
           END-IF.
           IF TRN-OVERFLOW = "Y"
               DISPLAY "RESULTS TRUNCATED AT 100 - TOTALS COVER "
           MOVE SEL1_COMPUTE_AVE_FH TO TRN-AVE(TRN-COUNT)
           MOVE SEL1_GPA_FH TO TRN-GPA(TRN-COUNT)
           MOVE SEL1_RESULT_FH TO TRN-RESULT(TRN-COUNT)
           MOVE SEL1_SECTION_FH TO WS-CU-SECTION
           MOVE SEL1_TERM_FH TO WS-CU-TERM
           PERFORM LOOK-UP-SECTION-COURSE
           MOVE WS-CU-UNITS TO TRN-UNITS(TRN-COUNT)
           MOVE WS-CU-FOUND TO TRN-MAPPED(TRN-COUNT)
           IF WS-CU-FOUND = "Y"
               MOVE WS-CU-COURSE TO TRN-COURSE(TRN-COUNT)
           ELSE
               MOVE SEL1_SECTION_FH TO TRN-COURSE(TRN-COUNT)
               MOVE "Y" TO TRN-UNMAPPED
           END-IF
           IF SEL1_RESULT_FH = "PASSED"
               ADD WS-CU-UNITS TO TRN-UNITS-EARNED
           END-IF
           IF SEL1_MODE_FH = "G" AND SEL1_GPA_FH NOT = "ERR "
-              AND SEL1_GPA_FH NOT = SPACES
               COMPUTE TRN-GPA-VALUE =
                   FUNCTION NUMVAL(SEL1_GPA_FH)
               COMPUTE TRN-GPA-SUM = TRN-GPA-SUM
                   + TRN-GPA-VALUE * WS-CU-UNITS
               ADD WS-CU-UNITS TO TRN-GPA-UNITS
               ADD 1 TO TRN-GPA-COUNT
           END-IF.

           EXIT PARAGRAPH.

       DISPLAY-ONE-TERM-ROW.
           MOVE TRN-UNITS(TRN-IDX) TO TRN-ROW-UNITS-OUT
           IF TRN-MAPPED(TRN-IDX) NOT = "Y"
               MOVE "*" TO TRN-COURSE(TRN-IDX)(8:1)
           END-IF
           DISPLAY TRN-TERM(TRN-IDX) "  " TRN-COURSE(TRN-IDX) " "
               TRN-ROW-UNITS-OUT "  " TRN-PRELIM(TRN-IDX) " "
               TRN-MIDTERM(TRN-IDX) " " TRN-FINALS(TRN-IDX) " "
               TRN-AVE(TRN-IDX) "  " TRN-GPA(TRN-IDX) " "
               TRN-RESULT(TRN-IDX).

           EXIT PARAGRAPH.

       COPY "course-units.cpy".

       COPY "fee-hold.cpy".

       COPY "openitem-normalize.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".
