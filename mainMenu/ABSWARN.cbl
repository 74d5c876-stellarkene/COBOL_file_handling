      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSENCE-WARNING-RUN.

      *====================================================
      * Stand-alone utility, also runnable as a weekly
      * job-stream step: checks every student holding a seat
      * in a term (enroll.dat) against the absence limit of
      * the section's catalog course (see COURSE-CATALOG),
      * counting the absences CLASS-ATTENDANCE recorded on
      * attend.dat - lates and excused absences do not count.
      * A student is flagged OVER past the limit, AT on it,
      * and NEAR when within the warning margin of it (one
      * absence unless told otherwise); a course with no
      * limit flags nobody. The flagged students go to the
      * warning list (absentwarn.dat, rewritten each run) that
      * STUDENT-LETTER-RUN turns into absence warning letters,
      * and to the ABSENCE-WARNINGS spool report. Under
      * nightly batch the term comes from parm 1 (blank - the
      * latest term on enroll.dat) and the margin from parm 2
      * (blank - 1) instead of prompting.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "enroll-select.cpy".
           COPY "attend-select.cpy".
           COPY "abswarn-select.cpy".
           COPY "sectmap-select.cpy".
           COPY "course-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "enroll-rec.cpy".
           COPY "attend-rec.cpy".
           COPY "abswarn-rec.cpy".
           COPY "sectmap-rec.cpy".
           COPY "course-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  AWR-TERM                        PIC X(6).
       01  AWR-MARGIN                      PIC 9.
       01  AWR-MARGIN-IN                   PIC X.
       01  AWR-RUN-DATE                    PIC 9(8).
       01  AWR-EOF                         PIC X VALUE "N".
       01  AWR-FLAG                        PIC X(4).
       01  AWR-CHECKED-COUNT               PIC 9(5) VALUE 0.
       01  AWR-NEAR-COUNT                  PIC 9(5) VALUE 0.
       01  AWR-AT-COUNT                    PIC 9(5) VALUE 0.
       01  AWR-OVER-COUNT                  PIC 9(5) VALUE 0.
       01  AWR-ABS-OUT                     PIC ZZ9.
       01  AWR-LIMIT-OUT                   PIC Z9.
       01  AWR-NDX                         PIC 9(4).
       01  AWR-NET-COUNT                   PIC 9(4).
       01  AWR-NET-TABLE.
           05  AWR-NET-ENTRY               OCCURS 2000 TIMES.
               10  AWR-N-STUDENT           PIC X(10).
               10  AWR-N-SECTION           PIC X(6).
               10  AWR-N-ACTION            PIC X.
           COPY "attend-vars.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "ABSENCE-WARNING-RUN" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM CHECK-NIGHTLY-BATCH-MODE.
           PERFORM CHECK-NIGHTLY-PARM.
           MOVE SPACE TO AWR-MARGIN-IN
           IF WS-FH-NIGHTLY-BATCH = "Y"
               MOVE WS-FH-NP-PARM1(1:6) TO AWR-TERM
               MOVE WS-FH-NP-PARM2(1:1) TO AWR-MARGIN-IN
           ELSE
               DISPLAY "ENTER TERM (YYYY-T, BLANK = LATEST): "
                   WITH NO ADVANCING
               ACCEPT AWR-TERM
               DISPLAY "WARN HOW MANY ABSENCES SHORT OF THE LIMIT "
                   "(BLANK = 1): " WITH NO ADVANCING
               ACCEPT AWR-MARGIN-IN
           END-IF.
           IF AWR-MARGIN-IN NUMERIC
               MOVE AWR-MARGIN-IN TO AWR-MARGIN
           ELSE
               MOVE 1 TO AWR-MARGIN
           END-IF.
           IF AWR-TERM = SPACES
               PERFORM FIND-LATEST-TERM
           END-IF.
           IF AWR-TERM = SPACES
               DISPLAY "NO ENROLLMENTS ON FILE - NOTHING TO CHECK"
               GOBACK
           END-IF.

           PERFORM LOAD-TERM-ENROLLMENTS.
           MOVE AWR-TERM TO WS-AT-TERM.
           MOVE SPACES TO WS-AT-SECTION.
           PERFORM LOAD-ATTENDANCE.

           OPEN OUTPUT ABSWARN-FILE.
           IF WS-ABSWARN-STATUS NOT = "00"
               MOVE "ABSWARN-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-ABSWARN-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT AWR-RUN-DATE FROM DATE YYYYMMDD.

           MOVE "ABSENCE-WARNINGS" TO WS-SPOOL-NAME.
           PERFORM SPOOL-OPEN-REPORT.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "ABSENCE WARNINGS - TERM " AWR-TERM " RUN "
               AWR-RUN-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE.
           PERFORM EMIT-REPORT-LINE.
           MOVE "STUDENT    SECTION COURSE   ABSENT LIMIT FLAG"
               TO WS-SPOOL-LINE.
           PERFORM EMIT-REPORT-LINE.

           PERFORM VARYING AWR-NDX FROM 1 BY 1
               UNTIL AWR-NDX > AWR-NET-COUNT
               IF AWR-N-ACTION(AWR-NDX) = "E"
                   PERFORM CHECK-ONE-STUDENT
               END-IF
           END-PERFORM.
           CLOSE ABSWARN-FILE.

           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "CHECKED " AWR-CHECKED-COUNT " NEAR "
               AWR-NEAR-COUNT " AT " AWR-AT-COUNT " OVER "
               AWR-OVER-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE.
           PERFORM EMIT-REPORT-LINE.
           PERFORM SPOOL-CLOSE-REPORT.

           DISPLAY "======== ABSENCE WARNING TOTALS ========".
           DISPLAY "SEATS CHECKED: " AWR-CHECKED-COUNT.
           DISPLAY "NEAR LIMIT:    " AWR-NEAR-COUNT.
           DISPLAY "AT LIMIT:      " AWR-AT-COUNT.
           DISPLAY "OVER LIMIT:    " AWR-OVER-COUNT.
           DISPLAY "WARNINGS IN ABSENTWARN.DAT".
           DISPLAY "========================================".

           MOVE "ABSENCE-WARNING-RUN" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *A COURSE WITH NO LIMIT IS NOT CHECKED; THE MARGIN DECIDES
      *HOW EARLY A STUDENT IS WARNED
       CHECK-ONE-STUDENT.
           MOVE AWR-N-SECTION(AWR-NDX) TO WS-CU-SECTION
           MOVE AWR-TERM TO WS-CU-TERM
           PERFORM LOOK-UP-SECTION-COURSE
           IF WS-CU-ABSENCE-LIMIT = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AWR-CHECKED-COUNT
           MOVE AWR-N-STUDENT(AWR-NDX) TO WS-AT-STUDENT
           MOVE AWR-N-SECTION(AWR-NDX) TO WS-AT-SECTION
           MOVE AWR-TERM TO WS-AT-TERM
           PERFORM COUNT-STUDENT-ABSENCES
           IF WS-AT-ABSENCES = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AWR-FLAG
           EVALUATE TRUE
               WHEN WS-AT-ABSENCES > WS-CU-ABSENCE-LIMIT
                   MOVE "OVER" TO AWR-FLAG
                   ADD 1 TO AWR-OVER-COUNT
               WHEN WS-AT-ABSENCES = WS-CU-ABSENCE-LIMIT
                   MOVE "AT" TO AWR-FLAG
                   ADD 1 TO AWR-AT-COUNT
               WHEN WS-AT-ABSENCES + AWR-MARGIN
                   NOT < WS-CU-ABSENCE-LIMIT
                   MOVE "NEAR" TO AWR-FLAG
                   ADD 1 TO AWR-NEAR-COUNT
           END-EVALUATE
           IF AWR-FLAG = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE AWR-N-STUDENT(AWR-NDX) TO AW-STUDENT-NUM
           MOVE AWR-N-SECTION(AWR-NDX) TO AW-SECTION
           MOVE AWR-TERM TO AW-TERM
           MOVE WS-CU-COURSE TO AW-COURSE-CODE
           MOVE WS-AT-ABSENCES TO AW-ABSENCES
           MOVE WS-CU-ABSENCE-LIMIT TO AW-LIMIT
           MOVE AWR-FLAG TO AW-FLAG
           MOVE AWR-RUN-DATE TO AW-RUN-DATE
           WRITE ABSWARN-RECORD

           MOVE WS-AT-ABSENCES TO AWR-ABS-OUT
           MOVE WS-CU-ABSENCE-LIMIT TO AWR-LIMIT-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING AW-STUDENT-NUM " " AW-SECTION "  "
               AW-COURSE-CODE "    " AWR-ABS-OUT "    "
               AWR-LIMIT-OUT " " AWR-FLAG
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

      *TERMS ARE KEYED YYYY-T, SO THE HIGHEST ONE IS THE LATEST
       FIND-LATEST-TERM.
           MOVE SPACES TO AWR-TERM
           MOVE "N" TO AWR-EOF
           OPEN INPUT ENROLL-FILE
           IF WS-ENROLL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AWR-EOF = "Y"
               READ ENROLL-FILE
                   AT END
                       MOVE "Y" TO AWR-EOF
                   NOT AT END
                       IF EN-TERM > AWR-TERM
                           MOVE EN-TERM TO AWR-TERM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-FILE
           DISPLAY "CHECKING TERM " AWR-TERM.

           EXIT PARAGRAPH.

      *WHO HOLDS A SEAT IN EACH SECTION FOR THE TERM - THE LATEST
      *ENROLL.DAT ROW PER STUDENT AND SECTION STANDS
       LOAD-TERM-ENROLLMENTS.
           MOVE ZERO TO AWR-NET-COUNT
           MOVE "N" TO AWR-EOF
           OPEN INPUT ENROLL-FILE
           IF WS-ENROLL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AWR-EOF = "Y"
               READ ENROLL-FILE
                   AT END
                       MOVE "Y" TO AWR-EOF
                   NOT AT END
                       IF EN-TERM = AWR-TERM
                           PERFORM NET-ONE-ENROLL-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-FILE.

           EXIT PARAGRAPH.

       NET-ONE-ENROLL-ROW.
           PERFORM VARYING AWR-NDX FROM 1 BY 1
               UNTIL AWR-NDX > AWR-NET-COUNT
               IF AWR-N-STUDENT(AWR-NDX) = EN-STUDENT-NUM AND
                   AWR-N-SECTION(AWR-NDX) = EN-SECTION
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF AWR-NDX > AWR-NET-COUNT
               IF AWR-NET-COUNT NOT < 2000
                   DISPLAY "WARNING - MORE THAN 2000 ENROLLMENTS IN "
                       "THE TERM - THE REST ARE NOT CHECKED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO AWR-NET-COUNT
               MOVE AWR-NET-COUNT TO AWR-NDX
               MOVE EN-STUDENT-NUM TO AWR-N-STUDENT(AWR-NDX)
               MOVE EN-SECTION TO AWR-N-SECTION(AWR-NDX)
           END-IF
           IF EN-DROPPED
               MOVE "D" TO AWR-N-ACTION(AWR-NDX)
           ELSE
               MOVE "E" TO AWR-N-ACTION(AWR-NDX)
           END-IF.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "attend-net.cpy".

       COPY "course-units.cpy".

       COPY "batch-mode-check.cpy".

       COPY "nightly-parm-check.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
