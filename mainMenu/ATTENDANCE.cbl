      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASS-ATTENDANCE.

      *====================================================
      * Stand-alone utility: records class attendance
      * (attend.dat) per section and meeting date for the
      * students holding a seat in the section on
      * enroll.dat. A class can be taken at the terminal -
      * the roster is walked and each student marked
      * present, absent, late or excused - or a batch of
      * marks imported from attendimp.dat (comma-delimited
      * rows: student,section,term,date,status), with rejects
      * going to attendimp_err.dat with a reason code for
      * correction and re-import, as GRADE-BATCH-IMPORT does.
      * Keying a date again corrects it; the latest mark for a
      * student and date stands. The absence summary shows
      * each enrolled student's absences against the limit
      * the section's catalog course sets (see
      * COURSE-CATALOG); ABSENCE-WARNING-RUN does the same
      * across a whole term for the warning letters. Run on
      * demand from the command line; it is not wired into
      * FH-MAIN-MENU since it is housekeeping, not a
      * calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "attend-select.cpy".
           COPY "enroll-select.cpy".
           COPY "stud-select.cpy".
           COPY "sectmap-select.cpy".
           COPY "course-select.cpy".
           SELECT ATTIMP-FILE ASSIGN TO "attendimp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATT-IN-STATUS.
           SELECT ATTERR-FILE ASSIGN TO "attendimp_err.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATT-ERR-STATUS.
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "attend-rec.cpy".
           COPY "enroll-rec.cpy".
           COPY "stud-rec.cpy".
           COPY "sectmap-rec.cpy".
           COPY "course-rec.cpy".

       FD  ATTIMP-FILE.

       01  ATTIMP-RECORD                   PIC X(60).

       FD  ATTERR-FILE.

       01  ATTERR-RECORD.
           05  AE-REASON                   PIC X(6).
           05  FILLER                      PIC X.
           05  AE-ROW                      PIC X(60).

           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  ATT-CHOICE                      PIC 9.
       01  ATT-SECTION                     PIC X(6).
       01  ATT-TERM                        PIC X(6).
       01  ATT-DATE                        PIC 9(8).
       01  ATT-DATE-IN                     PIC X(8).
       01  ATT-STATUS-IN                   PIC X.
       01  ATT-PRIOR                       PIC X.
       01  ATT-SOURCE                      PIC X.
       01  ATT-EOF                         PIC X VALUE "N".
       01  ATT-FOUND                       PIC X.
       01  ATT-ENR-EOF                     PIC X.
       01  ATT-IN-STATUS                   PIC XX.
       01  ATT-ERR-STATUS                  PIC XX.
       01  ATT-READ-COUNT                  PIC 9(5).
       01  ATT-GOOD-COUNT                  PIC 9(5).
       01  ATT-BAD-COUNT                   PIC 9(5).
       01  ATT-F-STUDENT                   PIC X(12).
       01  ATT-F-SECTION                   PIC X(8).
       01  ATT-F-TERM                      PIC X(8).
       01  ATT-F-DATE                      PIC X(10).
       01  ATT-F-STATUS                    PIC X(3).
       01  ATT-REASON                      PIC X(6).
       01  ATT-FLAG                        PIC X(4).
       01  ATT-PRESENT-COUNT               PIC 9(4).
       01  ATT-ABSENT-COUNT                PIC 9(4).
       01  ATT-LATE-COUNT                  PIC 9(4).
       01  ATT-EXCUSED-COUNT               PIC 9(4).
       01  ATT-FLAGGED-COUNT               PIC 9(4).
       01  ATT-NUM-OUT                     PIC ZZZ9.
       01  ATT-NUM2-OUT                    PIC ZZZ9.
       01  ATT-NUM3-OUT                    PIC ZZZ9.
       01  ATT-NUM4-OUT                    PIC ZZZ9.
       01  ATT-LIMIT-OUT                   PIC Z9.
       01  ATT-NDX                         PIC 9(4).
       01  ATT-NET-COUNT                   PIC 9(4).
       01  ATT-NET-TABLE.
           05  ATT-NET-ENTRY               OCCURS 1000 TIMES.
               10  ATT-N-STUDENT           PIC X(10).
               10  ATT-N-ACTION            PIC X.
           COPY "attend-vars.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "CLASS-ATTENDANCE" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM UNTIL ATT-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "     CLASS ATTENDANCE      "
               DISPLAY "==========================="
               DISPLAY "1 - RECORD A CLASS MEETING"
               DISPLAY "2 - IMPORT ATTENDANCE BATCH"
               DISPLAY "3 - SECTION ABSENCE SUMMARY"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT ATT-CHOICE

               EVALUATE ATT-CHOICE
                   WHEN 1
                       PERFORM RECORD-CLASS-MEETING
                   WHEN 2
                       PERFORM IMPORT-ATTENDANCE-BATCH
                   WHEN 3
                       PERFORM SECTION-ABSENCE-SUMMARY
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           MOVE "CLASS-ATTENDANCE" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *ONE PASS DOWN THE ROSTER PER MEETING; A BLANK ANSWER
      *KEEPS WHAT WAS ALREADY KEYED FOR THE DATE, OR MARKS THE
      *STUDENT PRESENT
       RECORD-CLASS-MEETING.
           DISPLAY "ENTER SECTION CODE: " WITH NO ADVANCING
           ACCEPT ATT-SECTION
           DISPLAY "ENTER TERM (YYYY-T): " WITH NO ADVANCING
           ACCEPT ATT-TERM
           DISPLAY "ENTER MEETING DATE (YYYYMMDD, BLANK = TODAY): "
               WITH NO ADVANCING
           ACCEPT ATT-DATE-IN
           IF ATT-DATE-IN = SPACES
               ACCEPT ATT-DATE FROM DATE YYYYMMDD
           ELSE
               IF ATT-DATE-IN NOT NUMERIC
                   DISPLAY "INVALID DATE - NOTHING RECORDED"
                   EXIT PARAGRAPH
               END-IF
               MOVE ATT-DATE-IN TO ATT-DATE
           END-IF

           PERFORM LOAD-SECTION-ROSTER
           IF ATT-NET-COUNT = ZERO
               DISPLAY "NO STUDENTS ENROLLED IN " ATT-SECTION
                   " FOR " ATT-TERM
               EXIT PARAGRAPH
           END-IF
           MOVE ATT-SECTION TO WS-AT-SECTION
           MOVE ATT-TERM TO WS-AT-TERM
           PERFORM LOAD-ATTENDANCE

           PERFORM OPEN-ATTEND-FOR-APPEND
           IF WS-ATTEND-STATUS NOT = "00" AND NOT = "05"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO ATT-PRESENT-COUNT
           MOVE ZERO TO ATT-ABSENT-COUNT
           MOVE ZERO TO ATT-LATE-COUNT
           MOVE ZERO TO ATT-EXCUSED-COUNT
           MOVE "K" TO ATT-SOURCE
           DISPLAY "P = PRESENT  A = ABSENT  L = LATE  E = EXCUSED"
           PERFORM VARYING ATT-NDX FROM 1 BY 1
               UNTIL ATT-NDX > ATT-NET-COUNT
               IF ATT-N-ACTION(ATT-NDX) = "E"
                   PERFORM MARK-ONE-STUDENT
               END-IF
           END-PERFORM
           CLOSE ATTEND-FILE

           MOVE ATT-PRESENT-COUNT TO ATT-NUM-OUT
           MOVE ATT-ABSENT-COUNT TO ATT-NUM2-OUT
           MOVE ATT-LATE-COUNT TO ATT-NUM3-OUT
           MOVE ATT-EXCUSED-COUNT TO ATT-NUM4-OUT
           DISPLAY "MEETING " ATT-DATE " RECORDED - PRESENT "
               ATT-NUM-OUT " ABSENT " ATT-NUM2-OUT " LATE "
               ATT-NUM3-OUT " EXCUSED " ATT-NUM4-OUT.

           EXIT PARAGRAPH.

       MARK-ONE-STUDENT.
           MOVE "(NOT ON MASTER)" TO ST-STUDENT-NAME
           OPEN INPUT STUD-FILE
           IF WS-STUD-FILE-STATUS = "00"
               MOVE ATT-N-STUDENT(ATT-NDX) TO ST-STUDENT-NUM
               READ STUD-FILE
                   INVALID KEY
                       MOVE "(NOT ON MASTER)" TO ST-STUDENT-NAME
               END-READ
               CLOSE STUD-FILE
           END-IF

           MOVE SPACE TO ATT-PRIOR
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AT-COUNT
               IF WS-AT-T-STUDENT(WS-AT-IDX) = ATT-N-STUDENT(ATT-NDX)
                   AND WS-AT-T-DATE(WS-AT-IDX) = ATT-DATE
                   MOVE WS-AT-T-STATUS(WS-AT-IDX) TO ATT-PRIOR
               END-IF
           END-PERFORM

           MOVE SPACE TO AT-STATUS
           PERFORM UNTIL AT-STATUS-VALID
               IF ATT-PRIOR = SPACE
                   DISPLAY ATT-N-STUDENT(ATT-NDX) " " ST-STUDENT-NAME
                       " STATUS: " WITH NO ADVANCING
               ELSE
                   DISPLAY ATT-N-STUDENT(ATT-NDX) " " ST-STUDENT-NAME
                       " STATUS [" ATT-PRIOR "]: " WITH NO ADVANCING
               END-IF
               MOVE SPACE TO ATT-STATUS-IN
               ACCEPT ATT-STATUS-IN
               IF ATT-STATUS-IN = SPACE
                   IF ATT-PRIOR = SPACE
                       MOVE "P" TO ATT-STATUS-IN
                   ELSE
                       MOVE ATT-PRIOR TO ATT-STATUS-IN
                   END-IF
               END-IF
               MOVE ATT-STATUS-IN TO AT-STATUS
               IF NOT AT-STATUS-VALID
                   DISPLAY "ENTER P, A, L OR E"
               END-IF
           END-PERFORM

      *A DATE ALREADY MARKED THE SAME WAY NEEDS NO NEW ROW
           IF AT-STATUS NOT = ATT-PRIOR
               MOVE ATT-N-STUDENT(ATT-NDX) TO AT-STUDENT-NUM
               MOVE ATT-SECTION TO AT-SECTION
               MOVE ATT-TERM TO AT-TERM
               MOVE ATT-DATE TO AT-MEET-DATE
               PERFORM WRITE-ATTEND-ROW
           END-IF
           EVALUATE TRUE
               WHEN AT-PRESENT
                   ADD 1 TO ATT-PRESENT-COUNT
               WHEN AT-ABSENT
                   ADD 1 TO ATT-ABSENT-COUNT
               WHEN AT-LATE
                   ADD 1 TO ATT-LATE-COUNT
               WHEN AT-EXCUSED
                   ADD 1 TO ATT-EXCUSED-COUNT
           END-EVALUATE.

           EXIT PARAGRAPH.

      *THE SAME ROWS THE TERMINAL WRITES, FROM A SCANNED OR
      *EXPORTED REGISTER; EVERY ROW GETS THE CHECKS THE KEYED
      *ENTRY ENFORCES
       IMPORT-ATTENDANCE-BATCH.
           MOVE ZERO TO ATT-READ-COUNT
           MOVE ZERO TO ATT-GOOD-COUNT
           MOVE ZERO TO ATT-BAD-COUNT
           MOVE "N" TO ATT-EOF
           OPEN INPUT ATTIMP-FILE
           IF ATT-IN-STATUS NOT = "00"
               DISPLAY "NO ATTENDIMP.DAT TO IMPORT"
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-ATTEND-FOR-APPEND
           IF WS-ATTEND-STATUS NOT = "00" AND NOT = "05"
               CLOSE ATTIMP-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ATTERR-FILE
           MOVE "B" TO ATT-SOURCE

           PERFORM UNTIL ATT-EOF = "Y"
               READ ATTIMP-FILE
                   AT END
                       MOVE "Y" TO ATT-EOF
                   NOT AT END
                       ADD 1 TO ATT-READ-COUNT
                       PERFORM IMPORT-ONE-ATTEND-ROW
               END-READ
           END-PERFORM

           CLOSE ATTERR-FILE
           CLOSE ATTEND-FILE
           CLOSE ATTIMP-FILE

           DISPLAY "======= ATTENDANCE IMPORT TOTALS ======="
           DISPLAY "ROWS READ:     " ATT-READ-COUNT
           DISPLAY "IMPORTED:      " ATT-GOOD-COUNT
           DISPLAY "REJECTED:      " ATT-BAD-COUNT
           DISPLAY "REJECTS IN ATTENDIMP_ERR.DAT"
           DISPLAY "========================================".

           EXIT PARAGRAPH.

       IMPORT-ONE-ATTEND-ROW.
           MOVE SPACES TO ATT-F-STUDENT
           MOVE SPACES TO ATT-F-SECTION
           MOVE SPACES TO ATT-F-TERM
           MOVE SPACES TO ATT-F-DATE
           MOVE SPACES TO ATT-F-STATUS
           UNSTRING ATTIMP-RECORD DELIMITED BY ","
               INTO ATT-F-STUDENT ATT-F-SECTION ATT-F-TERM
                   ATT-F-DATE ATT-F-STATUS
           END-UNSTRING

           MOVE SPACES TO ATT-REASON
           PERFORM VALIDATE-ATTEND-ROW
           IF ATT-REASON NOT = SPACES
               PERFORM REJECT-ATTEND-ROW
               EXIT PARAGRAPH
           END-IF

           MOVE ATT-F-STUDENT TO AT-STUDENT-NUM
           MOVE ATT-F-SECTION(1:6) TO AT-SECTION
           MOVE ATT-F-TERM(1:6) TO AT-TERM
           MOVE ATT-F-DATE(1:8) TO AT-MEET-DATE
           MOVE ATT-F-STATUS(1:1) TO AT-STATUS
           PERFORM WRITE-ATTEND-ROW
           IF WS-ATTEND-STATUS NOT = "00"
               MOVE "WRITEF" TO ATT-REASON
               PERFORM REJECT-ATTEND-ROW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ATT-GOOD-COUNT.

           EXIT PARAGRAPH.

       VALIDATE-ATTEND-ROW.
           IF ATT-F-STUDENT = SPACES OR ATT-F-SECTION = SPACES OR
-              ATT-F-TERM = SPACES OR ATT-F-DATE = SPACES OR
-              ATT-F-STATUS = SPACES
               MOVE "SHORT " TO ATT-REASON
               EXIT PARAGRAPH
           END-IF
           IF ATT-F-DATE(1:8) NOT NUMERIC OR
-              ATT-F-DATE(9:2) NOT = SPACES
               MOVE "BADDAT" TO ATT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ATT-F-STATUS(1:1) TO AT-STATUS
           IF NOT AT-STATUS-VALID OR ATT-F-STATUS(2:2) NOT = SPACES
               MOVE "BADSTS" TO ATT-REASON
               EXIT PARAGRAPH
           END-IF
      *ONLY A STUDENT HOLDING A SEAT IN THE SECTION IS MARKED
           MOVE "N" TO ATT-FOUND
           MOVE "N" TO ATT-ENR-EOF
           OPEN INPUT ENROLL-FILE
           IF WS-ENROLL-STATUS = "00"
               PERFORM UNTIL ATT-ENR-EOF = "Y"
                   READ ENROLL-FILE
                       AT END
                           MOVE "Y" TO ATT-ENR-EOF
                       NOT AT END
                           IF EN-STUDENT-NUM = ATT-F-STUDENT AND
                               EN-SECTION = ATT-F-SECTION AND
                               EN-TERM = ATT-F-TERM
                               IF EN-DROPPED
                                   MOVE "N" TO ATT-FOUND
                               ELSE
                                   MOVE "Y" TO ATT-FOUND
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF
           IF ATT-FOUND NOT = "Y"
               MOVE "NOTENR" TO ATT-REASON
           END-IF.

           EXIT PARAGRAPH.

       REJECT-ATTEND-ROW.
           ADD 1 TO ATT-BAD-COUNT
           MOVE ATT-REASON TO AE-REASON
           MOVE ATTIMP-RECORD TO AE-ROW
           WRITE ATTERR-RECORD
           DISPLAY "REJECTED (" ATT-REASON "): " ATTIMP-RECORD.

           EXIT PARAGRAPH.

      *EVERY ENROLLED STUDENT'S MEETINGS AND ABSENCES AGAINST THE
      *COURSE LIMIT, FLAGGED THE WAY THE WARNING RUN FLAGS THEM
       SECTION-ABSENCE-SUMMARY.
           DISPLAY "ENTER SECTION CODE: " WITH NO ADVANCING
           ACCEPT ATT-SECTION
           DISPLAY "ENTER TERM (YYYY-T): " WITH NO ADVANCING
           ACCEPT ATT-TERM
           PERFORM LOAD-SECTION-ROSTER
           IF ATT-NET-COUNT = ZERO
               DISPLAY "NO STUDENTS ENROLLED IN " ATT-SECTION
                   " FOR " ATT-TERM
               EXIT PARAGRAPH
           END-IF
           MOVE ATT-SECTION TO WS-AT-SECTION
           MOVE ATT-TERM TO WS-AT-TERM
           PERFORM LOAD-ATTENDANCE
           MOVE ATT-SECTION TO WS-CU-SECTION
           MOVE ATT-TERM TO WS-CU-TERM
           PERFORM LOOK-UP-SECTION-COURSE
           MOVE WS-CU-ABSENCE-LIMIT TO ATT-LIMIT-OUT
           MOVE ZERO TO ATT-FLAGGED-COUNT

           MOVE "ABSENCE-SUMMARY" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "ABSENCES " ATT-SECTION " " ATT-TERM " COURSE "
               WS-CU-COURSE " LIMIT " ATT-LIMIT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-CU-ABSENCE-LIMIT = ZERO
               MOVE "  NO ABSENCE LIMIT SET FOR THE COURSE"
                   TO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE "STUDENT    MEETINGS ABSENT  LATE EXCUSED FLAG"
               TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING ATT-NDX FROM 1 BY 1
               UNTIL ATT-NDX > ATT-NET-COUNT
               IF ATT-N-ACTION(ATT-NDX) = "E"
                   PERFORM SUMMARIZE-ONE-STUDENT
               END-IF
           END-PERFORM
           MOVE ATT-FLAGGED-COUNT TO ATT-NUM-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING ATT-NUM-OUT " STUDENT(S) NEAR OR OVER THE LIMIT"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       SUMMARIZE-ONE-STUDENT.
           MOVE ATT-N-STUDENT(ATT-NDX) TO WS-AT-STUDENT
           PERFORM COUNT-STUDENT-ABSENCES
           MOVE SPACES TO ATT-FLAG
           IF WS-CU-ABSENCE-LIMIT > ZERO AND WS-AT-ABSENCES > ZERO
               EVALUATE TRUE
                   WHEN WS-AT-ABSENCES > WS-CU-ABSENCE-LIMIT
                       MOVE "OVER" TO ATT-FLAG
                   WHEN WS-AT-ABSENCES = WS-CU-ABSENCE-LIMIT
                       MOVE "AT" TO ATT-FLAG
                   WHEN WS-AT-ABSENCES + 1 = WS-CU-ABSENCE-LIMIT
                       MOVE "NEAR" TO ATT-FLAG
               END-EVALUATE
           END-IF
           IF ATT-FLAG NOT = SPACES
               ADD 1 TO ATT-FLAGGED-COUNT
           END-IF
           MOVE WS-AT-MEETINGS TO ATT-NUM-OUT
           MOVE WS-AT-ABSENCES TO ATT-NUM2-OUT
           MOVE WS-AT-LATES TO ATT-NUM3-OUT
           MOVE WS-AT-EXCUSED TO ATT-NUM4-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING ATT-N-STUDENT(ATT-NDX) "     " ATT-NUM-OUT "   "
               ATT-NUM2-OUT "  " ATT-NUM3-OUT "    " ATT-NUM4-OUT
               " " ATT-FLAG
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

      *WHO HOLDS A SEAT IN ATT-SECTION FOR ATT-TERM - THE LATEST
      *ENROLL.DAT ROW PER STUDENT SAYS ENROLLED OR DROPPED
       LOAD-SECTION-ROSTER.
           MOVE ZERO TO ATT-NET-COUNT
           MOVE "N" TO ATT-EOF
           OPEN INPUT ENROLL-FILE
           IF WS-ENROLL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ATT-EOF = "Y"
               READ ENROLL-FILE
                   AT END
                       MOVE "Y" TO ATT-EOF
                   NOT AT END
                       IF EN-TERM = ATT-TERM AND
                           EN-SECTION = ATT-SECTION
                           PERFORM NET-ONE-ROSTER-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-FILE
           MOVE "N" TO ATT-EOF.

           EXIT PARAGRAPH.

       NET-ONE-ROSTER-ROW.
           PERFORM VARYING ATT-NDX FROM 1 BY 1
               UNTIL ATT-NDX > ATT-NET-COUNT
               IF ATT-N-STUDENT(ATT-NDX) = EN-STUDENT-NUM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ATT-NDX > ATT-NET-COUNT
               IF ATT-NET-COUNT NOT < 1000
                   DISPLAY "WARNING - MORE THAN 1000 ENROLLMENTS IN "
                       "THE SECTION - THE REST ARE NOT COUNTED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ATT-NET-COUNT
               MOVE ATT-NET-COUNT TO ATT-NDX
               MOVE EN-STUDENT-NUM TO ATT-N-STUDENT(ATT-NDX)
           END-IF
           IF EN-DROPPED
               MOVE "D" TO ATT-N-ACTION(ATT-NDX)
           ELSE
               MOVE "E" TO ATT-N-ACTION(ATT-NDX)
           END-IF.

           EXIT PARAGRAPH.

       OPEN-ATTEND-FOR-APPEND.
           OPEN EXTEND ATTEND-FILE
           IF WS-ATTEND-STATUS = "35"
               OPEN OUTPUT ATTEND-FILE
           END-IF
           IF WS-ATTEND-STATUS NOT = "00" AND NOT = "05"
               MOVE "ATTEND-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-ATTEND-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           END-IF.

           EXIT PARAGRAPH.

      *CALLER FILLS THE ATTEND-RECORD KEY AND STATUS, AND HAS
      *ATTEND-FILE OPEN FOR APPEND
       WRITE-ATTEND-ROW.
           ACCEPT AT-ENTRY-DATE FROM DATE YYYYMMDD
           MOVE WS-FH-OPERATOR-ID TO AT-OPERATOR-ID
           MOVE ATT-SOURCE TO AT-SOURCE
           WRITE ATTEND-RECORD.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "attend-net.cpy".

       COPY "course-units.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
