      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-SELF-TEST.

      *====================================================
      * Stand-alone utility, meant as a job-stream step ahead
      * of the nightly batch: re-checks the calculators
      * against the golden-answer file (calctest.dat - case
      * id, program, two parms in the nightly-parm
      * convention, expected answer). Each case CALLs its
      * program under batch mode with the case's parms and
      * picks up the answer the program publishes
      * (calc-result.cpy); answers are compared with runs of
      * spaces squeezed out, so the edited pictures need not
      * be copied column for column. The programs run inside
      * a scratch directory (selftest/) in which every
      * sequential suite file is laid down empty first, so
      * the test rows never reach the live histories or the
      * live run log. The CALC-SELF-TEST report gives PASS or
      * FAIL per case, and every failed case opens an
      * incident against its program. Any failure, or a
      * missing golden file, fails the step (return code 8)
      * so a nightly step named as its successor is skipped.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT CALCTEST-FILE ASSIGN TO "calctest.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CST-GOLD-STATUS.
           SELECT SCRATCH-FILE ASSIGN USING CST-SCRATCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CST-SCRATCH-STATUS.
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  CALCTEST-FILE.

      * One golden case per row; a row starting "*" is a comment
       01  CALCTEST-RECORD.
           05  CT-CASE-ID                  PIC X(6).
           05  CT-PROGRAM                  PIC X(20).
           05  CT-PARM-1                   PIC X(10).
           05  CT-PARM-2                   PIC X(10).
           05  CT-EXPECTED                 PIC X(60).

       FD  SCRATCH-FILE.

       01  SCRATCH-RECORD                  PIC X(80).
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  CST-GOLD-STATUS                 PIC XX.
       01  CST-SCRATCH-STATUS              PIC XX.
       01  CST-SCRATCH-NAME                PIC X(40).
       01  CST-SCRATCH-DIR                 PIC X(20)
                                           VALUE "selftest".
       01  CST-LIVE-DIR                    PIC X(20) VALUE "..".
       01  CST-IN-SCRATCH                  PIC X VALUE "N".
       01  CST-EOF                         PIC X VALUE "N".
       01  CST-OVERFLOW                    PIC X VALUE "N".
       01  CST-ENV-NAME                    PIC X(20).
       01  CST-PRIOR-BATCH                 PIC X.
       01  CST-CALL-NAME                   PIC X(20).
       01  CST-ACTUAL                      PIC X(60).
       01  CST-SQ-IN                       PIC X(60).
       01  CST-SQ-OUT                      PIC X(60).
       01  CST-SQ-IDX                      PIC 99.
       01  CST-SQ-LEN                      PIC 99.
       01  CST-WANT                        PIC X(60).
       01  CST-GOT                         PIC X(60).
       01  CST-CASE-COUNT                  PIC 9(3) VALUE 0.
       01  CST-IDX                         PIC 9(3).
       01  CST-PASS-COUNT                  PIC 9(3) VALUE 0.
       01  CST-FAIL-COUNT                  PIC 9(3) VALUE 0.
       01  CST-COUNT-OUT                   PIC ZZ9.
       01  CST-FILES-LAID                  PIC 9(3) VALUE 0.
       01  CST-IL-NAME                     PIC X(20).
       01  CST-IL-OPERATION                PIC X(10)
                                           VALUE "SELF-TEST".
       01  CST-IL-STATUS                   PIC XX VALUE "ST".
       01  CST-CASE-TABLE.
           05  CST-CASE-ENTRY              OCCURS 100 TIMES.
               10  CST-T-CASE              PIC X(6).
               10  CST-T-PROGRAM           PIC X(20).
               10  CST-T-PARM-1            PIC X(10).
               10  CST-T-PARM-2            PIC X(10).
               10  CST-T-EXPECTED          PIC X(60).
               10  CST-T-ACTUAL            PIC X(60).
               10  CST-T-OUTCOME           PIC X(4).
           COPY "suite-file-table.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "CALC-SELF-TEST" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM CHECK-NIGHTLY-BATCH-MODE.
           MOVE WS-FH-NIGHTLY-BATCH TO CST-PRIOR-BATCH.

           PERFORM LOAD-GOLDEN-CASES.
           IF CST-OVERFLOW = "Y"
               DISPLAY "MORE THAN 100 CASES ON CALCTEST.DAT - "
                   "ONLY THE FIRST 100 ARE RUN"
           END-IF.
           IF CST-CASE-COUNT = 0
               DISPLAY "NO GOLDEN CASES ON CALCTEST.DAT - "
                   "NOTHING CHECKED, STEP FAILED"
               MOVE "FAILED" TO WS-FH-RUN-STATUS
               PERFORM WRITE-RUN-LOG-ENTRY
               PERFORM SIGNAL-STEP-FAILED
               GOBACK
           END-IF.

           PERFORM PREPARE-SCRATCH-DIRECTORY.
           IF CST-IN-SCRATCH NOT = "Y"
               DISPLAY "SCRATCH DIRECTORY " CST-SCRATCH-DIR
                   " NOT AVAILABLE - NOT RUN AGAINST LIVE DATA, "
                   "STEP FAILED"
               MOVE "FAILED" TO WS-FH-RUN-STATUS
               PERFORM WRITE-RUN-LOG-ENTRY
               PERFORM SIGNAL-STEP-FAILED
               GOBACK
           END-IF.

           MOVE "FH_NIGHTLY_BATCH" TO CST-ENV-NAME.
           DISPLAY CST-ENV-NAME UPON ENVIRONMENT-NAME.
           DISPLAY "Y" UPON ENVIRONMENT-VALUE.

           PERFORM RUN-ONE-CASE
               VARYING CST-IDX FROM 1 BY 1
               UNTIL CST-IDX > CST-CASE-COUNT.

           MOVE "FH_NIGHTLY_BATCH" TO CST-ENV-NAME.
           DISPLAY CST-ENV-NAME UPON ENVIRONMENT-NAME.
           DISPLAY CST-PRIOR-BATCH UPON ENVIRONMENT-VALUE.

           CALL "CBL_CHANGE_DIR" USING CST-LIVE-DIR
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
           MOVE "N" TO CST-IN-SCRATCH.

           PERFORM PRINT-SELF-TEST-REPORT.
           PERFORM OPEN-FAILED-CASE-INCIDENT
               VARYING CST-IDX FROM 1 BY 1
               UNTIL CST-IDX > CST-CASE-COUNT.

           MOVE "CALC-SELF-TEST" TO WS-RUNLOG-PROGRAM-ID.
           IF CST-FAIL-COUNT > ZERO
               MOVE "FAILED" TO WS-FH-RUN-STATUS
           ELSE
               MOVE "NORMAL" TO WS-FH-RUN-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-ENTRY.

      * The programs under test may have raised the step signal
      * on their own scratch files - the step's outcome is the
      * comparison alone
           IF CST-FAIL-COUNT > ZERO
               PERFORM SIGNAL-STEP-FAILED
           ELSE
               MOVE ZERO TO RETURN-CODE
               MOVE "FH_STEP_STATUS" TO CST-ENV-NAME
               DISPLAY CST-ENV-NAME UPON ENVIRONMENT-NAME
               DISPLAY "OK" UPON ENVIRONMENT-VALUE
           END-IF.

           GOBACK.

       LOAD-GOLDEN-CASES.
           MOVE ZERO TO CST-CASE-COUNT
           MOVE "N" TO CST-EOF
           OPEN INPUT CALCTEST-FILE
           IF CST-GOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CST-EOF = "Y"
               READ CALCTEST-FILE
                   AT END
                       MOVE "Y" TO CST-EOF
                   NOT AT END
                       IF CT-CASE-ID(1:1) NOT = "*" AND
-                          CT-PROGRAM NOT = SPACES
                           IF CST-CASE-COUNT < 100
                               ADD 1 TO CST-CASE-COUNT
                               PERFORM STORE-ONE-CASE
                           ELSE
                               MOVE "Y" TO CST-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALCTEST-FILE.

           EXIT PARAGRAPH.

       STORE-ONE-CASE.
           MOVE CT-CASE-ID TO CST-T-CASE(CST-CASE-COUNT)
           MOVE CT-PROGRAM TO CST-T-PROGRAM(CST-CASE-COUNT)
           MOVE CT-PARM-1 TO CST-T-PARM-1(CST-CASE-COUNT)
           MOVE CT-PARM-2 TO CST-T-PARM-2(CST-CASE-COUNT)
           MOVE CT-EXPECTED TO CST-T-EXPECTED(CST-CASE-COUNT)
           MOVE SPACES TO CST-T-ACTUAL(CST-CASE-COUNT)
           MOVE SPACES TO CST-T-OUTCOME(CST-CASE-COUNT).

           EXIT PARAGRAPH.

      *EVERY SEQUENTIAL SUITE FILE IS LAID DOWN EMPTY IN THE
      *SCRATCH DIRECTORY - A PROGRAM THAT APPENDS TO ITS HISTORY
      *FINDS ONE THERE, AND NOTHING LEFT FROM THE LAST RUN
      *CHANGES TONIGHT'S ANSWER. THE RUN THEN MOVES INTO IT
       PREPARE-SCRATCH-DIRECTORY.
           CALL "CBL_CREATE_DIR" USING CST-SCRATCH-DIR
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE ZERO TO RETURN-CODE
           MOVE ZERO TO CST-FILES-LAID
           PERFORM VARYING WS-SFT-IDX FROM 1 BY 1
               UNTIL WS-SFT-IDX > WS-SFT-COUNT
               IF WS-SFT-ORG(WS-SFT-IDX) = "S"
                   PERFORM LAY-DOWN-SCRATCH-FILE
               END-IF
           END-PERFORM
           IF CST-FILES-LAID = ZERO
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_CHANGE_DIR" USING CST-SCRATCH-DIR
               ON EXCEPTION
                   MOVE 1 TO RETURN-CODE
           END-CALL
           IF RETURN-CODE = ZERO
               MOVE "Y" TO CST-IN-SCRATCH
           END-IF
           MOVE ZERO TO RETURN-CODE.

           EXIT PARAGRAPH.

       LAY-DOWN-SCRATCH-FILE.
           MOVE SPACES TO CST-SCRATCH-NAME
           STRING CST-SCRATCH-DIR DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-SFT-FILE(WS-SFT-IDX) DELIMITED BY SPACE
               INTO CST-SCRATCH-NAME
           OPEN OUTPUT SCRATCH-FILE
           IF CST-SCRATCH-STATUS = "00"
               CLOSE SCRATCH-FILE
               ADD 1 TO CST-FILES-LAID
           END-IF.

           EXIT PARAGRAPH.

      *THE CASE'S PARMS GO DOWN AS THE NIGHTLY DRIVERS SEND THEM;
      *THE PROGRAM IS CANCELLED AFTERWARDS SO THE NEXT CASE FOR IT
      *STARTS FROM A FRESH WORKING-STORAGE
       RUN-ONE-CASE.
           MOVE "FH_NP_PARM1" TO CST-ENV-NAME
           DISPLAY CST-ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY CST-T-PARM-1(CST-IDX) UPON ENVIRONMENT-VALUE
           MOVE "FH_NP_PARM2" TO CST-ENV-NAME
           DISPLAY CST-ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY CST-T-PARM-2(CST-IDX) UPON ENVIRONMENT-VALUE
           MOVE "FH_CALC_RESULT" TO CST-ENV-NAME
           DISPLAY CST-ENV-NAME UPON ENVIRONMENT-NAME
           MOVE SPACES TO CST-ACTUAL
           DISPLAY CST-ACTUAL UPON ENVIRONMENT-VALUE

           DISPLAY "CASE " CST-T-CASE(CST-IDX) " - "
               CST-T-PROGRAM(CST-IDX)
           MOVE CST-T-PROGRAM(CST-IDX) TO CST-CALL-NAME
           MOVE SPACES TO CST-ACTUAL
           CALL CST-CALL-NAME
               ON EXCEPTION
                   MOVE "PROGRAM NOT AVAILABLE" TO CST-ACTUAL
           END-CALL
           CANCEL CST-CALL-NAME
           MOVE ZERO TO RETURN-CODE
           IF CST-ACTUAL = SPACES
               ACCEPT CST-ACTUAL FROM ENVIRONMENT "FH_CALC_RESULT"
           END-IF
           IF CST-ACTUAL = SPACES
               MOVE "NO ANSWER PUBLISHED" TO CST-ACTUAL
           END-IF

           MOVE CST-T-EXPECTED(CST-IDX) TO CST-SQ-IN
           PERFORM SQUEEZE-ANSWER
           MOVE CST-SQ-OUT TO CST-WANT
           MOVE CST-ACTUAL TO CST-SQ-IN
           PERFORM SQUEEZE-ANSWER
           MOVE CST-SQ-OUT TO CST-GOT
           MOVE CST-GOT TO CST-T-ACTUAL(CST-IDX)
           IF CST-GOT = CST-WANT
               MOVE "PASS" TO CST-T-OUTCOME(CST-IDX)
               ADD 1 TO CST-PASS-COUNT
           ELSE
               MOVE "FAIL" TO CST-T-OUTCOME(CST-IDX)
               ADD 1 TO CST-FAIL-COUNT
           END-IF.

           EXIT PARAGRAPH.

      *LEADING SPACES DROPPED AND EVERY RUN OF SPACES CUT TO ONE,
      *SO "    34" AND "34" ARE THE SAME ANSWER
       SQUEEZE-ANSWER.
           MOVE SPACES TO CST-SQ-OUT
           MOVE ZERO TO CST-SQ-LEN
           PERFORM VARYING CST-SQ-IDX FROM 1 BY 1
               UNTIL CST-SQ-IDX > 60
               IF CST-SQ-IN(CST-SQ-IDX:1) NOT = SPACE
                   ADD 1 TO CST-SQ-LEN
                   MOVE CST-SQ-IN(CST-SQ-IDX:1) TO
                       CST-SQ-OUT(CST-SQ-LEN:1)
               ELSE
                   IF CST-SQ-LEN > ZERO AND CST-SQ-LEN < 60
                       IF CST-SQ-OUT(CST-SQ-LEN:1) NOT = SPACE
                           ADD 1 TO CST-SQ-LEN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       PRINT-SELF-TEST-REPORT.
           MOVE "CALC-SELF-TEST" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           MOVE "====== CALCULATOR SELF-TEST ======" TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "CASE   PROGRAM              RESULT" TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING CST-IDX FROM 1 BY 1
               UNTIL CST-IDX > CST-CASE-COUNT
               STRING CST-T-CASE(CST-IDX) " "
                   CST-T-PROGRAM(CST-IDX) " "
                   CST-T-OUTCOME(CST-IDX)
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
               IF CST-T-OUTCOME(CST-IDX) = "FAIL"
                   STRING "  EXPECTED: " CST-T-EXPECTED(CST-IDX)
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM EMIT-REPORT-LINE
                   STRING "  GOT:      " CST-T-ACTUAL(CST-IDX)
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM EMIT-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE CST-CASE-COUNT TO CST-COUNT-OUT
           STRING "CASES RUN:    " CST-COUNT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE CST-PASS-COUNT TO CST-COUNT-OUT
           STRING "CASES PASSED: " CST-COUNT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE CST-FAIL-COUNT TO CST-COUNT-OUT
           STRING "CASES FAILED: " CST-COUNT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

      *THE INCIDENT IS RAISED AGAINST THE PROGRAM THAT GAVE THE
      *WRONG ANSWER, WITH THE CASE WHERE A FILE ERROR WOULD CARRY
      *ITS FILE NAME - SAME SCREEN, SAME ACK
       OPEN-FAILED-CASE-INCIDENT.
           IF CST-T-OUTCOME(CST-IDX) NOT = "FAIL"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CST-IL-NAME
           STRING "CASE " CST-T-CASE(CST-IDX)
               DELIMITED BY SIZE INTO CST-IL-NAME
           CALL "INCIDENT-LOG" USING CST-T-PROGRAM(CST-IDX)
               CST-IL-NAME CST-IL-OPERATION
               CST-IL-STATUS WS-FH-OPERATOR-ID
               ON EXCEPTION
                   CONTINUE
           END-CALL.

           EXIT PARAGRAPH.

      *RETURN CODE AND FH_STEP_STATUS, AS REPORT-FILE-ERROR SETS
      *THEM, SO THE JOB STREAM SKIPS THE STEPS THAT DEPEND ON THIS
       SIGNAL-STEP-FAILED.
           MOVE 8 TO RETURN-CODE
           MOVE "FH_STEP_STATUS" TO CST-ENV-NAME
           DISPLAY CST-ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY "FAILED" UPON ENVIRONMENT-VALUE.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "spool-call.cpy".

       COPY "batch-mode-check.cpy".


       COPY "capture-operator.cpy".
