      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAINING-DATA.

      *====================================================
      * Stand-alone utility: keeps the practice data set that
      * new clerks learn on. SNAPSHOT copies every file the
      * suite owns (suite-file-table.cpy) plus the menu, help
      * and template files the programs read into trainsnap/,
      * under the suite interlock so the copy is consistent.
      * RESET puts the training/ directory back to exactly
      * that snapshot - every practice sale, invoice and
      * journal line is thrown away, and a file that did not
      * exist at snapshot time is removed - and leaves
      * trainctl.dat in training/, which is what makes
      * FH-MAIN-MENU offer the training sign-on. A training
      * session runs inside training/, so its logs, spools,
      * report inboxes and bank files never touch the live
      * ones. The files are copied whole through the
      * operating system (CBL_COPY_FILE), as SUITE-BACKUP does
      * for the indexed masters. Supervisor or admin only,
      * and only from a live session.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT TRAINCTL-FILE ASSIGN USING TRD-CTL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRD-CTL-STATUS.
           COPY "runlog-select.cpy".
           COPY "lock-select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  TRAINCTL-FILE.

       01  TRAINCTL-RECORD.
           05  TC-SNAP-DATE                PIC X(8).
           05  TC-SNAP-TIME                PIC X(8).
           05  TC-SNAP-OPER                PIC X(10).
           05  TC-SNAP-FILES               PIC 9(3).
           05  TC-RESET-DATE               PIC X(8).
           05  TC-RESET-TIME               PIC X(8).
           05  TC-RESET-OPER               PIC X(10).

           COPY "fd-vars.cpy".
           COPY "lock-rec.cpy".

       WORKING-STORAGE SECTION.
       01  TRD-CHOICE                      PIC 9 VALUE 0.
       01  TRD-CONFIRM                     PIC X.
       01  TRD-CTL-NAME                    PIC X(40).
       01  TRD-CTL-STATUS                  PIC XX.
       01  TRD-SNAP-DIR                    PIC X(20)
                                           VALUE "trainsnap".
       01  TRD-TRAIN-DIR                   PIC X(20)
                                           VALUE "training".
       01  TRD-FROM-DIR                    PIC X(20).
       01  TRD-TO-DIR                      PIC X(20).
       01  TRD-FILE-NAME                   PIC X(20).
       01  TRD-IN-NAME                     PIC X(40).
       01  TRD-OUT-NAME                    PIC X(40).
       01  TRD-FILES-COPIED                PIC 9(3).
       01  TRD-FILES-ABSENT                PIC 9(3).
       01  TRD-FILES-FAILED                PIC 9(3).
       01  TRD-SNAP-SAVE.
           05  TRD-SAVE-DATE               PIC X(8).
           05  TRD-SAVE-TIME               PIC X(8).
           05  TRD-SAVE-OPER               PIC X(10).
           05  TRD-SAVE-FILES              PIC 9(3).
       01  TRD-FILE-DETAILS.
           05  TRD-FD-SIZE                 PIC X(8) COMP-X.
           05  TRD-FD-DAY                  PIC X COMP-X.
           05  TRD-FD-MONTH                PIC X COMP-X.
           05  TRD-FD-YEAR                 PIC XX COMP-X.
           05  TRD-FD-HOUR                 PIC X COMP-X.
           05  TRD-FD-MINUTE               PIC X COMP-X.
           05  TRD-FD-SECOND               PIC X COMP-X.
           05  TRD-FD-CENTI                PIC X COMP-X.
      * Read by the programs but not kept in the suite file
      * table - a training session needs them all the same
       01  TRD-REF-VALUES.
           05  FILLER  PIC X(20) VALUE "menudefs.dat".
           05  FILLER  PIC X(20) VALUE "helptext.dat".
           05  FILLER  PIC X(20) VALUE "lettertpl.dat".
           05  FILLER  PIC X(20) VALUE "jobdefs.dat".
       01  TRD-REF-TABLE REDEFINES TRD-REF-VALUES.
           05  TRD-REF-FILE                PIC X(20) OCCURS 4 TIMES.
       01  TRD-REF-COUNT                   PIC 9 VALUE 4.
       01  TRD-REF-IDX                     PIC 9.
           COPY "suite-file-table.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "TRAINING-DATA" TO
               WS-RUNLOG-PROGRAM-ID.

      * From inside training/ the snapshot would copy the
      * practice files onto themselves
           IF WS-FH-TRAINING = "Y"
               DISPLAY "TRAINING DATA IS KEPT FROM A LIVE SESSION - "
                   "SIGN ON WITHOUT TRAINING"
               GOBACK
           END-IF.

           MOVE "TRAINDATA-REFUSED" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM CHECK-SUPERVISOR-ROLE.
           IF WS-FH-ROLE-OK NOT = "Y"
               GOBACK
           END-IF.
           MOVE "TRAINING-DATA" TO WS-RUNLOG-PROGRAM-ID.

           PERFORM UNTIL TRD-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "       TRAINING DATA       "
               DISPLAY "==========================="
               DISPLAY "1 - TAKE SNAPSHOT OF LIVE DATA"
               DISPLAY "2 - RESET TRAINING DATA FROM SNAPSHOT"
               DISPLAY "3 - SHOW TRAINING DATA STATUS"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT TRD-CHOICE

               EVALUATE TRD-CHOICE
                   WHEN 1
                       PERFORM TAKE-LIVE-SNAPSHOT
                   WHEN 2
                       PERFORM RESET-TRAINING-DATA
                   WHEN 3
                       PERFORM SHOW-TRAINING-STATUS
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           MOVE "TRAINING-DATA" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *================= SNAPSHOT ==============================
       TAKE-LIVE-SNAPSHOT.
           DISPLAY "REPLACE THE TRAINING SNAPSHOT WITH TODAY'S LIVE "
               "DATA (Y/N)? " WITH NO ADVANCING
           MOVE SPACE TO TRD-CONFIRM
           ACCEPT TRD-CONFIRM
           IF TRD-CONFIRM NOT = "Y" AND TRD-CONFIRM NOT = "y"
               DISPLAY "NO SNAPSHOT TAKEN"
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-FH-LOCK
           IF WS-FH-LOCK-HELD NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_CREATE_DIR" USING TRD-SNAP-DIR
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE ZERO TO RETURN-CODE
           MOVE SPACES TO TRD-FROM-DIR
           MOVE TRD-SNAP-DIR TO TRD-TO-DIR
           PERFORM COPY-FILE-SET
           PERFORM RELEASE-FH-LOCK

           IF TRD-FILES-FAILED NOT = ZERO
               DISPLAY TRD-FILES-FAILED " FILE(S) COULD NOT BE "
                   "COPIED - SNAPSHOT NOT MARKED USABLE"
               EXIT PARAGRAPH
           END-IF
           INITIALIZE TRAINCTL-RECORD
           ACCEPT TC-SNAP-DATE FROM DATE YYYYMMDD
           ACCEPT TC-SNAP-TIME FROM TIME
           MOVE WS-FH-OPERATOR-ID TO TC-SNAP-OPER
           MOVE TRD-FILES-COPIED TO TC-SNAP-FILES
           MOVE SPACES TO TC-RESET-DATE
           MOVE SPACES TO TC-RESET-TIME
           MOVE SPACES TO TC-RESET-OPER
           MOVE TRD-SNAP-DIR TO TRD-TO-DIR
           PERFORM WRITE-TRAINCTL-ROW
           DISPLAY "SNAPSHOT TAKEN - " TRD-FILES-COPIED
               " FILE(S), " TRD-FILES-ABSENT " NOT YET IN USE"
           DISPLAY "RESET THE TRAINING DATA TO PUT IT IN FRONT OF "
               "THE TRAINEES".

           EXIT PARAGRAPH.

      *================= RESET =================================
       RESET-TRAINING-DATA.
           MOVE SPACES TO TRD-CTL-NAME
           STRING TRD-SNAP-DIR DELIMITED BY SPACE
               "/trainctl.dat" DELIMITED BY SIZE
               INTO TRD-CTL-NAME
           OPEN INPUT TRAINCTL-FILE
           IF TRD-CTL-STATUS NOT = "00"
               DISPLAY "NO TRAINING SNAPSHOT YET - TAKE ONE FIRST"
               EXIT PARAGRAPH
           END-IF
           READ TRAINCTL-FILE
               AT END
                   MOVE SPACES TO TRAINCTL-RECORD
           END-READ
           CLOSE TRAINCTL-FILE
           IF TC-SNAP-DATE = SPACES
               DISPLAY "TRAINING SNAPSHOT IS INCOMPLETE - TAKE IT "
                   "AGAIN"
               EXIT PARAGRAPH
           END-IF
           MOVE TC-SNAP-DATE TO TRD-SAVE-DATE
           MOVE TC-SNAP-TIME TO TRD-SAVE-TIME
           MOVE TC-SNAP-OPER TO TRD-SAVE-OPER
           MOVE TC-SNAP-FILES TO TRD-SAVE-FILES

           DISPLAY "SNAPSHOT OF " TRD-SAVE-DATE " " TRD-SAVE-TIME
               " BY " TRD-SAVE-OPER
           DISPLAY "EVERYTHING ENTERED IN TRAINING SINCE THE LAST "
               "RESET WILL BE LOST."
           DISPLAY "NO ONE SHOULD BE SIGNED ON FOR TRAINING. "
               "RESET NOW (Y/N)? " WITH NO ADVANCING
           MOVE SPACE TO TRD-CONFIRM
           ACCEPT TRD-CONFIRM
           IF TRD-CONFIRM NOT = "Y" AND TRD-CONFIRM NOT = "y"
               DISPLAY "TRAINING DATA NOT RESET"
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_CREATE_DIR" USING TRD-TRAIN-DIR
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE ZERO TO RETURN-CODE
           MOVE TRD-SNAP-DIR TO TRD-FROM-DIR
           MOVE TRD-TRAIN-DIR TO TRD-TO-DIR
           PERFORM COPY-FILE-SET
           IF TRD-FILES-FAILED NOT = ZERO
               DISPLAY TRD-FILES-FAILED " FILE(S) COULD NOT BE "
                   "COPIED - TRAINING DATA LEFT CLOSED"
               EXIT PARAGRAPH
           END-IF

           MOVE TRD-SAVE-DATE TO TC-SNAP-DATE
           MOVE TRD-SAVE-TIME TO TC-SNAP-TIME
           MOVE TRD-SAVE-OPER TO TC-SNAP-OPER
           MOVE TRD-SAVE-FILES TO TC-SNAP-FILES
           ACCEPT TC-RESET-DATE FROM DATE YYYYMMDD
           ACCEPT TC-RESET-TIME FROM TIME
           MOVE WS-FH-OPERATOR-ID TO TC-RESET-OPER
           MOVE TRD-TRAIN-DIR TO TRD-TO-DIR
           PERFORM WRITE-TRAINCTL-ROW
           DISPLAY "TRAINING DATA RESET - " TRD-FILES-COPIED
               " FILE(S) PUT BACK TO THE SNAPSHOT".

           EXIT PARAGRAPH.

      *================= STATUS ================================
       SHOW-TRAINING-STATUS.
           MOVE SPACES TO TRD-CTL-NAME
           STRING TRD-SNAP-DIR DELIMITED BY SPACE
               "/trainctl.dat" DELIMITED BY SIZE
               INTO TRD-CTL-NAME
           OPEN INPUT TRAINCTL-FILE
           IF TRD-CTL-STATUS NOT = "00"
               DISPLAY "NO TRAINING SNAPSHOT TAKEN"
           ELSE
               READ TRAINCTL-FILE
                   AT END
                       MOVE SPACES TO TRAINCTL-RECORD
               END-READ
               CLOSE TRAINCTL-FILE
               DISPLAY "SNAPSHOT TAKEN  " TC-SNAP-DATE " "
                   TC-SNAP-TIME " BY " TC-SNAP-OPER " - "
                   TC-SNAP-FILES " FILE(S)"
           END-IF

           MOVE SPACES TO TRD-CTL-NAME
           STRING TRD-TRAIN-DIR DELIMITED BY SPACE
               "/trainctl.dat" DELIMITED BY SIZE
               INTO TRD-CTL-NAME
           OPEN INPUT TRAINCTL-FILE
           IF TRD-CTL-STATUS NOT = "00"
               DISPLAY "TRAINING DATA NOT SET UP - TRAINING SIGN-ON "
                   "IS NOT OFFERED"
           ELSE
               READ TRAINCTL-FILE
                   AT END
                       MOVE SPACES TO TRAINCTL-RECORD
               END-READ
               CLOSE TRAINCTL-FILE
               DISPLAY "LAST RESET      " TC-RESET-DATE " "
                   TC-RESET-TIME " BY " TC-RESET-OPER
                   " FROM SNAPSHOT OF " TC-SNAP-DATE
           END-IF.

           EXIT PARAGRAPH.

      *================= SHARED ================================
      *TRD-FROM-DIR BLANK MEANS THE LIVE FILES IN THE CURRENT
      *DIRECTORY
       COPY-FILE-SET.
           MOVE ZERO TO TRD-FILES-COPIED
           MOVE ZERO TO TRD-FILES-ABSENT
           MOVE ZERO TO TRD-FILES-FAILED
           PERFORM VARYING WS-SFT-IDX FROM 1 BY 1
               UNTIL WS-SFT-IDX > WS-SFT-COUNT
               MOVE WS-SFT-FILE(WS-SFT-IDX) TO TRD-FILE-NAME
               PERFORM COPY-ONE-FILE
           END-PERFORM
           PERFORM VARYING TRD-REF-IDX FROM 1 BY 1
               UNTIL TRD-REF-IDX > TRD-REF-COUNT
               MOVE TRD-REF-FILE(TRD-REF-IDX) TO TRD-FILE-NAME
               PERFORM COPY-ONE-FILE
           END-PERFORM.

           EXIT PARAGRAPH.

      *A FILE NOT IN THE SOURCE IS REMOVED FROM THE TARGET SO THE
      *TARGET MATCHES IT EXACTLY
       COPY-ONE-FILE.
           MOVE SPACES TO TRD-IN-NAME
           IF TRD-FROM-DIR = SPACES
               MOVE TRD-FILE-NAME TO TRD-IN-NAME
           ELSE
               STRING TRD-FROM-DIR DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   TRD-FILE-NAME DELIMITED BY SPACE
                   INTO TRD-IN-NAME
           END-IF
           MOVE SPACES TO TRD-OUT-NAME
           STRING TRD-TO-DIR DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               TRD-FILE-NAME DELIMITED BY SPACE
               INTO TRD-OUT-NAME

           CALL "CBL_CHECK_FILE_EXIST" USING TRD-IN-NAME
               TRD-FILE-DETAILS
               ON EXCEPTION
                   MOVE 1 TO RETURN-CODE
           END-CALL
           IF RETURN-CODE NOT = ZERO
               MOVE ZERO TO RETURN-CODE
               CALL "CBL_DELETE_FILE" USING TRD-OUT-NAME
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               MOVE ZERO TO RETURN-CODE
               ADD 1 TO TRD-FILES-ABSENT
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_COPY_FILE" USING TRD-IN-NAME TRD-OUT-NAME
               ON EXCEPTION
                   DISPLAY "CBL_COPY_FILE NOT AVAILABLE - "
                       TRD-FILE-NAME " NOT COPIED"
                   ADD 1 TO TRD-FILES-FAILED
                   EXIT PARAGRAPH
           END-CALL
           IF RETURN-CODE NOT = ZERO
               DISPLAY "COPY FAILED FOR " TRD-FILE-NAME
               MOVE ZERO TO RETURN-CODE
               ADD 1 TO TRD-FILES-FAILED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TRD-FILES-COPIED.

           EXIT PARAGRAPH.

       WRITE-TRAINCTL-ROW.
           MOVE SPACES TO TRD-CTL-NAME
           STRING TRD-TO-DIR DELIMITED BY SPACE
               "/trainctl.dat" DELIMITED BY SIZE
               INTO TRD-CTL-NAME
           OPEN OUTPUT TRAINCTL-FILE
           IF TRD-CTL-STATUS NOT = "00"
               MOVE "TRAINCTL-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE TRD-CTL-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           WRITE TRAINCTL-RECORD
           CLOSE TRAINCTL-FILE.

           EXIT PARAGRAPH.

       COPY "role-check.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "lock-paragraphs.cpy".


       COPY "capture-operator.cpy".
