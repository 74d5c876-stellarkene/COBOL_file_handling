      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDENTIAL-PROTECT.

      *====================================================
      * Stand-alone utility, also runnable as a job-stream
      * step: guards the two credentials the suite keeps -
      * operator passwords on the operator master and
      * salesman bank accounts on smbank.dat. Passwords are
      * kept only as a one-way hash and account numbers only
      * encoded (secure-field.cpy); FH-MAIN-MENU, OPERATOR-
      * MAINTENANCE and SALESMAN-BANK-MAINT write them that
      * way. CONVERT is the one-time change-over for rows
      * written before that: under the suite interlock it
      * hashes every clear password (current and the three
      * kept for the reuse check), encodes every clear
      * account, and does the same to the operator images
      * held in the update journal, so a replay cannot put
      * clear text back. It works through the live files,
      * their .bak copies and the trainsnap/ and training/
      * sets alike, and keeps each record's length, so the
      * backup manifest still matches. The SCAN that follows
      * (and that runs alone when CONVERT is not asked for)
      * reads the same files and lists, on the
      * CREDENTIAL-SCAN report, how many records in each
      * still hold clear text - the values themselves are
      * never shown. A file with clear text left, or one
      * that cannot be read, opens an incident and fails the
      * step (return code 8). Unattended it only scans.
      * CONVERT needs supervisor or admin; neither runs from
      * a training session.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT OPER-FILE ASSIGN USING CRP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-OPER-ID
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT SMBANK-FILE ASSIGN USING CRP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SMBANK-STATUS.
           SELECT UPDJRNL-FILE ASSIGN USING CRP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPDJRNL-STATUS.
           SELECT CRPWORK-FILE ASSIGN USING CRP-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRP-WORK-STATUS.
           COPY "runlog-select.cpy".
           COPY "lock-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "oper-rec.cpy".

           COPY "smbank-rec.cpy".

           COPY "updjrnl-rec.cpy".

       FD  CRPWORK-FILE.

      * The converted copy of a sequential file, copied back
      * over it once every row has been read
       01  CRPWORK-RECORD                  PIC X(345).

           COPY "fd-vars.cpy".
           COPY "lock-rec.cpy".

       WORKING-STORAGE SECTION.
       01  CRP-CHOICE                      PIC X.
       01  CRP-CONFIRM                     PIC X.
       01  CRP-CONVERTING                  PIC X VALUE "N".
       01  CRP-CONVERT-RUN                 PIC X VALUE "N".
       01  CRP-EOF                         PIC X.
       01  CRP-READ-OK                     PIC X.
       01  CRP-REC-CLEAR                   PIC X.
       01  CRP-FILE-NAME                   PIC X(40).
       01  CRP-WORK-NAME                   PIC X(40)
                                           VALUE "credprot.tmp".
       01  CRP-WORK-STATUS                 PIC XX.
       01  CRP-WORK-OPEN                   PIC X VALUE "N".
       01  CRP-PX                          PIC 9.
       01  CRP-FX                          PIC 9.
       01  CRP-RX                          PIC 99.
       01  CRP-PLACE-COUNT                 PIC 9 VALUE 4.
       01  CRP-FILE-COUNT                  PIC 9 VALUE 3.
       01  CRP-FLAGGED                     PIC 99 VALUE 0.
       01  CRP-CONVERTED                   PIC 9(7).
       01  CRP-COUNT-OUT                   PIC Z(6)9.
       01  CRP-CLEAR-OUT                   PIC Z(6)9.
       01  CRP-CONV-OUT                    PIC Z(6)9.
       01  CRP-FLAGGED-OUT                 PIC Z9.
       01  CRP-ENV-NAME                    PIC X(20).
       01  CRP-IL-NAME                     PIC X(20).
       01  CRP-IL-OPERATION                PIC X(10).
       01  CRP-IL-STATUS                   PIC XX.
      * Where copies of the credential files are kept - the
      * live file, the backup beside it, and the training
      * snapshot and training sets (directory, suffix)
       01  CRP-PLACE-VALUES.
           05  FILLER  PIC X(26) VALUE "LIVE                      ".
           05  FILLER  PIC X(26) VALUE "BACKUP              .bak  ".
           05  FILLER  PIC X(26) VALUE "SNAPSHOT  trainsnap/      ".
           05  FILLER  PIC X(26) VALUE "TRAINING  training/       ".
       01  CRP-PLACE-TABLE REDEFINES CRP-PLACE-VALUES.
           05  CRP-PLACE-ENTRY             OCCURS 4 TIMES.
               10  CRP-P-LABEL             PIC X(10).
               10  CRP-P-DIR               PIC X(10).
               10  CRP-P-SUFFIX            PIC X(6).
       01  CRP-FILE-VALUES.
           05  FILLER  PIC X(12) VALUE "opermast.dat".
           05  FILLER  PIC X(12) VALUE "smbank.dat".
           05  FILLER  PIC X(12) VALUE "updjrnl.dat".
       01  CRP-FILE-TABLE REDEFINES CRP-FILE-VALUES.
           05  CRP-F-NAME                  PIC X(12) OCCURS 3 TIMES.
      * One row per place and file - (place - 1) * 3 + file
       01  CRP-RESULT-TABLE.
           05  CRP-RESULT-ENTRY            OCCURS 12 TIMES.
               10  CRP-R-STATUS            PIC X(13).
               10  CRP-R-OPEN-STATUS       PIC XX.
               10  CRP-R-RECORDS           PIC 9(7).
               10  CRP-R-CLEAR             PIC 9(7).
               10  CRP-R-CONVERTED         PIC 9(7).
      * An OPERMAST record, from the master or from a journal
      * image, while its password fields are checked
       01  CRP-OPER-WORK.
           05  CRP-OW-OPER-ID              PIC X(10).
           05  CRP-OW-OPER-NAME            PIC X(25).
           05  CRP-OW-DEPARTMENT           PIC X(10).
           05  CRP-OW-ACTIVE               PIC X.
           05  CRP-OW-PASSWORD             PIC X(10).
           05  CRP-OW-ROLE                 PIC X.
           05  CRP-OW-PW-CHANGED           PIC 9(8).
           05  CRP-OW-PW-HIST              PIC X(10) OCCURS 3 TIMES.
           05  CRP-OW-FAIL-COUNT           PIC 99.
           05  CRP-OW-LOCKED               PIC X.
       01  CRP-HX                          PIC 9.
           COPY "secure-field-vars.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "CREDENTIAL-PROTECT" TO
               WS-RUNLOG-PROGRAM-ID.

      * From inside training/ the directories named in the
      * place table would not be where they are expected
           IF WS-FH-TRAINING = "Y"
               DISPLAY "CREDENTIAL PROTECTION RUNS FROM A LIVE "
                   "SESSION - SIGN ON WITHOUT TRAINING"
               GOBACK
           END-IF.

           PERFORM CHECK-NIGHTLY-BATCH-MODE.
           MOVE "S" TO CRP-CHOICE.
           IF WS-FH-NIGHTLY-BATCH NOT = "Y"
               DISPLAY "==========================="
               DISPLAY "   CREDENTIAL PROTECTION   "
               DISPLAY "==========================="
               DISPLAY "C - CONVERT CLEAR TEXT, THEN SCAN"
               DISPLAY "S - SCAN ONLY"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT CRP-CHOICE
               INSPECT CRP-CHOICE CONVERTING "cs" TO "CS"
           END-IF.
           IF CRP-CHOICE NOT = "C" AND CRP-CHOICE NOT = "S"
               DISPLAY "INVALID INPUT"
               GOBACK
           END-IF.

           INITIALIZE CRP-RESULT-TABLE.
           IF CRP-CHOICE = "C"
               PERFORM CONVERT-ALL-FILES
           END-IF.

           MOVE "N" TO CRP-CONVERTING.
           PERFORM PROCESS-ONE-PLACE
               VARYING CRP-PX FROM 1 BY 1
               UNTIL CRP-PX > CRP-PLACE-COUNT.

           PERFORM PRINT-SCAN-REPORT.
           PERFORM OPEN-CLEAR-TEXT-INCIDENT
               VARYING CRP-RX FROM 1 BY 1 UNTIL CRP-RX > 12.

           MOVE "CREDENTIAL-PROTECT" TO WS-RUNLOG-PROGRAM-ID.
           IF CRP-FLAGGED > ZERO
               MOVE "FAILED" TO WS-FH-RUN-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-ENTRY.

      * Set last - the incident and run-log CALLs above each
      * replace RETURN-CODE with their own
           IF CRP-FLAGGED > ZERO
               PERFORM SIGNAL-STEP-FAILED
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

           GOBACK.

      *================= CONVERT ===============================
       CONVERT-ALL-FILES.
           MOVE "CREDPROT-REFUSED" TO WS-RUNLOG-PROGRAM-ID
           PERFORM CHECK-SUPERVISOR-ROLE
           IF WS-FH-ROLE-OK NOT = "Y"
               DISPLAY "NOTHING CONVERTED - SCAN ONLY"
               MOVE "CREDENTIAL-PROTECT" TO WS-RUNLOG-PROGRAM-ID
               EXIT PARAGRAPH
           END-IF
           MOVE "CREDENTIAL-PROTECT" TO WS-RUNLOG-PROGRAM-ID

           DISPLAY "EVERY CLEAR PASSWORD AND ACCOUNT NUMBER IN THE "
               "LIVE, BACKUP AND"
           DISPLAY "TRAINING FILES WILL BE HASHED OR ENCODED. THIS "
               "CANNOT BE UNDONE."
           DISPLAY "CONVERT NOW (Y/N)? " WITH NO ADVANCING
           MOVE SPACE TO CRP-CONFIRM
           ACCEPT CRP-CONFIRM
           IF CRP-CONFIRM NOT = "Y" AND CRP-CONFIRM NOT = "y"
               DISPLAY "NOTHING CONVERTED - SCAN ONLY"
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-FH-LOCK
           IF WS-FH-LOCK-HELD NOT = "Y"
               DISPLAY "NOTHING CONVERTED - SCAN ONLY"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO CRP-CONVERTING
           MOVE "Y" TO CRP-CONVERT-RUN
           PERFORM PROCESS-ONE-PLACE
               VARYING CRP-PX FROM 1 BY 1
               UNTIL CRP-PX > CRP-PLACE-COUNT
           MOVE "N" TO CRP-CONVERTING
           PERFORM RELEASE-FH-LOCK.

           EXIT PARAGRAPH.

      *================= SHARED PASS ===========================
      *THE CONVERT PASS AND THE SCAN PASS READ THE SAME FILES
      *THROUGH THE SAME PARAGRAPHS - CRP-CONVERTING SAYS WHETHER
      *A CLEAR VALUE IS PUT RIGHT OR ONLY COUNTED
       PROCESS-ONE-PLACE.
           PERFORM VARYING CRP-FX FROM 1 BY 1
               UNTIL CRP-FX > CRP-FILE-COUNT
               COMPUTE CRP-RX = (CRP-PX - 1) * 3 + CRP-FX
               MOVE SPACES TO CRP-FILE-NAME
               STRING CRP-P-DIR(CRP-PX) DELIMITED BY SPACE
                   CRP-F-NAME(CRP-FX) DELIMITED BY SPACE
                   CRP-P-SUFFIX(CRP-PX) DELIMITED BY SPACE
                   INTO CRP-FILE-NAME
               IF CRP-CONVERTING NOT = "Y"
                   MOVE ZERO TO CRP-R-RECORDS(CRP-RX)
                   MOVE ZERO TO CRP-R-CLEAR(CRP-RX)
               END-IF
               MOVE ZERO TO CRP-CONVERTED
               EVALUATE CRP-FX
                   WHEN 1
                       PERFORM PROCESS-OPER-FILE
                   WHEN 2
                       PERFORM PROCESS-SMBANK-FILE
                   WHEN 3
                       PERFORM PROCESS-UPDJRNL-FILE
               END-EVALUATE
               IF CRP-CONVERTING = "Y"
                   MOVE CRP-CONVERTED TO CRP-R-CONVERTED(CRP-RX)
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

      *A FILE THAT IS NOT THERE HAS NOTHING TO PROTECT; ONE THAT
      *IS THERE BUT WILL NOT OPEN CANNOT BE VOUCHED FOR
       NOTE-OPEN-RESULT.
           EVALUATE CRP-R-OPEN-STATUS(CRP-RX)
               WHEN "00"
                   MOVE "Y" TO CRP-READ-OK
               WHEN "35"
                   MOVE "N" TO CRP-READ-OK
                   MOVE "NOT PRESENT" TO CRP-R-STATUS(CRP-RX)
               WHEN OTHER
                   MOVE "N" TO CRP-READ-OK
                   MOVE "UNREADABLE" TO CRP-R-STATUS(CRP-RX)
           END-EVALUATE.

           EXIT PARAGRAPH.

       PROCESS-OPER-FILE.
           IF CRP-CONVERTING = "Y"
               OPEN I-O OPER-FILE
           ELSE
               OPEN INPUT OPER-FILE
           END-IF
           MOVE WS-OPER-FILE-STATUS TO CRP-R-OPEN-STATUS(CRP-RX)
           PERFORM NOTE-OPEN-RESULT
           IF CRP-READ-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO CRP-EOF
           MOVE LOW-VALUES TO OM-OPER-ID
           START OPER-FILE KEY IS NOT LESS THAN OM-OPER-ID
               INVALID KEY
                   MOVE "Y" TO CRP-EOF
           END-START
           PERFORM UNTIL CRP-EOF = "Y"
               READ OPER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO CRP-EOF
                   NOT AT END
                       MOVE OPER-RECORD TO CRP-OPER-WORK
                       PERFORM CHECK-OPER-CREDENTIALS
                       IF CRP-REC-CLEAR = "Y"
                           AND CRP-CONVERTING = "Y"
                           MOVE CRP-OPER-WORK TO OPER-RECORD
                           REWRITE OPER-RECORD
                               INVALID KEY
                                   DISPLAY "OPERATOR " OM-OPER-ID
                                       " NOT REWRITTEN IN "
                                       CRP-FILE-NAME
                               NOT INVALID KEY
                                   ADD 1 TO CRP-CONVERTED
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPER-FILE.

           EXIT PARAGRAPH.

       PROCESS-SMBANK-FILE.
           OPEN INPUT SMBANK-FILE
           MOVE WS-SMBANK-STATUS TO CRP-R-OPEN-STATUS(CRP-RX)
           PERFORM NOTE-OPEN-RESULT
           IF CRP-READ-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF CRP-CONVERTING = "Y"
               PERFORM OPEN-WORK-FILE
           END-IF
           MOVE "N" TO CRP-EOF
           PERFORM UNTIL CRP-EOF = "Y"
               READ SMBANK-FILE
                   AT END
                       MOVE "Y" TO CRP-EOF
                   NOT AT END
                       PERFORM CHECK-BANK-CREDENTIALS
                       IF CRP-CONVERTING = "Y"
                           MOVE SMBANK-RECORD TO CRPWORK-RECORD
                           PERFORM WRITE-WORK-ROW
                       END-IF
               END-READ
               IF WS-SMBANK-STATUS NOT = "00" AND NOT = "10"
                   MOVE "N" TO CRP-READ-OK
                   MOVE "Y" TO CRP-EOF
               END-IF
           END-PERFORM
           CLOSE SMBANK-FILE
           IF CRP-CONVERTING = "Y"
               PERFORM REPLACE-FROM-WORK-FILE
           END-IF.

           EXIT PARAGRAPH.

      *ONLY OPERATOR MASTER IMAGES CARRY A CREDENTIAL - THE BANK
      *FILE IS NOT JOURNALLED
       PROCESS-UPDJRNL-FILE.
           OPEN INPUT UPDJRNL-FILE
           MOVE WS-UPDJRNL-STATUS TO CRP-R-OPEN-STATUS(CRP-RX)
           PERFORM NOTE-OPEN-RESULT
           IF CRP-READ-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF CRP-CONVERTING = "Y"
               PERFORM OPEN-WORK-FILE
           END-IF
           MOVE "N" TO CRP-EOF
           PERFORM UNTIL CRP-EOF = "Y"
               READ UPDJRNL-FILE
                   AT END
                       MOVE "Y" TO CRP-EOF
                   NOT AT END
                       IF UJ-FILE-NAME = "OPERMAST"
                           MOVE UJ-RECORD-IMAGE TO CRP-OPER-WORK
                           PERFORM CHECK-OPER-CREDENTIALS
                           IF CRP-REC-CLEAR = "Y"
                               AND CRP-CONVERTING = "Y"
                               MOVE CRP-OPER-WORK TO
                                   UJ-RECORD-IMAGE(1:98)
                               ADD 1 TO CRP-CONVERTED
                           END-IF
                       END-IF
                       IF CRP-CONVERTING = "Y"
                           MOVE UPDJRNL-RECORD TO CRPWORK-RECORD
                           PERFORM WRITE-WORK-ROW
                       END-IF
               END-READ
               IF WS-UPDJRNL-STATUS NOT = "00" AND NOT = "10"
                   MOVE "N" TO CRP-READ-OK
                   MOVE "Y" TO CRP-EOF
               END-IF
           END-PERFORM
           CLOSE UPDJRNL-FILE
           IF CRP-CONVERTING = "Y"
               PERFORM REPLACE-FROM-WORK-FILE
           END-IF.

           EXIT PARAGRAPH.

      *================= CREDENTIAL CHECKS =====================
      *A CURRENT PASSWORD THAT IS NOT A HASH IS CLEAR TEXT - A
      *BLANK ONE TOO, SINCE NO SIGN-ON COULD EVER MATCH IT; A
      *BLANK HISTORY SLOT IS SIMPLY UNUSED
       CHECK-OPER-CREDENTIALS.
           MOVE "N" TO CRP-REC-CLEAR
           ADD 1 TO CRP-R-RECORDS(CRP-RX)
           MOVE CRP-OW-OPER-ID TO WS-SF-SALT
           MOVE CRP-OW-PASSWORD TO WS-SF-HASH
           PERFORM CHECK-PASSWORD-HASHED
           IF WS-SF-HASHED NOT = "Y"
               MOVE "Y" TO CRP-REC-CLEAR
               IF CRP-CONVERTING = "Y"
                   MOVE CRP-OW-PASSWORD TO WS-SF-CLEAR
                   PERFORM HASH-PASSWORD
                   MOVE WS-SF-HASH TO CRP-OW-PASSWORD
               END-IF
           END-IF
           PERFORM VARYING CRP-HX FROM 1 BY 1 UNTIL CRP-HX > 3
               IF CRP-OW-PW-HIST(CRP-HX) NOT = SPACES
                   MOVE CRP-OW-PW-HIST(CRP-HX) TO WS-SF-HASH
                   PERFORM CHECK-PASSWORD-HASHED
                   IF WS-SF-HASHED NOT = "Y"
                       MOVE "Y" TO CRP-REC-CLEAR
                       IF CRP-CONVERTING = "Y"
                           MOVE CRP-OW-PW-HIST(CRP-HX) TO
                               WS-SF-CLEAR
                           PERFORM HASH-PASSWORD
                           MOVE WS-SF-HASH TO
                               CRP-OW-PW-HIST(CRP-HX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF CRP-REC-CLEAR = "Y"
               ADD 1 TO CRP-R-CLEAR(CRP-RX)
           END-IF.

           EXIT PARAGRAPH.

       CHECK-BANK-CREDENTIALS.
           MOVE "N" TO CRP-REC-CLEAR
           ADD 1 TO CRP-R-RECORDS(CRP-RX)
           MOVE BK-ACCT-NUM TO WS-SF-ACCT-CODED
           PERFORM CHECK-ACCT-ENCODED
           IF WS-SF-ENCODED NOT = "Y"
               MOVE "Y" TO CRP-REC-CLEAR
               ADD 1 TO CRP-R-CLEAR(CRP-RX)
               IF CRP-CONVERTING = "Y"
                   MOVE BK-ACCT-NUM TO WS-SF-ACCT
                   MOVE BK-SM-NUM TO WS-SF-ACCT-KEY
                   PERFORM ENCODE-BANK-ACCT
                   MOVE WS-SF-ACCT-CODED TO BK-ACCT-NUM
                   ADD 1 TO CRP-CONVERTED
               END-IF
           END-IF.

           EXIT PARAGRAPH.

      *================= WORK FILE =============================
       OPEN-WORK-FILE.
           OPEN OUTPUT CRPWORK-FILE
           IF CRP-WORK-STATUS = "00"
               MOVE "Y" TO CRP-WORK-OPEN
           ELSE
               MOVE "CRPWORK-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE CRP-WORK-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               MOVE "N" TO CRP-READ-OK
           END-IF.

           EXIT PARAGRAPH.

       WRITE-WORK-ROW.
           IF CRP-READ-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           WRITE CRPWORK-RECORD
           IF CRP-WORK-STATUS NOT = "00"
               MOVE "CRPWORK-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "WRITE" TO WS-FH-ERR-OPERATION
               MOVE CRP-WORK-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               MOVE "N" TO CRP-READ-OK
           END-IF.

           EXIT PARAGRAPH.

      *THE FILE IS ONLY REPLACED WHEN EVERY ROW WAS READ AND
      *WRITTEN AND SOMETHING WAS CONVERTED - OTHERWISE IT IS
      *LEFT AS IT WAS AND THE SCAN WILL SAY SO
       REPLACE-FROM-WORK-FILE.
           IF CRP-WORK-OPEN = "Y"
               CLOSE CRPWORK-FILE
               MOVE "N" TO CRP-WORK-OPEN
           END-IF
           IF CRP-READ-OK = "Y" AND CRP-CONVERTED > ZERO
               CALL "CBL_COPY_FILE" USING CRP-WORK-NAME
                   CRP-FILE-NAME
                   ON EXCEPTION
                       DISPLAY "CBL_COPY_FILE NOT AVAILABLE - "
                           CRP-FILE-NAME " NOT CONVERTED"
                       MOVE ZERO TO CRP-CONVERTED
               END-CALL
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "COPY FAILED - " CRP-FILE-NAME
                       " NOT CONVERTED"
                   MOVE ZERO TO CRP-CONVERTED
               END-IF
           ELSE
               MOVE ZERO TO CRP-CONVERTED
           END-IF
           MOVE ZERO TO RETURN-CODE
           CALL "CBL_DELETE_FILE" USING CRP-WORK-NAME
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE ZERO TO RETURN-CODE.

           EXIT PARAGRAPH.

      *================= REPORT ================================
       PRINT-SCAN-REPORT.
           MOVE "CREDENTIAL-SCAN" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           MOVE "======== CREDENTIAL PROTECTION SCAN ========" TO
               WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           IF CRP-CONVERT-RUN = "Y"
               MOVE "CONVERSION RUN BEFORE THIS SCAN" TO
                   WS-SPOOL-LINE
           ELSE
               MOVE "SCAN ONLY - NOTHING CONVERTED" TO WS-SPOOL-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           STRING "PLACE      FILE          RECORDS   CLEAR "
               "CONVERTED STATUS"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE ZERO TO CRP-FLAGGED
           PERFORM PRINT-RESULT-ROW
               VARYING CRP-RX FROM 1 BY 1 UNTIL CRP-RX > 12
           IF CRP-FLAGGED = ZERO
               MOVE "NO CLEAR TEXT REMAINS IN ANY FILE SCANNED" TO
                   WS-SPOOL-LINE
           ELSE
               MOVE CRP-FLAGGED TO CRP-FLAGGED-OUT
               STRING "FILES WITH CLEAR TEXT OR UNREADABLE: "
                   CRP-FLAGGED-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       PRINT-RESULT-ROW.
           COMPUTE CRP-PX = (CRP-RX - 1) / 3 + 1
           COMPUTE CRP-FX = CRP-RX - (CRP-PX - 1) * 3
           IF CRP-R-STATUS(CRP-RX) = SPACES
               IF CRP-R-CLEAR(CRP-RX) > ZERO
                   MOVE "CLEAR TEXT" TO CRP-R-STATUS(CRP-RX)
               ELSE
                   MOVE "CLEAN" TO CRP-R-STATUS(CRP-RX)
               END-IF
           END-IF
           IF CRP-R-STATUS(CRP-RX) = "CLEAR TEXT"
               OR CRP-R-STATUS(CRP-RX) = "UNREADABLE"
               ADD 1 TO CRP-FLAGGED
           END-IF
           MOVE CRP-R-RECORDS(CRP-RX) TO CRP-COUNT-OUT
           MOVE CRP-R-CLEAR(CRP-RX) TO CRP-CLEAR-OUT
           MOVE CRP-R-CONVERTED(CRP-RX) TO CRP-CONV-OUT
           STRING CRP-P-LABEL(CRP-PX) " " CRP-F-NAME(CRP-FX) " "
               CRP-COUNT-OUT " " CRP-CLEAR-OUT "   "
               CRP-CONV-OUT " " CRP-R-STATUS(CRP-RX)
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

      *ONE INCIDENT PER FILE LEFT WITH CLEAR TEXT (STATUS "CT")
      *OR THAT COULD NOT BE READ (ITS OPEN STATUS)
       OPEN-CLEAR-TEXT-INCIDENT.
           EVALUATE CRP-R-STATUS(CRP-RX)
               WHEN "CLEAR TEXT"
                   MOVE "CT" TO CRP-IL-STATUS
               WHEN "UNREADABLE"
                   MOVE CRP-R-OPEN-STATUS(CRP-RX) TO CRP-IL-STATUS
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           COMPUTE CRP-PX = (CRP-RX - 1) / 3 + 1
           COMPUTE CRP-FX = CRP-RX - (CRP-PX - 1) * 3
           MOVE CRP-F-NAME(CRP-FX) TO CRP-IL-NAME
           MOVE CRP-P-LABEL(CRP-PX) TO CRP-IL-OPERATION
           CALL "INCIDENT-LOG" USING WS-RUNLOG-PROGRAM-ID
               CRP-IL-NAME CRP-IL-OPERATION
               CRP-IL-STATUS WS-FH-OPERATOR-ID
               ON EXCEPTION
                   CONTINUE
           END-CALL.

           EXIT PARAGRAPH.

       SIGNAL-STEP-FAILED.
           MOVE 8 TO RETURN-CODE
           MOVE "FH_STEP_STATUS" TO CRP-ENV-NAME
           DISPLAY CRP-ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY "FAILED" UPON ENVIRONMENT-VALUE.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "role-check.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "spool-call.cpy".

       COPY "lock-paragraphs.cpy".

       COPY "batch-mode-check.cpy".

       COPY "secure-field.cpy".


       COPY "capture-operator.cpy".
