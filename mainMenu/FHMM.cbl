       01  WS-SIGNON-OK                    PIC X VALUE "N".
       01  WS-OPER-MASTER-UP               PIC X VALUE "N".
       01  WS-SIGNON-ROLE                  PIC X VALUE "C".
           COPY "secure-field-vars.cpy".
       01  WS-SESSION-STATUS               PIC XX.
       01  WS-SESSION-EOF                  PIC X.
       01  WS-SESSION-TERMINAL             PIC X(10).
       01  WS-FAV-OVERFLOW                 PIC X VALUE "N".
       01  WS-FAV-SHOWN                    PIC 9(2).
       01  WS-FAV-SWAP                     PIC X(19).
       01  WS-TRN-ANSWER                   PIC X.
       01  WS-TRN-DIR                      PIC X(20)
                                           VALUE "training".
       01  WS-TRN-LIVE-DIR                 PIC X(20) VALUE "..".
       01  WS-TRN-CTL-NAME                 PIC X(30)
                                   VALUE "training/trainctl.dat".
       01  WS-TRN-FILE-DETAILS.
           05  WS-TRN-FD-SIZE              PIC X(8) COMP-X.
           05  WS-TRN-FD-DAY               PIC X COMP-X.
           05  WS-TRN-FD-MONTH             PIC X COMP-X.
           05  WS-TRN-FD-YEAR              PIC XX COMP-X.
           05  WS-TRN-FD-HOUR              PIC X COMP-X.
           05  WS-TRN-FD-MINUTE            PIC X COMP-X.
           05  WS-TRN-FD-SECOND            PIC X COMP-X.
           05  WS-TRN-FD-CENTI             PIC X COMP-X.
       01  WS-FAV-TABLE.
           05  WS-FAV-ENTRY                OCCURS 200 TIMES.
               10  WS-FAV-OPER             PIC X(10).
           PERFORM SHOW-REPORT-INBOX-COUNT.
           PERFORM SHOW-FOLLOWUPS-DUE.
           PERFORM SHOW-OPERATOR-FAVORITES.
           PERFORM OFFER-TRAINING-SIGNON.
           PERFORM MAIN-MENU.
           PERFORM LEAVE-TRAINING-DATA.
           PERFORM SIGN-OFF-SESSION.

           STOP RUN.

           EXIT PARAGRAPH.

      *===================================
      *FUNCTION: OFFER-TRAINING-SIGNON
      * Once a supervisor has set up the practice data set
      * (TRAINING-DATA builds training/ from the snapshot of
      * production and leaves trainctl.dat in it), the operator
      * may take this session onto it. Every data file, log,
      * spool, report inbox and bank file the suite names is
      * a plain name resolved in the current directory, so
      * moving the session into training/ points every program
      * at the practice copies and keeps everything it writes
      * out of the live ones. FH_TRAINING tells each program
      * to show the training banner.
      *===================================
       OFFER-TRAINING-SIGNON.
           MOVE "N" TO WS-FH-TRAINING.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-TRN-CTL-NAME
               WS-TRN-FILE-DETAILS
               ON EXCEPTION
                   MOVE 1 TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE = ZERO
               DISPLAY "SIGN ON FOR TRAINING - PRACTICE DATA, "
-                  "NOT LIVE? (Y): " WITH NO ADVANCING
               MOVE SPACE TO WS-TRN-ANSWER
               ACCEPT WS-TRN-ANSWER
               IF WS-TRN-ANSWER = "Y" OR WS-TRN-ANSWER = "y"
                   CALL "CBL_CHANGE_DIR" USING WS-TRN-DIR
                       ON EXCEPTION
                           MOVE 1 TO RETURN-CODE
                   END-CALL
                   IF RETURN-CODE = ZERO
                       MOVE "Y" TO WS-FH-TRAINING
                   ELSE
                       DISPLAY "TRAINING DATA NOT AVAILABLE - "
-                          "SIGNED ON TO LIVE DATA"
                   END-IF
               END-IF
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           MOVE "FH_TRAINING" TO WS-ENV-NAME.
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
           DISPLAY WS-FH-TRAINING UPON ENVIRONMENT-VALUE.

           EXIT PARAGRAPH.

      *===================================
      *FUNCTION: LEAVE-TRAINING-DATA
      * Back to the live directory before sign-off so the OFF
      * row pairs with the ON row in the live sessions.dat.
      *===================================
       LEAVE-TRAINING-DATA.
           IF WS-FH-TRAINING NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           CALL "CBL_CHANGE_DIR" USING WS-TRN-LIVE-DIR
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
           MOVE "N" TO WS-FH-TRAINING.
           MOVE "FH_TRAINING" TO WS-ENV-NAME.
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
           DISPLAY WS-FH-TRAINING UPON ENVIRONMENT-VALUE.

           EXIT PARAGRAPH.

      *===================================
      *FUNCTION: SIGN-OFF-SESSION
      *===================================
      * in OPERATOR-MAINTENANCE opens it again. A password
      * older than the expiry window forces a change before
      * the session starts, and the change may not reuse any
      * of the last three passwords. Only one-way hashes are
      * on the master (secure-field.cpy), so what is typed is
      * hashed with the operator id and the hashes compared.
      *===================================
       VALIDATE-OPERATOR-SIGNON.
           OPEN I-O OPER-FILE.
           END-IF
           DISPLAY "ENTER PASSWORD: " WITH NO ADVANCING
           ACCEPT WS-SIGNON-PW
           MOVE WS-SIGNON-PW TO WS-SF-CLEAR
           MOVE OM-OPER-ID TO WS-SF-SALT
           PERFORM HASH-PASSWORD
           MOVE SPACES TO WS-SIGNON-PW
           IF WS-SF-HASH = OM-PASSWORD
               IF OM-FAIL-COUNT NOT = ZERO
                   MOVE ZERO TO OM-FAIL-COUNT
                   REWRITE OPER-RECORD
           PERFORM UNTIL WS-PW-OK = "Y"
               DISPLAY "ENTER NEW PASSWORD: " WITH NO ADVANCING
               ACCEPT WS-NEW-PW
               MOVE WS-NEW-PW TO WS-SF-CLEAR
               MOVE OM-OPER-ID TO WS-SF-SALT
               PERFORM HASH-PASSWORD
               EVALUATE TRUE
                   WHEN WS-NEW-PW = SPACES
                       DISPLAY "PASSWORD MAY NOT BE BLANK"
                   WHEN WS-SF-HASH = OM-PASSWORD
                   WHEN WS-SF-HASH = OM-PW-HIST-1
                   WHEN WS-SF-HASH = OM-PW-HIST-2
                   WHEN WS-SF-HASH = OM-PW-HIST-3
                       DISPLAY "THAT PASSWORD WAS USED RECENTLY - "
-                          "PICK ANOTHER"
                   WHEN OTHER
           MOVE OM-PW-HIST-2 TO OM-PW-HIST-3
           MOVE OM-PW-HIST-1 TO OM-PW-HIST-2
           MOVE OM-PASSWORD TO OM-PW-HIST-1
           MOVE WS-SF-HASH TO OM-PASSWORD
           MOVE SPACES TO WS-NEW-PW
           MOVE WS-PW-TODAY TO OM-PW-CHANGED
           REWRITE OPER-RECORD
               INVALID KEY

       COPY "file-error.cpy".

       COPY "secure-field.cpy".

       COPY "upd-journal.cpy".

       COPY "runlog-write.cpy".
