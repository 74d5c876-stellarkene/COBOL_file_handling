      * environment variable) so it can be stamped into this
      * program's own record. PERFORM once near the top of
      * PROCEDURE DIVISION, before the first WRITE.
      * A session signed on for training (FH_TRAINING = "Y",
      * exported by FH-MAIN-MENU) gets the practice-data banner
      * at the top of every program it opens.
      *====================================================
       CAPTURE-OPERATOR-ID.
           ACCEPT WS-FH-OPERATOR-ID FROM ENVIRONMENT "FH_OPERATOR_ID"
           IF WS-FH-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-FH-OPERATOR-ID
           END-IF
           ACCEPT WS-FH-TRAINING FROM ENVIRONMENT "FH_TRAINING"
           IF WS-FH-TRAINING = "Y"
               PERFORM SHOW-TRAINING-BANNER
           END-IF
           ACCEPT WS-FH-START-TIME FROM TIME
           MOVE "NORMAL" TO WS-FH-RUN-STATUS.

           EXIT PARAGRAPH.

       SHOW-TRAINING-BANNER.
           DISPLAY "*************************************************"
           DISPLAY "*  TRAINING MODE - PRACTICE DATA, NOT LIVE      *"
           DISPLAY "*  NOTHING ENTERED HERE REACHES THE REAL FILES  *"
           DISPLAY "*************************************************".

           EXIT PARAGRAPH.
