      * logged from an early failure is attributable
           MOVE "DAY_NUMBER" TO
               WS-RUNLOG-PROGRAM-ID.
           PERFORM CHECK-NIGHTLY-BATCH-MODE.

           OPEN EXTEND SEL9-FILE.
           IF SEL9-FILE-STATUS NOT = "00" AND NOT = "05"
           END-IF.
           PERFORM WRITE-HT-HEADER.

      * Unattended runs look up one day: parm 1 is the mode (N or
      * D, blank for N) and parm 2 the number or the YYYYMMDD date
           IF WS-FH-NIGHTLY-BATCH = "Y"
               PERFORM CHECK-NIGHTLY-PARM
               MOVE WS-FH-NP-PARM1(1:1) TO SEL9_MODE
               IF SEL9_MODE NOT = "D" AND SEL9_MODE NOT = "d"
                   MOVE "N" TO SEL9_MODE
               END-IF
           ELSE
               DISPLAY "LOOK UP BY (N)UMBER 1-7, A CALENDAR (D)ATE, "
-                  "OR THE DATE (W)ORKBENCH? " WITH NO ADVANCING
               ACCEPT SEL9_MODE
           END-IF.

           IF SEL9_MODE = "W" OR SEL9_MODE = "w"
               PERFORM DATE-WORKBENCH-LOOP
           END-IF.

           IF SEL9_MODE = "D" OR SEL9_MODE = "d"
               IF WS-FH-NIGHTLY-BATCH = "Y"
                   COMPUTE SEL9_YYYYMMDD =
                       FUNCTION NUMVAL(WS-FH-NP-PARM2)
               ELSE
                   DISPLAY "PLEASE INPUT THE MONTH (01-12): "
                       WITH NO ADVANCING
                   ACCEPT SEL9_MONTH
                   DISPLAY "PLEASE INPUT THE DAY (01-31): "
                       WITH NO ADVANCING
                   ACCEPT SEL9_DAY
                   DISPLAY "PLEASE INPUT THE YEAR (YYYY): "
                       WITH NO ADVANCING
                   ACCEPT SEL9_YEAR
                   COMPUTE SEL9_YYYYMMDD = SEL9_YEAR * 10000 +
                       SEL9_MONTH * 100 + SEL9_DAY
               END-IF
               COMPUTE SEL9_DOW_INT =
                   FUNCTION INTEGER-OF-DATE(SEL9_YYYYMMDD)
               COMPUTE SEL9_DOW_MOD = FUNCTION MOD(SEL9_DOW_INT, 7)
                   MOVE SEL9_DOW_MOD TO SEL9_USER_NUM
               END-IF
           ELSE
               IF WS-FH-NIGHTLY-BATCH = "Y"
                   COMPUTE SEL9_USER_NUM =
                       FUNCTION NUMVAL(WS-FH-NP-PARM2)
               ELSE
                   DISPLAY "PLEASE INPUT A NUMBER(1-7): "
                       WITH NO ADVANCING
                   ACCEPT SEL9_USER_NUM
               END-IF
           END-IF.

           MOVE SEL9_USER_NUM TO SEL9_NUM_FH.
               MOVE "ERR!" TO SEL9_DAY_FH

           END-EVALUATE.
           MOVE SEL9_DAY_FH TO WS-FH-CALC-RESULT.
           PERFORM PUBLISH-CALC-RESULT.

               MOVE SPACES TO SEL9_WB_TEXT_FH.
               MOVE WS-FH-OPERATOR-ID TO OPERATOR-ID-FH
           PERFORM WRITE-RUN-LOG-ENTRY.


           IF WS-FH-NIGHTLY-BATCH NOT = "Y"
               DISPLAY "VIEW HISTORY? (Y/y): " WITH NO ADVANCING
               ACCEPT SEL9_HISTORY
           END-IF.

           IF SEL9_HISTORY = "Y" OR SEL9_HISTORY = "y"
           MOVE "N" TO SEL9_EOF


       COPY "capture-operator.cpy".

       COPY "batch-mode-check.cpy".

       COPY "nightly-parm-check.cpy".

       COPY "calc-result.cpy".
