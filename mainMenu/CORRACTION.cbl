      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRECTIVE-ACTION.

      *====================================================
      * Stand-alone utility, also runnable as a daily
      * job-stream step: the corrective-action record behind
      * every temperature incident TEMP-INCIDENT-WATCH opens
      * (incidents.dat rows it logged with status EX). For
      * each incident the operator records the root cause,
      * the action taken, what happened to the product
      * (released, destroyed, held, or none affected), the
      * operator responsible and a verification reading
      * taken after the fix (corract.dat); the action can
      * only be closed once all of that is on file and the
      * verification reading is inside the station's limits
      * on statlimits.dat. The escalation run looks for
      * incidents older than the deadline (3 days unless told
      * otherwise) with no closed action and opens an
      * incident of its own for each (status CA, CA OVERDUE)
      * so the INCIDENT-VIEWER screen puts it in front of the
      * next operator to sign on; each incident escalates
      * once, and the run spools as CA-OVERDUE. The monthly
      * compliance log lists, station by station, every
      * excursion episode on tempexc.dat that started in the
      * month - consecutive excursions at one station, the
      * same rule the watch and the morning exception report
      * use - with its readings, worst reading, duration in
      * minutes and the corrective action taken, and spools
      * as TEMP-COMPLIANCE. Every change to corract.dat is
      * written to the maintenance audit trail. Under nightly
      * batch only the escalation run is made, with the
      * deadline in days from parm 1 (two digits, blank - 3).
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "incidents.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAC-INC-STATUS.
           SELECT TEMPEXC-FILE ASSIGN TO "tempexc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAC-EXC-STATUS.
           SELECT STATLIMITS-FILE ASSIGN TO "statlimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAC-LIM-STATUS.
           COPY "corract-select.cpy".
           COPY "stat-select.cpy".
           COPY "oper-select.cpy".
           COPY "maint-audit-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.

       01  INCIDENT-RECORD.
           05  IN-STATE                    PIC X(6).
           05  IN-PROGRAM-ID               PIC X(20).
           05  IN-FILE-NAME                PIC X(20).
           05  IN-OPERATION                PIC X(10).
           05  IN-FILE-STATUS              PIC XX.
           05  IN-OPERATOR-ID              PIC X(10).
           05  IN-DATE                     PIC X(8).
           05  IN-TIME                     PIC X(8).
           05  IN-ACK-OPERATOR             PIC X(10).
           05  IN-ACK-DATE                 PIC X(8).

       FD  TEMPEXC-FILE.

       01  TEMPEXC-RECORD.
           05  EX-STATION                  PIC X(4).
           05  EX-DATE                     PIC 9(8).
           05  EX-TIME                     PIC X(6).
           05  EX-READING                  PIC S9(5)V99 SIGN IS
-                                          LEADING SEPARATE.
           05  EX-BREACH                   PIC X.
           05  EX-LIMIT                    PIC S9(3)V99 SIGN IS
-                                          LEADING SEPARATE.
           05  EX-SUSPECT                  PIC X.

       FD  STATLIMITS-FILE.

       01  STATLIMITS-RECORD.
           05  SL-STATION                  PIC X(4).
           05  SL-LOW-LIMIT                PIC S9(3)V99 SIGN IS
-                                          LEADING SEPARATE.
           05  SL-HIGH-LIMIT               PIC S9(3)V99 SIGN IS
-                                          LEADING SEPARATE.
           05  SL-INTERVAL-HRS             PIC 9(3).
           COPY "corract-rec.cpy".
           COPY "stat-rec.cpy".
           COPY "oper-rec.cpy".
           COPY "maint-audit-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  CAC-INC-STATUS                  PIC XX.
       01  CAC-EXC-STATUS                  PIC XX.
       01  CAC-LIM-STATUS                  PIC XX.
       01  CAC-CHOICE                      PIC 9.
       01  CAC-EOF                         PIC X.
       01  CAC-OK                          PIC X.
       01  CAC-FOUND                       PIC X.
       01  CAC-NEW                         PIC X.
       01  CAC-CA-UP                       PIC X.
       01  CAC-CONFIRM                     PIC X.
       01  CAC-TODAY                       PIC 9(8).
       01  CAC-TODAY-INT                   PIC 9(8).
       01  CAC-NOW-TIME                    PIC 9(8).
       01  CAC-DEADLINE                    PIC 9(3).
       01  CAC-INC-DATE-N                  PIC 9(8).
       01  CAC-AGE                         PIC S9(5).
       01  CAC-AGE-OUT                     PIC ZZZZ9.
       01  CAC-IN-STATION                  PIC X(4).
       01  CAC-IN-EP-DATE                  PIC X(8).
       01  CAC-IN-TEXT40                   PIC X(40).
       01  CAC-IN-NOTE                     PIC X(30).
       01  CAC-IN-DISP                     PIC X.
       01  CAC-IN-OPER                     PIC X(10).
       01  CAC-IN-READING-IN               PIC X(12).
       01  CAC-IN-MONTH                    PIC 9(6).
       01  CAC-IN-ONLY-STATION             PIC X(4).
       01  CAC-READING-OUT                 PIC +ZZZZ9.99.
       01  CAC-LIMIT-OUT                   PIC +ZZ9.99.
       01  CAC-LOW-LIMIT                   PIC S9(3)V99.
       01  CAC-HIGH-LIMIT                  PIC S9(3)V99.
       01  CAC-DISP-TEXT                   PIC X(10).
       01  CAC-IL-NAME                     PIC X(20).
       01  CAC-IL-OPERATION                PIC X(10) VALUE
                                           "CA OVERDUE".
       01  CAC-IL-STATUS                   PIC XX VALUE "CA".
       01  CAC-OVERDUE-COUNT               PIC 9(5).
       01  CAC-ESCALATED-COUNT             PIC 9(5).
       01  CAC-OUTSTANDING-COUNT           PIC 9(5).
       01  CAC-NUM-OUT                     PIC ZZZZ9.
       01  CAC-NUM2-OUT                    PIC ZZZZ9.
       01  CAC-IDX                         PIC 9(4).
       01  CAC-JDX                         PIC 9(4).
       01  CAC-SDX                         PIC 9(4).
      * Temperature incidents off incidents.dat
       01  CAC-INC-COUNT                   PIC 9(4).
       01  CAC-INC-TABLE.
           05  CAC-INC-ENTRY               OCCURS 1000 TIMES.
               10  CAC-I-STATION           PIC X(4).
               10  CAC-I-EP-DATE           PIC X(8).
               10  CAC-I-INC-DATE          PIC X(8).
               10  CAC-I-INC-TIME          PIC X(8).
               10  CAC-I-WORST             PIC X(10).
               10  CAC-I-USED              PIC X.
      * Excursion episodes for the compliance log
       01  CAC-RUN-STATION                 PIC X(4).
       01  CAC-RUN-START-DATE              PIC 9(8).
       01  CAC-RUN-START-TIME              PIC X(6).
       01  CAC-RUN-END-DATE                PIC 9(8).
       01  CAC-RUN-END-TIME                PIC X(6).
       01  CAC-RUN-COUNT                   PIC 9(4).
       01  CAC-RUN-WORST                   PIC S9(5)V99.
       01  CAC-RUN-WORST-DELTA             PIC 9(5)V99.
       01  CAC-RUN-SUSPECT                 PIC X.
       01  CAC-THIS-DELTA                  PIC 9(5)V99.
       01  CAC-EP-COUNT                    PIC 9(4).
       01  CAC-EP-TABLE.
           05  CAC-EP-ENTRY                OCCURS 1000 TIMES.
               10  CAC-E-STATION           PIC X(4).
               10  CAC-E-START-DATE        PIC 9(8).
               10  CAC-E-START-TIME        PIC X(6).
               10  CAC-E-END-DATE          PIC 9(8).
               10  CAC-E-END-TIME          PIC X(6).
               10  CAC-E-READINGS          PIC 9(4).
               10  CAC-E-WORST             PIC S9(5)V99.
               10  CAC-E-SUSPECT           PIC X.
       01  CAC-STA-COUNT                   PIC 9(4).
       01  CAC-STA-TABLE.
           05  CAC-STA-ENTRY               OCCURS 200 TIMES.
               10  CAC-S-STATION           PIC X(4).
       01  CAC-STA-SWAP                    PIC X(4).
       01  CAC-STA-DESC                    PIC X(25).
       01  CAC-TIME-X.
           05  CAC-TIME-HH                 PIC 99.
           05  CAC-TIME-MM                 PIC 99.
           05  CAC-TIME-SS                 PIC 99.
       01  CAC-MINS-START                  PIC 9(11).
       01  CAC-MINS-END                    PIC 9(11).
       01  CAC-DUR-MINS                    PIC 9(7).
       01  CAC-DUR-OUT                     PIC ZZZZZZ9.
       01  CAC-STA-EXC                     PIC 9(4).
       01  CAC-STA-MINS                    PIC 9(7).
       01  CAC-STA-CLOSED                  PIC 9(4).
       01  CAC-STA-OPEN                    PIC 9(4).
       01  CAC-TOT-EXC                     PIC 9(5).
       01  CAC-TOT-CLOSED                  PIC 9(5).
       01  CAC-TOT-OPEN                    PIC 9(5).
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "CORRECTIVE-ACTION" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM CHECK-NIGHTLY-BATCH-MODE.
           IF WS-FH-NIGHTLY-BATCH = "Y"
               PERFORM CHECK-NIGHTLY-PARM
               MOVE 3 TO CAC-DEADLINE
               IF WS-FH-NP-PARM1(1:2) NUMERIC
                   MOVE WS-FH-NP-PARM1(1:2) TO CAC-DEADLINE
               END-IF
               IF CAC-DEADLINE = ZERO
                   MOVE 3 TO CAC-DEADLINE
               END-IF
               PERFORM ESCALATION-RUN
               MOVE 9 TO CAC-CHOICE
           END-IF.

           PERFORM UNTIL CAC-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "   CORRECTIVE ACTIONS      "
               DISPLAY "==========================="
               DISPLAY "1 - RECORD/UPDATE A CORRECTIVE ACTION"
               DISPLAY "2 - LIST OUTSTANDING ACTIONS"
               DISPLAY "3 - ESCALATION RUN"
               DISPLAY "4 - MONTHLY COMPLIANCE LOG"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT CAC-CHOICE

               EVALUATE CAC-CHOICE
                   WHEN 1
                       PERFORM RECORD-CORRECTIVE-ACTION
                   WHEN 2
                       PERFORM LIST-OUTSTANDING-ACTIONS
                   WHEN 3
                       DISPLAY "DAYS ALLOWED TO CLOSE AN ACTION "
                           "(BLANK = 3): " WITH NO ADVANCING
                       MOVE ZERO TO CAC-DEADLINE
                       ACCEPT CAC-DEADLINE
                       IF CAC-DEADLINE = ZERO
                           MOVE 3 TO CAC-DEADLINE
                       END-IF
                       PERFORM ESCALATION-RUN
                   WHEN 4
                       PERFORM MONTHLY-COMPLIANCE-LOG
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           MOVE "CORRECTIVE-ACTION" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *================= RECORD AN ACTION ======================
      *THE INCIDENT IS PICKED BY STATION AND EPISODE START DATE;
      *WHEN ONE DAY HAD MORE THAN ONE INCIDENT THE FIRST WITHOUT
      *A CLOSED ACTION IS TAKEN
       RECORD-CORRECTIVE-ACTION.
           DISPLAY "STATION: " WITH NO ADVANCING
           MOVE SPACES TO CAC-IN-STATION
           ACCEPT CAC-IN-STATION
           DISPLAY "EPISODE START DATE (YYYYMMDD): "
               WITH NO ADVANCING
           MOVE SPACES TO CAC-IN-EP-DATE
           ACCEPT CAC-IN-EP-DATE
           IF CAC-IN-STATION = SPACES OR CAC-IN-EP-DATE NOT NUMERIC
               DISPLAY "STATION AND EPISODE DATE ARE REQUIRED"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TEMP-INCIDENTS
           PERFORM OPEN-CORRACT-FOR-WRITE
           IF WS-CORRACT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ACCEPT CAC-TODAY FROM DATE YYYYMMDD

           MOVE "N" TO CAC-FOUND
           MOVE ZERO TO CAC-JDX
           PERFORM VARYING CAC-IDX FROM 1 BY 1
               UNTIL CAC-IDX > CAC-INC-COUNT OR CAC-FOUND = "Y"
               IF CAC-I-STATION(CAC-IDX) = CAC-IN-STATION AND
-                 CAC-I-EP-DATE(CAC-IDX) = CAC-IN-EP-DATE
                   MOVE CAC-IDX TO CAC-JDX
                   PERFORM READ-INCIDENT-ACTION
                   IF CAC-NEW = "Y" OR NOT CA-CLOSED
                       MOVE "Y" TO CAC-FOUND
                   END-IF
               END-IF
           END-PERFORM
           IF CAC-JDX = ZERO
               DISPLAY "NO TEMPERATURE INCIDENT FOR STATION "
                   CAC-IN-STATION " EPISODE " CAC-IN-EP-DATE
               CLOSE CORRACT-FILE
               EXIT PARAGRAPH
           END-IF
           IF CAC-FOUND NOT = "Y"
               DISPLAY "CORRECTIVE ACTION ALREADY CLOSED ON "
                   CA-CLOSED-DATE " BY " CA-CLOSED-BY
               CLOSE CORRACT-FILE
               EXIT PARAGRAPH
           END-IF

           IF CAC-NEW = "Y"
               MOVE SPACES TO WS-MA-BEFORE
               PERFORM START-NEW-ACTION
           ELSE
               MOVE CORRACT-RECORD TO WS-MA-BEFORE
           END-IF
           PERFORM SHOW-ACTION
           PERFORM KEY-ACTION-DETAILS
           MOVE CAC-TODAY TO CA-RECORDED-DATE
           MOVE WS-FH-OPERATOR-ID TO CA-RECORDED-BY

           DISPLAY "CLOSE THE CORRECTIVE ACTION NOW (Y/N): "
               WITH NO ADVANCING
           MOVE SPACE TO CAC-CONFIRM
           ACCEPT CAC-CONFIRM
           IF CAC-CONFIRM = "Y" OR CAC-CONFIRM = "y"
               PERFORM CHECK-READY-TO-CLOSE
               IF CAC-OK = "Y"
                   MOVE "CLOSED" TO CA-STATUS
                   MOVE WS-FH-OPERATOR-ID TO CA-CLOSED-BY
                   MOVE CAC-TODAY TO CA-CLOSED-DATE
               END-IF
           END-IF
           PERFORM SAVE-ACTION
           CLOSE CORRACT-FILE.

           EXIT PARAGRAPH.

      *A BLANK ANSWER KEEPS WHAT IS ON FILE
       KEY-ACTION-DETAILS.
           DISPLAY "ROOT CAUSE (BLANK KEEPS): " WITH NO ADVANCING
           MOVE SPACES TO CAC-IN-TEXT40
           ACCEPT CAC-IN-TEXT40
           IF CAC-IN-TEXT40 NOT = SPACES
               MOVE CAC-IN-TEXT40 TO CA-ROOT-CAUSE
           END-IF
           DISPLAY "ACTION TAKEN (BLANK KEEPS): " WITH NO ADVANCING
           MOVE SPACES TO CAC-IN-TEXT40
           ACCEPT CAC-IN-TEXT40
           IF CAC-IN-TEXT40 NOT = SPACES
               MOVE CAC-IN-TEXT40 TO CA-ACTION-TAKEN
           END-IF
           DISPLAY "PRODUCT DISPOSITION - R RELEASED, D DESTROYED, "
               "H HELD, N NO PRODUCT (BLANK KEEPS): "
               WITH NO ADVANCING
           MOVE SPACE TO CAC-IN-DISP
           ACCEPT CAC-IN-DISP
           IF CAC-IN-DISP NOT = SPACE
               INSPECT CAC-IN-DISP CONVERTING "rdhn" TO "RDHN"
               IF CAC-IN-DISP = "R" OR "D" OR "H" OR "N"
                   MOVE CAC-IN-DISP TO CA-DISPOSITION
               ELSE
                   DISPLAY "DISPOSITION MUST BE R, D, H OR N - "
                       "NOT CHANGED"
               END-IF
           END-IF
           DISPLAY "DISPOSITION NOTE (BLANK KEEPS): "
               WITH NO ADVANCING
           MOVE SPACES TO CAC-IN-NOTE
           ACCEPT CAC-IN-NOTE
           IF CAC-IN-NOTE NOT = SPACES
               MOVE CAC-IN-NOTE TO CA-DISP-NOTE
           END-IF
           DISPLAY "RESPONSIBLE OPERATOR ID (BLANK KEEPS): "
               WITH NO ADVANCING
           MOVE SPACES TO CAC-IN-OPER
           ACCEPT CAC-IN-OPER
           IF CAC-IN-OPER NOT = SPACES
               PERFORM CHECK-RESPONSIBLE-OPERATOR
               IF CAC-OK = "Y"
                   MOVE CAC-IN-OPER TO CA-RESPONSIBLE
               END-IF
           END-IF
           DISPLAY "VERIFICATION READING AFTER THE FIX "
               "(BLANK KEEPS): " WITH NO ADVANCING
           MOVE SPACES TO CAC-IN-READING-IN
           ACCEPT CAC-IN-READING-IN
           IF CAC-IN-READING-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(CAC-IN-READING-IN) NOT = ZERO
                   DISPLAY "NOT A READING - NOT CHANGED"
               ELSE
                   COMPUTE CA-VERIFY-READING =
                       FUNCTION NUMVAL(CAC-IN-READING-IN)
                   ACCEPT CAC-NOW-TIME FROM TIME
                   MOVE CAC-TODAY TO CA-VERIFY-DATE
                   MOVE CAC-NOW-TIME(1:6) TO CA-VERIFY-TIME
               END-IF
           END-IF.

           EXIT PARAGRAPH.

      *A RESPONSIBLE PERSON HAS TO BE SOMEBODY WHO CAN STILL SIGN
      *ON; WITH NO OPERATOR MASTER THE ID IS TAKEN AS KEYED
       CHECK-RESPONSIBLE-OPERATOR.
           MOVE "Y" TO CAC-OK
           OPEN INPUT OPER-FILE
           IF WS-OPER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE CAC-IN-OPER TO OM-OPER-ID
           READ OPER-FILE
               INVALID KEY
                   MOVE "N" TO CAC-OK
                   DISPLAY "OPERATOR " CAC-IN-OPER
                       " NOT ON FILE - NOT CHANGED"
               NOT INVALID KEY
                   IF OM-ACTIVE NOT = "Y"
                       MOVE "N" TO CAC-OK
                       DISPLAY "OPERATOR " CAC-IN-OPER
                           " IS NOT ACTIVE - NOT CHANGED"
                   END-IF
           END-READ
           CLOSE OPER-FILE.

           EXIT PARAGRAPH.

      *EVERYTHING ON FILE AND THE FIX PROVEN BY A READING BACK
      *INSIDE THE STATION'S LIMITS
       CHECK-READY-TO-CLOSE.
           MOVE "Y" TO CAC-OK
           IF CA-ROOT-CAUSE = SPACES
               DISPLAY "ROOT CAUSE IS MISSING"
               MOVE "N" TO CAC-OK
           END-IF
           IF CA-ACTION-TAKEN = SPACES
               DISPLAY "ACTION TAKEN IS MISSING"
               MOVE "N" TO CAC-OK
           END-IF
           IF NOT CA-DISP-VALID
               DISPLAY "PRODUCT DISPOSITION IS MISSING"
               MOVE "N" TO CAC-OK
           END-IF
           IF CA-RESPONSIBLE = SPACES
               DISPLAY "RESPONSIBLE OPERATOR IS MISSING"
               MOVE "N" TO CAC-OK
           END-IF
           IF CA-VERIFY-DATE = ZERO
               DISPLAY "VERIFICATION READING IS MISSING"
               MOVE "N" TO CAC-OK
           END-IF
           IF CAC-OK = "Y"
               PERFORM CHECK-VERIFY-IN-LIMITS
           END-IF
           IF CAC-OK NOT = "Y"
               DISPLAY "ACTION LEFT OPEN"
           END-IF.

           EXIT PARAGRAPH.

       CHECK-VERIFY-IN-LIMITS.
           MOVE "N" TO CAC-FOUND
           MOVE "N" TO CAC-EOF
           OPEN INPUT STATLIMITS-FILE
           IF CAC-LIM-STATUS = "00"
               PERFORM UNTIL CAC-EOF = "Y"
                   READ STATLIMITS-FILE
                       AT END
                           MOVE "Y" TO CAC-EOF
                       NOT AT END
                           IF SL-STATION = CA-STATION
                               MOVE "Y" TO CAC-FOUND
                               MOVE "Y" TO CAC-EOF
                               MOVE SL-LOW-LIMIT TO CAC-LOW-LIMIT
                               MOVE SL-HIGH-LIMIT TO CAC-HIGH-LIMIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATLIMITS-FILE
           END-IF
           IF CAC-FOUND NOT = "Y"
               DISPLAY "WARNING - NO LIMITS ON FILE FOR STATION "
                   CA-STATION " - VERIFICATION READING NOT CHECKED"
               EXIT PARAGRAPH
           END-IF
           IF CA-VERIFY-READING < CAC-LOW-LIMIT OR
-             CA-VERIFY-READING > CAC-HIGH-LIMIT
               MOVE "N" TO CAC-OK
               MOVE CA-VERIFY-READING TO CAC-READING-OUT
               DISPLAY "VERIFICATION READING " CAC-READING-OUT
                   " IS STILL OUTSIDE THE STATION'S LIMITS"
               MOVE CAC-LOW-LIMIT TO CAC-LIMIT-OUT
               DISPLAY "    LOW  " CAC-LIMIT-OUT
               MOVE CAC-HIGH-LIMIT TO CAC-LIMIT-OUT
               DISPLAY "    HIGH " CAC-LIMIT-OUT
           END-IF.

           EXIT PARAGRAPH.

      *A BRAND-NEW ROW FOR THE INCIDENT AT CAC-JDX
       START-NEW-ACTION.
           MOVE SPACES TO CORRACT-RECORD
           MOVE CAC-I-STATION(CAC-JDX) TO CA-STATION
           MOVE CAC-I-EP-DATE(CAC-JDX) TO CA-EPISODE-DATE
           MOVE CAC-I-INC-DATE(CAC-JDX) TO CA-INC-DATE
           MOVE CAC-I-INC-TIME(CAC-JDX) TO CA-INC-TIME
           MOVE CAC-I-WORST(CAC-JDX) TO CA-WORST
           MOVE "OPEN" TO CA-STATUS
           MOVE ZERO TO CA-VERIFY-READING
           MOVE ZERO TO CA-VERIFY-DATE
           MOVE ZERO TO CA-RECORDED-DATE
           MOVE ZERO TO CA-CLOSED-DATE
           MOVE ZERO TO CA-ESCALATED-DATE
           MOVE WS-FH-OPERATOR-ID TO CA-RECORDED-BY.

           EXIT PARAGRAPH.

       SAVE-ACTION.
           MOVE CA-STATION TO WS-MA-KEY-NUM(1:4)
           MOVE CA-EPISODE-DATE TO WS-MA-KEY-NUM(5:8)
           IF CAC-NEW = "Y"
               WRITE CORRACT-RECORD
                   INVALID KEY
                       DISPLAY "CORRECTIVE ACTION NOT ADDED"
                   NOT INVALID KEY
                       MOVE CORRACT-RECORD TO WS-MA-AFTER
                       MOVE "ADD" TO WS-MA-ACTION
                       PERFORM AUDIT-ACTION-CHANGE
                       DISPLAY "CORRECTIVE ACTION " CA-STATUS
                           " FOR " CA-STATION " " CA-EPISODE-DATE
               END-WRITE
           ELSE
               REWRITE CORRACT-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED"
                   NOT INVALID KEY
                       MOVE CORRACT-RECORD TO WS-MA-AFTER
                       MOVE "REWRITE" TO WS-MA-ACTION
                       PERFORM AUDIT-ACTION-CHANGE
                       DISPLAY "CORRECTIVE ACTION " CA-STATUS
                           " FOR " CA-STATION " " CA-EPISODE-DATE
               END-REWRITE
           END-IF.

           EXIT PARAGRAPH.

       SHOW-ACTION.
           DISPLAY "STATION:     " CA-STATION "  EPISODE "
               CA-EPISODE-DATE "  WORST " CA-WORST
           DISPLAY "INCIDENT:    " CA-INC-DATE " " CA-INC-TIME
               "  ACTION " CA-STATUS
           DISPLAY "ROOT CAUSE:  " CA-ROOT-CAUSE
           DISPLAY "ACTION:      " CA-ACTION-TAKEN
           PERFORM SET-DISPOSITION-TEXT
           DISPLAY "DISPOSITION: " CAC-DISP-TEXT " " CA-DISP-NOTE
           DISPLAY "RESPONSIBLE: " CA-RESPONSIBLE
           IF CA-VERIFY-DATE NOT = ZERO
               MOVE CA-VERIFY-READING TO CAC-READING-OUT
               DISPLAY "VERIFIED:    " CAC-READING-OUT " ON "
                   CA-VERIFY-DATE " " CA-VERIFY-TIME
           END-IF
           IF CA-ESCALATED-DATE NOT = ZERO
               DISPLAY "ESCALATED:   " CA-ESCALATED-DATE
           END-IF.

           EXIT PARAGRAPH.

       SET-DISPOSITION-TEXT.
           EVALUATE TRUE
               WHEN CA-DISP-RELEASED
                   MOVE "RELEASED" TO CAC-DISP-TEXT
               WHEN CA-DISP-DESTROYED
                   MOVE "DESTROYED" TO CAC-DISP-TEXT
               WHEN CA-DISP-HELD
                   MOVE "HELD" TO CAC-DISP-TEXT
               WHEN CA-DISP-NO-PRODUCT
                   MOVE "NO PRODUCT" TO CAC-DISP-TEXT
               WHEN OTHER
                   MOVE "NOT SET" TO CAC-DISP-TEXT
           END-EVALUATE.

           EXIT PARAGRAPH.

      *================= OUTSTANDING ACTIONS ===================
       LIST-OUTSTANDING-ACTIONS.
           PERFORM LOAD-TEMP-INCIDENTS
           ACCEPT CAC-TODAY FROM DATE YYYYMMDD
           COMPUTE CAC-TODAY-INT = FUNCTION INTEGER-OF-DATE(CAC-TODAY)
           MOVE ZERO TO CAC-OUTSTANDING-COUNT
           PERFORM OPEN-CORRACT-FOR-READ
           DISPLAY "STA  EPISODE  INCIDENT  AGE WORST      ACTION "
               "RESPONSIBLE ESCALATED"
           PERFORM VARYING CAC-JDX FROM 1 BY 1
               UNTIL CAC-JDX > CAC-INC-COUNT
               PERFORM READ-INCIDENT-ACTION
               IF CAC-NEW = "Y" OR NOT CA-CLOSED
                   ADD 1 TO CAC-OUTSTANDING-COUNT
                   PERFORM COMPUTE-INCIDENT-AGE
                   MOVE CAC-AGE TO CAC-AGE-OUT
                   IF CAC-NEW = "Y"
                       DISPLAY CAC-I-STATION(CAC-JDX) " "
                           CAC-I-EP-DATE(CAC-JDX) " "
                           CAC-I-INC-DATE(CAC-JDX) CAC-AGE-OUT " "
                           CAC-I-WORST(CAC-JDX) " NONE"
                   ELSE
                       DISPLAY CA-STATION " " CA-EPISODE-DATE " "
                           CA-INC-DATE CAC-AGE-OUT " " CA-WORST
                           " " CA-STATUS " " CA-RESPONSIBLE "  "
                           CA-ESCALATED-DATE
                   END-IF
               END-IF
           END-PERFORM
           IF CAC-CA-UP = "Y"
               CLOSE CORRACT-FILE
           END-IF
           DISPLAY CAC-OUTSTANDING-COUNT
               " INCIDENT(S) WITHOUT A CLOSED CORRECTIVE ACTION".

           EXIT PARAGRAPH.

      *================= ESCALATION ============================
      *AN INCIDENT OLDER THAN THE DEADLINE WITH NO CLOSED ACTION
      *OPENS AN INCIDENT OF ITS OWN - ONCE, THE DATE IS KEPT ON
      *THE ACTION ROW (ONE IS STARTED IF NOBODY HAS RECORDED ANY)
       ESCALATION-RUN.
           MOVE ZERO TO CAC-OVERDUE-COUNT
           MOVE ZERO TO CAC-ESCALATED-COUNT
           ACCEPT CAC-TODAY FROM DATE YYYYMMDD
           COMPUTE CAC-TODAY-INT = FUNCTION INTEGER-OF-DATE(CAC-TODAY)
           PERFORM LOAD-TEMP-INCIDENTS
           PERFORM OPEN-CORRACT-FOR-WRITE
           IF WS-CORRACT-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "CA-OVERDUE" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           MOVE CAC-DEADLINE TO CAC-NUM-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "CORRECTIVE ACTIONS OVERDUE - RUN " CAC-TODAY
               " DEADLINE " CAC-NUM-OUT " DAY(S)"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "STA  EPISODE  INCIDENT   AGE ACTION RESPONSIBLE "
               "ESCALATED"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE

           PERFORM VARYING CAC-JDX FROM 1 BY 1
               UNTIL CAC-JDX > CAC-INC-COUNT
               PERFORM ESCALATE-ONE-INCIDENT
           END-PERFORM
           CLOSE CORRACT-FILE

           MOVE SPACES TO WS-SPOOL-LINE
           STRING "OVERDUE " CAC-OVERDUE-COUNT " ESCALATED THIS RUN "
               CAC-ESCALATED-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       ESCALATE-ONE-INCIDENT.
           PERFORM COMPUTE-INCIDENT-AGE
           IF CAC-AGE NOT > CAC-DEADLINE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-INCIDENT-ACTION
           IF CAC-NEW NOT = "Y" AND CA-CLOSED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CAC-OVERDUE-COUNT
           IF CAC-NEW = "Y"
               MOVE SPACES TO WS-MA-BEFORE
               PERFORM START-NEW-ACTION
           ELSE
               MOVE CORRACT-RECORD TO WS-MA-BEFORE
           END-IF

           IF CA-ESCALATED-DATE = ZERO
               MOVE SPACES TO CAC-IL-NAME
               STRING "STA " CA-STATION " " CA-EPISODE-DATE
                   DELIMITED BY SIZE INTO CAC-IL-NAME
               CALL "INCIDENT-LOG" USING WS-RUNLOG-PROGRAM-ID
                   CAC-IL-NAME CAC-IL-OPERATION
                   CAC-IL-STATUS WS-FH-OPERATOR-ID
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               MOVE CAC-TODAY TO CA-ESCALATED-DATE
               ADD 1 TO CAC-ESCALATED-COUNT
               PERFORM SAVE-ACTION
           END-IF

           MOVE CAC-AGE TO CAC-AGE-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING CA-STATION " " CA-EPISODE-DATE " "
               CA-INC-DATE CAC-AGE-OUT " " CA-STATUS " "
               CA-RESPONSIBLE "  " CA-ESCALATED-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

      *WHOLE DAYS SINCE THE INCIDENT WAS LOGGED
       COMPUTE-INCIDENT-AGE.
           MOVE ZERO TO CAC-AGE
           IF CAC-I-INC-DATE(CAC-JDX) NUMERIC
               MOVE CAC-I-INC-DATE(CAC-JDX) TO CAC-INC-DATE-N
               COMPUTE CAC-AGE = CAC-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(CAC-INC-DATE-N)
           END-IF.

           EXIT PARAGRAPH.

      *================= COMPLIANCE LOG ========================
      *EPISODES ARE BUILT OVER THE WHOLE FILE SO ONE STARTED LATE
      *ON THE LAST DAY OF A MONTH IS NOT CUT SHORT; AN EPISODE
      *BELONGS TO THE MONTH IT STARTED IN
       MONTHLY-COMPLIANCE-LOG.
           DISPLAY "MONTH (YYYYMM): " WITH NO ADVANCING
           MOVE ZERO TO CAC-IN-MONTH
           ACCEPT CAC-IN-MONTH
           IF CAC-IN-MONTH = ZERO
               DISPLAY "MONTH IS REQUIRED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "STATION (BLANK = ALL): " WITH NO ADVANCING
           MOVE SPACES TO CAC-IN-ONLY-STATION
           ACCEPT CAC-IN-ONLY-STATION
           ACCEPT CAC-TODAY FROM DATE YYYYMMDD

           PERFORM LOAD-TEMP-INCIDENTS
           PERFORM BUILD-MONTH-EPISODES
           IF CAC-EP-COUNT = ZERO
               DISPLAY "NO EXCURSIONS IN " CAC-IN-MONTH
               EXIT PARAGRAPH
           END-IF
           PERFORM SORT-EPISODE-STATIONS
           PERFORM OPEN-CORRACT-FOR-READ

           MOVE ZERO TO CAC-TOT-EXC
           MOVE ZERO TO CAC-TOT-CLOSED
           MOVE ZERO TO CAC-TOT-OPEN
           MOVE "TEMP-COMPLIANCE" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "TEMPERATURE COMPLIANCE LOG - MONTH " CAC-IN-MONTH
               " RUN " CAC-TODAY
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE

           PERFORM VARYING CAC-SDX FROM 1 BY 1
               UNTIL CAC-SDX > CAC-STA-COUNT
               PERFORM LOG-ONE-STATION
           END-PERFORM
           IF CAC-CA-UP = "Y"
               CLOSE CORRACT-FILE
           END-IF

           MOVE SPACES TO WS-SPOOL-LINE
           STRING "EXCURSIONS " CAC-TOT-EXC " ACTIONS CLOSED "
               CAC-TOT-CLOSED " OUTSTANDING " CAC-TOT-OPEN
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       BUILD-MONTH-EPISODES.
           MOVE ZERO TO CAC-EP-COUNT
           MOVE SPACES TO CAC-RUN-STATION
           MOVE ZERO TO CAC-RUN-COUNT
           MOVE "N" TO CAC-EOF
           OPEN INPUT TEMPEXC-FILE
           IF CAC-EXC-STATUS NOT = "00"
               DISPLAY "NO TEMPEXC.DAT ON FILE"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CAC-EOF = "Y"
               READ TEMPEXC-FILE
                   AT END
                       MOVE "Y" TO CAC-EOF
                   NOT AT END
                       PERFORM ADD-ONE-EXCURSION
               END-READ
           END-PERFORM
           CLOSE TEMPEXC-FILE
           PERFORM KEEP-MONTH-EPISODE.

           EXIT PARAGRAPH.

      *FILE ORDER IS TIME ORDER - A ROW FOR A DIFFERENT STATION
      *ENDS THE CURRENT STATION'S RUN, SAME RULE AS THE WATCH
       ADD-ONE-EXCURSION.
           IF EX-STATION NOT = CAC-RUN-STATION
               PERFORM KEEP-MONTH-EPISODE
               MOVE EX-STATION TO CAC-RUN-STATION
               MOVE ZERO TO CAC-RUN-COUNT
               MOVE EX-DATE TO CAC-RUN-START-DATE
               MOVE EX-TIME TO CAC-RUN-START-TIME
               MOVE EX-READING TO CAC-RUN-WORST
               MOVE ZERO TO CAC-RUN-WORST-DELTA
               MOVE SPACE TO CAC-RUN-SUSPECT
           END-IF
           ADD 1 TO CAC-RUN-COUNT
           MOVE EX-DATE TO CAC-RUN-END-DATE
           MOVE EX-TIME TO CAC-RUN-END-TIME
           IF EX-SUSPECT = "S"
               MOVE "S" TO CAC-RUN-SUSPECT
           END-IF
           COMPUTE CAC-THIS-DELTA = EX-READING - EX-LIMIT
           IF CAC-THIS-DELTA < ZERO
               COMPUTE CAC-THIS-DELTA = 0 - CAC-THIS-DELTA
           END-IF
           IF CAC-THIS-DELTA >= CAC-RUN-WORST-DELTA
               MOVE CAC-THIS-DELTA TO CAC-RUN-WORST-DELTA
               MOVE EX-READING TO CAC-RUN-WORST
           END-IF.

           EXIT PARAGRAPH.

       KEEP-MONTH-EPISODE.
           IF CAC-RUN-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF CAC-RUN-START-DATE(1:6) NOT = CAC-IN-MONTH
               EXIT PARAGRAPH
           END-IF
           IF CAC-IN-ONLY-STATION NOT = SPACES AND
-             CAC-RUN-STATION NOT = CAC-IN-ONLY-STATION
               EXIT PARAGRAPH
           END-IF
           IF CAC-EP-COUNT NOT < 1000
               DISPLAY "WARNING - MORE THAN 1000 EXCURSIONS IN THE "
                   "MONTH - THE REST ARE NOT LOGGED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CAC-EP-COUNT
           MOVE CAC-RUN-STATION TO CAC-E-STATION(CAC-EP-COUNT)
           MOVE CAC-RUN-START-DATE TO CAC-E-START-DATE(CAC-EP-COUNT)
           MOVE CAC-RUN-START-TIME TO CAC-E-START-TIME(CAC-EP-COUNT)
           MOVE CAC-RUN-END-DATE TO CAC-E-END-DATE(CAC-EP-COUNT)
           MOVE CAC-RUN-END-TIME TO CAC-E-END-TIME(CAC-EP-COUNT)
           MOVE CAC-RUN-COUNT TO CAC-E-READINGS(CAC-EP-COUNT)
           MOVE CAC-RUN-WORST TO CAC-E-WORST(CAC-EP-COUNT)
           MOVE CAC-RUN-SUSPECT TO CAC-E-SUSPECT(CAC-EP-COUNT).

           EXIT PARAGRAPH.

      *ONE ENTRY PER STATION IN THE MONTH, IN STATION ORDER; THE
      *EPISODES STAY IN FILE (TIME) ORDER UNDER EACH
       SORT-EPISODE-STATIONS.
           MOVE ZERO TO CAC-STA-COUNT
           PERFORM VARYING CAC-IDX FROM 1 BY 1
               UNTIL CAC-IDX > CAC-EP-COUNT
               PERFORM VARYING CAC-SDX FROM 1 BY 1
                   UNTIL CAC-SDX > CAC-STA-COUNT
                   IF CAC-S-STATION(CAC-SDX) = CAC-E-STATION(CAC-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF CAC-SDX > CAC-STA-COUNT AND CAC-STA-COUNT < 200
                   ADD 1 TO CAC-STA-COUNT
                   MOVE CAC-E-STATION(CAC-IDX)
                       TO CAC-S-STATION(CAC-STA-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING CAC-IDX FROM 1 BY 1
               UNTIL CAC-IDX >= CAC-STA-COUNT
               PERFORM VARYING CAC-SDX FROM 1 BY 1
                   UNTIL CAC-SDX > CAC-STA-COUNT - CAC-IDX
                   IF CAC-S-STATION(CAC-SDX) >
-                     CAC-S-STATION(CAC-SDX + 1)
                       MOVE CAC-S-STATION(CAC-SDX) TO CAC-STA-SWAP
                       MOVE CAC-S-STATION(CAC-SDX + 1)
                           TO CAC-S-STATION(CAC-SDX)
                       MOVE CAC-STA-SWAP TO CAC-S-STATION(CAC-SDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT PARAGRAPH.

       LOG-ONE-STATION.
           MOVE SPACES TO CAC-STA-DESC
           OPEN INPUT STAT-FILE
           IF WS-STAT-FILE-STATUS = "00"
               MOVE CAC-S-STATION(CAC-SDX) TO STA-CODE
               READ STAT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STA-DESCRIPTION TO CAC-STA-DESC
               END-READ
               CLOSE STAT-FILE
           END-IF
           MOVE SPACES TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "STATION " CAC-S-STATION(CAC-SDX) " "
               CAC-STA-DESC
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE ZERO TO CAC-STA-EXC
           MOVE ZERO TO CAC-STA-MINS
           MOVE ZERO TO CAC-STA-CLOSED
           MOVE ZERO TO CAC-STA-OPEN
           PERFORM VARYING CAC-IDX FROM 1 BY 1
               UNTIL CAC-IDX > CAC-EP-COUNT
               IF CAC-E-STATION(CAC-IDX) = CAC-S-STATION(CAC-SDX)
                   PERFORM LOG-ONE-EPISODE
               END-IF
           END-PERFORM
           MOVE CAC-STA-EXC TO CAC-NUM-OUT
           MOVE CAC-STA-MINS TO CAC-DUR-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "  STATION TOTAL - EXCURSIONS " CAC-NUM-OUT
               " MINUTES " CAC-DUR-OUT " CLOSED " CAC-STA-CLOSED
               " OUTSTANDING " CAC-STA-OPEN
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           ADD CAC-STA-EXC TO CAC-TOT-EXC
           ADD CAC-STA-CLOSED TO CAC-TOT-CLOSED
           ADD CAC-STA-OPEN TO CAC-TOT-OPEN.

           EXIT PARAGRAPH.

      *DURATION IS FIRST TO LAST LOGGED READING OF THE EPISODE,
      *ACROSS MIDNIGHT WHEN IT RAN THAT LONG
       LOG-ONE-EPISODE.
           ADD 1 TO CAC-STA-EXC
           MOVE CAC-E-START-TIME(CAC-IDX) TO CAC-TIME-X
           COMPUTE CAC-MINS-START = FUNCTION INTEGER-OF-DATE(
               CAC-E-START-DATE(CAC-IDX)) * 1440
               + CAC-TIME-HH * 60 + CAC-TIME-MM
           MOVE CAC-E-END-TIME(CAC-IDX) TO CAC-TIME-X
           COMPUTE CAC-MINS-END = FUNCTION INTEGER-OF-DATE(
               CAC-E-END-DATE(CAC-IDX)) * 1440
               + CAC-TIME-HH * 60 + CAC-TIME-MM
           MOVE ZERO TO CAC-DUR-MINS
           IF CAC-MINS-END > CAC-MINS-START
               COMPUTE CAC-DUR-MINS = CAC-MINS-END - CAC-MINS-START
           END-IF
           ADD CAC-DUR-MINS TO CAC-STA-MINS
           MOVE CAC-DUR-MINS TO CAC-DUR-OUT
           MOVE CAC-E-WORST(CAC-IDX) TO CAC-READING-OUT
           MOVE CAC-E-READINGS(CAC-IDX) TO CAC-NUM2-OUT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "  " CAC-E-START-DATE(CAC-IDX) " "
               CAC-E-START-TIME(CAC-IDX) " TO "
               CAC-E-END-DATE(CAC-IDX) " "
               CAC-E-END-TIME(CAC-IDX) " READINGS " CAC-NUM2-OUT
               " WORST " CAC-READING-OUT " MINUTES " CAC-DUR-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           IF CAC-E-SUSPECT(CAC-IDX) = "S"
               MOVE "    (SUSPECT READINGS - CALIBRATION OVERDUE)"
                   TO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM LOG-EPISODE-ACTION.

           EXIT PARAGRAPH.

      *AN EPISODE IS MATCHED TO THE NEXT UNUSED INCIDENT FOR ITS
      *STATION AND START DATE, SO TWO ON ONE DAY PAIR UP IN ORDER
       LOG-EPISODE-ACTION.
           PERFORM VARYING CAC-JDX FROM 1 BY 1
               UNTIL CAC-JDX > CAC-INC-COUNT
               IF CAC-I-USED(CAC-JDX) NOT = "Y" AND
-                 CAC-I-STATION(CAC-JDX) = CAC-E-STATION(CAC-IDX) AND
-                 CAC-I-EP-DATE(CAC-JDX) =
-                 CAC-E-START-DATE(CAC-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-SPOOL-LINE
           IF CAC-JDX > CAC-INC-COUNT
               MOVE "    NO INCIDENT OPENED (BELOW WATCH THRESHOLD)"
                   TO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO CAC-I-USED(CAC-JDX)
           PERFORM READ-INCIDENT-ACTION
           IF CAC-NEW = "Y"
               ADD 1 TO CAC-STA-OPEN
               STRING "    INCIDENT " CAC-I-INC-DATE(CAC-JDX) " "
                   CAC-I-INC-TIME(CAC-JDX)
                   " - NO CORRECTIVE ACTION ON FILE"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF CA-CLOSED
               ADD 1 TO CAC-STA-CLOSED
           ELSE
               ADD 1 TO CAC-STA-OPEN
           END-IF
           PERFORM SET-DISPOSITION-TEXT
           STRING "    INCIDENT " CA-INC-DATE " ACTION " CA-STATUS
               " " CA-CLOSED-DATE " RESPONSIBLE " CA-RESPONSIBLE
               " PRODUCT " CAC-DISP-TEXT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "    CAUSE:  " CA-ROOT-CAUSE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "    ACTION: " CA-ACTION-TAKEN
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           IF CA-VERIFY-DATE NOT = ZERO
               MOVE CA-VERIFY-READING TO CAC-READING-OUT
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "    VERIFIED " CAC-READING-OUT " ON "
                   CA-VERIFY-DATE " " CA-VERIFY-TIME
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF CA-ESCALATED-DATE NOT = ZERO
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "    ESCALATED " CA-ESCALATED-DATE
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

           EXIT PARAGRAPH.

      *================= SHARED ================================
      *EVERY INCIDENT TEMP-INCIDENT-WATCH LOGGED, OPEN OR
      *ACKNOWLEDGED - ACKNOWLEDGING THE ALARM IS NOT THE SAME AS
      *FIXING THE CAUSE
       LOAD-TEMP-INCIDENTS.
           MOVE ZERO TO CAC-INC-COUNT
           MOVE "N" TO CAC-EOF
           OPEN INPUT INCIDENT-FILE
           IF CAC-INC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CAC-EOF = "Y"
               READ INCIDENT-FILE
                   AT END
                       MOVE "Y" TO CAC-EOF
                   NOT AT END
                       IF IN-PROGRAM-ID = "TEMP-INCIDENT-WATCH" AND
-                         IN-FILE-STATUS = "EX" AND
-                         IN-FILE-NAME(1:4) = "STA "
                           PERFORM ADD-ONE-TEMP-INCIDENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE.

           EXIT PARAGRAPH.

       ADD-ONE-TEMP-INCIDENT.
           IF CAC-INC-COUNT NOT < 1000
               DISPLAY "WARNING - MORE THAN 1000 TEMPERATURE "
                   "INCIDENTS - THE REST ARE NOT CHECKED"
               MOVE "Y" TO CAC-EOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CAC-INC-COUNT
           MOVE IN-FILE-NAME(5:4) TO CAC-I-STATION(CAC-INC-COUNT)
           MOVE IN-FILE-NAME(10:8) TO CAC-I-EP-DATE(CAC-INC-COUNT)
           MOVE IN-DATE TO CAC-I-INC-DATE(CAC-INC-COUNT)
           MOVE IN-TIME TO CAC-I-INC-TIME(CAC-INC-COUNT)
           MOVE IN-OPERATION TO CAC-I-WORST(CAC-INC-COUNT)
           MOVE "N" TO CAC-I-USED(CAC-INC-COUNT).

           EXIT PARAGRAPH.

      *THE ACTION ROW FOR THE INCIDENT AT CAC-JDX - CAC-NEW COMES
      *BACK "Y" WHEN NONE HAS BEEN RECORDED
       READ-INCIDENT-ACTION.
           MOVE "Y" TO CAC-NEW
           IF CAC-CA-UP NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE CAC-I-STATION(CAC-JDX) TO CA-STATION
           MOVE CAC-I-EP-DATE(CAC-JDX) TO CA-EPISODE-DATE
           MOVE CAC-I-INC-DATE(CAC-JDX) TO CA-INC-DATE
           MOVE CAC-I-INC-TIME(CAC-JDX) TO CA-INC-TIME
           READ CORRACT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO CAC-NEW
           END-READ.

           EXIT PARAGRAPH.

       OPEN-CORRACT-FOR-WRITE.
           MOVE "N" TO CAC-CA-UP
           OPEN I-O CORRACT-FILE
           IF WS-CORRACT-STATUS = "35"
               OPEN OUTPUT CORRACT-FILE
               CLOSE CORRACT-FILE
               OPEN I-O CORRACT-FILE
           END-IF
           IF WS-CORRACT-STATUS NOT = "00"
               MOVE "CORRACT-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-CORRACT-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           ELSE
               MOVE "Y" TO CAC-CA-UP
           END-IF.

           EXIT PARAGRAPH.

      *NO CORRACT.DAT YET JUST MEANS NO ACTION HAS BEEN RECORDED
       OPEN-CORRACT-FOR-READ.
           MOVE "N" TO CAC-CA-UP
           OPEN INPUT CORRACT-FILE
           IF WS-CORRACT-STATUS = "00"
               MOVE "Y" TO CAC-CA-UP
           END-IF.

           EXIT PARAGRAPH.

       AUDIT-ACTION-CHANGE.
           MOVE "CORRECTIVE-ACTION" TO WS-MA-PROGRAM-ID
           PERFORM WRITE-MAINT-AUDIT-ENTRY.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "maint-audit-write.cpy".

       COPY "batch-mode-check.cpy".

       COPY "nightly-parm-check.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
