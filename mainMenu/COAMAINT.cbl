      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHART-OF-ACCOUNTS.

      *====================================================
      * Stand-alone utility: maintains the chart of accounts
      * (coa.dat) and the posting-purpose map (glmap.dat) that
      * every GL poster loads at run time through
      * gl-acct-load.cpy, so adding an account or pointing a
      * purpose at a different one needs no recompile. Each
      * account carries a name, a type (asset, liability,
      * equity, income, expense), its normal side and an
      * active flag; an inactive account stays on the chart
      * for history but the posters refuse it. Adds, changes
      * and re-maps are supervisor-only and go to the
      * maintenance audit trail. Option 6 seeds an empty chart
      * with the accounts the suite has always posted to.
      * Runs under the suite interlock. Run on demand from the
      * command line; it is not wired into FH-MAIN-MENU since
      * it is housekeeping, not a calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "coa-select.cpy".
           COPY "glmap-select.cpy".
           COPY "maint-audit-select.cpy".
           COPY "lock-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "coa-rec.cpy".
           COPY "glmap-rec.cpy".
           COPY "maint-audit-rec.cpy".
           COPY "lock-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  COA-CHOICE                      PIC 9.
       01  COA-OK                          PIC X.
       01  COA-EOF                         PIC X.
       01  COA-CONFIRM                     PIC X.
       01  COA-TODAY                       PIC 9(8).
       01  COA-IN-ACCOUNT                  PIC X(8).
       01  COA-IN-NAME                     PIC X(30).
       01  COA-IN-TYPE                     PIC X.
       01  COA-IN-SIDE                     PIC X.
       01  COA-IN-ACTIVE                   PIC X.
       01  COA-IN-PURPOSE                  PIC X(12).
       01  COA-LIST-COUNT                  PIC 9(5).
       01  COA-FLAG-COUNT                  PIC 9(5).
       01  COA-FLAG                        PIC X(14).
       01  COA-MAPPED                      PIC X.
       01  COA-MAP-IDX                     PIC 99.
       01  COA-MAP-COUNT                   PIC 99 VALUE 0.
       01  COA-MAP-HIT                     PIC 99.
       01  COA-MAP-TABLE.
           05  COA-MAP-ENTRY               PIC X(21) OCCURS 40 TIMES.
       01  COA-SEED-IDX                    PIC 99.
       01  COA-SEED-COUNT                  PIC 99 VALUE 15.
       01  COA-SEED-VALUES.
           05  FILLER PIC X(53) VALUE
               "RECEIVABLE  11100   DADACCOUNTS RECEIVABLE".
           05  FILLER PIC X(53) VALUE
               "SALES       40100   CICSALES REVENUE".
           05  FILLER PIC X(53) VALUE
               "COMM-EXP    60100   DEDCOMMISSION EXPENSE".
           05  FILLER PIC X(53) VALUE
               "COMM-PAY    21100   CLCCOMMISSION PAYABLE".
           05  FILLER PIC X(53) VALUE
               "FX-GAIN     71100   CICEXCHANGE GAIN".
           05  FILLER PIC X(53) VALUE
               "FX-LOSS     61900   DEDEXCHANGE LOSS".
           05  FILLER PIC X(53) VALUE
               "SHRINKAGE   61500   DEDINVENTORY SHRINKAGE".
           05  FILLER PIC X(53) VALUE
               "INVENTORY   13100   CADINVENTORY ON HAND".
           05  FILLER PIC X(53) VALUE
               "BAD-DEBT    61700   DEDBAD DEBT EXPENSE".
           05  FILLER PIC X(53) VALUE
               "CASH        10100   DADCASH IN BANK".
           05  FILLER PIC X(53) VALUE
               "TAX-PAY     21300   CLCSALES TAX PAYABLE".
           05  FILLER PIC X(53) VALUE
               "AP-PAY      20100   CLCACCOUNTS PAYABLE".
           05  FILLER PIC X(53) VALUE
               "TUITION     40200   CICTUITION AND FEE REVENUE".
           05  FILLER PIC X(53) VALUE
               "LOANS       12100   DADLOANS RECEIVABLE".
           05  FILLER PIC X(53) VALUE
               "LOAN-INT    40300   CICLOAN INTEREST AND FEES".
       01  COA-SEED-TABLE REDEFINES COA-SEED-VALUES.
           05  COA-SEED-ENTRY              OCCURS 15 TIMES.
               10  COA-SD-PURPOSE          PIC X(12).
               10  COA-SD-ACCOUNT          PIC X(8).
               10  COA-SD-MAP-SIDE         PIC X.
               10  COA-SD-TYPE             PIC X.
               10  COA-SD-NORMAL-SIDE      PIC X.
               10  COA-SD-NAME             PIC X(30).
           COPY "gl-acct-table.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "CHART-OF-ACCOUNTS" TO WS-RUNLOG-PROGRAM-ID.

      * Changes rewrite glmap.dat whole and the chart is read by
      * every poster - take the suite interlock.
           PERFORM ACQUIRE-FH-LOCK.
           IF WS-FH-LOCK-HELD NOT = "Y"
               GOBACK
           END-IF.

           PERFORM UNTIL COA-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "    CHART OF ACCOUNTS      "
               DISPLAY "==========================="
               DISPLAY "1 - ADD AN ACCOUNT"
               DISPLAY "2 - CHANGE AN ACCOUNT"
               DISPLAY "3 - LIST THE CHART (SPOOLED)"
               DISPLAY "4 - MAP A POSTING PURPOSE TO AN ACCOUNT"
               DISPLAY "5 - LIST THE POSTING-PURPOSE MAP"
               DISPLAY "6 - LOAD THE STANDARD STARTING CHART"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT COA-CHOICE

               EVALUATE COA-CHOICE
                   WHEN 1
                       PERFORM ADD-ONE-ACCOUNT
                   WHEN 2
                       PERFORM CHANGE-ONE-ACCOUNT
                   WHEN 3
                       PERFORM LIST-CHART
                   WHEN 4
                       PERFORM MAP-ONE-PURPOSE
                   WHEN 5
                       PERFORM LIST-PURPOSE-MAP
                   WHEN 6
                       PERFORM LOAD-STARTING-CHART
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           PERFORM RELEASE-FH-LOCK.

           MOVE "CHART-OF-ACCOUNTS" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *EVERY CHANGE TO THE CHART OR THE MAP IS A SUPERVISOR'S
       CHECK-COA-SUPERVISOR.
           MOVE "COAMAINT-REFUSED" TO WS-RUNLOG-PROGRAM-ID
           PERFORM CHECK-SUPERVISOR-ROLE
           MOVE "CHART-OF-ACCOUNTS" TO WS-RUNLOG-PROGRAM-ID
           MOVE WS-FH-ROLE-OK TO COA-OK.

           EXIT PARAGRAPH.

       ADD-ONE-ACCOUNT.
           PERFORM CHECK-COA-SUPERVISOR
           IF COA-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING
           ACCEPT COA-IN-ACCOUNT
           IF COA-IN-ACCOUNT = SPACES
               DISPLAY "ACCOUNT NUMBER REQUIRED - NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ACCOUNT NAME: " WITH NO ADVANCING
           ACCEPT COA-IN-NAME
           IF COA-IN-NAME = SPACES
               DISPLAY "ACCOUNT NAME REQUIRED - NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TYPE - (A)SSET (L)IABILITY E(Q)UITY (I)NCOME "
               "(E)XPENSE: " WITH NO ADVANCING
           ACCEPT COA-IN-TYPE
           PERFORM EDIT-ACCOUNT-TYPE
           IF COA-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NORMAL SIDE (D/C, BLANK FOR THE TYPE'S USUAL): "
               WITH NO ADVANCING
           ACCEPT COA-IN-SIDE
           PERFORM EDIT-NORMAL-SIDE
           IF COA-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O COA-FILE
           IF WS-COA-STATUS = "35"
               OPEN OUTPUT COA-FILE
               CLOSE COA-FILE
               OPEN I-O COA-FILE
           END-IF
           IF WS-COA-STATUS NOT = "00"
               MOVE "COA-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-COA-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           ACCEPT COA-TODAY FROM DATE YYYYMMDD
           MOVE COA-IN-ACCOUNT TO COA-ACCOUNT
           MOVE COA-IN-NAME TO COA-NAME
           MOVE COA-IN-TYPE TO COA-TYPE
           MOVE COA-IN-SIDE TO COA-NORMAL-SIDE
           MOVE "Y" TO COA-ACTIVE
           MOVE COA-TODAY TO COA-CHANGE-DATE
           MOVE WS-FH-OPERATOR-ID TO COA-OPERATOR-ID
           WRITE COA-RECORD
               INVALID KEY
                   DISPLAY "ACCOUNT " COA-IN-ACCOUNT
                       " IS ALREADY ON THE CHART - NOT ADDED"
               NOT INVALID KEY
                   MOVE SPACES TO WS-MA-BEFORE
                   MOVE COA-RECORD TO WS-MA-AFTER
                   MOVE "ADD" TO WS-MA-ACTION
                   PERFORM AUDIT-COA-CHANGE
                   DISPLAY "ACCOUNT " COA-IN-ACCOUNT " ADDED"
           END-WRITE
           CLOSE COA-FILE.

           EXIT PARAGRAPH.

       EDIT-ACCOUNT-TYPE.
           MOVE "Y" TO COA-OK
           EVALUATE COA-IN-TYPE
               WHEN "a"
                   MOVE "A" TO COA-IN-TYPE
               WHEN "l"
                   MOVE "L" TO COA-IN-TYPE
               WHEN "q"
                   MOVE "Q" TO COA-IN-TYPE
               WHEN "i"
                   MOVE "I" TO COA-IN-TYPE
               WHEN "e"
                   MOVE "E" TO COA-IN-TYPE
           END-EVALUATE
           IF COA-IN-TYPE NOT = "A" AND NOT = "L" AND NOT = "Q"
-             AND NOT = "I" AND NOT = "E"
               DISPLAY "TYPE MUST BE A, L, Q, I OR E - NOT SAVED"
               MOVE "N" TO COA-OK
           END-IF.

           EXIT PARAGRAPH.

      *ASSETS AND EXPENSES NORMALLY CARRY A DEBIT BALANCE,
      *LIABILITIES, EQUITY AND INCOME A CREDIT
       EDIT-NORMAL-SIDE.
           MOVE "Y" TO COA-OK
           IF COA-IN-SIDE = "d"
               MOVE "D" TO COA-IN-SIDE
           END-IF
           IF COA-IN-SIDE = "c"
               MOVE "C" TO COA-IN-SIDE
           END-IF
           IF COA-IN-SIDE = SPACE
               IF COA-IN-TYPE = "A" OR COA-IN-TYPE = "E"
                   MOVE "D" TO COA-IN-SIDE
               ELSE
                   MOVE "C" TO COA-IN-SIDE
               END-IF
           END-IF
           IF COA-IN-SIDE NOT = "D" AND NOT = "C"
               DISPLAY "NORMAL SIDE MUST BE D OR C - NOT SAVED"
               MOVE "N" TO COA-OK
           END-IF.

           EXIT PARAGRAPH.

      *BLANK ANSWERS KEEP WHAT IS ON FILE. TAKING AN ACCOUNT OUT
      *OF SERVICE THAT A PURPOSE STILL POINTS AT STOPS THAT
      *POSTING, SO IT ASKS FIRST
       CHANGE-ONE-ACCOUNT.
           PERFORM CHECK-COA-SUPERVISOR
           IF COA-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING
           ACCEPT COA-IN-ACCOUNT
           OPEN I-O COA-FILE
           IF WS-COA-STATUS NOT = "00"
               DISPLAY "NO CHART OF ACCOUNTS ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE COA-IN-ACCOUNT TO COA-ACCOUNT
           READ COA-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT " COA-IN-ACCOUNT
                       " IS NOT ON THE CHART"
                   CLOSE COA-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE COA-RECORD TO WS-MA-BEFORE
           DISPLAY "NAME:   " COA-NAME
           DISPLAY "TYPE:   " COA-TYPE "  NORMAL SIDE: "
               COA-NORMAL-SIDE "  ACTIVE: " COA-ACTIVE

           DISPLAY "NEW NAME (BLANK KEEPS): " WITH NO ADVANCING
           ACCEPT COA-IN-NAME
           IF COA-IN-NAME = SPACES
               MOVE COA-NAME TO COA-IN-NAME
           END-IF
           DISPLAY "NEW TYPE (BLANK KEEPS): " WITH NO ADVANCING
           ACCEPT COA-IN-TYPE
           IF COA-IN-TYPE = SPACE
               MOVE COA-TYPE TO COA-IN-TYPE
           END-IF
           PERFORM EDIT-ACCOUNT-TYPE
           IF COA-OK NOT = "Y"
               CLOSE COA-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NEW NORMAL SIDE (BLANK KEEPS): "
               WITH NO ADVANCING
           ACCEPT COA-IN-SIDE
           IF COA-IN-SIDE = SPACE
               MOVE COA-NORMAL-SIDE TO COA-IN-SIDE
           END-IF
           PERFORM EDIT-NORMAL-SIDE
           IF COA-OK NOT = "Y"
               CLOSE COA-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ACTIVE (Y/N, BLANK KEEPS): " WITH NO ADVANCING
           ACCEPT COA-IN-ACTIVE
           IF COA-IN-ACTIVE = SPACE
               MOVE COA-ACTIVE TO COA-IN-ACTIVE
           END-IF
           IF COA-IN-ACTIVE = "y"
               MOVE "Y" TO COA-IN-ACTIVE
           END-IF
           IF COA-IN-ACTIVE = "n"
               MOVE "N" TO COA-IN-ACTIVE
           END-IF
           IF COA-IN-ACTIVE NOT = "Y" AND NOT = "N"
               DISPLAY "ACTIVE MUST BE Y OR N - NOT SAVED"
               CLOSE COA-FILE
               EXIT PARAGRAPH
           END-IF

           IF COA-IN-ACTIVE = "N" AND COA-ACTIVE = "Y"
               PERFORM CHECK-ACCOUNT-MAPPED
               IF COA-MAPPED = "Y"
                   DISPLAY "WARNING - A POSTING PURPOSE STILL MAPS "
                       "TO THIS ACCOUNT; ITS POSTINGS WILL BE "
                       "REFUSED"
                   DISPLAY "DEACTIVATE ANYWAY? (Y): "
                       WITH NO ADVANCING
                   ACCEPT COA-CONFIRM
                   IF COA-CONFIRM NOT = "Y" AND NOT = "y"
                       DISPLAY "NOT CHANGED"
                       CLOSE COA-FILE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           ACCEPT COA-TODAY FROM DATE YYYYMMDD
           MOVE COA-IN-NAME TO COA-NAME
           MOVE COA-IN-TYPE TO COA-TYPE
           MOVE COA-IN-SIDE TO COA-NORMAL-SIDE
           MOVE COA-IN-ACTIVE TO COA-ACTIVE
           MOVE COA-TODAY TO COA-CHANGE-DATE
           MOVE WS-FH-OPERATOR-ID TO COA-OPERATOR-ID
           REWRITE COA-RECORD
               INVALID KEY
                   MOVE "COA-FILE" TO WS-FH-ERR-FILE-NAME
                   MOVE "REWRITE" TO WS-FH-ERR-OPERATION
                   MOVE WS-COA-STATUS TO WS-FH-ERR-STATUS
                   PERFORM REPORT-FILE-ERROR
               NOT INVALID KEY
                   MOVE COA-RECORD TO WS-MA-AFTER
                   MOVE "CHANGE" TO WS-MA-ACTION
                   PERFORM AUDIT-COA-CHANGE
                   DISPLAY "ACCOUNT " COA-IN-ACCOUNT " CHANGED"
           END-REWRITE
           CLOSE COA-FILE.

           EXIT PARAGRAPH.

       CHECK-ACCOUNT-MAPPED.
           MOVE "N" TO COA-MAPPED
           MOVE "N" TO COA-EOF
           OPEN INPUT GLMAP-FILE
           IF WS-GLMAP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL COA-EOF = "Y"
               READ GLMAP-FILE
                   AT END
                       MOVE "Y" TO COA-EOF
                   NOT AT END
                       IF GM-ACCOUNT = COA-IN-ACCOUNT
                           MOVE "Y" TO COA-MAPPED
                           DISPLAY "  MAPPED BY " GM-PURPOSE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLMAP-FILE.

           EXIT PARAGRAPH.

       LIST-CHART.
           MOVE ZERO TO COA-LIST-COUNT
           MOVE "N" TO COA-EOF
           OPEN INPUT COA-FILE
           IF WS-COA-STATUS NOT = "00"
               DISPLAY "NO CHART OF ACCOUNTS ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE "CHART-OF-ACCTS" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           MOVE "CHART OF ACCOUNTS" TO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           STRING "ACCOUNT  NAME                           "
               "TYPE SIDE ACTIVE"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           MOVE LOW-VALUES TO COA-ACCOUNT
           START COA-FILE KEY IS NOT LESS THAN COA-ACCOUNT
               INVALID KEY
                   MOVE "Y" TO COA-EOF
           END-START
           PERFORM UNTIL COA-EOF = "Y"
               READ COA-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO COA-EOF
                   NOT AT END
                       ADD 1 TO COA-LIST-COUNT
                       STRING COA-ACCOUNT " " COA-NAME "  "
                           COA-TYPE "    " COA-NORMAL-SIDE "    "
                           COA-ACTIVE
                           DELIMITED BY SIZE INTO WS-SPOOL-LINE
                       DISPLAY WS-SPOOL-LINE
                       PERFORM SPOOL-WRITE-LINE
               END-READ
           END-PERFORM
           CLOSE COA-FILE
           PERFORM SPOOL-CLOSE-REPORT
           DISPLAY COA-LIST-COUNT " ACCOUNT(S) ON THE CHART".

           EXIT PARAGRAPH.

      *ONE ROW PER PURPOSE - RE-MAPPING REPLACES THE ROW, A NEW
      *PURPOSE IS ADDED. THE ACCOUNT MUST BE ACTIVE ON THE CHART
       MAP-ONE-PURPOSE.
           PERFORM CHECK-COA-SUPERVISOR
           IF COA-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "POSTING PURPOSE (E.G. RECEIVABLE, COMM-PAY): "
               WITH NO ADVANCING
           ACCEPT COA-IN-PURPOSE
           IF COA-IN-PURPOSE = SPACES
               DISPLAY "PURPOSE REQUIRED - NOT MAPPED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ACCOUNT: " WITH NO ADVANCING
           ACCEPT COA-IN-ACCOUNT
           PERFORM LOAD-GL-ACCOUNT-MAP
           MOVE COA-IN-ACCOUNT TO WS-GLA-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT-POSTABLE
           IF WS-GLA-POSTABLE NOT = "Y"
               DISPLAY "NOT MAPPED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SIDE THE PURPOSE POSTS ON (D/C): "
               WITH NO ADVANCING
           ACCEPT COA-IN-SIDE
           IF COA-IN-SIDE = "d"
               MOVE "D" TO COA-IN-SIDE
           END-IF
           IF COA-IN-SIDE = "c"
               MOVE "C" TO COA-IN-SIDE
           END-IF
           IF COA-IN-SIDE NOT = "D" AND NOT = "C"
               DISPLAY "SIDE MUST BE D OR C - NOT MAPPED"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-MAP-ROWS
           MOVE ZERO TO COA-MAP-HIT
           PERFORM VARYING COA-MAP-IDX FROM 1 BY 1
               UNTIL COA-MAP-IDX > COA-MAP-COUNT
               IF COA-MAP-ENTRY(COA-MAP-IDX)(1:12) = COA-IN-PURPOSE
                   MOVE COA-MAP-IDX TO COA-MAP-HIT
               END-IF
           END-PERFORM
           IF COA-MAP-HIT = ZERO
               IF COA-MAP-COUNT NOT < 40
                   DISPLAY "MAP IS FULL AT 40 PURPOSES - NOT MAPPED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO COA-MAP-COUNT
               MOVE COA-MAP-COUNT TO COA-MAP-HIT
               MOVE SPACES TO WS-MA-BEFORE
               MOVE "MAPADD" TO WS-MA-ACTION
           ELSE
               MOVE COA-MAP-ENTRY(COA-MAP-HIT) TO WS-MA-BEFORE
               MOVE "MAPCHG" TO WS-MA-ACTION
           END-IF
           MOVE COA-IN-PURPOSE TO GM-PURPOSE
           MOVE COA-IN-ACCOUNT TO GM-ACCOUNT
           MOVE COA-IN-SIDE TO GM-SIDE
           MOVE GLMAP-RECORD TO COA-MAP-ENTRY(COA-MAP-HIT)

           OPEN OUTPUT GLMAP-FILE
           IF WS-GLMAP-STATUS NOT = "00"
               MOVE "GLMAP-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-GLMAP-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING COA-MAP-IDX FROM 1 BY 1
               UNTIL COA-MAP-IDX > COA-MAP-COUNT
               MOVE COA-MAP-ENTRY(COA-MAP-IDX) TO GLMAP-RECORD
               WRITE GLMAP-RECORD
           END-PERFORM
           CLOSE GLMAP-FILE

           MOVE COA-MAP-ENTRY(COA-MAP-HIT) TO WS-MA-AFTER
           MOVE COA-IN-PURPOSE TO WS-MA-KEY-NUM
           MOVE "CHART-OF-ACCOUNTS" TO WS-MA-PROGRAM-ID
           PERFORM WRITE-MAINT-AUDIT-ENTRY
           DISPLAY COA-IN-PURPOSE " NOW POSTS TO " COA-IN-ACCOUNT
               " (" COA-IN-SIDE ")".

           EXIT PARAGRAPH.

       LOAD-MAP-ROWS.
           MOVE ZERO TO COA-MAP-COUNT
           MOVE "N" TO COA-EOF
           OPEN INPUT GLMAP-FILE
           IF WS-GLMAP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL COA-EOF = "Y"
               READ GLMAP-FILE
                   AT END
                       MOVE "Y" TO COA-EOF
                   NOT AT END
                       IF COA-MAP-COUNT < 40
                           ADD 1 TO COA-MAP-COUNT
                           MOVE GLMAP-RECORD TO
                               COA-MAP-ENTRY(COA-MAP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLMAP-FILE.

           EXIT PARAGRAPH.

      *THE SAME LOAD THE POSTERS DO, SO WHAT IS FLAGGED HERE IS
      *EXACTLY WHAT A POSTING RUN WOULD REFUSE
       LIST-PURPOSE-MAP.
           PERFORM LOAD-GL-ACCOUNT-MAP
           IF WS-GLA-TABLE-COUNT = ZERO
               DISPLAY "NO POSTING PURPOSES MAPPED"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO COA-FLAG-COUNT
           DISPLAY "PURPOSE      ACCOUNT  SIDE NAME"
           PERFORM VARYING WS-GLA-IDX FROM 1 BY 1
               UNTIL WS-GLA-IDX > WS-GLA-TABLE-COUNT
               PERFORM SHOW-ONE-MAP-ROW
           END-PERFORM
           DISPLAY WS-GLA-TABLE-COUNT " PURPOSE(S) MAPPED, "
               COA-FLAG-COUNT " NOT POSTABLE".

           EXIT PARAGRAPH.

       SHOW-ONE-MAP-ROW.
           MOVE SPACES TO COA-FLAG
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
               UNTIL WS-COA-IDX > WS-COA-COUNT
               IF WS-COA-T-ACCOUNT(WS-COA-IDX) =
-                 WS-GLA-ACCOUNT(WS-GLA-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-COA-IDX > WS-COA-COUNT
               MOVE "** UNKNOWN **" TO COA-FLAG
           ELSE
               IF WS-COA-T-ACTIVE(WS-COA-IDX) NOT = "Y"
                   MOVE "** INACTIVE **" TO COA-FLAG
               END-IF
           END-IF
           IF COA-FLAG NOT = SPACES
               ADD 1 TO COA-FLAG-COUNT
           END-IF
           DISPLAY WS-GLA-PURPOSE(WS-GLA-IDX) " "
               WS-GLA-ACCOUNT(WS-GLA-IDX) " "
               WS-GLA-SIDE(WS-GLA-IDX) "    "
               WS-GLA-DESC(WS-GLA-IDX) " " COA-FLAG.

           EXIT PARAGRAPH.

      *ONLY ON AN EMPTY CHART - IT NEVER OVERWRITES ACCOUNTS OR A
      *MAP SOMEONE HAS ALREADY SET UP
       LOAD-STARTING-CHART.
           PERFORM CHECK-COA-SUPERVISOR
           IF COA-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-GL-ACCOUNT-MAP
           IF WS-COA-COUNT > ZERO
               DISPLAY "CHART ALREADY HAS " WS-COA-COUNT
                   " ACCOUNT(S) - STARTING CHART NOT LOADED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "LOAD THE STANDARD " COA-SEED-COUNT
               " ACCOUNTS AND PURPOSES? (Y): " WITH NO ADVANCING
           ACCEPT COA-CONFIRM
           IF COA-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "NOT LOADED"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT COA-FILE
           IF WS-COA-STATUS NOT = "00"
               MOVE "COA-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-COA-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           ACCEPT COA-TODAY FROM DATE YYYYMMDD
           PERFORM VARYING COA-SEED-IDX FROM 1 BY 1
               UNTIL COA-SEED-IDX > COA-SEED-COUNT
               MOVE COA-SD-ACCOUNT(COA-SEED-IDX) TO COA-ACCOUNT
               MOVE COA-SD-NAME(COA-SEED-IDX) TO COA-NAME
               MOVE COA-SD-TYPE(COA-SEED-IDX) TO COA-TYPE
               MOVE COA-SD-NORMAL-SIDE(COA-SEED-IDX) TO
                   COA-NORMAL-SIDE
               MOVE "Y" TO COA-ACTIVE
               MOVE COA-TODAY TO COA-CHANGE-DATE
               MOVE WS-FH-OPERATOR-ID TO COA-OPERATOR-ID
               WRITE COA-RECORD
                   INVALID KEY
                       DISPLAY "DUPLICATE SEED ACCOUNT "
                           COA-ACCOUNT
               END-WRITE
           END-PERFORM
           CLOSE COA-FILE

           IF WS-GLA-TABLE-COUNT > ZERO
               DISPLAY "POSTING-PURPOSE MAP ALREADY ON FILE - "
                   "LEFT AS IT IS"
           ELSE
               OPEN OUTPUT GLMAP-FILE
               IF WS-GLMAP-STATUS NOT = "00"
                   MOVE "GLMAP-FILE" TO WS-FH-ERR-FILE-NAME
                   MOVE "OPEN" TO WS-FH-ERR-OPERATION
                   MOVE WS-GLMAP-STATUS TO WS-FH-ERR-STATUS
                   PERFORM REPORT-FILE-ERROR
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING COA-SEED-IDX FROM 1 BY 1
                   UNTIL COA-SEED-IDX > COA-SEED-COUNT
                   MOVE COA-SD-PURPOSE(COA-SEED-IDX) TO GM-PURPOSE
                   MOVE COA-SD-ACCOUNT(COA-SEED-IDX) TO GM-ACCOUNT
                   MOVE COA-SD-MAP-SIDE(COA-SEED-IDX) TO GM-SIDE
                   WRITE GLMAP-RECORD
               END-PERFORM
               CLOSE GLMAP-FILE
           END-IF

           MOVE SPACES TO WS-MA-BEFORE
           MOVE "STANDARD STARTING CHART LOADED" TO WS-MA-AFTER
           MOVE "SEED" TO WS-MA-ACTION
           MOVE "CHART-OF-ACCOUNTS" TO WS-MA-PROGRAM-ID
           MOVE SPACES TO WS-MA-KEY-NUM
           PERFORM WRITE-MAINT-AUDIT-ENTRY
           DISPLAY "STANDARD STARTING CHART LOADED".

           EXIT PARAGRAPH.

       AUDIT-COA-CHANGE.
           MOVE "CHART-OF-ACCOUNTS" TO WS-MA-PROGRAM-ID
           MOVE COA-ACCOUNT TO WS-MA-KEY-NUM
           PERFORM WRITE-MAINT-AUDIT-ENTRY.

           EXIT PARAGRAPH.

       COPY "gl-acct-load.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "role-check.cpy".

       COPY "lock-paragraphs.cpy".

       COPY "maint-audit-write.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
