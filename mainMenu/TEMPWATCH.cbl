      * watermark file (tempwatch.dat) remembers how many
      * excursion rows have been processed so a rerun does
      * not reopen the same episodes. Under nightly batch the
      * threshold defaults to 3 instead of prompting. When the
      * station is linked to a stock location (STA-STOCK-LOC
      * on statmast.dat) the incident also puts every item
      * with stock at that location on quarantine hold: the
      * location row is flagged, journaled, and a HELD row
      * with quantity and unit cost goes to quarhold.dat for
      * STOCK-QUARANTINE to release or scrap. Stock already on
      * hold is left alone. Runs under the suite interlock.
      * What was done about each incident is recorded, and
      * an incident left without a closed action escalated,
      * in CORRECTIVE-ACTION.
      *====================================================

       ENVIRONMENT DIVISION.
           SELECT TEMPWATCH-FILE ASSIGN TO "tempwatch.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TWA-WM-STATUS.
           COPY "stat-select.cpy".
           COPY "invloc-select.cpy".
           COPY "prod-select.cpy".
           COPY "quarhold-select.cpy".
           COPY "updjrnl-select.cpy".
           COPY "lock-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.

       01  TEMPWATCH-RECORD.
           05  TW-ROWS-SEEN                PIC 9(7).
           COPY "stat-rec.cpy".
           COPY "invloc-rec.cpy".
           COPY "prod-rec.cpy".
           COPY "quarhold-rec.cpy".
           COPY "updjrnl-rec.cpy".
           COPY "lock-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  TWA-IL-NAME                     PIC X(20).
       01  TWA-IL-OPERATION                PIC X(10).
       01  TWA-IL-STATUS                   PIC XX VALUE "EX".
       01  TWA-HOLD-LOC                    PIC X(4).
       01  TWA-HOLD-EOF                    PIC X.
       01  TWA-HOLD-COUNT                  PIC 9(5).
       01  TWA-HELD-TOTAL                  PIC 9(5) VALUE 0.
       01  TWA-PROD-OPEN                   PIC X.
       01  TWA-NOW-TIME                    PIC 9(8).
           COPY "ws-vars.cpy".


               DISPLAY "NO TEMPEXC.DAT ON FILE - NOTHING TO WATCH"
               GOBACK
           END-IF.

      * An incident can flag stock on invloc.dat - take the
      * suite interlock before watching.
           PERFORM ACQUIRE-FH-LOCK.
           IF WS-FH-LOCK-HELD NOT = "Y"
               CLOSE TEMPEXC-FILE
               GOBACK
           END-IF.

           PERFORM UNTIL TWA-EOF = "Y"
               READ TEMPEXC-FILE
                   AT END

           DISPLAY TWA-OPENED-COUNT " INCIDENT(S) OPENED FROM "
               "REPEATED EXCURSIONS".
           DISPLAY TWA-HELD-TOTAL " ITEM LOCATION(S) PUT ON "
               "QUARANTINE HOLD".

           MOVE "TEMP-INCIDENT-WATCH" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           PERFORM RELEASE-FH-LOCK.

           GOBACK.

      *FILE ORDER IS TIME ORDER - A ROW FOR A DIFFERENT STATION
           DISPLAY "INCIDENT OPENED - " TWA-RUN-STATION
               " EPISODE FROM " TWA-RUN-START-DATE " "
               TWA-RUN-START-TIME " WORST " TWA-WORST-OUT.
           PERFORM HOLD-STATION-STOCK.

           EXIT PARAGRAPH.

      *THE STATION'S ROOM IS ITS LINKED STOCK LOCATION; EVERY ITEM
      *WITH STOCK THERE THAT IS NOT ALREADY HELD GOES ON HOLD AND
      *GETS A HOLD ROW PRICED AT TODAY'S UNIT COST
       HOLD-STATION-STOCK.
           MOVE SPACES TO TWA-HOLD-LOC
           OPEN INPUT STAT-FILE
           IF WS-STAT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE TWA-RUN-STATION TO STA-CODE
           READ STAT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE STA-STOCK-LOC TO TWA-HOLD-LOC
           END-READ
           CLOSE STAT-FILE
           IF TWA-HOLD-LOC = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN I-O INVLOC-FILE
           IF WS-INVLOC-STATUS NOT = "00"
               DISPLAY "NO STOCK BY LOCATION ON FILE - NOTHING "
-                  "HELD AT " TWA-HOLD-LOC
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND QUARHOLD-FILE
           IF WS-QUARHOLD-STATUS = "35"
               OPEN OUTPUT QUARHOLD-FILE
           END-IF
           IF WS-QUARHOLD-STATUS NOT = "00"
                   AND NOT = "05"
               MOVE "QUARHOLD-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-QUARHOLD-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               CLOSE INVLOC-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TWA-PROD-OPEN
           OPEN INPUT PROD-FILE
           IF WS-PROD-FILE-STATUS = "00"
               MOVE "Y" TO TWA-PROD-OPEN
           END-IF
           ACCEPT TWA-NOW-TIME FROM TIME

           MOVE ZERO TO TWA-HOLD-COUNT
           MOVE "N" TO TWA-HOLD-EOF
           MOVE LOW-VALUES TO IL-KEY
           START INVLOC-FILE KEY IS NOT LESS THAN IL-KEY
               INVALID KEY
                   MOVE "Y" TO TWA-HOLD-EOF
           END-START
           PERFORM UNTIL TWA-HOLD-EOF = "Y"
               READ INVLOC-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO TWA-HOLD-EOF
                   NOT AT END
                       IF IL-LOCATION = TWA-HOLD-LOC
                               AND IL-ON-HAND > ZERO
                               AND NOT IL-ON-HOLD
                           PERFORM HOLD-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INVLOC-FILE
           CLOSE QUARHOLD-FILE
           IF TWA-PROD-OPEN = "Y"
               CLOSE PROD-FILE
           END-IF
           ADD TWA-HOLD-COUNT TO TWA-HELD-TOTAL
           DISPLAY TWA-HOLD-COUNT " ITEM(S) AT " TWA-HOLD-LOC
               " PUT ON QUARANTINE HOLD".

           EXIT PARAGRAPH.

       HOLD-ONE-ITEM.
           MOVE "Q" TO IL-HOLD
           REWRITE INVLOC-RECORD
               INVALID KEY
                   MOVE "INVLOC-FILE" TO WS-FH-ERR-FILE-NAME
                   MOVE "REWRITE" TO WS-FH-ERR-OPERATION
                   MOVE WS-INVLOC-STATUS TO WS-FH-ERR-STATUS
                   PERFORM REPORT-FILE-ERROR
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "INVLOC" TO WS-UJ-FILE-NAME
           MOVE "REWRITE" TO WS-UJ-ACTION
           MOVE INVLOC-RECORD TO WS-UJ-IMAGE
           PERFORM WRITE-UPDATE-JOURNAL

           MOVE SPACES TO QUARHOLD-RECORD
           MOVE IL-ITEM-CODE TO QH-ITEM-CODE
           MOVE IL-LOCATION TO QH-LOCATION
           MOVE TWA-RUN-STATION TO QH-STATION
           MOVE TWA-RUN-START-DATE TO QH-EPISODE-DATE
           ACCEPT QH-HOLD-DATE FROM DATE YYYYMMDD
           MOVE TWA-NOW-TIME TO QH-HOLD-TIME
           MOVE IL-ON-HAND TO QH-HELD-QTY
           MOVE ZERO TO QH-UNIT-COST
           IF TWA-PROD-OPEN = "Y"
               MOVE IL-ITEM-CODE TO PM-ITEM-CODE
               READ PROD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PM-UNIT-COST > ZERO
                           MOVE PM-UNIT-COST TO QH-UNIT-COST
                       ELSE
                           MOVE PM-UNIT-PRICE TO QH-UNIT-COST
                       END-IF
               END-READ
           END-IF
           MOVE "HELD" TO QH-STATUS
           MOVE ZERO TO QH-SCRAP-QTY
           MOVE ZERO TO QH-CLOSE-DATE
           WRITE QUARHOLD-RECORD
           ADD 1 TO TWA-HOLD-COUNT
           DISPLAY "  HELD " IL-ITEM-CODE " AT " IL-LOCATION.

           EXIT PARAGRAPH.


           EXIT PARAGRAPH.

       COPY "upd-journal.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "batch-mode-check.cpy".

       COPY "lock-paragraphs.cpy".


       COPY "capture-operator.cpy".
