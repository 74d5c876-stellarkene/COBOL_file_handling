      * figure with a before/after image in maint_audit.dat,
      * and the value of the net variance (at PM-UNIT-COST)
      * booked to gljrnl.dat through the SHRINKAGE / INVENTORY
      * purposes on the GL mapping so the adjustment is
      * accounted for, not hidden. Each posted count also
      * goes to the stock movement ledger (stkmove.dat) as a
      * COUNT movement referenced by its count date. A count
      * is of one stock location (invloc.dat - blank means
      * MAIN, as do counts keyed before locations were kept):
      * the book figure is that location's on-hand, posting
      * sets the location to the counted figure and moves the
      * item's all-locations total by the variance. A count
      * with a variance is also raised on the supervisor
      * approval queue (apprq.dat) at its value at cost, and
      * posting waits for that request: approved counts post,
      * refused counts are closed off as REFUSED without
      * touching stock, and counts still pending are left for
      * a later run. Runs under the suite interlock.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "inv-select.cpy".
           COPY "invloc-select.cpy".
           COPY "loc-select.cpy".
           COPY "prod-select.cpy".
           SELECT CYCLECNT-FILE ASSIGN TO "cyclecnt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYC-CNT-STATUS.
           COPY "gljrnl-select.cpy".
           COPY "coa-select.cpy".
           COPY "glmap-select.cpy".
           COPY "updjrnl-select.cpy".
           COPY "stkmove-select.cpy".
           COPY "maint-audit-select.cpy".
           COPY "lock-select.cpy".
           COPY "runlog-select.cpy".
           COPY "apprq-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "inv-rec.cpy".
           COPY "invloc-rec.cpy".
           COPY "loc-rec.cpy".
           COPY "prod-rec.cpy".

       FD  CYCLECNT-FILE.
           05  CC-COUNT-DATE               PIC 9(8).
           05  CC-OPERATOR-ID              PIC X(10).
           05  CC-STATUS                   PIC X(7).
           05  CC-LOCATION                 PIC X(4).
           05  CC-APPR-REQ                 PIC 9(8).

           COPY "gljrnl-rec.cpy".
           COPY "coa-rec.cpy".
           COPY "glmap-rec.cpy".
           COPY "updjrnl-rec.cpy".
           COPY "stkmove-rec.cpy".
           COPY "maint-audit-rec.cpy".
           COPY "lock-rec.cpy".
           COPY "fd-vars.cpy".
           COPY "apprq-rec.cpy".

       WORKING-STORAGE SECTION.
       01  CYC-CHOICE                      PIC 9.
       01  CYC-INVTRY-ACCT                 PIC X(8).
       01  CYC-INVTRY-DESC                 PIC X(19).
       01  CYC-PERIOD                      PIC 9(6).
       01  CYC-BOOK-QTY                    PIC S9(7)V99.
       01  CYC-LOC-FOUND                   PIC X.
       01  CYC-COST-ITEM                   PIC X(8).
       01  CYC-APPR-OK                     PIC X.
       01  CYC-AWAIT-COUNT                 PIC 9(5).
       01  CYC-REFUSED-COUNT               PIC 9(5).
       01  CYC-TABLE.
           05  CYC-ENTRY                   OCCURS 300 TIMES.
               10  CYC-T-ITEM              PIC X(8).
               10  CYC-T-DATE              PIC 9(8).
               10  CYC-T-OPER              PIC X(10).
               10  CYC-T-STATUS            PIC X(7).
               10  CYC-T-LOC               PIC X(4).
               10  CYC-T-REQ               PIC 9(8).
           COPY "gl-acct-table.cpy".
           COPY "ws-vars.cpy".

           MOVE "CYCLE-COUNT" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM LOAD-GL-ACCOUNT-MAP.

           PERFORM ACQUIRE-FH-LOCK.
           IF WS-FH-LOCK-HELD NOT = "Y"
               GOBACK
           END-READ
           CLOSE INV-FILE

           DISPLAY "ENTER LOCATION COUNTED (BLANK FOR MAIN): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INV-LOCATION
           ACCEPT WS-INV-LOCATION
           PERFORM CHECK-STOCK-LOCATION
           IF WS-LOC-OK NOT = "Y"
               DISPLAY "COUNT NOT ENTERED"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-LOCATION-BOOK

           DISPLAY "ENTER COUNTED QUANTITY: " WITH NO ADVANCING
           ACCEPT CYC-COUNT-QTY
           ACCEPT CYC-DATE FROM DATE YYYYMMDD
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           COMPUTE CYC-VARIANCE = CYC-COUNT-QTY - CYC-BOOK-QTY
           MOVE CYC-VARIANCE TO CYC-VAR-OUT
           MOVE ZERO TO CC-APPR-REQ
           IF CYC-VARIANCE NOT = ZERO
               PERFORM RAISE-COUNT-APPROVAL
               MOVE WS-AQ-REQ-NUM TO CC-APPR-REQ
           END-IF
           MOVE CYC-ITEM TO CC-ITEM-CODE
           MOVE CYC-BOOK-QTY TO CC-BOOK-QTY
           MOVE CYC-COUNT-QTY TO CC-COUNT-QTY
           MOVE CYC-DATE TO CC-COUNT-DATE
           MOVE WS-FH-OPERATOR-ID TO CC-OPERATOR-ID
           MOVE "PENDING" TO CC-STATUS
           MOVE WS-INV-LOCATION TO CC-LOCATION
           WRITE CYCLECNT-RECORD
           CLOSE CYCLECNT-FILE

           DISPLAY "COUNT RECORDED - VARIANCE " CYC-VAR-OUT
           IF CC-APPR-REQ NOT = ZERO
               DISPLAY "QUEUED FOR SUPERVISOR APPROVAL AS REQUEST "
                   CC-APPR-REQ
           END-IF.

           EXIT PARAGRAPH.

      *THE VARIANCE GOES ON THE APPROVAL QUEUE AT ITS VALUE AT
      *COST, REFERENCED BY ITEM AND LOCATION
       RAISE-COUNT-APPROVAL.
           MOVE CYC-ITEM TO CYC-COST-ITEM
           PERFORM LOOK-UP-VARIANCE-COST
           MOVE "CYCLECNT" TO WS-AQ-TYPE
           MOVE SPACES TO WS-AQ-REF
           STRING CYC-ITEM " " WS-INV-LOCATION
               DELIMITED BY SIZE INTO WS-AQ-REF
           MOVE "CYCLE-COUNT" TO WS-AQ-PROGRAM
           COMPUTE WS-AQ-AMOUNT ROUNDED = CYC-VARIANCE * CYC-COST
           MOVE SPACES TO WS-AQ-REASON
           STRING "COUNT " CYC-DATE " QTY VARIANCE " CYC-VAR-OUT
               DELIMITED BY SIZE INTO WS-AQ-REASON
           PERFORM RAISE-APPROVAL-REQUEST.

           EXIT PARAGRAPH.

      *THE BOOK FIGURE IS WHAT THE ONE LOCATION HOLDS. A LOCATION
      *THAT HAS NEVER HELD THE ITEM HAS A BOOK OF ZERO
       READ-LOCATION-BOOK.
           MOVE ZERO TO CYC-BOOK-QTY
           OPEN INPUT INVLOC-FILE
           IF WS-INVLOC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE CYC-ITEM TO IL-ITEM-CODE
           MOVE WS-INV-LOCATION TO IL-LOCATION
           READ INVLOC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE IL-ON-HAND TO CYC-BOOK-QTY
           END-READ
           CLOSE INVLOC-FILE.

           EXIT PARAGRAPH.

       VARIANCE-REPORT.
           PERFORM LOAD-COUNT-TABLE
           MOVE ZERO TO CYC-COUNT
           DISPLAY "ITEM     LOC  BOOK          COUNTED       "
-              "VARIANCE"
           PERFORM VARYING CYC-IDX FROM 1 BY 1
               UNTIL CYC-IDX > CYC-TAB-COUNT
               IF CYC-T-STATUS(CYC-IDX) = "PENDING"
                   COMPUTE CYC-VARIANCE = CYC-T-COUNT(CYC-IDX) -
                       CYC-T-BOOK(CYC-IDX)
                   MOVE CYC-VARIANCE TO CYC-VAR-OUT
                   DISPLAY CYC-T-ITEM(CYC-IDX) " "
                       CYC-T-LOC(CYC-IDX) " " CYC-QTY-OUT
                       " " CYC-QTY2-OUT " " CYC-VAR-OUT
               END-IF
           END-PERFORM

           EXIT PARAGRAPH.

      *POSTING SETS THE LOCATION TO THE COUNTED FIGURE AND MOVES
      *THE ITEM TOTAL BY THE VARIANCE WITH A FULL BEFORE/AFTER
      *AUDIT IMAGE, THEN BOOKS THE NET VARIANCE VALUE SO THE
      *LEDGER MOVES WITH THE SHELF
       POST-APPROVED-VARIANCES.
           MOVE "CYCLE-POST-REFUSED" TO WS-RUNLOG-PROGRAM-ID
           PERFORM CHECK-SUPERVISOR-ROLE
-                  "NOT POSTED. ARCHIVE CYCLECNT.DAT."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SHRINKAGE-ACCOUNTS
           MOVE CYC-SHRINK-ACCT TO WS-GLA-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT-POSTABLE
           IF WS-GLA-POSTABLE = "Y"
               MOVE CYC-INVTRY-ACCT TO WS-GLA-CHECK-ACCT
               PERFORM CHECK-GL-ACCOUNT-POSTABLE
           END-IF
           IF WS-GLA-POSTABLE NOT = "Y"
               DISPLAY "SHRINKAGE ACCOUNTS NOT POSTABLE - "
-                  "VARIANCES NOT POSTED"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO CYC-POSTED-COUNT
           MOVE ZERO TO CYC-NET-VALUE
           MOVE ZERO TO CYC-AWAIT-COUNT
           MOVE ZERO TO CYC-REFUSED-COUNT
           PERFORM VARYING CYC-IDX FROM 1 BY 1
               UNTIL CYC-IDX > CYC-TAB-COUNT
               IF CYC-T-STATUS(CYC-IDX) = "PENDING"
                   PERFORM CHECK-COUNT-APPROVAL
                   IF CYC-APPR-OK = "Y"
                       PERFORM POST-ONE-VARIANCE
                       IF CYC-T-STATUS(CYC-IDX) = "SETTLED" AND
-                         CYC-T-REQ(CYC-IDX) NOT = ZERO
                           MOVE CYC-T-REQ(CYC-IDX) TO WS-AQ-REQ-NUM
                           MOVE "APPROVED" TO WS-AQ-DECISION
                           MOVE SPACES TO WS-AQ-NOTE
                           PERFORM CLOSE-APPROVAL-REQUEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM REWRITE-COUNT-FILE
           DISPLAY CYC-POSTED-COUNT " VARIANCE(S) POSTED"
           IF CYC-REFUSED-COUNT > ZERO
               DISPLAY CYC-REFUSED-COUNT " COUNT(S) REFUSED ON THE "
-                  "APPROVAL QUEUE - NOT POSTED"
           END-IF
           IF CYC-AWAIT-COUNT > ZERO
               DISPLAY CYC-AWAIT-COUNT " COUNT(S) STILL AWAITING "
-                  "SUPERVISOR APPROVAL - LEFT PENDING"
           END-IF
           IF CYC-NET-VALUE NOT = ZERO
               PERFORM POST-SHRINKAGE-JOURNAL
           END-IF.

           EXIT PARAGRAPH.

      *A COUNT RAISED ON THE APPROVAL QUEUE POSTS ONLY ONCE IT HAS
      *BEEN APPROVED THERE. A REFUSED COUNT IS CLOSED OFF WITHOUT
      *TOUCHING THE STOCK; ROWS WITH NO REQUEST POST AS THEY ARE
       CHECK-COUNT-APPROVAL.
           MOVE "Y" TO CYC-APPR-OK
           IF CYC-T-REQ(CYC-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE CYC-T-REQ(CYC-IDX) TO WS-AQ-REQ-NUM
           PERFORM READ-APPROVAL-DECISION
           EVALUATE WS-AQ-DECISION
               WHEN "APPROVED"
                   CONTINUE
               WHEN "REFUSED"
                   MOVE "N" TO CYC-APPR-OK
                   MOVE "REFUSED" TO CYC-T-STATUS(CYC-IDX)
                   ADD 1 TO CYC-REFUSED-COUNT
                   DISPLAY CYC-T-ITEM(CYC-IDX) " COUNT REFUSED BY "
                       WS-AQ-DECIDER ": " WS-AQ-NOTE
                   PERFORM CLOSE-APPROVAL-REQUEST
               WHEN OTHER
                   MOVE "N" TO CYC-APPR-OK
                   ADD 1 TO CYC-AWAIT-COUNT
           END-EVALUATE.

           EXIT PARAGRAPH.

       POST-ONE-VARIANCE.
           OPEN I-O INV-FILE
           IF WS-INV-FILE-STATUS NOT = "00"
                   CONTINUE
           END-READ
           MOVE INV-RECORD TO WS-MA-BEFORE
           PERFORM SET-LOCATION-TO-COUNT
           IF CYC-LOC-FOUND NOT = "Y"
               CLOSE INV-FILE
               EXIT PARAGRAPH
           END-IF
           ADD CYC-VARIANCE TO IV-ON-HAND
           REWRITE INV-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR "
           MOVE INV-RECORD TO WS-MA-AFTER
           CLOSE INV-FILE

           MOVE CYC-T-ITEM(CYC-IDX) TO WS-MV-ITEM-CODE
           MOVE "COUNT" TO WS-MV-TYPE
           MOVE CYC-VARIANCE TO WS-MV-QTY
           MOVE SPACES TO WS-MV-REF
           STRING "CC" CYC-T-DATE(CYC-IDX)
               DELIMITED BY SIZE INTO WS-MV-REF
           MOVE IV-ON-HAND TO WS-MV-BALANCE
           MOVE CYC-T-LOC(CYC-IDX) TO WS-MV-LOCATION
           MOVE CYC-T-COUNT(CYC-IDX) TO WS-MV-LOC-BALANCE
           PERFORM WRITE-STOCK-MOVEMENT

           MOVE "CYCLE-COUNT" TO WS-MA-PROGRAM-ID
           MOVE CYC-T-ITEM(CYC-IDX) TO WS-MA-KEY-NUM
           MOVE "REWRITE" TO WS-MA-ACTION
           MOVE "SETTLED" TO CYC-T-STATUS(CYC-IDX)
           ADD 1 TO CYC-POSTED-COUNT

           MOVE CYC-T-ITEM(CYC-IDX) TO CYC-COST-ITEM
           PERFORM LOOK-UP-VARIANCE-COST
           COMPUTE CYC-VAR-VALUE ROUNDED = CYC-VARIANCE * CYC-COST
           ADD CYC-VAR-VALUE TO CYC-NET-VALUE

           EXIT PARAGRAPH.

      *THE VARIANCE IS TAKEN AGAINST WHAT THE LOCATION HOLDS NOW,
      *NOT THE BOOK AT ENTRY, SO SALES SINCE THE COUNT ARE NOT
      *REVERSED. CYC-LOC-FOUND COMES BACK "N" IF THE ROW COULD NOT
      *BE WRITTEN, AND THE ITEM TOTAL IS THEN LEFT ALONE
       SET-LOCATION-TO-COUNT.
           MOVE "N" TO CYC-LOC-FOUND
           OPEN I-O INVLOC-FILE
           IF WS-INVLOC-STATUS = "35"
               OPEN OUTPUT INVLOC-FILE
               CLOSE INVLOC-FILE
               OPEN I-O INVLOC-FILE
           END-IF
           IF WS-INVLOC-STATUS NOT = "00"
               MOVE "INVLOC-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-INVLOC-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE CYC-T-ITEM(CYC-IDX) TO IL-ITEM-CODE
           MOVE CYC-T-LOC(CYC-IDX) TO IL-LOCATION
           READ INVLOC-FILE
               INVALID KEY
                   MOVE CYC-T-ITEM(CYC-IDX) TO IL-ITEM-CODE
                   MOVE CYC-T-LOC(CYC-IDX) TO IL-LOCATION
                   MOVE CYC-T-COUNT(CYC-IDX) TO CYC-VARIANCE
                   MOVE CYC-T-COUNT(CYC-IDX) TO IL-ON-HAND
                   MOVE ZERO TO IL-REORDER-POINT
                   MOVE SPACE TO IL-HOLD
                   WRITE INVLOC-RECORD
                       INVALID KEY
                           DISPLAY "LOCATION WRITE FAILED FOR "
                               CYC-T-ITEM(CYC-IDX)
                       NOT INVALID KEY
                           MOVE "Y" TO CYC-LOC-FOUND
                           MOVE "INVLOC" TO WS-UJ-FILE-NAME
                           MOVE "WRITE" TO WS-UJ-ACTION
                           MOVE INVLOC-RECORD TO WS-UJ-IMAGE
                           PERFORM WRITE-UPDATE-JOURNAL
                   END-WRITE
               NOT INVALID KEY
                   COMPUTE CYC-VARIANCE = CYC-T-COUNT(CYC-IDX) -
                       IL-ON-HAND
                   MOVE CYC-T-COUNT(CYC-IDX) TO IL-ON-HAND
                   REWRITE INVLOC-RECORD
                       INVALID KEY
                           DISPLAY "LOCATION REWRITE FAILED FOR "
                               CYC-T-ITEM(CYC-IDX)
                       NOT INVALID KEY
                           MOVE "Y" TO CYC-LOC-FOUND
                           MOVE "INVLOC" TO WS-UJ-FILE-NAME
                           MOVE "REWRITE" TO WS-UJ-ACTION
                           MOVE INVLOC-RECORD TO WS-UJ-IMAGE
                           PERFORM WRITE-UPDATE-JOURNAL
                   END-REWRITE
           END-READ
           CLOSE INVLOC-FILE.

           EXIT PARAGRAPH.

      *COST OF RECORD FOR THE VARIANCE - NO COST ON THE MASTER
      *FALLS BACK TO PRICE SO THE JOURNAL IS NEVER SILENTLY ZERO
       LOOK-UP-VARIANCE-COST.
           MOVE ZERO TO CYC-COST
           OPEN INPUT PROD-FILE
           IF WS-PROD-FILE-STATUS = "00"
               MOVE CYC-COST-ITEM TO PM-ITEM-CODE
               READ PROD-FILE
                   INVALID KEY
                       CONTINUE

      *SHORTAGE (NEGATIVE NET VALUE): SHRINKAGE DR / INVENTORY CR.
      *OVERAGE REVERSES THE SIDES. ONE JOURNAL FOR THE WHOLE RUN.
       FIND-SHRINKAGE-ACCOUNTS.
           MOVE SPACES TO CYC-SHRINK-ACCT
           MOVE SPACES TO CYC-INVTRY-ACCT
           PERFORM VARYING WS-GLA-IDX FROM 1 BY 1
                       CYC-INVTRY-ACCT
                   MOVE WS-GLA-DESC(WS-GLA-IDX) TO CYC-INVTRY-DESC
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       POST-SHRINKAGE-JOURNAL.

           COMPUTE CYC-ABS-VALUE = CYC-NET-VALUE
           IF CYC-ABS-VALUE < ZERO
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO GJ-SOURCE
           MOVE SPACES TO GJ-REF

           MOVE CYC-PERIOD TO GJ-PERIOD
           MOVE CYC-SHRINK-ACCT TO GJ-ACCOUNT
                               CYC-T-OPER(CYC-TAB-COUNT)
                           MOVE CC-STATUS TO
                               CYC-T-STATUS(CYC-TAB-COUNT)
                           MOVE CC-LOCATION TO
                               CYC-T-LOC(CYC-TAB-COUNT)
                           IF CC-LOCATION = SPACES
                               MOVE "MAIN" TO
                                   CYC-T-LOC(CYC-TAB-COUNT)
                           END-IF
                           MOVE ZERO TO CYC-T-REQ(CYC-TAB-COUNT)
                           IF CC-APPR-REQ IS NUMERIC
                               MOVE CC-APPR-REQ TO
                                   CYC-T-REQ(CYC-TAB-COUNT)
                           END-IF
                       ELSE
                           MOVE "Y" TO CYC-OVERFLOW
                       END-IF
               MOVE CYC-T-DATE(CYC-IDX) TO CC-COUNT-DATE
               MOVE CYC-T-OPER(CYC-IDX) TO CC-OPERATOR-ID
               MOVE CYC-T-STATUS(CYC-IDX) TO CC-STATUS
               MOVE CYC-T-LOC(CYC-IDX) TO CC-LOCATION
               MOVE CYC-T-REQ(CYC-IDX) TO CC-APPR-REQ
               WRITE CYCLECNT-RECORD
           END-PERFORM
           CLOSE CYCLECNT-FILE.

       COPY "upd-journal.cpy".

       COPY "stkmove-write.cpy".

       COPY "loc-check.cpy".

       COPY "gl-acct-load.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "approval-queue.cpy".

       COPY "role-check.cpy".

       COPY "maint-audit-write.cpy".
