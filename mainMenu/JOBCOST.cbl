      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-COSTING.

      *====================================================
      * Stand-alone utility: what an accepted job actually
      * cost against what it was quoted at. Once QUOTE-
      * ACCEPTANCE has stamped a job ACCEPTED on quotstat.dat,
      * stock is ISSUED to it by the material code it was
      * quoted under - the material's MR-ITEM-CODE link on
      * matrates.dat names the stock item, on-hand at the
      * location is relieved through inv-post.cpy as a JOBISS
      * movement on the stock ledger, and the units are costed
      * at the item's unit cost off prodmast.dat - and TIME is
      * booked to it by operation code at the hourly rate on
      * oprates.dat. Both land on jobcost.dat. The JOB COST
      * report sets the actual material and labor beside the
      * quoted lines of the job's current quotation revision
      * on quotes.dat, code by code, with the variance on
      * each line and in total, and the margin against the
      * revenue. The revenue is what the job was actually sold
      * for - the sale QUOTE-ACCEPTANCE posted to sel_8.dat
      * under the invoice quotstat.dat ties the job to, which
      * carries any contract repricing - or, while there is no
      * such sale on file, the marked-up selling price of the
      * current revision. CLOSE ends a job, freezing that
      * revenue on the close row, and ranks
      * every closed job by margin percentage on the report
      * spool, best first; the ranking can also be run on its
      * own. Runs under the suite interlock since it posts to
      * inventory. Run on demand from the command line; it is
      * not wired into FH-MAIN-MENU since it is housekeeping,
      * not a calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "jobcost-select.cpy".
           COPY "quote-select.cpy".
           COPY "quoterev-select.cpy".
           COPY "quotstat-select.cpy".
           COPY "matrate-select.cpy".
           COPY "oprate-select.cpy".
           COPY "prod-select.cpy".
           COPY "inv-select.cpy".
           COPY "invloc-select.cpy".
           COPY "loc-select.cpy".
           COPY "backord-select.cpy".
           COPY "stkmove-select.cpy".
           COPY "updjrnl-select.cpy".
           COPY "sel8-select.cpy".
           COPY "lock-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "jobcost-rec.cpy".
           COPY "quote-rec.cpy".
           COPY "quoterev-rec.cpy".
           COPY "quotstat-rec.cpy".
           COPY "matrate-rec.cpy".
           COPY "oprate-rec.cpy".
           COPY "prod-rec.cpy".
           COPY "inv-rec.cpy".
           COPY "invloc-rec.cpy".
           COPY "loc-rec.cpy".
           COPY "backord-rec.cpy".
           COPY "stkmove-rec.cpy".
           COPY "updjrnl-rec.cpy".

           FD SEL8-FILE.
           COPY "sel8-rec.cpy".
           COPY "operator-field.cpy".

           COPY "lock-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  JCS-CHOICE                      PIC 9.
       01  JCS-JOB-NUM                     PIC X(8).
       01  JCS-EOF                         PIC X VALUE "N".
       01  JCS-OK                          PIC X.
       01  JCS-CLOSED                      PIC X.
       01  JCS-FOUND                       PIC X.
       01  JCS-CONFIRM                     PIC X.
       01  JCS-TODAY                       PIC 9(8).
       01  JCS-MAT-CODE                    PIC X(4).
       01  JCS-ITEM                        PIC X(8).
       01  JCS-MAT-RATE                    PIC 9(5)V99.
       01  JCS-UNITS                       PIC 9(5)V99.
       01  JCS-HOURS                       PIC 9(5)V99.
       01  JCS-UNIT-COST                   PIC 9(5)V99.
       01  JCS-COST                        PIC 9(11)V99.
       01  JCS-ON-HAND                     PIC S9(7)V99.
       01  JCS-LINE-REV                    PIC 9(3).
       01  JCS-LINE-TYPE                   PIC X.
       01  JCS-LINE-QTY                    PIC 9(9)V99.
       01  JCS-CODE                        PIC X(4).
       01  JCS-IDX                         PIC 9(3).
       01  JCS-LINE-COUNT                  PIC 9(3).
       01  JCS-LINE-DROPPED                PIC 9(5).
       01  JCS-LINE-TABLE.
           05  JCS-LINE-ENTRY OCCURS 100 TIMES.
               10  JCS-L-TYPE              PIC X.
               10  JCS-L-CODE              PIC X(4).
               10  JCS-L-Q-QTY             PIC 9(9)V99.
               10  JCS-L-A-QTY             PIC 9(9)V99.
               10  JCS-L-Q-COST            PIC 9(11)V99.
               10  JCS-L-A-COST            PIC 9(11)V99.
       01  JCS-Q-MAT                       PIC 9(11)V99.
       01  JCS-A-MAT                       PIC 9(11)V99.
       01  JCS-Q-LAB                       PIC 9(11)V99.
       01  JCS-A-LAB                       PIC 9(11)V99.
       01  JCS-Q-TOTAL                     PIC 9(11)V99.
       01  JCS-A-TOTAL                     PIC 9(11)V99.
       01  JCS-VARIANCE                    PIC S9(11)V99.
       01  JCS-REVENUE                     PIC 9(12)V99.
       01  JCS-INVOICE                     PIC 9(8).
       01  JCS-SALE-AMT                    PIC S9(12)V99.
       01  JCS-SALE-AMT-ROW                PIC S9(12)V99.
       01  JCS-SALE-FOUND                  PIC X.
       01  SEL8-FILE-STATUS                PIC XX.
       01  JCS-MARGIN                      PIC S9(12)V99.
       01  JCS-MARGIN-PCT                  PIC S9(5)V99.
       01  JCS-CLOSE-DATE                  PIC 9(8).
       01  JCS-QTY-OUT                     PIC Z(6)9.99.
       01  JCS-QTY2-OUT                    PIC Z(6)9.99.
       01  JCS-COST-OUT                    PIC Z(8)9.99.
       01  JCS-COST2-OUT                   PIC Z(8)9.99.
       01  JCS-VAR-OUT                     PIC -Z(8)9.99.
       01  JCS-REV-OUT                     PIC Z(9)9.99.
       01  JCS-MARGIN-OUT                  PIC -Z(9)9.99.
       01  JCS-PCT-OUT                     PIC -ZZZZ9.99.
       01  JCS-RANK                        PIC 9(4).
       01  JCS-RANK-OUT                    PIC ZZZ9.
       01  JCS-R-COUNT                     PIC 9(4).
       01  JCS-R-IDX                       PIC 9(4).
       01  JCS-R-JDX                       PIC 9(4).
       01  JCS-R-DROPPED                   PIC 9(5).
       01  JCS-R-CLOSED-COUNT              PIC 9(4).
       01  JCS-R-TABLE.
           05  JCS-R-ENTRY OCCURS 500 TIMES.
               10  JCS-R-JOB               PIC X(8).
               10  JCS-R-REVENUE           PIC 9(12)V99.
               10  JCS-R-COST              PIC 9(11)V99.
               10  JCS-R-PCT               PIC S9(5)V99.
               10  JCS-R-CLOSED            PIC 9(8).
       01  JCS-R-SWAP                      PIC X(50).
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "JOB-COSTING" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM ACQUIRE-FH-LOCK.
           IF WS-FH-LOCK-HELD NOT = "Y"
               GOBACK
           END-IF.

           PERFORM UNTIL JCS-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "        JOB COSTING        "
               DISPLAY "==========================="
               DISPLAY "1 - ISSUE MATERIAL TO A JOB"
               DISPLAY "2 - BOOK TIME TO A JOB"
               DISPLAY "3 - JOB COST REPORT"
               DISPLAY "4 - CLOSE A JOB"
               DISPLAY "5 - CLOSED JOBS BY MARGIN"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT JCS-CHOICE

               EVALUATE JCS-CHOICE
                   WHEN 1
                       PERFORM ISSUE-MATERIAL-TO-JOB
                   WHEN 2
                       PERFORM BOOK-TIME-TO-JOB
                   WHEN 3
                       PERFORM JOB-COST-REPORT
                   WHEN 4
                       PERFORM CLOSE-ONE-JOB
                   WHEN 5
                       PERFORM RANK-CLOSED-JOBS
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           MOVE "JOB-COSTING" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           PERFORM RELEASE-FH-LOCK.

           GOBACK.

      *================= ISSUE MATERIAL ========================
      *THE STOCK ITEM COMES FROM THE MATERIAL'S LINK ON
      *MATRATES.DAT, SO ACTUAL AND QUOTED MEET ON THE MATERIAL CODE
       ISSUE-MATERIAL-TO-JOB.
           PERFORM ACCEPT-OPEN-JOB
           IF JCS-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER MATERIAL CODE: " WITH NO ADVANCING
           ACCEPT JCS-MAT-CODE
           PERFORM FIND-MATERIAL-ITEM
           IF JCS-FOUND NOT = "Y"
               DISPLAY "MATERIAL NOT ON RATE TABLE - NOT ISSUED"
               EXIT PARAGRAPH
           END-IF
           IF JCS-ITEM = SPACES
               DISPLAY "MATERIAL HAS NO STOCK ITEM LINKED ON "
                   "MATRATES.DAT - NOT ISSUED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "STOCK ITEM: " JCS-ITEM
           DISPLAY "ISSUE FROM LOCATION (BLANK = MAIN): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INV-LOCATION
           ACCEPT WS-INV-LOCATION
           PERFORM CHECK-STOCK-LOCATION
           IF WS-LOC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE JCS-ITEM TO WS-QH-ITEM-CODE
           PERFORM CHECK-STOCK-HOLD
           IF WS-QH-HELD = "Y"
               DISPLAY JCS-ITEM " AT " WS-INV-LOCATION " IS ON "
                   "QUARANTINE HOLD - NOT ISSUED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "UNITS TO ISSUE: " WITH NO ADVANCING
           ACCEPT JCS-UNITS
           IF JCS-UNITS = ZERO
               DISPLAY "NOTHING ISSUED"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-LOCATION-ON-HAND
           IF JCS-UNITS > JCS-ON-HAND
               MOVE JCS-ON-HAND TO JCS-QTY-OUT
               DISPLAY "ONLY " JCS-QTY-OUT " ON HAND AT "
                   WS-INV-LOCATION " - NOT ISSUED"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ITEM-UNIT-COST
           COMPUTE JCS-COST ROUNDED = JCS-UNITS * JCS-UNIT-COST

           MOVE JCS-ITEM TO WS-INV-ITEM-CODE
           MOVE JCS-UNITS TO WS-INV-UNITS
           MOVE SPACES TO WS-INV-CUST-NUM
           MOVE "JOBISS" TO WS-MV-TYPE
           MOVE SPACES TO WS-MV-REF
           STRING "JB" JCS-JOB-NUM
               DELIMITED BY SIZE INTO WS-MV-REF
           PERFORM POST-SALE-TO-INVENTORY

           MOVE SPACES TO JOBCOST-RECORD
           MOVE JCS-JOB-NUM TO JC-JOB-NUM
           MOVE "M" TO JC-TYPE
           MOVE JCS-MAT-CODE TO JC-CODE
           MOVE JCS-ITEM TO JC-ITEM-CODE
           MOVE WS-INV-LOCATION TO JC-LOCATION
           MOVE JCS-UNITS TO JC-QTY
           MOVE JCS-UNIT-COST TO JC-UNIT-COST
           MOVE JCS-COST TO JC-COST
           PERFORM WRITE-JOBCOST-ROW
           MOVE JCS-UNITS TO JCS-QTY-OUT
           MOVE JCS-COST TO JCS-COST-OUT
           DISPLAY JCS-QTY-OUT " OF " JCS-ITEM " ISSUED TO JOB "
               JCS-JOB-NUM " COST " JCS-COST-OUT.

           EXIT PARAGRAPH.

       FIND-MATERIAL-ITEM.
           MOVE "N" TO JCS-FOUND
           MOVE SPACES TO JCS-ITEM
           MOVE ZERO TO JCS-MAT-RATE
           OPEN INPUT MATRATE-FILE
           IF WS-MATRATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MATRATE-STATUS NOT = "00"
               READ MATRATE-FILE
                   AT END
                       MOVE "10" TO WS-MATRATE-STATUS
                   NOT AT END
                       IF MR-CODE = JCS-MAT-CODE
                           MOVE "Y" TO JCS-FOUND
                           MOVE MR-ITEM-CODE TO JCS-ITEM
                           MOVE MR-RATE TO JCS-MAT-RATE
                           DISPLAY "MATERIAL: " MR-DESCRIPTION
                           MOVE "10" TO WS-MATRATE-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MATRATE-FILE.

           EXIT PARAGRAPH.

      *AN ITEM WITH NO COST ON THE PRODUCT MASTER IS COSTED AT THE
      *MATERIAL'S QUOTING RATE SO THE ISSUE IS NOT LOST AT ZERO
       FIND-ITEM-UNIT-COST.
           MOVE ZERO TO JCS-UNIT-COST
           OPEN INPUT PROD-FILE
           IF WS-PROD-FILE-STATUS = "00"
               MOVE JCS-ITEM TO PM-ITEM-CODE
               READ PROD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-UNIT-COST TO JCS-UNIT-COST
               END-READ
               CLOSE PROD-FILE
           END-IF
           IF JCS-UNIT-COST = ZERO
               MOVE JCS-MAT-RATE TO JCS-UNIT-COST
               DISPLAY "NO UNIT COST ON PRODMAST FOR " JCS-ITEM
                   " - COSTED AT THE MATERIAL RATE"
           END-IF.

           EXIT PARAGRAPH.

       READ-LOCATION-ON-HAND.
           MOVE ZERO TO JCS-ON-HAND
           OPEN INPUT INVLOC-FILE
           IF WS-INVLOC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE JCS-ITEM TO IL-ITEM-CODE
           MOVE WS-INV-LOCATION TO IL-LOCATION
           READ INVLOC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE IL-ON-HAND TO JCS-ON-HAND
           END-READ
           CLOSE INVLOC-FILE.

           EXIT PARAGRAPH.

      *================= BOOK TIME =============================
       BOOK-TIME-TO-JOB.
           PERFORM ACCEPT-OPEN-JOB
           IF JCS-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER OPERATION CODE: " WITH NO ADVANCING
           ACCEPT WS-OP-CODE
           PERFORM LOOK-UP-OPERATION-RATE
           IF WS-OP-FOUND NOT = "Y"
               DISPLAY "OPERATION NOT ON RATE TABLE - NOT BOOKED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "HOURS WORKED: " WITH NO ADVANCING
           ACCEPT JCS-HOURS
           IF JCS-HOURS = ZERO
               DISPLAY "NOTHING BOOKED"
               EXIT PARAGRAPH
           END-IF
           COMPUTE JCS-COST ROUNDED = JCS-HOURS * WS-OP-RATE

           MOVE SPACES TO JOBCOST-RECORD
           MOVE JCS-JOB-NUM TO JC-JOB-NUM
           MOVE "L" TO JC-TYPE
           MOVE WS-OP-CODE TO JC-CODE
           MOVE JCS-HOURS TO JC-QTY
           MOVE WS-OP-RATE TO JC-UNIT-COST
           MOVE JCS-COST TO JC-COST
           PERFORM WRITE-JOBCOST-ROW
           MOVE JCS-HOURS TO JCS-QTY-OUT
           MOVE JCS-COST TO JCS-COST-OUT
           DISPLAY JCS-QTY-OUT " HRS OF " WS-OP-DESC " BOOKED TO "
               "JOB " JCS-JOB-NUM " COST " JCS-COST-OUT.

           EXIT PARAGRAPH.

      *ONLY AN ACCEPTED JOB THAT HAS NOT BEEN CLOSED TAKES ISSUES
      *AND TIME
       ACCEPT-OPEN-JOB.
           DISPLAY "ENTER JOB NUMBER: " WITH NO ADVANCING
           ACCEPT JCS-JOB-NUM
           PERFORM CHECK-JOB-ACCEPTED
           IF JCS-OK NOT = "Y"
               DISPLAY "JOB IS NOT ACCEPTED ON QUOTSTAT.DAT - "
                   "NOTHING POSTED"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-JOB-CLOSED
           IF JCS-CLOSED = "Y"
               DISPLAY "JOB WAS CLOSED ON " JCS-CLOSE-DATE
                   " - NOTHING POSTED"
               MOVE "N" TO JCS-OK
           END-IF.

           EXIT PARAGRAPH.

       CHECK-JOB-ACCEPTED.
           MOVE "N" TO JCS-OK
           MOVE ZERO TO JCS-INVOICE
           MOVE "N" TO JCS-EOF
           OPEN INPUT QUOTSTAT-FILE
           IF WS-QUOTSTAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JCS-EOF = "Y"
               READ QUOTSTAT-FILE
                   AT END
                       MOVE "Y" TO JCS-EOF
                   NOT AT END
                       IF QS-JOB-NUM = JCS-JOB-NUM AND
                           QS-STATUS = "ACCEPTED"
                           MOVE "Y" TO JCS-OK
                           MOVE QS-INVOICE-NUM TO JCS-INVOICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUOTSTAT-FILE.

           EXIT PARAGRAPH.

       CHECK-JOB-CLOSED.
           MOVE "N" TO JCS-CLOSED
           MOVE ZERO TO JCS-CLOSE-DATE
           MOVE "N" TO JCS-EOF
           OPEN INPUT JOBCOST-FILE
           IF WS-JOBCOST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JCS-EOF = "Y"
               READ JOBCOST-FILE
                   AT END
                       MOVE "Y" TO JCS-EOF
                   NOT AT END
                       IF JC-JOB-NUM = JCS-JOB-NUM AND JC-TYPE-CLOSE
                           MOVE "Y" TO JCS-CLOSED
                           MOVE JC-DATE TO JCS-CLOSE-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBCOST-FILE.

           EXIT PARAGRAPH.

       WRITE-JOBCOST-ROW.
           ACCEPT JC-DATE FROM DATE YYYYMMDD
           MOVE WS-FH-OPERATOR-ID TO JC-OPERATOR-ID
           OPEN EXTEND JOBCOST-FILE
           IF WS-JOBCOST-STATUS = "35"
               OPEN OUTPUT JOBCOST-FILE
           END-IF
           IF WS-JOBCOST-STATUS NOT = "00" AND NOT = "05"
               MOVE "JOBCOST-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-JOBCOST-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           WRITE JOBCOST-RECORD
           IF WS-JOBCOST-STATUS NOT = "00"
               MOVE "JOBCOST-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "WRITE" TO WS-FH-ERR-OPERATION
               MOVE WS-JOBCOST-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           END-IF
           CLOSE JOBCOST-FILE.

           EXIT PARAGRAPH.

      *================= JOB COST REPORT =======================
      *QUOTED AND ACTUAL MEET ON LINE TYPE AND CODE - MATERIAL CODE
      *FOR STOCK, OPERATION CODE FOR TIME. QUOTED MATERIAL INCLUDES
      *ITS WASTE ALLOWANCE, THE SAME WAY MATERIAL-REQUIREMENTS
      *COUNTS IT
       JOB-COST-REPORT.
           DISPLAY "ENTER JOB NUMBER: " WITH NO ADVANCING
           ACCEPT JCS-JOB-NUM
           PERFORM GATHER-JOB-COSTS
           IF JCS-LINE-COUNT = ZERO
               DISPLAY "NOTHING QUOTED OR POSTED FOR THAT JOB"
               EXIT PARAGRAPH
           END-IF

           MOVE "JOB-COST" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           ACCEPT JCS-TODAY FROM DATE YYYYMMDD
           IF JCS-CLOSED = "Y"
               STRING "JOB COST - JOB " JCS-JOB-NUM " REVISION "
                   WS-QR-CUR-REV " CLOSED " JCS-CLOSE-DATE
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
               STRING "JOB COST - JOB " JCS-JOB-NUM " REVISION "
                   WS-QR-CUR-REV " IN PROGRESS (RUN " JCS-TODAY ")"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           STRING "T CODE QUOTED QTY ACTUAL QTY  QUOTED COST  "
               "ACTUAL COST      VARIANCE"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "M" TO JCS-LINE-TYPE
           PERFORM PRINT-JOB-COST-LINE
               VARYING JCS-IDX FROM 1 BY 1
               UNTIL JCS-IDX > JCS-LINE-COUNT
           MOVE JCS-Q-MAT TO JCS-COST-OUT
           MOVE JCS-A-MAT TO JCS-COST2-OUT
           COMPUTE JCS-VARIANCE = JCS-A-MAT - JCS-Q-MAT
           MOVE JCS-VARIANCE TO JCS-VAR-OUT
           STRING "  MATERIAL             " JCS-COST-OUT " "
               JCS-COST2-OUT " " JCS-VAR-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "L" TO JCS-LINE-TYPE
           PERFORM PRINT-JOB-COST-LINE
               VARYING JCS-IDX FROM 1 BY 1
               UNTIL JCS-IDX > JCS-LINE-COUNT
           MOVE JCS-Q-LAB TO JCS-COST-OUT
           MOVE JCS-A-LAB TO JCS-COST2-OUT
           COMPUTE JCS-VARIANCE = JCS-A-LAB - JCS-Q-LAB
           MOVE JCS-VARIANCE TO JCS-VAR-OUT
           STRING "  LABOR                " JCS-COST-OUT " "
               JCS-COST2-OUT " " JCS-VAR-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE

           COMPUTE JCS-Q-TOTAL = JCS-Q-MAT + JCS-Q-LAB
           COMPUTE JCS-A-TOTAL = JCS-A-MAT + JCS-A-LAB
           MOVE JCS-Q-TOTAL TO JCS-COST-OUT
           MOVE JCS-A-TOTAL TO JCS-COST2-OUT
           COMPUTE JCS-VARIANCE = JCS-A-TOTAL - JCS-Q-TOTAL
           MOVE JCS-VARIANCE TO JCS-VAR-OUT
           STRING "  JOB TOTAL            " JCS-COST-OUT " "
               JCS-COST2-OUT " " JCS-VAR-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           IF JCS-LINE-DROPPED > ZERO
               STRING "** " JCS-LINE-DROPPED " ROW(S) OVER THE "
                   "100-CODE LIMIT LEFT OUT **"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF

           MOVE "N" TO JCS-SALE-FOUND
           IF JCS-CLOSED NOT = "Y"
               PERFORM CHECK-JOB-ACCEPTED
               PERFORM WORK-OUT-JOB-REVENUE
           END-IF
           MOVE JCS-REVENUE TO JCS-REV-OUT
           IF JCS-SALE-FOUND = "Y"
               STRING "REVENUE (INVOICE " JCS-INVOICE ") "
                   JCS-REV-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
               STRING "REVENUE (SELLING PRICE)  " JCS-REV-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           COMPUTE JCS-MARGIN = JCS-REVENUE - JCS-Q-TOTAL
           PERFORM WORK-OUT-MARGIN-PCT
           MOVE JCS-MARGIN TO JCS-MARGIN-OUT
           MOVE JCS-MARGIN-PCT TO JCS-PCT-OUT
           STRING "QUOTED MARGIN           " JCS-MARGIN-OUT " "
               JCS-PCT-OUT "%"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           COMPUTE JCS-MARGIN = JCS-REVENUE - JCS-A-TOTAL
           PERFORM WORK-OUT-MARGIN-PCT
           MOVE JCS-MARGIN TO JCS-MARGIN-OUT
           MOVE JCS-MARGIN-PCT TO JCS-PCT-OUT
           STRING "ACTUAL MARGIN           " JCS-MARGIN-OUT " "
               JCS-PCT-OUT "%"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

      *FILLS JCS-LINE-TABLE FROM THE JOB'S CURRENT-REVISION QUOTE
      *LINES AND ITS JOBCOST.DAT ROWS, WITH THE SUBTOTALS, AND
      *PICKS UP THE CLOSE ROW'S REVENUE IF THE JOB IS CLOSED
       GATHER-JOB-COSTS.
           MOVE ZERO TO JCS-LINE-COUNT
           MOVE ZERO TO JCS-LINE-DROPPED
           MOVE ZERO TO JCS-Q-MAT
           MOVE ZERO TO JCS-A-MAT
           MOVE ZERO TO JCS-Q-LAB
           MOVE ZERO TO JCS-A-LAB
           MOVE ZERO TO JCS-REVENUE
           MOVE "N" TO JCS-CLOSED
           MOVE ZERO TO JCS-CLOSE-DATE
           MOVE JCS-JOB-NUM TO WS-QR-JOB
           PERFORM FIND-CURRENT-REVISION
           MOVE "N" TO JCS-EOF
           OPEN INPUT QUOTE-FILE
           IF WS-QUOTE-STATUS = "00"
               PERFORM UNTIL JCS-EOF = "Y"
                   READ QUOTE-FILE
                       AT END
                           MOVE "Y" TO JCS-EOF
                       NOT AT END
                           IF QU-JOB-NUM = JCS-JOB-NUM
                               PERFORM TAKE-QUOTED-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUOTE-FILE
           END-IF
           MOVE "N" TO JCS-EOF
           OPEN INPUT JOBCOST-FILE
           IF WS-JOBCOST-STATUS = "00"
               PERFORM UNTIL JCS-EOF = "Y"
                   READ JOBCOST-FILE
                       AT END
                           MOVE "Y" TO JCS-EOF
                       NOT AT END
                           IF JC-JOB-NUM = JCS-JOB-NUM
                               PERFORM TAKE-ACTUAL-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOBCOST-FILE
           END-IF.

           EXIT PARAGRAPH.

      *A LINE FROM BEFORE REVISIONS WERE KEPT BELONGS TO REVISION 1
       TAKE-QUOTED-LINE.
           IF QU-REVISION NUMERIC AND QU-REVISION > ZERO
               MOVE QU-REVISION TO JCS-LINE-REV
           ELSE
               MOVE 1 TO JCS-LINE-REV
           END-IF
           IF JCS-LINE-REV NOT = WS-QR-CUR-REV
               EXIT PARAGRAPH
           END-IF
           MOVE QU-MATERIAL TO JCS-CODE
           IF QU-LINE-OPERATION
               MOVE "L" TO JCS-LINE-TYPE
               MOVE QU-QUANTITY TO JCS-LINE-QTY
               ADD QU-COST TO JCS-Q-LAB
           ELSE
               MOVE "M" TO JCS-LINE-TYPE
               COMPUTE JCS-LINE-QTY ROUNDED =
                   QU-QUANTITY * (100 + QU-WASTE-PCT) / 100
               ADD QU-COST TO JCS-Q-MAT
           END-IF
           PERFORM FIND-COST-LINE
           IF JCS-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD JCS-LINE-QTY TO JCS-L-Q-QTY(JCS-IDX)
           ADD QU-COST TO JCS-L-Q-COST(JCS-IDX).

           EXIT PARAGRAPH.

       TAKE-ACTUAL-ROW.
           IF JC-TYPE-CLOSE
               MOVE "Y" TO JCS-CLOSED
               MOVE JC-DATE TO JCS-CLOSE-DATE
               MOVE JC-COST TO JCS-REVENUE
               EXIT PARAGRAPH
           END-IF
           MOVE JC-TYPE TO JCS-LINE-TYPE
           MOVE JC-CODE TO JCS-CODE
           IF JC-TYPE-LABOR
               ADD JC-COST TO JCS-A-LAB
           ELSE
               ADD JC-COST TO JCS-A-MAT
           END-IF
           PERFORM FIND-COST-LINE
           IF JCS-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD JC-QTY TO JCS-L-A-QTY(JCS-IDX)
           ADD JC-COST TO JCS-L-A-COST(JCS-IDX).

           EXIT PARAGRAPH.

      *JCS-IDX COMES BACK ON THE ENTRY FOR JCS-LINE-TYPE/JCS-CODE,
      *A NEW ONE STARTED AT ZERO IF NEED BE; JCS-FOUND "N" WHEN THE
      *TABLE IS FULL (THE SUBTOTALS STILL HOLD THE ROW)
       FIND-COST-LINE.
           MOVE "Y" TO JCS-FOUND
           PERFORM VARYING JCS-IDX FROM 1 BY 1
               UNTIL JCS-IDX > JCS-LINE-COUNT
               IF JCS-L-TYPE(JCS-IDX) = JCS-LINE-TYPE AND
                   JCS-L-CODE(JCS-IDX) = JCS-CODE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF JCS-LINE-COUNT NOT < 100
               MOVE "N" TO JCS-FOUND
               ADD 1 TO JCS-LINE-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO JCS-LINE-COUNT
           MOVE JCS-LINE-COUNT TO JCS-IDX
           MOVE JCS-LINE-TYPE TO JCS-L-TYPE(JCS-IDX)
           MOVE JCS-CODE TO JCS-L-CODE(JCS-IDX)
           MOVE ZERO TO JCS-L-Q-QTY(JCS-IDX)
           MOVE ZERO TO JCS-L-A-QTY(JCS-IDX)
           MOVE ZERO TO JCS-L-Q-COST(JCS-IDX)
           MOVE ZERO TO JCS-L-A-COST(JCS-IDX).

           EXIT PARAGRAPH.

       PRINT-JOB-COST-LINE.
           IF JCS-L-TYPE(JCS-IDX) NOT = JCS-LINE-TYPE
               EXIT PARAGRAPH
           END-IF
           MOVE JCS-L-Q-QTY(JCS-IDX) TO JCS-QTY-OUT
           MOVE JCS-L-A-QTY(JCS-IDX) TO JCS-QTY2-OUT
           MOVE JCS-L-Q-COST(JCS-IDX) TO JCS-COST-OUT
           MOVE JCS-L-A-COST(JCS-IDX) TO JCS-COST2-OUT
           COMPUTE JCS-VARIANCE =
               JCS-L-A-COST(JCS-IDX) - JCS-L-Q-COST(JCS-IDX)
           MOVE JCS-VARIANCE TO JCS-VAR-OUT
           STRING JCS-L-TYPE(JCS-IDX) " " JCS-L-CODE(JCS-IDX) " "
               JCS-QTY-OUT " " JCS-QTY2-OUT " " JCS-COST-OUT " "
               JCS-COST2-OUT " " JCS-VAR-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

      *A JOB WITH NO REVENUE HAS NO MARGIN PERCENTAGE - IT IS GIVEN
      *THE LOWEST ONE SO IT RANKS LAST
       WORK-OUT-MARGIN-PCT.
           IF JCS-REVENUE = ZERO
               MOVE -99999.99 TO JCS-MARGIN-PCT
               EXIT PARAGRAPH
           END-IF
           COMPUTE JCS-MARGIN-PCT ROUNDED =
               JCS-MARGIN * 100 / JCS-REVENUE
               ON SIZE ERROR
                   MOVE -99999.99 TO JCS-MARGIN-PCT
           END-COMPUTE.

           EXIT PARAGRAPH.

      *THE JOB SOLD FOR WHAT ITS ACCEPTED SALE BOOKED - CONTRACT
      *REPRICING AND ALL. ONLY WHEN THAT SALE CANNOT BE FOUND IS
      *THE CURRENT REVISION'S QUOTED COST TAKEN UP BY ITS MARKUP
       WORK-OUT-JOB-REVENUE.
           MOVE "N" TO JCS-SALE-FOUND
           MOVE ZERO TO JCS-SALE-AMT
           IF JCS-INVOICE NOT = ZERO
               PERFORM SUM-ACCEPTED-SALE
           END-IF
           IF JCS-SALE-FOUND = "Y" AND JCS-SALE-AMT > ZERO
               MOVE JCS-SALE-AMT TO JCS-REVENUE
           ELSE
               MOVE "N" TO JCS-SALE-FOUND
               COMPUTE JCS-REVENUE ROUNDED =
                   JCS-Q-TOTAL * (100 + WS-QR-MARKUP) / 100
           END-IF.

           EXIT PARAGRAPH.

      *A SPLIT SALE IS ONE ROW PER SALESMAN UNDER THE SAME INVOICE
      *NUMBER, EACH WITH ITS SHARE - THE SHARES ADD TO THE SALE
       SUM-ACCEPTED-SALE.
           OPEN INPUT SEL8-FILE
           IF SEL8-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO JCS-EOF
           MOVE LOW-VALUES TO SEL8_SM_NUM_FH
           START SEL8-FILE KEY IS NOT LESS THAN SEL8_SM_NUM_FH
               INVALID KEY
                   MOVE "Y" TO JCS-EOF
           END-START
           PERFORM UNTIL JCS-EOF = "Y"
               READ SEL8-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO JCS-EOF
                   NOT AT END
                       IF SEL8_INVOICE_NUM_FH = JCS-INVOICE AND
                           SEL8_TXN_TYPE_FH NOT = "R"
                           MOVE SEL8_SALES_OUT_FH TO JCS-SALE-AMT-ROW
                           ADD JCS-SALE-AMT-ROW TO JCS-SALE-AMT
                           MOVE "Y" TO JCS-SALE-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEL8-FILE.

           EXIT PARAGRAPH.

      *================= CLOSE A JOB ===========================
      *THE REVENUE FROZEN ON THE CLOSE ROW IS WHAT THE JOB SOLD FOR
      *(WORK-OUT-JOB-REVENUE)
       CLOSE-ONE-JOB.
           PERFORM ACCEPT-OPEN-JOB
           IF JCS-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM GATHER-JOB-COSTS
           COMPUTE JCS-Q-TOTAL = JCS-Q-MAT + JCS-Q-LAB
           COMPUTE JCS-A-TOTAL = JCS-A-MAT + JCS-A-LAB
           PERFORM WORK-OUT-JOB-REVENUE
           COMPUTE JCS-MARGIN = JCS-REVENUE - JCS-A-TOTAL
           PERFORM WORK-OUT-MARGIN-PCT
           MOVE JCS-REVENUE TO JCS-REV-OUT
           IF JCS-SALE-FOUND = "Y"
               DISPLAY "REVENUE:       " JCS-REV-OUT " (INVOICE "
                   JCS-INVOICE ")"
           ELSE
               DISPLAY "REVENUE:       " JCS-REV-OUT " (QUOTED "
                   "SELLING PRICE - NO SALE ON FILE)"
           END-IF
           MOVE JCS-A-TOTAL TO JCS-REV-OUT
           DISPLAY "ACTUAL COST:   " JCS-REV-OUT
           MOVE JCS-MARGIN TO JCS-MARGIN-OUT
           MOVE JCS-MARGIN-PCT TO JCS-PCT-OUT
           DISPLAY "MARGIN:       " JCS-MARGIN-OUT " " JCS-PCT-OUT "%"
           DISPLAY "CLOSE JOB " JCS-JOB-NUM "? NO MORE ISSUES OR "
               "TIME WILL BE TAKEN (Y/N): " WITH NO ADVANCING
           ACCEPT JCS-CONFIRM
           IF JCS-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "JOB NOT CLOSED"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO JOBCOST-RECORD
           MOVE JCS-JOB-NUM TO JC-JOB-NUM
           MOVE "C" TO JC-TYPE
           MOVE ZERO TO JC-QTY
           MOVE ZERO TO JC-UNIT-COST
           MOVE JCS-REVENUE TO JC-COST
           PERFORM WRITE-JOBCOST-ROW
           DISPLAY "JOB " JCS-JOB-NUM " CLOSED"
           PERFORM RANK-CLOSED-JOBS.

           EXIT PARAGRAPH.

      *================= MARGIN RANKING ========================
      *ONE PASS OVER JOBCOST.DAT GATHERS EVERY JOB'S ACTUAL COST AND
      *ITS CLOSE ROW; THE CLOSED ONES ARE SORTED BEST MARGIN FIRST
       RANK-CLOSED-JOBS.
           MOVE ZERO TO JCS-R-COUNT
           MOVE ZERO TO JCS-R-DROPPED
           MOVE "N" TO JCS-EOF
           OPEN INPUT JOBCOST-FILE
           IF WS-JOBCOST-STATUS NOT = "00"
               DISPLAY "NO JOB COST FILE ON FILE"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JCS-EOF = "Y"
               READ JOBCOST-FILE
                   AT END
                       MOVE "Y" TO JCS-EOF
                   NOT AT END
                       PERFORM TALLY-RANK-ROW
               END-READ
           END-PERFORM
           CLOSE JOBCOST-FILE
           PERFORM PRICE-ONE-RANKED-JOB
               VARYING JCS-R-IDX FROM 1 BY 1
               UNTIL JCS-R-IDX > JCS-R-COUNT
           PERFORM SORT-RANK-TABLE
           PERFORM PRINT-RANK-LIST.

           EXIT PARAGRAPH.

       TALLY-RANK-ROW.
           PERFORM VARYING JCS-R-IDX FROM 1 BY 1
               UNTIL JCS-R-IDX > JCS-R-COUNT
               IF JCS-R-JOB(JCS-R-IDX) = JC-JOB-NUM
                   PERFORM ADD-RANK-ROW
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF JCS-R-COUNT NOT < 500
               ADD 1 TO JCS-R-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO JCS-R-COUNT
           MOVE JCS-R-COUNT TO JCS-R-IDX
           MOVE JC-JOB-NUM TO JCS-R-JOB(JCS-R-IDX)
           MOVE ZERO TO JCS-R-REVENUE(JCS-R-IDX)
           MOVE ZERO TO JCS-R-COST(JCS-R-IDX)
           MOVE ZERO TO JCS-R-PCT(JCS-R-IDX)
           MOVE ZERO TO JCS-R-CLOSED(JCS-R-IDX)
           PERFORM ADD-RANK-ROW.

           EXIT PARAGRAPH.

       ADD-RANK-ROW.
           IF JC-TYPE-CLOSE
               MOVE JC-COST TO JCS-R-REVENUE(JCS-R-IDX)
               MOVE JC-DATE TO JCS-R-CLOSED(JCS-R-IDX)
           ELSE
               ADD JC-COST TO JCS-R-COST(JCS-R-IDX)
           END-IF.

           EXIT PARAGRAPH.

      *A JOB STILL IN PROGRESS GOES TO THE BOTTOM OF THE SORT WITH
      *HIGH VALUES SO THE PRINT STOPS AT IT
       PRICE-ONE-RANKED-JOB.
           IF JCS-R-CLOSED(JCS-R-IDX) = ZERO
               MOVE HIGH-VALUES TO JCS-R-ENTRY(JCS-R-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE JCS-R-REVENUE(JCS-R-IDX) TO JCS-REVENUE
           COMPUTE JCS-MARGIN =
               JCS-R-REVENUE(JCS-R-IDX) - JCS-R-COST(JCS-R-IDX)
           PERFORM WORK-OUT-MARGIN-PCT
           MOVE JCS-MARGIN-PCT TO JCS-R-PCT(JCS-R-IDX).

           EXIT PARAGRAPH.

       SORT-RANK-TABLE.
           PERFORM VARYING JCS-R-IDX FROM 1 BY 1
               UNTIL JCS-R-IDX >= JCS-R-COUNT
               PERFORM VARYING JCS-R-JDX FROM 1 BY 1
                   UNTIL JCS-R-JDX > JCS-R-COUNT - JCS-R-IDX
                   IF JCS-R-ENTRY(JCS-R-JDX + 1) NOT = HIGH-VALUES
                       AND (JCS-R-ENTRY(JCS-R-JDX) = HIGH-VALUES
                       OR JCS-R-PCT(JCS-R-JDX) <
                          JCS-R-PCT(JCS-R-JDX + 1))
                       MOVE JCS-R-ENTRY(JCS-R-JDX) TO JCS-R-SWAP
                       MOVE JCS-R-ENTRY(JCS-R-JDX + 1) TO
                           JCS-R-ENTRY(JCS-R-JDX)
                       MOVE JCS-R-SWAP TO JCS-R-ENTRY(JCS-R-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT PARAGRAPH.

       PRINT-RANK-LIST.
           MOVE "JOB-MARGIN" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           ACCEPT JCS-TODAY FROM DATE YYYYMMDD
           STRING "CLOSED JOBS BY MARGIN (RUN " JCS-TODAY ")"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "RANK JOB      CLOSED         REVENUE   ACTUAL COST"
               "    MARGIN %"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE ZERO TO JCS-R-CLOSED-COUNT
           PERFORM VARYING JCS-R-IDX FROM 1 BY 1
               UNTIL JCS-R-IDX > JCS-R-COUNT
               OR JCS-R-ENTRY(JCS-R-IDX) = HIGH-VALUES
               PERFORM PRINT-ONE-RANKED-JOB
           END-PERFORM
           STRING JCS-R-CLOSED-COUNT " CLOSED JOB(S)"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           IF JCS-R-DROPPED > ZERO
               STRING "** " JCS-R-DROPPED " ROW(S) OVER THE "
                   "500-JOB LIMIT LEFT OUT **"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       PRINT-ONE-RANKED-JOB.
           ADD 1 TO JCS-R-CLOSED-COUNT
           MOVE JCS-R-CLOSED-COUNT TO JCS-RANK-OUT
           MOVE JCS-R-REVENUE(JCS-R-IDX) TO JCS-REV-OUT
           MOVE JCS-R-COST(JCS-R-IDX) TO JCS-COST-OUT
           IF JCS-R-REVENUE(JCS-R-IDX) = ZERO
               STRING JCS-RANK-OUT " " JCS-R-JOB(JCS-R-IDX) " "
                   JCS-R-CLOSED(JCS-R-IDX) " " JCS-REV-OUT " "
                   JCS-COST-OUT "  NO REVENUE"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
               MOVE JCS-R-PCT(JCS-R-IDX) TO JCS-PCT-OUT
               STRING JCS-RANK-OUT " " JCS-R-JOB(JCS-R-IDX) " "
                   JCS-R-CLOSED(JCS-R-IDX) " " JCS-REV-OUT " "
                   JCS-COST-OUT " " JCS-PCT-OUT "%"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "op-cost.cpy".

       COPY "quote-rev.cpy".

       COPY "loc-check.cpy".

       COPY "hold-check.cpy".

       COPY "inv-post.cpy".

       COPY "upd-journal.cpy".

       COPY "stkmove-write.cpy".

       COPY "lock-paragraphs.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
