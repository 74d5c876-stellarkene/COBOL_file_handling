      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESMAN-TERMINATION.

      *====================================================
      * Stand-alone supervisor utility: offboards a salesman
      * who has left, in one controlled run, instead of the
      * office working through the list by hand. Given the
      * leaving salesman and a successor (both on the sqnc_5
      * master), it spools a final commission statement -
      * commission on the sel_8.dat row less outstanding draws
      * less the current period's clawbacks plus its approved
      * commission adjustments - and writes that net as the
      * salesman's final payroll line (sel8_payroll.dat);
      * settles the outstanding draws on
      * drawledg.dat against it; moves the salesman's
      * customers on custassign.dat to the successor (and any
      * team reporting to the salesman on the master) and
      * the salesman's OPEN order lines on salesord.dat, so
      * they ship under the successor's number;
      * deactivates the bank row on smbank.dat, so the final
      * pay goes out by check rather than deposit; closes the
      * quota on quota.dat; and marks the master record
      * terminated, after which REVISED-SALESMAN-INFO,
      * SALES-BATCH-IMPORT, SALES-ORDER-ENTRY and
      * QUOTE-ACCEPTANCE refuse the number and the payroll
      * export leaves it off. Every file is loaded and checked
      * before anything is changed, and a TERM row goes to the
      * maintenance audit trail. Runs under the suite
      * interlock. Run on demand from the command line.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "sqnc5-select.cpy".
           COPY "sel8-select.cpy".
           COPY "sel8pay-select.cpy".
           COPY "drawledg-select.cpy".
           COPY "clawback-select.cpy".
           COPY "commadj-select.cpy".
           COPY "custassign-select.cpy".
           COPY "salesord-select.cpy".
           COPY "smbank-select.cpy".
           COPY "quota-select.cpy".
           COPY "maint-audit-select.cpy".
           COPY "updjrnl-select.cpy".
           COPY "lock-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           FD SQNC5-FILE.
           COPY "sqnc5-rec.cpy".
           COPY "operator-field.cpy".

           FD SEL8-FILE.
           COPY "sel8-rec.cpy".
           COPY "operator-field.cpy".

           COPY "sel8pay-rec.cpy".
           COPY "drawledg-rec.cpy".
           COPY "clawback-rec.cpy".
           COPY "commadj-rec.cpy".
           COPY "custassign-rec.cpy".
           COPY "salesord-rec.cpy".
           COPY "smbank-rec.cpy".
           COPY "quota-rec.cpy".
           COPY "maint-audit-rec.cpy".
           COPY "updjrnl-rec.cpy".
           COPY "lock-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  TRM-SM-NUM                      PIC 9(12).
       01  TRM-SM-NAME                     PIC X(25).
       01  TRM-SUCCESSOR                   PIC 9(12).
       01  TRM-SUCC-NAME                   PIC X(25).
       01  TRM-CONFIRM                     PIC X.
       01  TRM-OK                          PIC X.
       01  TRM-EOF                         PIC X.
       01  TRM-TODAY                       PIC 9(8).
       01  TRM-IDX                         PIC 9(5).
       01  TRM-COMMISSION                  PIC S9(12)V99.
       01  TRM-GROSS                       PIC 9(12)V99.
       01  TRM-RETURNS                     PIC 9(12)V99.
       01  TRM-NET-SALES                   PIC S9(12)V99.
       01  TRM-DRAWS                       PIC S9(12)V99.
       01  TRM-CLAWBACKS                   PIC S9(12)V99.
       01  TRM-NET-PAY                     PIC S9(12)V99.
       01  TRM-AMT-OUT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  TRM-HAS-SEL8                    PIC X.
       01  TRM-DRAW-SETTLED                PIC 9(5) VALUE 0.
       01  TRM-CUST-MOVED                  PIC 9(5) VALUE 0.
       01  TRM-ORDER-MOVED                 PIC 9(5) VALUE 0.
       01  TRM-TEAM-MOVED                  PIC 9(5) VALUE 0.
       01  TRM-BANK-OFF                    PIC 9(5) VALUE 0.
       01  TRM-QUOTA-DONE                  PIC X VALUE "N".
       01  TRM-DL-COUNT                    PIC 9(5) VALUE 0.
       01  TRM-DL-OVERFLOW                 PIC X VALUE "N".
       01  TRM-DL-TABLE.
           05  TRM-DL-ENTRY                PIC X(82) OCCURS 2000
-                                          TIMES.
       01  TRM-CA-COUNT                    PIC 9(5) VALUE 0.
       01  TRM-CA-OVERFLOW                 PIC X VALUE "N".
       01  TRM-CA-TABLE.
           05  TRM-CA-ENTRY                PIC X(38) OCCURS 2000
-                                          TIMES.
       01  TRM-SO-COUNT                    PIC 9(5) VALUE 0.
       01  TRM-SO-OVERFLOW                 PIC X VALUE "N".
       01  TRM-SO-TABLE.
           05  TRM-SO-ENTRY                PIC X(124) OCCURS 2000
-                                          TIMES.
       01  TRM-BK-COUNT                    PIC 9(5) VALUE 0.
       01  TRM-BK-OVERFLOW                 PIC X VALUE "N".
       01  TRM-BK-TABLE.
           05  TRM-BK-ENTRY                PIC X(54) OCCURS 2000
-                                          TIMES.
       01  SEQ5-FILE-STATUS                PIC XX.
       01  SEL8-FILE-STATUS                PIC XX.
           COPY "check-digit-vars.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "SALESMAN-TERMINATION" TO
               WS-RUNLOG-PROGRAM-ID.

           MOVE "SMTERM-REFUSED" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM CHECK-SUPERVISOR-ROLE.
           MOVE "SALESMAN-TERMINATION" TO WS-RUNLOG-PROGRAM-ID.
           IF WS-FH-ROLE-OK NOT = "Y"
               GOBACK
           END-IF.

           PERFORM ACQUIRE-FH-LOCK.
           IF WS-FH-LOCK-HELD NOT = "Y"
               GOBACK
           END-IF.

           DISPLAY "ENTER LEAVING SALESMAN NUMBER: "
               WITH NO ADVANCING.
           PERFORM GET-VALID-SM-NUM.
           MOVE WS-CD-NUMBER TO TRM-SM-NUM.
           DISPLAY "ENTER SUCCESSOR SALESMAN NUMBER: "
               WITH NO ADVANCING.
           PERFORM GET-VALID-SM-NUM.
           MOVE WS-CD-NUMBER TO TRM-SUCCESSOR.

           PERFORM VALIDATE-TERMINATION.
           IF TRM-OK NOT = "Y"
               MOVE "REJECTED" TO WS-FH-RUN-STATUS
               PERFORM RELEASE-FH-LOCK
               PERFORM WRITE-RUN-LOG-ENTRY
               GOBACK
           END-IF.

      *EVERYTHING THE RUN REWRITES IS LOADED FIRST - A FILE TOO BIG
      *FOR ITS TABLE STOPS THE RUN BEFORE ANY OF THEM IS TOUCHED
           PERFORM LOAD-DRAW-ROWS.
           PERFORM LOAD-ASSIGN-ROWS.
           PERFORM LOAD-ORDER-ROWS.
           PERFORM LOAD-BANK-ROWS.
           IF TRM-DL-OVERFLOW = "Y" OR TRM-CA-OVERFLOW = "Y" OR
-             TRM-BK-OVERFLOW = "Y" OR TRM-SO-OVERFLOW = "Y"
               DISPLAY "MORE THAN 2000 ROWS ON DRAWLEDG.DAT, "
-                  "CUSTASSIGN.DAT, SALESORD.DAT OR SMBANK.DAT - "
-                  "NOTHING CHANGED. ARCHIVE AND RERUN."
               MOVE "REJECTED" TO WS-FH-RUN-STATUS
               PERFORM RELEASE-FH-LOCK
               PERFORM WRITE-RUN-LOG-ENTRY
               GOBACK
           END-IF.

           DISPLAY "TERMINATE " TRM-SM-NUM " " TRM-SM-NAME.
           DISPLAY "ACCOUNTS TO " TRM-SUCCESSOR " " TRM-SUCC-NAME
               " - PROCEED? (Y): " WITH NO ADVANCING.
           ACCEPT TRM-CONFIRM.
           IF TRM-CONFIRM NOT = "Y" AND TRM-CONFIRM NOT = "y"
               DISPLAY "TERMINATION NOT RUN"
               MOVE "CANCELLED" TO WS-FH-RUN-STATUS
               PERFORM RELEASE-FH-LOCK
               PERFORM WRITE-RUN-LOG-ENTRY
               GOBACK
           END-IF.

           ACCEPT TRM-TODAY FROM DATE YYYYMMDD.
           PERFORM FINAL-COMMISSION-STATEMENT.
           PERFORM WRITE-FINAL-PAYROLL-LINE.
           PERFORM SETTLE-FINAL-DRAWS.
           PERFORM REASSIGN-CUSTOMERS.
           PERFORM REASSIGN-OPEN-ORDERS.
           PERFORM DEACTIVATE-BANK-ROW.
           PERFORM CLOSE-SALESMAN-QUOTA.
           PERFORM MARK-MASTER-TERMINATED.
           PERFORM WRITE-TERMINATION-AUDIT.

           DISPLAY "TERMINATION COMPLETE".
           DISPLAY TRM-DRAW-SETTLED " DRAW(S) SETTLED, "
               TRM-CUST-MOVED " CUSTOMER(S) AND "
               TRM-TEAM-MOVED " TEAM MEMBER(S) MOVED".
           DISPLAY TRM-ORDER-MOVED " OPEN ORDER LINE(S) MOVED".

           PERFORM RELEASE-FH-LOCK.

           MOVE "SALESMAN-TERMINATION" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *BOTH NUMBERS ON THE MASTER, NEITHER ALREADY TERMINATED, AND
      *NOT THE SAME PERSON
       VALIDATE-TERMINATION.
           MOVE "N" TO TRM-OK
           IF TRM-SM-NUM = TRM-SUCCESSOR
               DISPLAY "SUCCESSOR CANNOT BE THE LEAVING SALESMAN"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SQNC5-FILE
           IF SEQ5-FILE-STATUS NOT = "00"
               DISPLAY "NO SALESMAN MASTER ON FILE - NOT RUN"
               EXIT PARAGRAPH
           END-IF
           MOVE TRM-SM-NUM TO SEQ5_SALES_MAN_NUM_FH
           READ SQNC5-FILE
               INVALID KEY
                   DISPLAY "LEAVING SALESMAN NOT ON MASTER"
                   CLOSE SQNC5-FILE
                   EXIT PARAGRAPH
           END-READ
           IF SEQ5_STATUS_FH = "T"
               DISPLAY "ALREADY TERMINATED " SEQ5_TERM_DATE_FH
               CLOSE SQNC5-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE SEQ5_SALES_MAN_NAME_FH TO TRM-SM-NAME
           MOVE TRM-SUCCESSOR TO SEQ5_SALES_MAN_NUM_FH
           READ SQNC5-FILE
               INVALID KEY
                   DISPLAY "SUCCESSOR NOT ON MASTER"
                   CLOSE SQNC5-FILE
                   EXIT PARAGRAPH
           END-READ
           IF SEQ5_STATUS_FH = "T"
               DISPLAY "SUCCESSOR IS TERMINATED - PICK AN ACTIVE "
-                  "SALESMAN"
               CLOSE SQNC5-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE SEQ5_SALES_MAN_NAME_FH TO TRM-SUCC-NAME
           CLOSE SQNC5-FILE
           MOVE "Y" TO TRM-OK.

           EXIT PARAGRAPH.

       LOAD-DRAW-ROWS.
           MOVE "N" TO TRM-EOF
           OPEN INPUT DRAWLEDG-FILE
           IF WS-DRAWLEDG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TRM-EOF = "Y"
               READ DRAWLEDG-FILE
                   AT END
                       MOVE "Y" TO TRM-EOF
                   NOT AT END
                       IF TRM-DL-COUNT < 2000
                           ADD 1 TO TRM-DL-COUNT
                           MOVE DRAWLEDG-RECORD TO
                               TRM-DL-ENTRY(TRM-DL-COUNT)
                       ELSE
                           MOVE "Y" TO TRM-DL-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DRAWLEDG-FILE.

           EXIT PARAGRAPH.

       LOAD-ASSIGN-ROWS.
           MOVE "N" TO TRM-EOF
           OPEN INPUT CUSTASSIGN-FILE
           IF WS-CUSTASSIGN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TRM-EOF = "Y"
               READ CUSTASSIGN-FILE
                   AT END
                       MOVE "Y" TO TRM-EOF
                   NOT AT END
                       IF TRM-CA-COUNT < 2000
                           ADD 1 TO TRM-CA-COUNT
                           MOVE CUSTASSIGN-RECORD TO
                               TRM-CA-ENTRY(TRM-CA-COUNT)
                       ELSE
                           MOVE "Y" TO TRM-CA-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTASSIGN-FILE.

           EXIT PARAGRAPH.

       LOAD-ORDER-ROWS.
           MOVE "N" TO TRM-EOF
           OPEN INPUT SALESORD-FILE
           IF WS-SALESORD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TRM-EOF = "Y"
               READ SALESORD-FILE
                   AT END
                       MOVE "Y" TO TRM-EOF
                   NOT AT END
                       IF TRM-SO-COUNT < 2000
                           ADD 1 TO TRM-SO-COUNT
                           MOVE SALESORD-RECORD TO
                               TRM-SO-ENTRY(TRM-SO-COUNT)
                       ELSE
                           MOVE "Y" TO TRM-SO-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALESORD-FILE.

           EXIT PARAGRAPH.

       LOAD-BANK-ROWS.
           MOVE "N" TO TRM-EOF
           OPEN INPUT SMBANK-FILE
           IF WS-SMBANK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TRM-EOF = "Y"
               READ SMBANK-FILE
                   AT END
                       MOVE "Y" TO TRM-EOF
                   NOT AT END
                       IF TRM-BK-COUNT < 2000
                           ADD 1 TO TRM-BK-COUNT
                           MOVE SMBANK-RECORD TO
                               TRM-BK-ENTRY(TRM-BK-COUNT)
                       ELSE
                           MOVE "Y" TO TRM-BK-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SMBANK-FILE.

           EXIT PARAGRAPH.

      *SAME NETTING AS THE PAYROLL EXPORT AND COMMISSION-STATEMENT:
      *COMMISSION LESS OUTSTANDING DRAWS LESS THIS PERIOD'S
      *CLAWBACKS. A NEGATIVE NET IS WHAT THE SALESMAN OWES BACK
       FINAL-COMMISSION-STATEMENT.
           MOVE ZERO TO TRM-COMMISSION
           MOVE ZERO TO TRM-GROSS
           MOVE ZERO TO TRM-RETURNS
           MOVE ZERO TO TRM-NET-SALES
           MOVE "N" TO TRM-HAS-SEL8
           OPEN INPUT SEL8-FILE
           IF SEL8-FILE-STATUS = "00"
               MOVE TRM-SM-NUM TO SEL8_SM_NUM_FH
               READ SEL8-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO TRM-HAS-SEL8
                       MOVE SEL8_COMMISSION_OUT_FH TO TRM-COMMISSION
                       MOVE SEL8_GROSS_SALES_FH TO TRM-GROSS
                       MOVE SEL8_RETURN_SALES_FH TO TRM-RETURNS
                       MOVE SEL8_SALES_OUT_FH TO TRM-NET-SALES
               END-READ
               CLOSE SEL8-FILE
           END-IF

           MOVE ZERO TO TRM-DRAWS
           PERFORM VARYING TRM-IDX FROM 1 BY 1
               UNTIL TRM-IDX > TRM-DL-COUNT
               MOVE TRM-DL-ENTRY(TRM-IDX) TO DRAWLEDG-RECORD
               IF DL-SM-NUM = TRM-SM-NUM AND DL-STATUS = "OUTSTND"
                   ADD DL-AMOUNT TO TRM-DRAWS
               END-IF
           END-PERFORM
           PERFORM SUM-FINAL-CLAWBACKS
           MOVE TRM-SM-NUM TO WS-AJ-SM-NUM
           MOVE TRM-TODAY(1:6) TO WS-AJ-PERIOD
           PERFORM SUM-APPROVED-ADJUSTMENTS
           COMPUTE TRM-NET-PAY = TRM-COMMISSION - TRM-DRAWS
               - TRM-CLAWBACKS + WS-AJ-TOTAL

           MOVE "FINAL-STATEMENT" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           MOVE "==============================================="
               TO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           STRING "FINAL COMMISSION STATEMENT - " TRM-SM-NUM
               " " TRM-SM-NAME
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           STRING "TERMINATED " TRM-TODAY "  ACCOUNTS TO "
               TRM-SUCCESSOR " " TRM-SUCC-NAME
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           MOVE "-----------------------------------------------"
               TO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           IF TRM-HAS-SEL8 = "Y"
               STRING "GROSS SALES:   " SEL8_GROSS_SALES_FH
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
               STRING "RETURNS:       " SEL8_RETURN_SALES_FH
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
               STRING "NET SALES:     " SEL8_SALES_OUT_FH
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
           ELSE
               MOVE "NO COMMISSION ROW ON SEL_8.DAT" TO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
           END-IF
           MOVE TRM-COMMISSION TO TRM-AMT-OUT
           STRING "FINAL COMMISSION:  " TRM-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           MOVE TRM-DRAWS TO TRM-AMT-OUT
           STRING "DRAWS SETTLED:     " TRM-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           IF TRM-CLAWBACKS NOT = ZERO
               MOVE TRM-CLAWBACKS TO TRM-AMT-OUT
               STRING "CLAWBACKS (" TRM-TODAY(1:6) "): " TRM-AMT-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
           END-IF
           IF WS-AJ-TOTAL NOT = ZERO
               MOVE WS-AJ-TOTAL TO TRM-AMT-OUT
               STRING "ADJUSTMENTS:       " TRM-AMT-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
           END-IF
           MOVE TRM-NET-PAY TO TRM-AMT-OUT
           STRING "FINAL NET PAYABLE: " TRM-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           IF TRM-NET-PAY < ZERO
               MOVE "NEGATIVE - BALANCE OWED BY THE SALESMAN"
                   TO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
           END-IF
           MOVE "PAID BY CHECK - BANK DETAILS DEACTIVATED"
               TO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           MOVE "==============================================="
               TO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           PERFORM SPOOL-CLOSE-REPORT
           DISPLAY "FINAL NET PAYABLE: " TRM-AMT-OUT.

           EXIT PARAGRAPH.

       SUM-FINAL-CLAWBACKS.
           MOVE ZERO TO TRM-CLAWBACKS
           MOVE "N" TO TRM-EOF
           OPEN INPUT CLAWBACK-FILE
           IF WS-CLAWBACK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TRM-EOF = "Y"
               READ CLAWBACK-FILE
                   AT END
                       MOVE "Y" TO TRM-EOF
                   NOT AT END
                       IF CB-SM-NUM = TRM-SM-NUM AND
-                         CB-PERIOD = TRM-TODAY(1:6)
                           ADD CB-AMOUNT TO TRM-CLAWBACKS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLAWBACK-FILE.

           EXIT PARAGRAPH.

      *THE LAST COMMISSION LINE FOR THE NUMBER - THE PAYROLL EXPORT
      *SKIPS A TERMINATED SALESMAN FROM HERE ON
       WRITE-FINAL-PAYROLL-LINE.
           OPEN EXTEND SEL8-PAYROLL-FILE
           IF WS-SEL8PAY-STATUS = "35"
               OPEN OUTPUT SEL8-PAYROLL-FILE
           END-IF
           IF WS-SEL8PAY-STATUS NOT = "00" AND NOT = "05"
               MOVE "SEL8-PAYROLL-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-SEL8PAY-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO SEL8_PR_LINE_TYPE
           MOVE TRM-SM-NUM TO SEL8_PR_SM_NUM
           MOVE TRM-SM-NAME TO SEL8_PR_SM_NAME
           MOVE TRM-COMMISSION TO SEL8_PR_COMMISSION
           MOVE TRM-TODAY TO SEL8_PR_DATE
           MOVE TRM-GROSS TO SEL8_PR_GROSS
           MOVE TRM-RETURNS TO SEL8_PR_RETURNS
           MOVE TRM-NET-SALES TO SEL8_PR_NET
           MOVE TRM-DRAWS TO SEL8_PR_DRAWS
           MOVE TRM-CLAWBACKS TO SEL8_PR_CLAWBACK
           MOVE WS-AJ-TOTAL TO SEL8_PR_ADJUSTMENT
           MOVE TRM-NET-PAY TO SEL8_PR_NET_PAY
           WRITE SEL8_PAYROLL_RECORD
           IF WS-SEL8PAY-STATUS NOT = "00"
               MOVE "SEL8-PAYROLL-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "WRITE" TO WS-FH-ERR-OPERATION
               MOVE WS-SEL8PAY-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           END-IF
           CLOSE SEL8-PAYROLL-FILE.

           EXIT PARAGRAPH.

      *THE FINAL LINE NETTED THESE DRAWS, SO THEY ARE SETTLED NOW
      *RATHER THAN WAITING FOR THE NEXT SETTLEMENT RUN
       SETTLE-FINAL-DRAWS.
           IF TRM-DL-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TRM-IDX FROM 1 BY 1
               UNTIL TRM-IDX > TRM-DL-COUNT
               MOVE TRM-DL-ENTRY(TRM-IDX) TO DRAWLEDG-RECORD
               IF DL-SM-NUM = TRM-SM-NUM AND DL-STATUS = "OUTSTND"
                   MOVE "SETTLED" TO DL-STATUS
                   MOVE TRM-TODAY TO DL-SETTLE-DATE
                   MOVE DRAWLEDG-RECORD TO TRM-DL-ENTRY(TRM-IDX)
                   ADD 1 TO TRM-DRAW-SETTLED
               END-IF
           END-PERFORM
           IF TRM-DRAW-SETTLED = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DRAWLEDG-FILE
           IF WS-DRAWLEDG-STATUS NOT = "00"
               MOVE "DRAWLEDG-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-DRAWLEDG-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TRM-IDX FROM 1 BY 1
               UNTIL TRM-IDX > TRM-DL-COUNT
               MOVE TRM-DL-ENTRY(TRM-IDX) TO DRAWLEDG-RECORD
               WRITE DRAWLEDG-RECORD
           END-PERFORM
           CLOSE DRAWLEDG-FILE.

           EXIT PARAGRAPH.

       REASSIGN-CUSTOMERS.
           PERFORM VARYING TRM-IDX FROM 1 BY 1
               UNTIL TRM-IDX > TRM-CA-COUNT
               MOVE TRM-CA-ENTRY(TRM-IDX) TO CUSTASSIGN-RECORD
               IF CA-SM-NUM = TRM-SM-NUM
                   MOVE TRM-SUCCESSOR TO CA-SM-NUM
                   MOVE TRM-TODAY TO CA-ASSIGN-DATE
                   MOVE WS-FH-OPERATOR-ID TO CA-OPERATOR-ID
                   MOVE CUSTASSIGN-RECORD TO TRM-CA-ENTRY(TRM-IDX)
                   ADD 1 TO TRM-CUST-MOVED
               END-IF
           END-PERFORM
           IF TRM-CUST-MOVED = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CUSTASSIGN-FILE
           IF WS-CUSTASSIGN-STATUS NOT = "00"
               MOVE "CUSTASSIGN-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-CUSTASSIGN-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TRM-IDX FROM 1 BY 1
               UNTIL TRM-IDX > TRM-CA-COUNT
               MOVE TRM-CA-ENTRY(TRM-IDX) TO CUSTASSIGN-RECORD
               WRITE CUSTASSIGN-RECORD
           END-PERFORM
           CLOSE CUSTASSIGN-FILE.

           EXIT PARAGRAPH.

      *A TERMINATED NUMBER CANNOT SHIP, SO WHAT IS STILL OPEN ON
      *THE LEAVER'S ORDERS GOES TO THE SUCCESSOR WITH THE ACCOUNTS.
      *CLOSED LINES KEEP THE NUMBER THEY SHIPPED UNDER
       REASSIGN-OPEN-ORDERS.
           PERFORM VARYING TRM-IDX FROM 1 BY 1
               UNTIL TRM-IDX > TRM-SO-COUNT
               MOVE TRM-SO-ENTRY(TRM-IDX) TO SALESORD-RECORD
               IF SO-SM-NUM = TRM-SM-NUM AND SO-STATUS = "OPEN"
                   MOVE TRM-SUCCESSOR TO SO-SM-NUM
                   MOVE WS-FH-OPERATOR-ID TO SO-OPERATOR-ID
                   MOVE SALESORD-RECORD TO TRM-SO-ENTRY(TRM-IDX)
                   ADD 1 TO TRM-ORDER-MOVED
               END-IF
           END-PERFORM
           IF TRM-ORDER-MOVED = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SALESORD-FILE
           IF WS-SALESORD-STATUS NOT = "00"
               MOVE "SALESORD-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-SALESORD-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TRM-IDX FROM 1 BY 1
               UNTIL TRM-IDX > TRM-SO-COUNT
               MOVE TRM-SO-ENTRY(TRM-IDX) TO SALESORD-RECORD
               WRITE SALESORD-RECORD
           END-PERFORM
           CLOSE SALESORD-FILE.

           EXIT PARAGRAPH.

       DEACTIVATE-BANK-ROW.
           PERFORM VARYING TRM-IDX FROM 1 BY 1
               UNTIL TRM-IDX > TRM-BK-COUNT
               MOVE TRM-BK-ENTRY(TRM-IDX) TO SMBANK-RECORD
               IF BK-SM-NUM = TRM-SM-NUM AND BK-ACTIVE = "Y"
                   MOVE "N" TO BK-ACTIVE
                   MOVE SMBANK-RECORD TO TRM-BK-ENTRY(TRM-IDX)
                   ADD 1 TO TRM-BANK-OFF
               END-IF
           END-PERFORM
           IF TRM-BANK-OFF = ZERO
               DISPLAY "NO ACTIVE BANK ROW TO DEACTIVATE"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SMBANK-FILE
           IF WS-SMBANK-STATUS NOT = "00"
               MOVE "SMBANK-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-SMBANK-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TRM-IDX FROM 1 BY 1
               UNTIL TRM-IDX > TRM-BK-COUNT
               MOVE TRM-BK-ENTRY(TRM-IDX) TO SMBANK-RECORD
               WRITE SMBANK-RECORD
           END-PERFORM
           CLOSE SMBANK-FILE
           DISPLAY "BANK DETAILS DEACTIVATED".

           EXIT PARAGRAPH.

       CLOSE-SALESMAN-QUOTA.
           OPEN I-O QUOTA-FILE
           IF WS-QUOTA-STATUS NOT = "00"
               DISPLAY "NO QUOTA FILE ON FILE - QUOTA STEP SKIPPED"
               EXIT PARAGRAPH
           END-IF
           MOVE TRM-SM-NUM TO QT-SM-NUM
           READ QUOTA-FILE
               INVALID KEY
                   DISPLAY "NO QUOTA SET FOR THE SALESMAN"
               NOT INVALID KEY
                   MOVE TRM-TODAY TO QT-CLOSED-DATE
                   REWRITE QUOTA-RECORD
                       INVALID KEY
                           DISPLAY "QUOTA REWRITE FAILED"
                       NOT INVALID KEY
                           MOVE "Y" TO TRM-QUOTA-DONE
                           DISPLAY "QUOTA CLOSED"
                   END-REWRITE
           END-READ
           CLOSE QUOTA-FILE.

           EXIT PARAGRAPH.

      *THE LEAVING ROW IS FLAGGED, NOT DELETED - ITS HISTORY STILL
      *PRINTS - AND ANYONE WHO REPORTED TO THE SALESMAN NOW REPORTS
      *TO THE SUCCESSOR
       MARK-MASTER-TERMINATED.
           OPEN I-O SQNC5-FILE
           IF SEQ5-FILE-STATUS NOT = "00"
               MOVE "SQNC5-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE SEQ5-FILE-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE TRM-SM-NUM TO SEQ5_SALES_MAN_NUM_FH
           READ SQNC5-FILE
               INVALID KEY
                   DISPLAY "LEAVING SALESMAN NOT ON MASTER"
                   CLOSE SQNC5-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE SQNC5_RECORD TO WS-MA-BEFORE
           MOVE "T" TO SEQ5_STATUS_FH
           MOVE TRM-TODAY TO SEQ5_TERM_DATE_FH
           MOVE TRM-SUCCESSOR TO SEQ5_SUCCESSOR_FH
           MOVE WS-FH-OPERATOR-ID TO OPERATOR-ID-FH OF SQNC5_RECORD
           REWRITE SQNC5_RECORD
               INVALID KEY
                   DISPLAY "MASTER REWRITE FAILED"
               NOT INVALID KEY
                   MOVE SQNC5_RECORD TO WS-MA-AFTER
                   MOVE "SQNC5" TO WS-UJ-FILE-NAME
                   MOVE "REWRITE" TO WS-UJ-ACTION
                   MOVE SQNC5_RECORD TO WS-UJ-IMAGE
                   PERFORM WRITE-UPDATE-JOURNAL
                   DISPLAY "MASTER MARKED TERMINATED"
           END-REWRITE

           MOVE "N" TO TRM-EOF
           MOVE LOW-VALUES TO SEQ5_SALES_MAN_NUM_FH
           START SQNC5-FILE KEY IS NOT LESS THAN SEQ5_SALES_MAN_NUM_FH
               INVALID KEY
                   MOVE "Y" TO TRM-EOF
           END-START
           PERFORM UNTIL TRM-EOF = "Y"
               READ SQNC5-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO TRM-EOF
                   NOT AT END
                       IF SEQ5_MANAGER_FH = TRM-SM-NUM
                           PERFORM MOVE-TEAM-MEMBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SQNC5-FILE.

           EXIT PARAGRAPH.

       MOVE-TEAM-MEMBER.
           MOVE TRM-SUCCESSOR TO SEQ5_MANAGER_FH
           IF SEQ5_SALES_MAN_NUM_FH = SEQ5_MANAGER_FH
               MOVE SPACES TO SEQ5_MANAGER_FH
           END-IF
           MOVE WS-FH-OPERATOR-ID TO OPERATOR-ID-FH OF SQNC5_RECORD
           REWRITE SQNC5_RECORD
               INVALID KEY
                   DISPLAY "TEAM REWRITE FAILED FOR "
                       SEQ5_SALES_MAN_NUM_FH
               NOT INVALID KEY
                   ADD 1 TO TRM-TEAM-MOVED
                   MOVE "SQNC5" TO WS-UJ-FILE-NAME
                   MOVE "REWRITE" TO WS-UJ-ACTION
                   MOVE SQNC5_RECORD TO WS-UJ-IMAGE
                   PERFORM WRITE-UPDATE-JOURNAL
           END-REWRITE.

           EXIT PARAGRAPH.

      *ONE TERM ROW CARRYING THE MASTER'S BEFORE IMAGE AND WHAT
      *THE RUN DID, SO THE OFFBOARDING IS ON THE AUDIT TRAIL
       WRITE-TERMINATION-AUDIT.
           MOVE "SALESMAN-TERMINATION" TO WS-MA-PROGRAM-ID
           MOVE TRM-SM-NUM TO WS-MA-KEY-NUM
           MOVE "TERM" TO WS-MA-ACTION
           MOVE SPACES TO WS-MA-AFTER
           MOVE TRM-NET-PAY TO TRM-AMT-OUT
           STRING "SUCCESSOR " TRM-SUCCESSOR
               " CUSTOMERS " TRM-CUST-MOVED
               " ORDER-LINES " TRM-ORDER-MOVED
               " TEAM " TRM-TEAM-MOVED
               " DRAWS " TRM-DRAW-SETTLED
               " BANK-OFF " TRM-BANK-OFF
               " QUOTA-CLOSED " TRM-QUOTA-DONE
               " FINAL-NET " TRM-AMT-OUT
               DELIMITED BY SIZE INTO WS-MA-AFTER
           PERFORM WRITE-MAINT-AUDIT-ENTRY.

           EXIT PARAGRAPH.

       COPY "commadj-sum.cpy".

       COPY "upd-journal.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "role-check.cpy".

       COPY "lock-paragraphs.cpy".

       COPY "maint-audit-write.cpy".

       COPY "spool-call.cpy".

       COPY "help-prompt.cpy".

       COPY "check-digit.cpy".


       COPY "capture-operator.cpy".
