      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-REVIEW.

      *====================================================
      * Stand-alone utility: periodic customer credit review
      * built from how each customer has actually paid.
      * Payments on arpay.dat dated inside the review window
      * are joined to their invoices on openitem.dat to give
      * each customer on the master an average days-to-pay
      * (invoice date to payment), an average and worst days
      * late (due date to payment), the high balance reached
      * in the window (the balance peaks when an invoice is
      * cut, so it is taken at the window start and at each
      * invoice date), and that high balance as a percentage
      * of CU-CREDIT-LIMIT. Each customer gets a
      * recommendation to RAISE, HOLD, or CUT the limit under
      * the thresholds in CRV-RULES below. A supervisor can
      * accept a recommendation straight from the review; the
      * new limit is rewritten on the customer master,
      * journaled like any master update, and recorded with
      * before and after images in maint_audit.dat. Run on
      * demand from the command line; it is not wired into
      * FH-MAIN-MENU since it is a reporting tool, not a
      * calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "cust-select.cpy".
           COPY "openitem-select.cpy".
           COPY "arpay-select.cpy".
           COPY "updjrnl-select.cpy".
           COPY "maint-audit-select.cpy".
           COPY "lock-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "cust-rec.cpy".
           COPY "openitem-rec.cpy".
           COPY "arpay-rec.cpy".
           COPY "updjrnl-rec.cpy".
           COPY "maint-audit-rec.cpy".
           COPY "lock-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
      *REVIEW THRESHOLDS - A CUT NEEDS EITHER LATENESS FIGURE
      *OVER ITS LIMIT; A RAISE NEEDS ON-TIME PAYMENT AND A
      *CUSTOMER PRESSING AGAINST THE CURRENT LIMIT
       01  CRV-RULES.
           05  CRV-CUT-AVG-LATE            PIC 9(3) VALUE 30.
           05  CRV-CUT-WORST-LATE          PIC 9(3) VALUE 60.
           05  CRV-RAISE-WORST-LATE        PIC 9(3) VALUE 10.
           05  CRV-RAISE-UTIL-PCT          PIC 9(3) VALUE 80.
           05  CRV-STEP-PCT                PIC 9(3) VALUE 25.
       01  CRV-DATE-START                  PIC 9(8).
       01  CRV-DATE-END                    PIC 9(8).
       01  CRV-EOF                         PIC X VALUE "N".
       01  CRV-FOUND                       PIC X.
       01  CRV-ACCEPT                      PIC X.
       01  CRV-STOP                        PIC X VALUE "N".
       01  CRV-PAY-COUNT                   PIC 9(4) VALUE 0.
       01  CRV-PAY-IDX                     PIC 9(4).
       01  CRV-PAY-OVERFLOW                PIC X VALUE "N".
       01  CRV-PAY-TABLE.
           05  CRV-PAY-ENTRY               OCCURS 2000 TIMES.
               10  CRV-P-CUST              PIC X(8).
               10  CRV-P-INVOICE           PIC 9(8).
               10  CRV-P-DATE              PIC 9(8).
               10  CRV-P-AMOUNT            PIC S9(12)V99.
       01  CRV-C-PAYS                      PIC 9(4).
       01  CRV-C-DTP-SUM                   PIC S9(9).
       01  CRV-C-LATE-SUM                  PIC S9(9).
       01  CRV-C-WORST                     PIC S9(5).
       01  CRV-C-AVG-DTP                   PIC S9(5).
       01  CRV-C-AVG-LATE                  PIC S9(5).
       01  CRV-C-HIGH-BAL                  PIC S9(12)V99.
       01  CRV-C-ACTIVITY                  PIC X.
       01  CRV-C-UTIL                      PIC 9(5).
       01  CRV-BAL-AT                      PIC S9(12)V99.
       01  CRV-AT-DATE                     PIC 9(8).
       01  CRV-INT-A                       PIC S9(9).
       01  CRV-INT-B                       PIC S9(9).
       01  CRV-DAYS                        PIC S9(5).
       01  CRV-OI-IDX                      PIC 9(3).
       01  CRV-ACTION                      PIC X(5).
       01  CRV-NEW-LIMIT                   PIC 9(10)V99.
       01  CRV-HUNDREDS                    PIC 9(10).
       01  CRV-REVIEWED                    PIC 9(5) VALUE 0.
       01  CRV-RAISE-COUNT                 PIC 9(5) VALUE 0.
       01  CRV-CUT-COUNT                   PIC 9(5) VALUE 0.
       01  CRV-CHANGED-COUNT               PIC 9(5) VALUE 0.
       01  CRV-DTP-OUT                     PIC ZZ9-.
       01  CRV-LATE-OUT                    PIC ZZ9-.
       01  CRV-WORST-OUT                   PIC ZZZ9-.
       01  CRV-UTIL-OUT                    PIC ZZZZ9.
       01  CRV-BAL-OUT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  CRV-LIMIT-OUT                   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  CRV-NEW-OUT                     PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  CRV-REC-COUNT                   PIC 9(3) VALUE 0.
       01  CRV-REC-IDX                     PIC 9(3).
       01  CRV-REC-TABLE.
           05  CRV-REC-ENTRY               OCCURS 500 TIMES.
               10  CRV-R-CUST              PIC X(8).
               10  CRV-R-ACTION            PIC X(5).
               10  CRV-R-OLD-LIMIT         PIC 9(10)V99.
               10  CRV-R-NEW-LIMIT         PIC 9(10)V99.
           COPY "openitem-table.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "CREDIT-REVIEW" TO
               WS-RUNLOG-PROGRAM-ID.

           DISPLAY "REVIEW WINDOW START (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT CRV-DATE-START.
           DISPLAY "REVIEW WINDOW END (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT CRV-DATE-END.
           IF CRV-DATE-END < CRV-DATE-START
               DISPLAY "WINDOW END IS BEFORE ITS START"
               GOBACK
           END-IF.

           PERFORM LOAD-OPENITEM-TABLE.
           IF WS-OIT-OVERFLOW = "Y"
               DISPLAY "MORE THAN 500 OPEN ITEMS ON FILE - THE "
-                  "REVIEW WOULD BE INCOMPLETE. ARCHIVE "
-                  "OPENITEM.DAT FIRST."
               GOBACK
           END-IF.
           PERFORM LOAD-WINDOW-PAYMENTS.
           IF CRV-PAY-OVERFLOW = "Y"
               DISPLAY "MORE THAN 2000 PAYMENTS ON FILE - THE "
-                  "REVIEW WOULD BE INCOMPLETE. ARCHIVE "
-                  "ARPAY.DAT FIRST."
               GOBACK
           END-IF.

           OPEN INPUT CUST-FILE.
           IF WS-CUST-FILE-STATUS NOT = "00"
               MOVE "CUST-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-CUST-FILE-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               GOBACK
           END-IF.

           MOVE "CREDIT-REVIEW" TO WS-SPOOL-NAME.
           PERFORM SPOOL-OPEN-REPORT.
           STRING "CUSTOMER CREDIT REVIEW " CRV-DATE-START " - "
               CRV-DATE-END DELIMITED BY SIZE INTO WS-SPOOL-LINE.
           PERFORM WRITE-BOTH-WAYS.

           MOVE LOW-VALUES TO CU-CUST-NUM.
           START CUST-FILE KEY IS NOT LESS THAN CU-CUST-NUM
               INVALID KEY
                   MOVE "Y" TO CRV-EOF
           END-START.
           PERFORM UNTIL CRV-EOF = "Y"
               READ CUST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO CRV-EOF
                   NOT AT END
                       PERFORM REVIEW-ONE-CUSTOMER
               END-READ
           END-PERFORM.
           CLOSE CUST-FILE.

           STRING "CUSTOMERS REVIEWED " CRV-REVIEWED " RAISE "
               CRV-RAISE-COUNT " CUT " CRV-CUT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE.
           PERFORM WRITE-BOTH-WAYS.
           PERFORM SPOOL-CLOSE-REPORT.

           IF CRV-REC-COUNT > 0
               PERFORM ACCEPT-RECOMMENDATIONS
           END-IF.

           MOVE "CREDIT-REVIEW" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *DISCOUNT GRANTED COUNTS WITH THE CASH - BOTH TAKE THE
      *BALANCE DOWN. A REALIZED EXCHANGE DIFFERENCE ON FOREIGN
      *CASH NEVER WAS ON THE ITEM, SO IT COMES BACK OUT
       LOAD-WINDOW-PAYMENTS.
           OPEN INPUT ARPAY-FILE
           IF WS-ARPAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO CRV-EOF
           PERFORM UNTIL CRV-EOF = "Y"
               READ ARPAY-FILE
                   AT END
                       MOVE "Y" TO CRV-EOF
                   NOT AT END
                       IF AP-DISC-AMT NOT NUMERIC
                           MOVE ZERO TO AP-DISC-AMT
                       END-IF
                       IF AP-FX-DIFF NOT NUMERIC
                           MOVE ZERO TO AP-FX-DIFF
                       END-IF
                       IF CRV-PAY-COUNT < 2000
                           ADD 1 TO CRV-PAY-COUNT
                           MOVE AP-CUST-NUM TO
                               CRV-P-CUST(CRV-PAY-COUNT)
                           MOVE AP-INVOICE-NUM TO
                               CRV-P-INVOICE(CRV-PAY-COUNT)
                           MOVE AP-PAY-DATE TO
                               CRV-P-DATE(CRV-PAY-COUNT)
                           COMPUTE CRV-P-AMOUNT(CRV-PAY-COUNT) =
                               AP-PAY-AMT + AP-DISC-AMT - AP-FX-DIFF
                       ELSE
                           MOVE "Y" TO CRV-PAY-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARPAY-FILE
           MOVE "N" TO CRV-EOF.

           EXIT PARAGRAPH.

       REVIEW-ONE-CUSTOMER.
           MOVE ZERO TO CRV-C-PAYS
           MOVE ZERO TO CRV-C-DTP-SUM
           MOVE ZERO TO CRV-C-LATE-SUM
           MOVE ZERO TO CRV-C-WORST
           MOVE "N" TO CRV-C-ACTIVITY
           PERFORM SCORE-ONE-PAYMENT
               VARYING CRV-PAY-IDX FROM 1 BY 1
               UNTIL CRV-PAY-IDX > CRV-PAY-COUNT

           MOVE CRV-DATE-START TO CRV-AT-DATE
           PERFORM BALANCE-AS-OF-DATE
           MOVE CRV-BAL-AT TO CRV-C-HIGH-BAL
           PERFORM VARYING WS-OIT-IDX FROM 1 BY 1
               UNTIL WS-OIT-IDX > WS-OIT-COUNT
               MOVE WS-OIT-IMAGE(WS-OIT-IDX) TO OPENITEM-RECORD
               IF OI-CUST-NUM = CU-CUST-NUM AND
-                 OI-INV-DATE >= CRV-DATE-START AND
-                 OI-INV-DATE <= CRV-DATE-END
                   MOVE "Y" TO CRV-C-ACTIVITY
                   MOVE OI-INV-DATE TO CRV-AT-DATE
                   PERFORM BALANCE-AS-OF-DATE
                   IF CRV-BAL-AT > CRV-C-HIGH-BAL
                       MOVE CRV-BAL-AT TO CRV-C-HIGH-BAL
                   END-IF
               END-IF
           END-PERFORM

           IF CRV-C-ACTIVITY NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CRV-REVIEWED

           IF CRV-C-PAYS > 0
               COMPUTE CRV-C-AVG-DTP ROUNDED =
                   CRV-C-DTP-SUM / CRV-C-PAYS
               COMPUTE CRV-C-AVG-LATE ROUNDED =
                   CRV-C-LATE-SUM / CRV-C-PAYS
           ELSE
               MOVE ZERO TO CRV-C-AVG-DTP
               MOVE ZERO TO CRV-C-AVG-LATE
           END-IF
           IF CU-CREDIT-LIMIT > ZERO AND CRV-C-HIGH-BAL > ZERO
               COMPUTE CRV-C-UTIL ROUNDED =
                   CRV-C-HIGH-BAL * 100 / CU-CREDIT-LIMIT
           ELSE
               MOVE ZERO TO CRV-C-UTIL
           END-IF

           PERFORM RECOMMEND-LIMIT
           PERFORM PRINT-CUSTOMER-REVIEW.

           EXIT PARAGRAPH.

       SCORE-ONE-PAYMENT.
           IF CRV-P-CUST(CRV-PAY-IDX) NOT = CU-CUST-NUM OR
-             CRV-P-DATE(CRV-PAY-IDX) < CRV-DATE-START OR
-             CRV-P-DATE(CRV-PAY-IDX) > CRV-DATE-END
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO CRV-C-ACTIVITY
           MOVE "N" TO CRV-FOUND
           PERFORM VARYING CRV-OI-IDX FROM 1 BY 1
               UNTIL CRV-OI-IDX > WS-OIT-COUNT
               MOVE WS-OIT-IMAGE(CRV-OI-IDX) TO OPENITEM-RECORD
               IF OI-INVOICE-NUM = CRV-P-INVOICE(CRV-PAY-IDX)
                   MOVE "Y" TO CRV-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CRV-FOUND NOT = "Y" OR OI-INV-DATE = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CRV-C-PAYS
           COMPUTE CRV-INT-A =
               FUNCTION INTEGER-OF-DATE(CRV-P-DATE(CRV-PAY-IDX))
           COMPUTE CRV-INT-B = FUNCTION INTEGER-OF-DATE(OI-INV-DATE)
           COMPUTE CRV-DAYS = CRV-INT-A - CRV-INT-B
           ADD CRV-DAYS TO CRV-C-DTP-SUM
           COMPUTE CRV-INT-B = FUNCTION INTEGER-OF-DATE(OI-DUE-DATE)
           COMPUTE CRV-DAYS = CRV-INT-A - CRV-INT-B
           ADD CRV-DAYS TO CRV-C-LATE-SUM
           IF CRV-DAYS > CRV-C-WORST
               MOVE CRV-DAYS TO CRV-C-WORST
           END-IF.

           EXIT PARAGRAPH.

      *INVOICED TO DATE LESS PAID AND DISCOUNTED TO DATE, AND
      *LESS ANY WRITE-OFF (THOSE CARRY NO DATE OF THEIR OWN)
       BALANCE-AS-OF-DATE.
           MOVE ZERO TO CRV-BAL-AT
           PERFORM VARYING CRV-OI-IDX FROM 1 BY 1
               UNTIL CRV-OI-IDX > WS-OIT-COUNT
               MOVE WS-OIT-IMAGE(CRV-OI-IDX) TO OPENITEM-RECORD
               IF OI-CUST-NUM = CU-CUST-NUM AND
-                 OI-INV-DATE <= CRV-AT-DATE
                   ADD OI-ORIG-AMT TO CRV-BAL-AT
                   SUBTRACT OI-WRITEOFF-AMT FROM CRV-BAL-AT
               END-IF
           END-PERFORM
           PERFORM VARYING CRV-PAY-IDX FROM 1 BY 1
               UNTIL CRV-PAY-IDX > CRV-PAY-COUNT
               IF CRV-P-CUST(CRV-PAY-IDX) = CU-CUST-NUM AND
-                 CRV-P-DATE(CRV-PAY-IDX) <= CRV-AT-DATE
                   SUBTRACT CRV-P-AMOUNT(CRV-PAY-IDX) FROM CRV-BAL-AT
               END-IF
           END-PERFORM
           IF CRV-BAL-AT < ZERO
               MOVE ZERO TO CRV-BAL-AT
           END-IF.

           EXIT PARAGRAPH.

      *NO LIMIT SET OR NO PAYMENTS IN THE WINDOW - NOTHING TO
      *JUDGE THE LIMIT BY, SO HOLD
       RECOMMEND-LIMIT.
           MOVE "HOLD" TO CRV-ACTION
           MOVE CU-CREDIT-LIMIT TO CRV-NEW-LIMIT
           IF CU-CREDIT-LIMIT = ZERO OR CRV-C-PAYS = ZERO
               EXIT PARAGRAPH
           END-IF
           IF CRV-C-AVG-LATE > CRV-CUT-AVG-LATE OR
-             CRV-C-WORST > CRV-CUT-WORST-LATE
               MOVE "CUT" TO CRV-ACTION
               COMPUTE CRV-HUNDREDS ROUNDED = CU-CREDIT-LIMIT
                   * (100 - CRV-STEP-PCT) / 10000
               COMPUTE CRV-NEW-LIMIT = CRV-HUNDREDS * 100
               ADD 1 TO CRV-CUT-COUNT
           ELSE
               IF CRV-C-AVG-LATE <= ZERO AND
-                 CRV-C-WORST <= CRV-RAISE-WORST-LATE AND
-                 CRV-C-UTIL >= CRV-RAISE-UTIL-PCT
                   MOVE "RAISE" TO CRV-ACTION
                   COMPUTE CRV-HUNDREDS ROUNDED = CU-CREDIT-LIMIT
                       * (100 + CRV-STEP-PCT) / 10000
                   COMPUTE CRV-NEW-LIMIT = CRV-HUNDREDS * 100
                   ADD 1 TO CRV-RAISE-COUNT
               END-IF
           END-IF
           IF CRV-ACTION NOT = "HOLD" AND CRV-REC-COUNT < 500
               ADD 1 TO CRV-REC-COUNT
               MOVE CU-CUST-NUM TO CRV-R-CUST(CRV-REC-COUNT)
               MOVE CRV-ACTION TO CRV-R-ACTION(CRV-REC-COUNT)
               MOVE CU-CREDIT-LIMIT TO CRV-R-OLD-LIMIT(CRV-REC-COUNT)
               MOVE CRV-NEW-LIMIT TO CRV-R-NEW-LIMIT(CRV-REC-COUNT)
           END-IF.

           EXIT PARAGRAPH.

       PRINT-CUSTOMER-REVIEW.
           MOVE CRV-C-AVG-DTP TO CRV-DTP-OUT
           MOVE CRV-C-AVG-LATE TO CRV-LATE-OUT
           MOVE CRV-C-WORST TO CRV-WORST-OUT
           MOVE CRV-C-HIGH-BAL TO CRV-BAL-OUT
           MOVE CU-CREDIT-LIMIT TO CRV-LIMIT-OUT
           MOVE CRV-C-UTIL TO CRV-UTIL-OUT
           MOVE CRV-NEW-LIMIT TO CRV-NEW-OUT
           STRING CU-CUST-NUM " " CU-CUST-NAME " PAYMENTS "
               CRV-C-PAYS DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM WRITE-BOTH-WAYS
           STRING "   AVG DAYS TO PAY " CRV-DTP-OUT
               " AVG DAYS LATE " CRV-LATE-OUT
               " WORST LATE " CRV-WORST-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM WRITE-BOTH-WAYS
           STRING "   HIGH BAL " CRV-BAL-OUT " LIMIT "
               CRV-LIMIT-OUT " USED " CRV-UTIL-OUT "%"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM WRITE-BOTH-WAYS
           IF CRV-ACTION = "HOLD"
               MOVE "   RECOMMEND HOLD" TO WS-SPOOL-LINE
           ELSE
               STRING "   RECOMMEND " CRV-ACTION " TO "
                   CRV-NEW-OUT DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM WRITE-BOTH-WAYS.

           EXIT PARAGRAPH.

       WRITE-BOTH-WAYS.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

      *ACCEPTING A RECOMMENDATION IS A SUPERVISOR DECISION AND A
      *MASTER UPDATE - ROLE CHECK FIRST, THEN THE INTERLOCK
       ACCEPT-RECOMMENDATIONS.
           DISPLAY "REVIEW THE RAISE/CUT RECOMMENDATIONS NOW "
               "(Y/N)? " WITH NO ADVANCING
           ACCEPT CRV-ACCEPT
           IF CRV-ACCEPT NOT = "Y" AND CRV-ACCEPT NOT = "y"
               EXIT PARAGRAPH
           END-IF
           MOVE "CREDIT-REVIEW-REFUSED" TO WS-RUNLOG-PROGRAM-ID
           PERFORM CHECK-SUPERVISOR-ROLE
           MOVE "CREDIT-REVIEW" TO WS-RUNLOG-PROGRAM-ID
           IF WS-FH-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM ACQUIRE-FH-LOCK
           IF WS-FH-LOCK-HELD NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CUST-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               MOVE "CUST-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-CUST-FILE-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               PERFORM RELEASE-FH-LOCK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO CRV-STOP
           PERFORM ACCEPT-ONE-RECOMMENDATION
               VARYING CRV-REC-IDX FROM 1 BY 1
               UNTIL CRV-REC-IDX > CRV-REC-COUNT OR CRV-STOP = "Y"
           CLOSE CUST-FILE
           PERFORM RELEASE-FH-LOCK
           DISPLAY CRV-CHANGED-COUNT " CREDIT LIMIT(S) CHANGED".

           EXIT PARAGRAPH.

       ACCEPT-ONE-RECOMMENDATION.
           MOVE CRV-R-OLD-LIMIT(CRV-REC-IDX) TO CRV-LIMIT-OUT
           MOVE CRV-R-NEW-LIMIT(CRV-REC-IDX) TO CRV-NEW-OUT
           DISPLAY CRV-R-CUST(CRV-REC-IDX) " "
               CRV-R-ACTION(CRV-REC-IDX) " LIMIT " CRV-LIMIT-OUT
               " TO " CRV-NEW-OUT
           DISPLAY "ACCEPT (Y), SKIP (N), OR QUIT (Q)? "
               WITH NO ADVANCING
           ACCEPT CRV-ACCEPT
           IF CRV-ACCEPT = "Q" OR CRV-ACCEPT = "q"
               MOVE "Y" TO CRV-STOP
               EXIT PARAGRAPH
           END-IF
           IF CRV-ACCEPT NOT = "Y" AND CRV-ACCEPT NOT = "y"
               EXIT PARAGRAPH
           END-IF

           MOVE CRV-R-CUST(CRV-REC-IDX) TO CU-CUST-NUM
           READ CUST-FILE
               INVALID KEY
                   DISPLAY "CUSTOMER NO LONGER ON FILE - SKIPPED"
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF CU-CREDIT-LIMIT NOT = CRV-R-OLD-LIMIT(CRV-REC-IDX)
               DISPLAY "LIMIT CHANGED SINCE THE REVIEW WAS RUN - "
-                  "SKIPPED"
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-RECORD TO WS-MA-BEFORE
           MOVE CRV-R-NEW-LIMIT(CRV-REC-IDX) TO CU-CREDIT-LIMIT
           REWRITE CUST-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR "
                       CRV-R-CUST(CRV-REC-IDX)
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE "CUSTMAST" TO WS-UJ-FILE-NAME
                   MOVE "REWRITE" TO WS-UJ-ACTION
                   MOVE CUST-RECORD TO WS-UJ-IMAGE
                   PERFORM WRITE-UPDATE-JOURNAL
           END-REWRITE
           MOVE CUST-RECORD TO WS-MA-AFTER
           MOVE "CREDIT-REVIEW" TO WS-MA-PROGRAM-ID
           MOVE CU-CUST-NUM TO WS-MA-KEY-NUM
           MOVE "REWRITE" TO WS-MA-ACTION
           PERFORM WRITE-MAINT-AUDIT-ENTRY
           ADD 1 TO CRV-CHANGED-COUNT
           DISPLAY "CREDIT LIMIT UPDATED".

           EXIT PARAGRAPH.

       COPY "openitem-io.cpy".

       COPY "openitem-normalize.cpy".

       COPY "upd-journal.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "role-check.cpy".

       COPY "maint-audit-write.cpy".

       COPY "lock-paragraphs.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
