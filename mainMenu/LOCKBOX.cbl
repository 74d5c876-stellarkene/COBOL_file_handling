      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX-IMPORT.

      *====================================================
      * Stand-alone utility: batch cash application from the
      * bank's lockbox remittance file (lockbox.dat, comma-
      * delimited rows: customer,invoice,amount,date,check).
      * Each remittance is put against its open item on
      * openitem.dat with the same rules PAYMENT-ENTRY uses,
      * prompt-payment discount included, and the receipt is
      * written to arpay.dat exactly as keyed entry writes it.
      * Money that cannot be applied - no open item for the
      * invoice, an invoice belonging to someone else or
      * already settled, or the part of a payment over the
      * balance due - goes to the unapplied-cash suspense
      * file (unapplied.dat) instead of being lost, and a
      * clerk works it off later from this same program.
      * Unreadable rows go to lockbox_err.dat with a reason
      * code. The batch total printed at the end is the bank
      * deposit, and the same file cannot be imported twice
      * (lockbox_log.dat remembers each batch's row count,
      * total, and first row). A remittance against a
      * foreign-currency invoice is home currency from the
      * bank: it is converted at the currates.dat rate in
      * force on the payment date and put on the item in its
      * own currency, with the realized exchange gain or loss
      * posted to gljrnl.dat (fx-apply.cpy); with no rate in
      * force the money is suspended (NORATE). Runs under the
      * suite interlock. Run on demand from the command line;
      * it is not wired into FH-MAIN-MENU since it is
      * housekeeping, not a calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO "lockbox.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LBX-IN-STATUS.
           SELECT LBXERR-FILE ASSIGN TO "lockbox_err.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LBX-ERR-STATUS.
           SELECT LBXLOG-FILE ASSIGN TO "lockbox_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LBX-LOG-STATUS.
           COPY "openitem-select.cpy".
           COPY "arpay-select.cpy".
           COPY "unapplied-select.cpy".
           COPY "currate-select.cpy".
           COPY "gljrnl-select.cpy".
           COPY "coa-select.cpy".
           COPY "glmap-select.cpy".
           COPY "runlog-select.cpy".
           COPY "lock-select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-FILE.

       01  LOCKBOX-RECORD                  PIC X(60).

       FD  LBXERR-FILE.

       01  LBXERR-RECORD.
           05  LE-REASON                   PIC X(6).
           05  FILLER                      PIC X.
           05  LE-ROW                      PIC X(60).

       FD  LBXLOG-FILE.

       01  LBXLOG-RECORD.
           05  LL-IMPORT-DATE              PIC 9(8).
           05  LL-ROW-COUNT                PIC 9(6).
           05  LL-TOTAL                    PIC S9(12)V99.
           05  LL-FIRST-ROW                PIC X(60).
           05  LL-OPERATOR-ID              PIC X(10).

           COPY "openitem-rec.cpy".
           COPY "arpay-rec.cpy".
           COPY "unapplied-rec.cpy".
           COPY "currate-rec.cpy".
           COPY "gljrnl-rec.cpy".
           COPY "coa-rec.cpy".
           COPY "glmap-rec.cpy".
           COPY "fd-vars.cpy".
           COPY "lock-rec.cpy".

       WORKING-STORAGE SECTION.
       01  LBX-CHOICE                      PIC 9.
       01  LBX-IN-STATUS                   PIC XX.
       01  LBX-ERR-STATUS                  PIC XX.
       01  LBX-LOG-STATUS                  PIC XX.
       01  LBX-EOF                         PIC X VALUE "N".
       01  LBX-TODAY                       PIC 9(8).
       01  LBX-F-CUST                      PIC X(10).
       01  LBX-F-INVOICE                   PIC X(10).
       01  LBX-F-AMOUNT                    PIC X(15).
       01  LBX-F-DATE                      PIC X(10).
       01  LBX-F-CHECK                     PIC X(10).
       01  LBX-CUST-NUM                    PIC X(8).
       01  LBX-INVOICE-NUM                 PIC 9(8).
       01  LBX-AMOUNT                      PIC S9(12)V99.
       01  LBX-DATE                        PIC 9(8).
       01  LBX-DATE-X REDEFINES LBX-DATE.
           05  LBX-DATE-YYYY               PIC 9(4).
           05  LBX-DATE-MM                 PIC 99.
           05  LBX-DATE-DD                 PIC 99.
       01  LBX-REASON                      PIC X(7).
       01  LBX-HIT-IDX                     PIC 9(3).
       01  LBX-FOUND                       PIC X.
       01  LBX-ROW-COUNT                   PIC 9(6).
       01  LBX-SCAN-TOTAL                  PIC S9(12)V99.
       01  LBX-FIRST-ROW                   PIC X(60).
       01  LBX-DUPLICATE                   PIC X.
       01  LBX-DUP-DATE                    PIC 9(8).
       01  LBX-NEXT-REF                    PIC 9(6).
       01  LBX-APPLIED-COUNT               PIC 9(5).
       01  LBX-SUSP-COUNT                  PIC 9(5).
       01  LBX-REJECT-COUNT                PIC 9(5).
       01  LBX-TOT-REMITTED                PIC S9(12)V99.
       01  LBX-TOT-APPLIED                 PIC S9(12)V99.
       01  LBX-TOT-DISC                    PIC S9(12)V99.
       01  LBX-TOT-SUSPENSE                PIC S9(12)V99.
       01  LBX-AMT-OUT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  LBX-BAL-OUT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  LBX-ACTION                      PIC X(10).
       01  LBX-REF                         PIC 9(6).
       01  LBX-UA-HIT                      PIC 9(3).
       01  LBX-UA-COUNT                    PIC 9(3) VALUE 0.
       01  LBX-UA-IDX                      PIC 9(3).
       01  LBX-UA-OVERFLOW                 PIC X VALUE "N".
       01  LBX-UA-TABLE.
           05  LBX-UA-IMAGE                PIC X(100)
                                           OCCURS 500 TIMES.
       01  LBX-LIST-COUNT                  PIC 9(5).
       01  LBX-FOREIGN                     PIC X.
       01  LBX-BAL-HOME                    PIC S9(12)V99.
       01  LBX-RATE-OUT                    PIC ZZ9.9(6).
           COPY "openitem-table.cpy".
           COPY "gl-acct-table.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "LOCKBOX-IMPORT" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM LOAD-GL-ACCOUNT-MAP.

           PERFORM ACQUIRE-FH-LOCK.
           IF WS-FH-LOCK-HELD NOT = "Y"
               GOBACK
           END-IF.

           PERFORM UNTIL LBX-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "   LOCKBOX / UNAPPLIED CASH"
               DISPLAY "==========================="
               DISPLAY "1 - IMPORT LOCKBOX REMITTANCE FILE"
               DISPLAY "2 - LIST UNAPPLIED CASH"
               DISPLAY "3 - APPLY UNAPPLIED CASH TO AN INVOICE"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT LBX-CHOICE

               EVALUATE LBX-CHOICE
                   WHEN 1
                       PERFORM IMPORT-LOCKBOX-FILE
                   WHEN 2
                       PERFORM LIST-UNAPPLIED-CASH
                   WHEN 3
                       PERFORM APPLY-UNAPPLIED-CASH
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           MOVE "LOCKBOX-IMPORT" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           PERFORM RELEASE-FH-LOCK.

           GOBACK.

       IMPORT-LOCKBOX-FILE.
           ACCEPT LBX-TODAY FROM DATE YYYYMMDD
           PERFORM SCAN-LOCKBOX-FILE
           IF LBX-IN-STATUS = "35"
               DISPLAY "NO LOCKBOX.DAT TO IMPORT"
               EXIT PARAGRAPH
           END-IF
           IF LBX-ROW-COUNT = ZERO
               DISPLAY "LOCKBOX.DAT IS EMPTY - NOTHING TO IMPORT"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-BATCH-ALREADY-IMPORTED
           IF LBX-DUPLICATE = "Y"
               DISPLAY "THIS LOCKBOX FILE WAS ALREADY IMPORTED ON "
                   LBX-DUP-DATE " - NOT IMPORTED AGAIN"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-OPENITEM-TABLE
           IF WS-OIT-OVERFLOW = "Y"
               DISPLAY "MORE THAN 500 OPEN ITEMS ON FILE - "
-                  "NOT IMPORTED. ARCHIVE OPENITEM.DAT."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-NEXT-SUSPENSE-REF

           OPEN INPUT LOCKBOX-FILE
           OPEN OUTPUT LBXERR-FILE
           OPEN EXTEND ARPAY-FILE
           IF WS-ARPAY-STATUS = "35"
               OPEN OUTPUT ARPAY-FILE
           END-IF
           IF WS-ARPAY-STATUS NOT = "00" AND NOT = "05"
               MOVE "ARPAY-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-ARPAY-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               CLOSE LOCKBOX-FILE
               CLOSE LBXERR-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND UNAPPLIED-FILE
           IF WS-UNAPPLIED-STATUS = "35"
               OPEN OUTPUT UNAPPLIED-FILE
           END-IF
           IF WS-UNAPPLIED-STATUS NOT = "00" AND NOT = "05"
               MOVE "UNAPPLIED-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-UNAPPLIED-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               CLOSE LOCKBOX-FILE
               CLOSE LBXERR-FILE
               CLOSE ARPAY-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO LBX-APPLIED-COUNT
           MOVE ZERO TO LBX-SUSP-COUNT
           MOVE ZERO TO LBX-REJECT-COUNT
           MOVE ZERO TO LBX-TOT-REMITTED
           MOVE ZERO TO LBX-TOT-APPLIED
           MOVE ZERO TO LBX-TOT-DISC
           MOVE ZERO TO LBX-TOT-SUSPENSE
           MOVE "LOCKBOX-BATCH" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           STRING "LOCKBOX BATCH IMPORTED " LBX-TODAY " BY "
               WS-FH-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           MOVE "CUSTOMER INVOICE  ACTION     AMOUNT" TO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE

           MOVE "N" TO LBX-EOF
           PERFORM UNTIL LBX-EOF = "Y"
               READ LOCKBOX-FILE
                   AT END
                       MOVE "Y" TO LBX-EOF
                   NOT AT END
                       PERFORM IMPORT-ONE-REMITTANCE
               END-READ
           END-PERFORM
           CLOSE LOCKBOX-FILE
           CLOSE LBXERR-FILE
           CLOSE ARPAY-FILE
           CLOSE UNAPPLIED-FILE

           PERFORM REWRITE-OPENITEM-TABLE
           PERFORM WRITE-LOCKBOX-LOG-ROW
           PERFORM PRINT-LOCKBOX-TOTALS
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

      *ONE PASS FOR THE ROW COUNT, THE CONTROL TOTAL, AND THE
      *FIRST ROW - THE THREE TOGETHER IDENTIFY A BANK FILE
       SCAN-LOCKBOX-FILE.
           MOVE ZERO TO LBX-ROW-COUNT
           MOVE ZERO TO LBX-SCAN-TOTAL
           MOVE SPACES TO LBX-FIRST-ROW
           OPEN INPUT LOCKBOX-FILE
           IF LBX-IN-STATUS NOT = "00"
               MOVE "35" TO LBX-IN-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO LBX-EOF
           PERFORM UNTIL LBX-EOF = "Y"
               READ LOCKBOX-FILE
                   AT END
                       MOVE "Y" TO LBX-EOF
                   NOT AT END
                       ADD 1 TO LBX-ROW-COUNT
                       IF LBX-ROW-COUNT = 1
                           MOVE LOCKBOX-RECORD TO LBX-FIRST-ROW
                       END-IF
                       PERFORM SPLIT-REMITTANCE-ROW
                       IF FUNCTION TEST-NUMVAL(LBX-F-AMOUNT) = ZERO
                           COMPUTE LBX-AMOUNT =
                               FUNCTION NUMVAL(LBX-F-AMOUNT)
                           ADD LBX-AMOUNT TO LBX-SCAN-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOCKBOX-FILE
           MOVE "00" TO LBX-IN-STATUS.

           EXIT PARAGRAPH.

       CHECK-BATCH-ALREADY-IMPORTED.
           MOVE "N" TO LBX-DUPLICATE
           OPEN INPUT LBXLOG-FILE
           IF LBX-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LBX-LOG-STATUS NOT = "00"
               READ LBXLOG-FILE
                   AT END
                       MOVE "10" TO LBX-LOG-STATUS
                   NOT AT END
                       IF LL-ROW-COUNT = LBX-ROW-COUNT AND
-                          LL-TOTAL = LBX-SCAN-TOTAL AND
-                          LL-FIRST-ROW = LBX-FIRST-ROW
                           MOVE "Y" TO LBX-DUPLICATE
                           MOVE LL-IMPORT-DATE TO LBX-DUP-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LBXLOG-FILE.

           EXIT PARAGRAPH.

       WRITE-LOCKBOX-LOG-ROW.
           OPEN EXTEND LBXLOG-FILE
           IF LBX-LOG-STATUS = "35"
               OPEN OUTPUT LBXLOG-FILE
           END-IF
           IF LBX-LOG-STATUS NOT = "00" AND NOT = "05"
               MOVE "LBXLOG-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE LBX-LOG-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE LBX-TODAY TO LL-IMPORT-DATE
           MOVE LBX-ROW-COUNT TO LL-ROW-COUNT
           MOVE LBX-SCAN-TOTAL TO LL-TOTAL
           MOVE LBX-FIRST-ROW TO LL-FIRST-ROW
           MOVE WS-FH-OPERATOR-ID TO LL-OPERATOR-ID
           WRITE LBXLOG-RECORD
           CLOSE LBXLOG-FILE.

           EXIT PARAGRAPH.

       SPLIT-REMITTANCE-ROW.
           MOVE SPACES TO LBX-F-CUST
           MOVE SPACES TO LBX-F-INVOICE
           MOVE SPACES TO LBX-F-AMOUNT
           MOVE SPACES TO LBX-F-DATE
           MOVE SPACES TO LBX-F-CHECK
           UNSTRING LOCKBOX-RECORD DELIMITED BY ","
               INTO LBX-F-CUST LBX-F-INVOICE LBX-F-AMOUNT
                    LBX-F-DATE LBX-F-CHECK
           END-UNSTRING.

           EXIT PARAGRAPH.

       IMPORT-ONE-REMITTANCE.
           PERFORM SPLIT-REMITTANCE-ROW
           MOVE SPACES TO LBX-REASON
           PERFORM VALIDATE-REMITTANCE-ROW
           IF LBX-REASON NOT = SPACES
               ADD 1 TO LBX-REJECT-COUNT
               MOVE LBX-REASON TO LE-REASON
               MOVE LOCKBOX-RECORD TO LE-ROW
               WRITE LBXERR-RECORD
               DISPLAY "REJECTED (" LBX-REASON "): " LOCKBOX-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD LBX-AMOUNT TO LBX-TOT-REMITTED

           MOVE "N" TO LBX-FOUND
           PERFORM VARYING WS-OIT-IDX FROM 1 BY 1
               UNTIL WS-OIT-IDX > WS-OIT-COUNT
               MOVE WS-OIT-IMAGE(WS-OIT-IDX) TO OPENITEM-RECORD
               IF OI-INVOICE-NUM = LBX-INVOICE-NUM
                   MOVE "Y" TO LBX-FOUND
                   MOVE WS-OIT-IDX TO LBX-HIT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN LBX-FOUND NOT = "Y"
                   MOVE "NOINV" TO LBX-REASON
               WHEN OI-CUST-NUM NOT = LBX-CUST-NUM
                   MOVE "WRONGCU" TO LBX-REASON
               WHEN OI-STATUS NOT = "OPEN"
                   MOVE "NOTOPEN" TO LBX-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF LBX-REASON NOT = SPACES
               MOVE LBX-AMOUNT TO WS-AC-EXCESS
               PERFORM SUSPEND-REMITTANCE
               EXIT PARAGRAPH
           END-IF

           MOVE LBX-DATE TO WS-AC-DATE
           IF OI-CURRENCY NOT = SPACES AND OI-CURRENCY NOT = "PHP"
-              AND OI-BOOKED-RATE > ZERO
               MOVE OI-CURRENCY TO WS-FX-CURRENCY
               PERFORM LOOK-UP-PAYMENT-DATE-RATE
               IF WS-FX-RATE-FOUND NOT = "Y"
                   MOVE "NORATE" TO LBX-REASON
                   MOVE LBX-AMOUNT TO WS-AC-EXCESS
                   PERFORM SUSPEND-REMITTANCE
                   EXIT PARAGRAPH
               END-IF
               MOVE LBX-AMOUNT TO WS-FX-PAY-HOME
               PERFORM APPLY-FX-CASH-TO-OPEN-ITEM
           ELSE
               MOVE LBX-AMOUNT TO WS-AC-AMOUNT
               PERFORM APPLY-CASH-TO-OPEN-ITEM
               PERFORM CLEAR-FX-RESULT
           END-IF
           MOVE OPENITEM-RECORD TO WS-OIT-IMAGE(LBX-HIT-IDX)
           ADD 1 TO LBX-APPLIED-COUNT
           ADD WS-FX-RECEIVED TO LBX-TOT-APPLIED
           ADD WS-AC-DISC TO LBX-TOT-DISC
           MOVE LBX-INVOICE-NUM TO AP-INVOICE-NUM
           MOVE LBX-CUST-NUM TO AP-CUST-NUM
           MOVE LBX-DATE TO AP-PAY-DATE
           MOVE WS-FH-OPERATOR-ID TO AP-OPERATOR-ID
           MOVE "L" TO AP-SOURCE
           PERFORM FILL-RECEIPT-AMOUNTS
           WRITE ARPAY-RECORD
           PERFORM POST-REALIZED-FX-ENTRY
           MOVE "APPLIED" TO LBX-ACTION
           MOVE WS-FX-RECEIVED TO LBX-AMT-OUT
           PERFORM WRITE-BATCH-LINE
           IF WS-AC-EXCESS > ZERO
               MOVE "OVERPAY" TO LBX-REASON
               PERFORM SUSPEND-REMITTANCE
           END-IF.

           EXIT PARAGRAPH.

      *A HOME-CURRENCY RECEIPT BRINGS IN EXACTLY WHAT WENT ON THE
      *ITEM, WITH NO INVOICE-CURRENCY FIGURES AND NO FX DIFFERENCE
       CLEAR-FX-RESULT.
           MOVE WS-AC-APPLIED TO WS-FX-RECEIVED
           MOVE SPACES TO WS-FX-CURRENCY
           MOVE ZERO TO WS-FX-APPLIED-FC
           MOVE ZERO TO WS-FX-RATE
           MOVE ZERO TO WS-FX-DIFF.

           EXIT PARAGRAPH.

       FILL-RECEIPT-AMOUNTS.
           MOVE WS-FX-RECEIVED TO AP-PAY-AMT
           MOVE WS-AC-DISC TO AP-DISC-AMT
           MOVE WS-FX-CURRENCY TO AP-CURRENCY
           MOVE WS-FX-APPLIED-FC TO AP-FC-AMT
           MOVE WS-FX-RATE TO AP-RATE
           MOVE WS-FX-DIFF TO AP-FX-DIFF.

           EXIT PARAGRAPH.

       VALIDATE-REMITTANCE-ROW.
           IF LBX-F-CUST = SPACES OR LBX-F-INVOICE = SPACES OR
-              LBX-F-AMOUNT = SPACES OR LBX-F-DATE = SPACES
               MOVE "SHORT " TO LBX-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(LBX-F-INVOICE) NOT = ZERO OR
-              FUNCTION TEST-NUMVAL(LBX-F-AMOUNT) NOT = ZERO OR
-              FUNCTION TEST-NUMVAL(LBX-F-DATE) NOT = ZERO
               MOVE "BADNUM" TO LBX-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE LBX-F-CUST TO LBX-CUST-NUM
           COMPUTE LBX-INVOICE-NUM = FUNCTION NUMVAL(LBX-F-INVOICE)
           COMPUTE LBX-AMOUNT = FUNCTION NUMVAL(LBX-F-AMOUNT)
           COMPUTE LBX-DATE = FUNCTION NUMVAL(LBX-F-DATE)
           IF LBX-AMOUNT <= ZERO
               MOVE "BADAMT" TO LBX-REASON
               EXIT PARAGRAPH
           END-IF
           IF LBX-DATE-MM < 1 OR LBX-DATE-MM > 12 OR
-              LBX-DATE-DD < 1 OR LBX-DATE-DD > 31 OR
-              LBX-DATE-YYYY < 2000
               MOVE "BADDAT" TO LBX-REASON
           END-IF.

           EXIT PARAGRAPH.

      *WS-AC-EXCESS CARRIES THE AMOUNT GOING TO SUSPENSE - THE
      *WHOLE REMITTANCE, OR THE PART OVER THE BALANCE
       SUSPEND-REMITTANCE.
           ADD 1 TO LBX-NEXT-REF
           MOVE LBX-NEXT-REF TO UA-REF
           MOVE LBX-CUST-NUM TO UA-CUST-NUM
           MOVE LBX-INVOICE-NUM TO UA-INVOICE-NUM
           MOVE LBX-DATE TO UA-PAY-DATE
           MOVE LBX-F-CHECK TO UA-CHECK-NUM
           MOVE WS-AC-EXCESS TO UA-AMOUNT
           MOVE WS-AC-EXCESS TO UA-REMAINING
           MOVE LBX-REASON TO UA-REASON
           MOVE "OPEN" TO UA-STATUS
           MOVE WS-FH-OPERATOR-ID TO UA-OPERATOR-ID
           WRITE UNAPPLIED-RECORD
           ADD 1 TO LBX-SUSP-COUNT
           ADD WS-AC-EXCESS TO LBX-TOT-SUSPENSE
           STRING "SUSP " LBX-REASON DELIMITED BY SIZE
               INTO LBX-ACTION
           MOVE WS-AC-EXCESS TO LBX-AMT-OUT
           PERFORM WRITE-BATCH-LINE.

           EXIT PARAGRAPH.

       WRITE-BATCH-LINE.
           DISPLAY LBX-CUST-NUM " " LBX-INVOICE-NUM " " LBX-ACTION
               " " LBX-AMT-OUT
           STRING LBX-CUST-NUM " " LBX-INVOICE-NUM " " LBX-ACTION
               " " LBX-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           MOVE SPACES TO LBX-ACTION.

           EXIT PARAGRAPH.

      *REMITTED = APPLIED + SUSPENDED FOR EVERY READABLE ROW, SO
      *THE REMITTED FIGURE IS THE ONE TO TIE TO THE BANK DEPOSIT
       PRINT-LOCKBOX-TOTALS.
           DISPLAY "========= LOCKBOX BATCH TOTALS ========="
           MOVE LBX-TOT-REMITTED TO LBX-AMT-OUT
           DISPLAY "REMITTED (BANK DEPOSIT): " LBX-AMT-OUT
           STRING "REMITTED (BANK DEPOSIT): " LBX-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           MOVE LBX-TOT-APPLIED TO LBX-AMT-OUT
           DISPLAY "APPLIED TO OPEN ITEMS:   " LBX-AMT-OUT
               " (" LBX-APPLIED-COUNT ")"
           STRING "APPLIED TO OPEN ITEMS:   " LBX-AMT-OUT
               " (" LBX-APPLIED-COUNT ")"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           MOVE LBX-TOT-SUSPENSE TO LBX-AMT-OUT
           DISPLAY "TO UNAPPLIED SUSPENSE:   " LBX-AMT-OUT
               " (" LBX-SUSP-COUNT ")"
           STRING "TO UNAPPLIED SUSPENSE:   " LBX-AMT-OUT
               " (" LBX-SUSP-COUNT ")"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           MOVE LBX-TOT-DISC TO LBX-AMT-OUT
           DISPLAY "DISCOUNTS GRANTED:       " LBX-AMT-OUT
           STRING "DISCOUNTS GRANTED:       " LBX-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           DISPLAY "ROWS REJECTED:           " LBX-REJECT-COUNT
               " (SEE LOCKBOX_ERR.DAT)"
           STRING "ROWS REJECTED:           " LBX-REJECT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           DISPLAY "========================================".

           EXIT PARAGRAPH.

       FIND-NEXT-SUSPENSE-REF.
           MOVE ZERO TO LBX-NEXT-REF
           OPEN INPUT UNAPPLIED-FILE
           IF WS-UNAPPLIED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-UNAPPLIED-STATUS NOT = "00"
               READ UNAPPLIED-FILE
                   AT END
                       MOVE "10" TO WS-UNAPPLIED-STATUS
                   NOT AT END
                       IF UA-REF > LBX-NEXT-REF
                           MOVE UA-REF TO LBX-NEXT-REF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNAPPLIED-FILE.

           EXIT PARAGRAPH.

       LIST-UNAPPLIED-CASH.
           MOVE ZERO TO LBX-LIST-COUNT
           MOVE ZERO TO LBX-TOT-SUSPENSE
           OPEN INPUT UNAPPLIED-FILE
           IF WS-UNAPPLIED-STATUS NOT = "00"
               DISPLAY "NO UNAPPLIED CASH ON FILE"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REF    CUSTOMER INVOICE  PAID     REASON  "
               "REMAINING"
           PERFORM UNTIL WS-UNAPPLIED-STATUS NOT = "00"
               READ UNAPPLIED-FILE
                   AT END
                       MOVE "10" TO WS-UNAPPLIED-STATUS
                   NOT AT END
                       IF UA-STATUS = "OPEN"
                           ADD 1 TO LBX-LIST-COUNT
                           ADD UA-REMAINING TO LBX-TOT-SUSPENSE
                           MOVE UA-REMAINING TO LBX-AMT-OUT
                           DISPLAY UA-REF " " UA-CUST-NUM " "
                               UA-INVOICE-NUM " " UA-PAY-DATE " "
                               UA-REASON " " LBX-AMT-OUT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNAPPLIED-FILE
           MOVE LBX-TOT-SUSPENSE TO LBX-AMT-OUT
           DISPLAY LBX-LIST-COUNT " ITEM(S) UNAPPLIED, TOTAL "
               LBX-AMT-OUT.

           EXIT PARAGRAPH.

      *THE CLERK PUTS ALL OR PART OF ONE SUSPENSE ITEM AGAINST
      *ONE OPEN INVOICE - REPEAT FOR A PAYMENT COVERING SEVERAL.
      *THE RECEIPT KEEPS THE DATE THE BANK GOT THE MONEY, SO A
      *DISCOUNT EARNED THEN IS STILL GRANTED
       APPLY-UNAPPLIED-CASH.
           PERFORM LOAD-UNAPPLIED-TABLE
           IF LBX-UA-OVERFLOW = "Y"
               DISPLAY "MORE THAN 500 SUSPENSE ROWS ON FILE - "
-                  "NOT APPLIED. ARCHIVE UNAPPLIED.DAT."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER SUSPENSE REF: " WITH NO ADVANCING
           ACCEPT LBX-REF
           MOVE ZERO TO LBX-UA-HIT
           PERFORM VARYING LBX-UA-IDX FROM 1 BY 1
               UNTIL LBX-UA-IDX > LBX-UA-COUNT
               MOVE LBX-UA-IMAGE(LBX-UA-IDX) TO UNAPPLIED-RECORD
               IF UA-REF = LBX-REF
                   MOVE LBX-UA-IDX TO LBX-UA-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LBX-UA-HIT = ZERO
               DISPLAY "NO SUSPENSE ITEM WITH THAT REF"
               EXIT PARAGRAPH
           END-IF
           IF UA-STATUS NOT = "OPEN"
               DISPLAY "SUSPENSE ITEM IS ALREADY CLEARED"
               EXIT PARAGRAPH
           END-IF
           MOVE UA-REMAINING TO LBX-AMT-OUT
           DISPLAY "CUSTOMER: " UA-CUST-NUM " QUOTED INVOICE: "
               UA-INVOICE-NUM " UNAPPLIED: " LBX-AMT-OUT

           PERFORM LOAD-OPENITEM-TABLE
           IF WS-OIT-OVERFLOW = "Y"
               DISPLAY "MORE THAN 500 OPEN ITEMS ON FILE - "
-                  "NOT APPLIED. ARCHIVE OPENITEM.DAT."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "APPLY TO INVOICE NUMBER: " WITH NO ADVANCING
           ACCEPT LBX-INVOICE-NUM
           MOVE "N" TO LBX-FOUND
           PERFORM VARYING WS-OIT-IDX FROM 1 BY 1
               UNTIL WS-OIT-IDX > WS-OIT-COUNT
               MOVE WS-OIT-IMAGE(WS-OIT-IDX) TO OPENITEM-RECORD
               IF OI-INVOICE-NUM = LBX-INVOICE-NUM
                   MOVE "Y" TO LBX-FOUND
                   MOVE WS-OIT-IDX TO LBX-HIT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LBX-FOUND NOT = "Y"
               DISPLAY "NO OPEN ITEM FOR THAT INVOICE"
               EXIT PARAGRAPH
           END-IF
           IF OI-STATUS NOT = "OPEN"
               DISPLAY "INVOICE IS NOT OPEN"
               EXIT PARAGRAPH
           END-IF
           IF OI-CUST-NUM NOT = UA-CUST-NUM
               DISPLAY "WARNING - INVOICE IS FOR CUSTOMER "
                   OI-CUST-NUM
           END-IF
      *SUSPENSE IS HOME CURRENCY - A FOREIGN-CURRENCY INVOICE IS
      *OFFERED AT ITS BALANCE CONVERTED AT THE RATE IN FORCE WHEN
      *THE BANK GOT THE MONEY
           MOVE "N" TO LBX-FOREIGN
           MOVE OI-BALANCE TO LBX-BAL-HOME
           MOVE UA-PAY-DATE TO WS-AC-DATE
           IF OI-CURRENCY NOT = SPACES AND OI-CURRENCY NOT = "PHP"
-              AND OI-BOOKED-RATE > ZERO
               MOVE OI-CURRENCY TO WS-FX-CURRENCY
               PERFORM LOOK-UP-PAYMENT-DATE-RATE
               IF WS-FX-RATE-FOUND NOT = "Y"
                   DISPLAY "NO " OI-CURRENCY " RATE IN FORCE ON "
                       UA-PAY-DATE " - ENTER ONE IN CURRENCY-RATE-MAINT"
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO LBX-FOREIGN
               COMPUTE LBX-BAL-HOME ROUNDED =
                   OI-BALANCE-FC * WS-FX-RATE
               MOVE OI-BALANCE-FC TO LBX-BAL-OUT
               MOVE WS-FX-RATE TO LBX-RATE-OUT
               DISPLAY "INVOICE BALANCE: " OI-CURRENCY LBX-BAL-OUT
                   " AT " LBX-RATE-OUT
           END-IF
           MOVE LBX-BAL-HOME TO LBX-BAL-OUT
           DISPLAY "INVOICE BALANCE: " LBX-BAL-OUT
           DISPLAY "AMOUNT TO APPLY (0 = AS MUCH AS POSSIBLE): "
               WITH NO ADVANCING
           ACCEPT LBX-AMOUNT
           IF LBX-AMOUNT = ZERO
               MOVE UA-REMAINING TO LBX-AMOUNT
               IF LBX-AMOUNT > LBX-BAL-HOME
                   MOVE LBX-BAL-HOME TO LBX-AMOUNT
               END-IF
           END-IF
           IF LBX-AMOUNT < ZERO OR LBX-AMOUNT > UA-REMAINING
               DISPLAY "AMOUNT MUST BE BETWEEN ZERO AND WHAT IS "
-                  "UNAPPLIED"
               EXIT PARAGRAPH
           END-IF
           IF LBX-AMOUNT > LBX-BAL-HOME
               DISPLAY "AMOUNT EXCEEDS THE OPEN BALANCE - NOT "
-                  "APPLIED (NO CREDIT BALANCES ON THE LEDGER)"
               EXIT PARAGRAPH
           END-IF

           IF LBX-FOREIGN = "Y"
               MOVE LBX-AMOUNT TO WS-FX-PAY-HOME
               PERFORM APPLY-FX-CASH-TO-OPEN-ITEM
           ELSE
               MOVE LBX-AMOUNT TO WS-AC-AMOUNT
               PERFORM APPLY-CASH-TO-OPEN-ITEM
               PERFORM CLEAR-FX-RESULT
           END-IF
           MOVE OPENITEM-RECORD TO WS-OIT-IMAGE(LBX-HIT-IDX)
           SUBTRACT WS-FX-RECEIVED FROM UA-REMAINING
           IF UA-REMAINING = ZERO
               MOVE "CLEARD" TO UA-STATUS
           END-IF
           MOVE UNAPPLIED-RECORD TO LBX-UA-IMAGE(LBX-UA-HIT)

           OPEN EXTEND ARPAY-FILE
           IF WS-ARPAY-STATUS = "35"
               OPEN OUTPUT ARPAY-FILE
           END-IF
           IF WS-ARPAY-STATUS NOT = "00" AND NOT = "05"
               MOVE "ARPAY-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-ARPAY-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE OI-INVOICE-NUM TO AP-INVOICE-NUM
           MOVE OI-CUST-NUM TO AP-CUST-NUM
           MOVE UA-PAY-DATE TO AP-PAY-DATE
           MOVE WS-FH-OPERATOR-ID TO AP-OPERATOR-ID
           MOVE "U" TO AP-SOURCE
           PERFORM FILL-RECEIPT-AMOUNTS
           WRITE ARPAY-RECORD
           CLOSE ARPAY-FILE
           PERFORM POST-REALIZED-FX-ENTRY

           PERFORM REWRITE-OPENITEM-TABLE
           PERFORM REWRITE-UNAPPLIED-FILE

      *THE REWRITES LEAVE THE LAST ROW OF EACH TABLE IN THE
      *RECORD AREAS - CONFIRM FROM THE ROWS JUST MATCHED
           MOVE WS-OIT-IMAGE(LBX-HIT-IDX) TO OPENITEM-RECORD
           MOVE LBX-UA-IMAGE(LBX-UA-HIT) TO UNAPPLIED-RECORD
           MOVE WS-FX-RECEIVED TO LBX-AMT-OUT
           MOVE OI-BALANCE TO LBX-BAL-OUT
           DISPLAY LBX-AMT-OUT " APPLIED - INVOICE BALANCE NOW "
               LBX-BAL-OUT
           IF WS-AC-DISC > ZERO
               MOVE WS-AC-DISC TO LBX-AMT-OUT
               DISPLAY "PROMPT-PAYMENT DISCOUNT GRANTED: "
                   LBX-AMT-OUT
           END-IF
           MOVE UA-REMAINING TO LBX-AMT-OUT
           DISPLAY "STILL UNAPPLIED ON REF " UA-REF ": " LBX-AMT-OUT.

           EXIT PARAGRAPH.

       LOAD-UNAPPLIED-TABLE.
           MOVE ZERO TO LBX-UA-COUNT
           MOVE "N" TO LBX-UA-OVERFLOW
           OPEN INPUT UNAPPLIED-FILE
           IF WS-UNAPPLIED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-UNAPPLIED-STATUS NOT = "00"
               READ UNAPPLIED-FILE
                   AT END
                       MOVE "10" TO WS-UNAPPLIED-STATUS
                   NOT AT END
                       IF LBX-UA-COUNT < 500
                           ADD 1 TO LBX-UA-COUNT
                           MOVE UNAPPLIED-RECORD TO
                               LBX-UA-IMAGE(LBX-UA-COUNT)
                       ELSE
                           MOVE "Y" TO LBX-UA-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNAPPLIED-FILE.

           EXIT PARAGRAPH.

       REWRITE-UNAPPLIED-FILE.
           OPEN OUTPUT UNAPPLIED-FILE
           IF WS-UNAPPLIED-STATUS NOT = "00"
               MOVE "UNAPPLIED-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-UNAPPLIED-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LBX-UA-IDX FROM 1 BY 1
               UNTIL LBX-UA-IDX > LBX-UA-COUNT
               MOVE LBX-UA-IMAGE(LBX-UA-IDX) TO UNAPPLIED-RECORD
               WRITE UNAPPLIED-RECORD
           END-PERFORM
           CLOSE UNAPPLIED-FILE.

           EXIT PARAGRAPH.

       COPY "openitem-io.cpy".

       COPY "openitem-normalize.cpy".

       COPY "apply-cash.cpy".

       COPY "fx-apply.cpy".

       COPY "gl-acct-load.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "lock-paragraphs.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
