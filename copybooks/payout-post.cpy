      *====================================================
      * PAYOUT-POST.CPY
      * Shared paragraphs: post a commission payout to the
      * general-ledger journal (gljrnl.dat) so commission
      * payable clears when the salesmen are actually paid.
      * Caller MOVEs the payroll period to WS-PO-PERIOD, the
      * amount paid to WS-PO-AMOUNT and a journal description
      * to WS-PO-DESC, then PERFORMs POST-COMMISSION-PAYOUT: a
      * positive amount debits COMM-PAY and credits CASH, a
      * negative one (a voided check) reverses that. Accounts
      * come from the run-time mapping (gl-acct-load.cpy)
      * and a pair that is not postable on the chart of
      * accounts is refused. CHECK-PAYOUT-POSTED sets
      * WS-PO-POSTED to "Y" when a row with the same period
      * and description is already on the journal, so a rerun
      * does not pay the ledger twice. The caller needs
      * gljrnl-select/-rec and gl-acct-table/-load in scope.
      *====================================================
       POST-COMMISSION-PAYOUT.
           IF WS-PO-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PO-PAY-ACCT
           MOVE SPACES TO WS-PO-CASH-ACCT
           PERFORM VARYING WS-GLA-IDX FROM 1 BY 1
               UNTIL WS-GLA-IDX > WS-GLA-TABLE-COUNT
               IF WS-GLA-PURPOSE(WS-GLA-IDX) = "COMM-PAY"
                   MOVE WS-GLA-ACCOUNT(WS-GLA-IDX) TO WS-PO-PAY-ACCT
               END-IF
               IF WS-GLA-PURPOSE(WS-GLA-IDX) = "CASH"
                   MOVE WS-GLA-ACCOUNT(WS-GLA-IDX) TO
                       WS-PO-CASH-ACCT
               END-IF
           END-PERFORM

           MOVE WS-PO-PAY-ACCT TO WS-GLA-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT-POSTABLE
           IF WS-GLA-POSTABLE = "Y"
               MOVE WS-PO-CASH-ACCT TO WS-GLA-CHECK-ACCT
               PERFORM CHECK-GL-ACCOUNT-POSTABLE
           END-IF
           IF WS-GLA-POSTABLE NOT = "Y"
               DISPLAY "PAYOUT NOT POSTED TO GLJRNL.DAT"
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND GLJRNL-FILE
           IF WS-GLJRNL-STATUS = "35"
               OPEN OUTPUT GLJRNL-FILE
           END-IF
           IF WS-GLJRNL-STATUS NOT = "00" AND NOT = "05"
               MOVE "GLJRNL-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-GLJRNL-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO GJ-SOURCE
           MOVE SPACES TO GJ-REF

           MOVE WS-PO-PERIOD TO GJ-PERIOD
           MOVE WS-PO-DESC TO GJ-DESC
           IF WS-PO-AMOUNT > ZERO
               MOVE WS-PO-PAY-ACCT TO GJ-ACCOUNT
           ELSE
               MOVE WS-PO-CASH-ACCT TO GJ-ACCOUNT
           END-IF
           IF WS-PO-AMOUNT > ZERO
               MOVE WS-PO-AMOUNT TO GJ-DEBIT
           ELSE
               COMPUTE GJ-DEBIT = ZERO - WS-PO-AMOUNT
           END-IF
           MOVE ZERO TO GJ-CREDIT
           WRITE GLJRNL-RECORD

           MOVE WS-PO-PERIOD TO GJ-PERIOD
           MOVE WS-PO-DESC TO GJ-DESC
           IF WS-PO-AMOUNT > ZERO
               MOVE WS-PO-CASH-ACCT TO GJ-ACCOUNT
           ELSE
               MOVE WS-PO-PAY-ACCT TO GJ-ACCOUNT
           END-IF
           MOVE ZERO TO GJ-DEBIT
           IF WS-PO-AMOUNT > ZERO
               MOVE WS-PO-AMOUNT TO GJ-CREDIT
           ELSE
               COMPUTE GJ-CREDIT = ZERO - WS-PO-AMOUNT
           END-IF
           WRITE GLJRNL-RECORD
           IF WS-GLJRNL-STATUS NOT = "00"
               MOVE "GLJRNL-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "WRITE" TO WS-FH-ERR-OPERATION
               MOVE WS-GLJRNL-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           END-IF
           CLOSE GLJRNL-FILE.

           EXIT PARAGRAPH.

       CHECK-PAYOUT-POSTED.
           MOVE "N" TO WS-PO-POSTED
           MOVE "N" TO WS-PO-EOF
           OPEN INPUT GLJRNL-FILE
           IF WS-GLJRNL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PO-EOF = "Y"
               READ GLJRNL-FILE
                   AT END
                       MOVE "Y" TO WS-PO-EOF
                   NOT AT END
                       IF GJ-PERIOD = WS-PO-PERIOD AND
-                         GJ-DESC = WS-PO-DESC
                           MOVE "Y" TO WS-PO-POSTED
                           MOVE "Y" TO WS-PO-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLJRNL-FILE.

           EXIT PARAGRAPH.
