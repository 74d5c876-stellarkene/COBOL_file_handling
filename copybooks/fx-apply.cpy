      *====================================================
      * FX-APPLY.CPY
      * Shared paragraphs for cash against a foreign-currency
      * open item (OI-CURRENCY set, OI-BOOKED-RATE > zero).
      * The caller needs CURRATE-FILE, GLJRNL-FILE and
      * gl-acct-table / gl-acct-load in the program.
      *
      * LOOK-UP-PAYMENT-DATE-RATE - the rate in force on
      * WS-AC-DATE for WS-FX-CURRENCY: the last currates.dat
      * row for the currency effective on or before that
      * date. Back come WS-FX-RATE and WS-FX-RATE-FOUND.
      *
      * APPLY-FX-CASH-TO-OPEN-ITEM - the FC twin of
      * APPLY-CASH-TO-OPEN-ITEM. The caller offers either the
      * amount paid in the invoice currency (WS-FX-PAY-FC,
      * with WS-FX-PAY-HOME zero) or the home currency the
      * bank credited (WS-FX-PAY-HOME), plus WS-FX-RATE and
      * WS-AC-DATE. The FC balance comes down by what was
      * paid (and any prompt-payment discount, worked out in
      * the invoice currency); the home balance comes down by
      * the same FC amount at the booked rate, and once the
      * FC balance is nil whatever home balance is left goes
      * too, so the item clears in both currencies. Back come
      * WS-AC-APPLIED / WS-AC-DISC (home, at booked rate),
      * WS-FX-APPLIED-FC / WS-FX-DISC-FC, WS-FX-RECEIVED (home
      * cash at the payment-date rate), WS-AC-EXCESS (home
      * money over the balance, for the caller to suspend)
      * and WS-FX-DIFF, the realized gain (+) or loss (-).
      *
      * POST-REALIZED-FX-ENTRY - journals WS-FX-DIFF to
      * gljrnl.dat for the WS-AC-DATE period, the same way the
      * revaluation run books an unrealized difference (gain:
      * receivable DR / exchange gain CR; loss: exchange loss
      * DR / receivable CR), so the receivable ends at the
      * home cash actually collected.
      *====================================================
       LOOK-UP-PAYMENT-DATE-RATE.
           MOVE "N" TO WS-FX-RATE-FOUND
           MOVE ZERO TO WS-FX-RATE
           OPEN INPUT CURRATE-FILE
           IF WS-CURRATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CURRATE-STATUS NOT = "00"
               READ CURRATE-FILE
                   AT END
                       MOVE "10" TO WS-CURRATE-STATUS
                   NOT AT END
                       IF CR-CURRENCY = WS-FX-CURRENCY AND
-                          CR-EFF-DATE <= WS-AC-DATE AND
-                          CR-RATE > ZERO
                           MOVE CR-RATE TO WS-FX-RATE
                           MOVE "Y" TO WS-FX-RATE-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CURRATE-FILE.

           EXIT PARAGRAPH.

       APPLY-FX-CASH-TO-OPEN-ITEM.
           MOVE ZERO TO WS-AC-APPLIED
           MOVE ZERO TO WS-AC-DISC
           MOVE ZERO TO WS-AC-EXCESS
           MOVE ZERO TO WS-FX-APPLIED-FC
           MOVE ZERO TO WS-FX-DISC-FC
           MOVE ZERO TO WS-FX-AVAIL-FC
           MOVE ZERO TO WS-FX-RECEIVED
           MOVE ZERO TO WS-FX-DIFF
           IF WS-FX-PAY-HOME > ZERO
               COMPUTE WS-FX-PAY-FC ROUNDED =
                   WS-FX-PAY-HOME / WS-FX-RATE
           END-IF
           IF OI-DISC-PCT > ZERO AND OI-DISC-TAKEN = ZERO AND
-              WS-AC-DATE <= OI-DISC-DATE
               COMPUTE WS-FX-AVAIL-FC ROUNDED =
                   OI-ORIG-FC * OI-DISC-PCT / 100
               IF WS-FX-AVAIL-FC > OI-BALANCE-FC
                   MOVE OI-BALANCE-FC TO WS-FX-AVAIL-FC
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-FX-PAY-FC >= OI-BALANCE-FC
                   MOVE OI-BALANCE-FC TO WS-FX-APPLIED-FC
               WHEN WS-FX-AVAIL-FC > ZERO AND
-                  WS-FX-PAY-FC + WS-FX-AVAIL-FC >= OI-BALANCE-FC
                   MOVE WS-FX-PAY-FC TO WS-FX-APPLIED-FC
                   COMPUTE WS-FX-DISC-FC =
                       OI-BALANCE-FC - WS-FX-PAY-FC
               WHEN OTHER
                   MOVE WS-FX-PAY-FC TO WS-FX-APPLIED-FC
           END-EVALUATE

      *HOME SIDE AT THE BOOKED RATE - A SETTLING PAYMENT TAKES THE
      *WHOLE HOME BALANCE SO NO ROUNDING PENNY IS LEFT BEHIND
           COMPUTE WS-AC-APPLIED ROUNDED =
               WS-FX-APPLIED-FC * OI-BOOKED-RATE
           IF WS-AC-APPLIED > OI-BALANCE
               MOVE OI-BALANCE TO WS-AC-APPLIED
           END-IF
           IF WS-FX-APPLIED-FC + WS-FX-DISC-FC = OI-BALANCE-FC
               IF WS-FX-DISC-FC = ZERO
                   MOVE OI-BALANCE TO WS-AC-APPLIED
               ELSE
                   COMPUTE WS-AC-DISC = OI-BALANCE - WS-AC-APPLIED
               END-IF
           END-IF

      *HOME CASH AT THE PAYMENT-DATE RATE. WHEN THE BANK FIGURE
      *CAME IN, ALL OF IT WENT ON THE ITEM UNLESS THERE IS EXCESS
           COMPUTE WS-FX-RECEIVED ROUNDED =
               WS-FX-APPLIED-FC * WS-FX-RATE
           IF WS-FX-PAY-HOME > ZERO
               IF WS-FX-PAY-FC > WS-FX-APPLIED-FC
                   COMPUTE WS-AC-EXCESS =
                       WS-FX-PAY-HOME - WS-FX-RECEIVED
                   IF WS-AC-EXCESS < ZERO
                       MOVE ZERO TO WS-AC-EXCESS
                       MOVE WS-FX-PAY-HOME TO WS-FX-RECEIVED
                   END-IF
               ELSE
                   MOVE WS-FX-PAY-HOME TO WS-FX-RECEIVED
               END-IF
           END-IF
           COMPUTE WS-FX-DIFF = WS-FX-RECEIVED - WS-AC-APPLIED

           ADD WS-AC-APPLIED TO OI-PAID-AMT
           ADD WS-AC-DISC TO OI-DISC-TAKEN
           COMPUTE OI-BALANCE = OI-BALANCE - WS-AC-APPLIED
               - WS-AC-DISC
           COMPUTE OI-BALANCE-FC = OI-BALANCE-FC - WS-FX-APPLIED-FC
               - WS-FX-DISC-FC
           IF OI-BALANCE-FC = ZERO
               MOVE ZERO TO OI-BALANCE
               MOVE "PAID" TO OI-STATUS
           END-IF.

           EXIT PARAGRAPH.

       POST-REALIZED-FX-ENTRY.
           IF WS-FX-DIFF = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FX-RECV-ACCT
           MOVE SPACES TO WS-FX-GL-ACCT
           PERFORM VARYING WS-GLA-IDX FROM 1 BY 1
               UNTIL WS-GLA-IDX > WS-GLA-TABLE-COUNT
               IF WS-GLA-PURPOSE(WS-GLA-IDX) = "RECEIVABLE"
                   MOVE WS-GLA-ACCOUNT(WS-GLA-IDX) TO WS-FX-RECV-ACCT
                   MOVE WS-GLA-DESC(WS-GLA-IDX) TO WS-FX-RECV-DESC
               END-IF
               IF WS-FX-DIFF > ZERO AND
-                  WS-GLA-PURPOSE(WS-GLA-IDX) = "FX-GAIN"
                   MOVE WS-GLA-ACCOUNT(WS-GLA-IDX) TO WS-FX-GL-ACCT
                   MOVE WS-GLA-DESC(WS-GLA-IDX) TO WS-FX-GL-DESC
               END-IF
               IF WS-FX-DIFF < ZERO AND
-                  WS-GLA-PURPOSE(WS-GLA-IDX) = "FX-LOSS"
                   MOVE WS-GLA-ACCOUNT(WS-GLA-IDX) TO WS-FX-GL-ACCT
                   MOVE WS-GLA-DESC(WS-GLA-IDX) TO WS-FX-GL-DESC
               END-IF
           END-PERFORM

           COMPUTE WS-FX-ABS-DIFF = WS-FX-DIFF
           IF WS-FX-ABS-DIFF < ZERO
               COMPUTE WS-FX-ABS-DIFF = 0 - WS-FX-ABS-DIFF
           END-IF

           MOVE WS-FX-RECV-ACCT TO WS-GLA-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT-POSTABLE
           IF WS-GLA-POSTABLE = "Y"
               MOVE WS-FX-GL-ACCT TO WS-GLA-CHECK-ACCT
               PERFORM CHECK-GL-ACCOUNT-POSTABLE
           END-IF
           IF WS-GLA-POSTABLE NOT = "Y"
               DISPLAY "EXCHANGE DIFFERENCE NOT POSTED TO GLJRNL.DAT"
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

           MOVE WS-AC-DATE(1:6) TO GJ-PERIOD
           MOVE WS-FX-RECV-ACCT TO GJ-ACCOUNT
           MOVE WS-FX-RECV-DESC TO GJ-DESC
           IF WS-FX-DIFF > ZERO
               MOVE WS-FX-ABS-DIFF TO GJ-DEBIT
               MOVE ZERO TO GJ-CREDIT
           ELSE
               MOVE ZERO TO GJ-DEBIT
               MOVE WS-FX-ABS-DIFF TO GJ-CREDIT
           END-IF
           WRITE GLJRNL-RECORD

           MOVE WS-AC-DATE(1:6) TO GJ-PERIOD
           MOVE WS-FX-GL-ACCT TO GJ-ACCOUNT
           MOVE WS-FX-GL-DESC TO GJ-DESC
           IF WS-FX-DIFF > ZERO
               MOVE ZERO TO GJ-DEBIT
               MOVE WS-FX-ABS-DIFF TO GJ-CREDIT
           ELSE
               MOVE WS-FX-ABS-DIFF TO GJ-DEBIT
               MOVE ZERO TO GJ-CREDIT
           END-IF
           WRITE GLJRNL-RECORD
           CLOSE GLJRNL-FILE.

           EXIT PARAGRAPH.
