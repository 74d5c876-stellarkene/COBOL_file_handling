      *====================================================
      * APPLY-CASH.CPY
      * Shared paragraph: puts one receipt against the open
      * item sitting in OPENITEM-RECORD. Caller MOVEs the
      * amount into WS-AC-AMOUNT and the payment date into
      * WS-AC-DATE and PERFORMs APPLY-CASH-TO-OPEN-ITEM. Back
      * come WS-AC-APPLIED (cash that went on the item),
      * WS-AC-DISC (prompt-payment discount granted) and
      * WS-AC-EXCESS (money left over for the caller to
      * suspend). The discount follows PAYMENT-ENTRY's rule:
      * once per invoice, on the original amount, only when
      * the payment is dated on or before OI-DISC-DATE and
      * settles what is left after the discount. The caller
      * moves OPENITEM-RECORD back to its table afterwards.
      *====================================================
       APPLY-CASH-TO-OPEN-ITEM.
           MOVE ZERO TO WS-AC-APPLIED
           MOVE ZERO TO WS-AC-DISC
           MOVE ZERO TO WS-AC-EXCESS
           MOVE ZERO TO WS-AC-DISC-AVAIL
           IF OI-DISC-PCT > ZERO AND OI-DISC-TAKEN = ZERO AND
-              WS-AC-DATE <= OI-DISC-DATE
               COMPUTE WS-AC-DISC-AVAIL ROUNDED =
                   OI-ORIG-AMT * OI-DISC-PCT / 100
               IF WS-AC-DISC-AVAIL > OI-BALANCE
                   MOVE OI-BALANCE TO WS-AC-DISC-AVAIL
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-AC-AMOUNT >= OI-BALANCE
                   MOVE OI-BALANCE TO WS-AC-APPLIED
                   COMPUTE WS-AC-EXCESS =
                       WS-AC-AMOUNT - OI-BALANCE
               WHEN WS-AC-DISC-AVAIL > ZERO AND
-                  WS-AC-AMOUNT + WS-AC-DISC-AVAIL >= OI-BALANCE
                   MOVE WS-AC-AMOUNT TO WS-AC-APPLIED
                   COMPUTE WS-AC-DISC = OI-BALANCE - WS-AC-AMOUNT
               WHEN OTHER
                   MOVE WS-AC-AMOUNT TO WS-AC-APPLIED
           END-EVALUATE
           ADD WS-AC-APPLIED TO OI-PAID-AMT
           ADD WS-AC-DISC TO OI-DISC-TAKEN
           COMPUTE OI-BALANCE = OI-BALANCE - WS-AC-APPLIED
               - WS-AC-DISC
           IF OI-BALANCE = ZERO
               MOVE "PAID" TO OI-STATUS
           END-IF.

           EXIT PARAGRAPH.
