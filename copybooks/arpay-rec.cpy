      *====================================================
      * ARPAY-REC.CPY
      * Shared FILE SECTION record for ARPAY-FILE. AP-PAY-AMT
      * is the cash applied; AP-DISC-AMT the prompt-payment
      * discount granted with it. AP-SOURCE says where the
      * receipt came from - "M" keyed in PAYMENT-ENTRY, "L"
      * the bank lockbox file, "U" applied later from the
      * unapplied-cash suspense file (space on rows written
      * before the source was kept = keyed).
      * On a foreign-currency invoice AP-PAY-AMT is the home
      * currency the payment brought in at the payment-date
      * rate AP-RATE; AP-FC-AMT is what the customer paid in
      * AP-CURRENCY and AP-FX-DIFF the realized exchange gain
      * (+) or loss (-) against the booked rate, so the
      * amount that came off the open item is AP-PAY-AMT less
      * AP-FX-DIFF. Blank currency / zero on home receipts.
      *====================================================
       FD  ARPAY-FILE.

       01  ARPAY-RECORD.
           05  AP-INVOICE-NUM              PIC 9(8).
           05  AP-CUST-NUM                 PIC X(8).
           05  AP-PAY-DATE                 PIC 9(8).
           05  AP-PAY-AMT                  PIC S9(12)V99.
           05  AP-OPERATOR-ID              PIC X(10).
           05  AP-DISC-AMT                 PIC S9(12)V99.
           05  AP-SOURCE                   PIC X.
           05  AP-CURRENCY                 PIC X(3).
           05  AP-FC-AMT                   PIC S9(12)V99.
           05  AP-RATE                     PIC 9(3)V9(6).
           05  AP-FX-DIFF                  PIC S9(12)V99.
