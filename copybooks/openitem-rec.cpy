      * "PAID" when the balance reaches zero. The row is kept
      * after payment so the aging report and the auditors can
      * still see the history.
      * OI-DUE-DATE comes from the customer's payment terms
      * (terms.dat via due-date.cpy), rolled past weekends
      * and holidays; aging runs from it. A payment on or
      * before OI-DISC-DATE earns OI-DISC-PCT off the
      * original amount, and the discount granted is kept in
      * OI-DISC-TAKEN so paid plus discount equals original.
      * Rows cut before terms were tracked carry no due date;
      * readers fall back to OI-INV-DATE for those.
      * OI-DUN-LEVEL / OI-DUN-DATE record the last dunning
      * letter sent on the item (1 reminder, 2 second notice,
      * 3 final demand) - see DUNNING-LETTER-RUN.
      * OI-WRITEOFF-AMT is the balance closed to bad debt when
      * a write-off is approved (status WRTOFF) - see
      * BAD-DEBT-WRITEOFF; paid plus discount plus write-off
      * equals original.
      * A foreign-currency invoice also carries OI-CURRENCY,
      * the rate it was booked at (OI-BOOKED-RATE, home units
      * per foreign unit) and its amount and balance in the
      * invoice currency (OI-ORIG-FC / OI-BALANCE-FC). Cash
      * is taken in that currency and converted at the
      * payment-date rate (fx-apply.cpy); a blank or "PHP"
      * currency is a home-currency item with no FC figures.
      * Fields added to the end of the row read back as
      * spaces on older rows; NORMALIZE-OPENITEM-RECORD
      * (openitem-normalize.cpy) zeroes them.
      *====================================================
       FD  OPENITEM-FILE.

           05  OI-PAID-AMT                 PIC S9(12)V99.
           05  OI-BALANCE                  PIC S9(12)V99.
           05  OI-STATUS                   PIC X(6).
           05  OI-DUE-DATE                 PIC 9(8).
           05  OI-DISC-DATE                PIC 9(8).
           05  OI-DISC-PCT                 PIC 9(2)V99.
           05  OI-DISC-TAKEN               PIC S9(12)V99.
           05  OI-DUN-LEVEL                PIC 9.
           05  OI-DUN-DATE                 PIC 9(8).
           05  OI-WRITEOFF-AMT             PIC S9(12)V99.
           05  OI-CURRENCY                 PIC X(3).
           05  OI-BOOKED-RATE              PIC 9(3)V9(6).
           05  OI-ORIG-FC                  PIC S9(12)V99.
           05  OI-BALANCE-FC               PIC S9(12)V99.
