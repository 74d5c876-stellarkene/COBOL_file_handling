      *====================================================
      * LOANMAST-REC.CPY
      * Shared FILE SECTION record for LOANMAST-FILE: a loan
      * booked from LOAN-AMORTIZATION for a customer on
      * custmast.dat, with the terms it was calculated on.
      * Its installments are on loansched.dat. LN-STATUS is
      * BOOKED until LOAN-SERVICING posts the advance to the
      * journal, ACTIVE while installments are owed and
      * PAIDUP once every installment has been paid. A
      * billed installment still unpaid LN-GRACE-DAYS after
      * its due date draws a late fee of LN-LATE-FEE.
      *====================================================
       FD  LOANMAST-FILE.

       01  LOANMAST-RECORD.
           05  LN-LOAN-NUM                 PIC 9(6).
           05  LN-CUST-NUM                 PIC X(8).
           05  LN-DESC                     PIC X(30).
           05  LN-PRINCIPAL                PIC 9(9)V99.
           05  LN-ANNUAL-RATE              PIC 99V9999.
           05  LN-TERM-MONTHS              PIC 9(3).
           05  LN-PAYMENT                  PIC 9(9)V99.
           05  LN-TOTAL-INT                PIC 9(9)V99.
           05  LN-BOOK-DATE                PIC 9(8).
           05  LN-FIRST-DUE                PIC 9(8).
           05  LN-GRACE-DAYS               PIC 9(3).
           05  LN-LATE-FEE                 PIC 9(7)V99.
           05  LN-STATUS                   PIC X(6).
               88  LN-BOOKED               VALUE "BOOKED".
               88  LN-ACTIVE               VALUE "ACTIVE".
               88  LN-PAID-UP              VALUE "PAIDUP".
           05  LN-FUNDED-DATE              PIC 9(8).
           05  LN-OPERATOR-ID              PIC X(10).
