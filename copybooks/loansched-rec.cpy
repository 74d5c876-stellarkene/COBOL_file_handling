      *====================================================
      * LOANSCHED-REC.CPY
      * Shared FILE SECTION record for LOANSCHED-FILE: one
      * installment of a booked loan, as LOAN-AMORTIZATION
      * scheduled it - due date, level payment, its interest
      * and principal, and the balance left after it. When
      * LOAN-SERVICING bills the installment onto
      * openitem.dat the invoice number is kept here; cash
      * taken against that invoice (PAYMENT-ENTRY) is split
      * interest first, then principal, into LS-INT-PAID and
      * LS-PRIN-PAID. A late fee raised on the installment is
      * a separate open item (LS-LATE-INVOICE) with what has
      * been paid on it in LS-LATE-PAID. LS-STATUS is blank
      * until billed, B once billed and P once fully paid.
      *====================================================
       FD  LOANSCHED-FILE.

       01  LOANSCHED-RECORD.
           05  LS-KEY.
               10  LS-LOAN-NUM             PIC 9(6).
               10  LS-INSTALL-NUM          PIC 9(3).
           05  LS-DUE-DATE                 PIC 9(8).
           05  LS-PAYMENT                  PIC 9(9)V99.
           05  LS-INTEREST                 PIC 9(9)V99.
           05  LS-PRINCIPAL                PIC 9(9)V99.
           05  LS-BALANCE                  PIC 9(9)V99.
           05  LS-INVOICE-NUM              PIC 9(8).
           05  LS-BILL-DATE                PIC 9(8).
           05  LS-INT-PAID                 PIC 9(9)V99.
           05  LS-PRIN-PAID                PIC 9(9)V99.
           05  LS-LATE-INVOICE             PIC 9(8).
           05  LS-LATE-FEE                 PIC 9(7)V99.
           05  LS-LATE-PAID                PIC 9(7)V99.
           05  LS-STATUS                   PIC X.
               88  LS-SCHEDULED            VALUE " ".
               88  LS-BILLED               VALUE "B".
               88  LS-PAID                 VALUE "P".
