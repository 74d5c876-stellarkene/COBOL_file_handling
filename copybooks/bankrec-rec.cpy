      *====================================================
      * BANKREC-REC.CPY
      * Shared FILE SECTION record for BANKREC-FILE. One row
      * per reconciled month: the bank balance the statement
      * rows build to, the book balance the receipts and
      * payouts build to, and how many items matched or were
      * carried forward. The latest row's balances open the
      * next month's reconciliation.
      *====================================================
       FD  BANKREC-FILE.

       01  BANKREC-RECORD.
           05  BR-PERIOD                   PIC 9(6).
           05  BR-BANK-BAL                 PIC S9(12)V99.
           05  BR-BOOK-BAL                 PIC S9(12)V99.
           05  BR-MATCHED                  PIC 9(5).
           05  BR-OPEN-BOOK                PIC 9(5).
           05  BR-OPEN-BANK                PIC 9(5).
           05  BR-RUN-DATE                 PIC 9(8).
           05  BR-OPERATOR-ID              PIC X(10).
