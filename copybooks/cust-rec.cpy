      * CU-CREDIT-LIMIT of zero means no limit has been set -
      * entry skips the credit check for that customer rather
      * than blocking every sale on a freshly-added row.
      * CU-EBILL "Y" means the customer takes invoices as a
      * file (E-INVOICE-EXPORT) instead of paper.
      *====================================================
       FD  CUST-FILE.

           05  CU-TERMS                    PIC X(10).
           05  CU-ACTIVE                   PIC X.
           05  CU-CREDIT-LIMIT             PIC 9(10)V99.
           05  CU-EBILL                    PIC X.
