      *====================================================
      * TERMS-SELECT.CPY
      * Shared FILE-CONTROL entry for the payment-terms table
      * (terms.dat): one row per terms code that CU-TERMS on
      * the customer master may carry. Maintained through
      * CUSTOMER-MAINTENANCE (see terms-rec.cpy and
      * due-date.cpy).
      *====================================================
           SELECT TERMS-FILE ASSIGN TO "terms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMS-STATUS.
