      *====================================================
      * QUOTEREV-SELECT.CPY
      * Shared FILE-CONTROL entry for the quote revision file
      * (quoterev.dat): one row per revision of a job's
      * quotation, carrying its valid-until date and the
      * salesman following it up (see quoterev-rec.cpy and
      * QUOTE-REVISION).
      *====================================================
           SELECT QUOTEREV-FILE ASSIGN TO "quoterev.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTEREV-STATUS.
