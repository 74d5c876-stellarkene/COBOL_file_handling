      *====================================================
      * APINV-SELECT.CPY
      * Shared FILE-CONTROL entry for the accounts-payable
      * invoice file (apinv.dat): one row per vendor invoice
      * line, entered and matched by VENDOR-INVOICE and aged
      * by PAYABLES-AGING (see apinv-rec.cpy).
      *====================================================
           SELECT APINV-FILE ASSIGN TO "apinv.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APINV-STATUS.
