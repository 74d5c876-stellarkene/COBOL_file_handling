      *====================================================
      * TAXDET-SELECT.CPY
      * Shared FILE-CONTROL entry for the sales-tax reporting
      * detail (taxdet.dat), appended by SALES-TAX-RETURN
      * (see taxdet-rec.cpy).
      *====================================================
           SELECT TAXDET-FILE ASSIGN TO "taxdet.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXDET-STATUS.
