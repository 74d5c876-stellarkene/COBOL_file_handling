      *====================================================
      * TAXRET-SELECT.CPY
      * Shared FILE-CONTROL entry for the sales-tax returns
      * (taxret.dat): one row per jurisdiction and period,
      * kept by SALES-TAX-RETURN (see taxret-rec.cpy).
      *====================================================
           SELECT TAXRET-FILE ASSIGN TO "taxret.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRET-STATUS.
