      *====================================================
      * PRODHIST-SELECT.CPY
      * Shared FILE-CONTROL entry for the product price/cost
      * change history (prodhist.dat, see prodhist-rec.cpy).
      * Append-only - every writer opens it EXTEND.
      *====================================================
           SELECT PRODHIST-FILE ASSIGN TO "prodhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODHIST-STATUS.
