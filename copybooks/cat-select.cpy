      *====================================================
      * CAT-SELECT.CPY
      * Shared FILE-CONTROL entry for the product category
      * master (catmast.dat, keyed by department / category /
      * sub-category - see cat-rec.cpy).
      *====================================================
           SELECT CAT-FILE ASSIGN TO "catmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CAT-STATUS.
