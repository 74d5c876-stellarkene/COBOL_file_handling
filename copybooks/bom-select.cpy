      *====================================================
      * BOM-SELECT.CPY
      * Shared FILE-CONTROL entry for the bill-of-materials
      * file (bom.dat, keyed by kit parent / component - see
      * bom-rec.cpy).
      *====================================================
           SELECT BOM-FILE ASSIGN TO "bom.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-BOM-STATUS.
