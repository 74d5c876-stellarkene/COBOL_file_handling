      *====================================================
      * LOC-SELECT.CPY
      * Shared FILE-CONTROL entry for the stock location
      * master (location.dat, keyed by location code - see
      * loc-rec.cpy and STOCK-TRANSFER).
      *====================================================
           SELECT LOC-FILE ASSIGN TO "location.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-CODE
               FILE STATUS IS WS-LOC-STATUS.
