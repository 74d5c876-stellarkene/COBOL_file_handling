      *====================================================
      * STKMOVE-SELECT.CPY
      * Shared FILE-CONTROL entry for the stock movement
      * ledger (stkmove.dat, see stkmove-rec.cpy and
      * stkmove-write.cpy). Append-only.
      *====================================================
           SELECT STKMOVE-FILE ASSIGN TO "stkmove.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKMOVE-STATUS.
