      *====================================================
      * SALESORD-SELECT.CPY
      * Shared FILE-CONTROL entry for the open sales order
      * file (salesord.dat) kept by SALES-ORDER-ENTRY (see
      * salesord-rec.cpy).
      *====================================================
           SELECT SALESORD-FILE ASSIGN TO "salesord.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESORD-STATUS.
