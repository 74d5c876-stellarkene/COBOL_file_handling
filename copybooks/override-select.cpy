      *====================================================
      * OVERRIDE-SELECT.CPY
      * Shared FILE-CONTROL entry for the manager override
      * ledger (override.dat): one row per team sale, split
      * share or return credited to a reporting manager (see
      * override-rec.cpy and mgr-override.cpy).
      *====================================================
           SELECT OVERRIDE-FILE ASSIGN TO "override.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.
