      *====================================================
      * MGRRATE-SELECT.CPY
      * Shared FILE-CONTROL entry for the sales manager
      * override rates (mgrrate.dat): one row per manager per
      * rate change, maintained through MANAGER-OVERRIDE (see
      * mgrrate-rec.cpy and mgr-override.cpy).
      *====================================================
           SELECT MGRRATE-FILE ASSIGN TO "mgrrate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MGRRATE-STATUS.
