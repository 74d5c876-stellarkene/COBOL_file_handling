      *====================================================
      * CHKREG-SELECT.CPY
      * Shared FILE-CONTROL entry for the commission check
      * register (chkreg.dat): one row per check printed by
      * COMMISSION-CHECK-RUN (see chkreg-rec.cpy).
      *====================================================
           SELECT CHKREG-FILE ASSIGN TO "chkreg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKREG-STATUS.
