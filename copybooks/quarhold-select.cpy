      *====================================================
      * QUARHOLD-SELECT.CPY
      * Shared FILE-CONTROL entry for the quarantine hold
      * register (quarhold.dat, see quarhold-rec.cpy).
      *====================================================
           SELECT QUARHOLD-FILE ASSIGN TO "quarhold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARHOLD-STATUS.
