      *====================================================
      * WRITEOFF-SELECT.CPY
      * Shared FILE-CONTROL entry for the bad-debt write-off
      * file (writeoff.dat): proposals and their approval
      * decisions from BAD-DEBT-WRITEOFF, read back by the
      * customer statement (see writeoff-rec.cpy).
      *====================================================
           SELECT WRITEOFF-FILE ASSIGN TO "writeoff.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITEOFF-STATUS.
