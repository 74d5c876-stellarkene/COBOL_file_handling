      *====================================================
      * MJELINE-SELECT.CPY
      * Shared FILE-CONTROL entry for the manual journal entry
      * lines (mjeline.dat): the account lines of each entry
      * on mjehdr.dat, in entry order (see mjeline-rec.cpy).
      *====================================================
           SELECT MJELINE-FILE ASSIGN TO "mjeline.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJELINE-STATUS.
