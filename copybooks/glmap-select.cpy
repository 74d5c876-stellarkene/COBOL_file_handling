      *====================================================
      * GLMAP-SELECT.CPY
      * Shared FILE-CONTROL entry for the posting-purpose map
      * (glmap.dat): which chart-of-accounts account each
      * posting purpose hits and on which side. Maintained by
      * CHART-OF-ACCOUNTS (see glmap-rec.cpy).
      *====================================================
           SELECT GLMAP-FILE ASSIGN TO "glmap.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
