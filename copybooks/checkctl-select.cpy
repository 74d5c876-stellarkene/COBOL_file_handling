      *====================================================
      * CHECKCTL-SELECT.CPY
      * Shared FILE-CONTROL entry for the commission check
      * last-number control file (see checkctl-rec.cpy /
      * check-next.cpy).
      *====================================================
           SELECT CHECKCTL-FILE ASSIGN TO "checkctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKCTL-STATUS.
