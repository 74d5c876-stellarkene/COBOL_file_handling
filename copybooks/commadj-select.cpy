      *====================================================
      * COMMADJ-SELECT.CPY
      * Shared FILE-CONTROL entry for the commission
      * adjustment file (commadj.dat): one row per correction
      * to a salesman's commission, keyed and approved through
      * COMMISSION-ADJUSTMENT instead of rewriting the original
      * sel_8.dat row (see commadj-rec.cpy).
      *====================================================
           SELECT COMMADJ-FILE ASSIGN TO "commadj.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMADJ-STATUS.
