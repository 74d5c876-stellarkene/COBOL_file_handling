      *====================================================
      * LOANMAST-SELECT.CPY
      * Shared FILE-CONTROL entry for the loan master
      * (loanmast.dat, one row per financed loan - see
      * loanmast-rec.cpy and LOAN-SERVICING).
      *====================================================
           SELECT LOANMAST-FILE ASSIGN TO "loanmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-NUM
               FILE STATUS IS WS-LOANMAST-STATUS.
