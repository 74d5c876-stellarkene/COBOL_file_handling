      *====================================================
      * LOANSCHED-SELECT.CPY
      * Shared FILE-CONTROL entry for the loan installment
      * schedule (loansched.dat, keyed by loan and
      * installment number - see loansched-rec.cpy).
      *====================================================
           SELECT LOANSCHED-FILE ASSIGN TO "loansched.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-LOANSCHED-STATUS.
