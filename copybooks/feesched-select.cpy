      *====================================================
      * FEESCHED-SELECT.CPY
      * Shared FILE-CONTROL entry for the tuition and fee
      * schedule (feesched.dat, keyed by term, fee type and
      * course - see feesched-rec.cpy and TUITION-BILLING).
      *====================================================
           SELECT FEESCHED-FILE ASSIGN TO "feesched.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-KEY
               FILE STATUS IS WS-FEESCHED-STATUS.
