      *====================================================
      * STUACCT-SELECT.CPY
      * Shared FILE-CONTROL entry for the student receivable
      * accounts (stuacct.dat, keyed by student number - see
      * stuacct-rec.cpy and TUITION-BILLING).
      *====================================================
           SELECT STUACCT-FILE ASSIGN TO "stuacct.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-STUDENT-NUM
               FILE STATUS IS WS-STUACCT-STATUS.
