      *====================================================
      * TUITBILL-SELECT.CPY
      * Shared FILE-CONTROL entry for the tuition billing
      * register (tuitbill.dat - see tuitbill-rec.cpy and
      * TUITION-BILLING).
      *====================================================
           SELECT TUITBILL-FILE ASSIGN TO "tuitbill.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUITBILL-STATUS.
