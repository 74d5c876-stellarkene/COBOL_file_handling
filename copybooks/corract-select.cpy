      *====================================================
      * CORRACT-SELECT.CPY
      * Shared FILE-CONTROL entry for the corrective-action
      * file (corract.dat, one row per temperature incident -
      * see corract-rec.cpy and CORRECTIVE-ACTION).
      *====================================================
           SELECT CORRACT-FILE ASSIGN TO "corract.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-KEY
               FILE STATUS IS WS-CORRACT-STATUS.
