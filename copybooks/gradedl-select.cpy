      *====================================================
      * GRADEDL-SELECT.CPY
      * Shared FILE-CONTROL entry for the grade submission
      * deadlines (gradedl.dat, keyed by term - see
      * gradedl-rec.cpy and INSTRUCTOR-MASTER).
      *====================================================
           SELECT GRADEDL-FILE ASSIGN TO "gradedl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GD-TERM
               FILE STATUS IS WS-GRADEDL-STATUS.
