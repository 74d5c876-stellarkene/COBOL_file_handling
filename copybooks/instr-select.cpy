      *====================================================
      * INSTR-SELECT.CPY
      * Shared FILE-CONTROL entry for the instructor master
      * (instr.dat, keyed by instructor id - see
      * instr-rec.cpy and INSTRUCTOR-MASTER).
      *====================================================
           SELECT INSTR-FILE ASSIGN TO "instr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IR-INSTR-ID
               FILE STATUS IS WS-INSTR-STATUS.
