      *====================================================
      * DEGREQ-SELECT.CPY
      * Shared FILE-CONTROL entry for the degree-requirements
      * file (degreq.dat, keyed by degree program and course
      * - see degreq-rec.cpy and COURSE-CATALOG).
      *====================================================
           SELECT DEGREQ-FILE ASSIGN TO "degreq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY
               FILE STATUS IS WS-DEGREQ-STATUS.
