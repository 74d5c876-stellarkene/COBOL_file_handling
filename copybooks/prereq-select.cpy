      *====================================================
      * PREREQ-SELECT.CPY
      * Shared FILE-CONTROL entry for the course prerequisite
      * file (prereq.dat, keyed by course and prerequisite
      * course - see prereq-rec.cpy and COURSE-CATALOG).
      *====================================================
           SELECT PREREQ-FILE ASSIGN TO "prereq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-KEY
               FILE STATUS IS WS-PREREQ-STATUS.
