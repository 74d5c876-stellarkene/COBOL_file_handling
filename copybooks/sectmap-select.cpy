      *====================================================
      * SECTMAP-SELECT.CPY
      * Shared FILE-CONTROL entry for the section-to-course
      * map (sectmap.dat, keyed by section and term - see
      * sectmap-rec.cpy and COURSE-CATALOG).
      *====================================================
           SELECT SECTMAP-FILE ASSIGN TO "sectmap.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-SECTMAP-STATUS.
