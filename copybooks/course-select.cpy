      *====================================================
      * COURSE-SELECT.CPY
      * Shared FILE-CONTROL entry for the course catalog
      * (course.dat, keyed by course code - see
      * course-rec.cpy and COURSE-CATALOG).
      *====================================================
           SELECT COURSE-FILE ASSIGN TO "course.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-COURSE-CODE
               FILE STATUS IS WS-COURSE-STATUS.
