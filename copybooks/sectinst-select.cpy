      *====================================================
      * SECTINST-SELECT.CPY
      * Shared FILE-CONTROL entry for the section instructor
      * assignments (sectinst.dat, keyed by section and term
      * - see sectinst-rec.cpy and INSTRUCTOR-MASTER).
      *====================================================
           SELECT SECTINST-FILE ASSIGN TO "sectinst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-KEY
               FILE STATUS IS WS-SECTINST-STATUS.
