      *====================================================
      * ATTEND-SELECT.CPY
      * Shared FILE-CONTROL entry for the class attendance
      * file (attend.dat - see attend-rec.cpy and
      * CLASS-ATTENDANCE).
      *====================================================
           SELECT ATTEND-FILE ASSIGN TO "attend.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEND-STATUS.
