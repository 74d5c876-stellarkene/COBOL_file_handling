      *====================================================
      * WAITLIST-SELECT.CPY
      * Shared FILE-CONTROL entry for the section waitlist
      * (waitlist.dat - see waitlist-rec.cpy and
      * ENROLLMENT-MAINTENANCE).
      *====================================================
           SELECT WAITLIST-FILE ASSIGN TO "waitlist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAITLIST-STATUS.
