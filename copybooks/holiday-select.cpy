      *====================================================
      * HOLIDAY-SELECT.CPY
      * Shared FILE-CONTROL entry for the holiday calendar
      * (holidays.dat) kept through DAY_NUMBER's MAINTAIN
      * HOLIDAY CALENDAR option (see holiday-rec.cpy).
      *====================================================
           SELECT HOLIDAY-FILE ASSIGN TO "holidays.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.
