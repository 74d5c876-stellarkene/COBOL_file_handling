      *====================================================
      * CLOSECHK-SELECT.CPY
      * Shared FILE-CONTROL entry for the month-end close
      * checklist (closechk.dat, one row per task per period -
      * see closechk-rec.cpy and MONTH-END-CLOSE).
      *====================================================
           SELECT CLOSECHK-FILE ASSIGN TO "closechk.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-KEY
               FILE STATUS IS WS-CLOSECHK-STATUS.
