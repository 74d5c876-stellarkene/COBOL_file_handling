      *====================================================
      * MJEHDR-SELECT.CPY
      * Shared FILE-CONTROL entry for the manual journal entry
      * headers (mjehdr.dat): one row per adjusting entry keyed
      * through MANUAL-JOURNAL-ENTRY, its lines on mjeline.dat
      * (see mjehdr-rec.cpy).
      *====================================================
           SELECT MJEHDR-FILE ASSIGN TO "mjehdr.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJEHDR-STATUS.
