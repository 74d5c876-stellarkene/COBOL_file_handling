      *====================================================
      * INVLOC-SELECT.CPY
      * Shared FILE-CONTROL entry for on-hand by location
      * (invloc.dat, see invloc-rec.cpy). Keyed by item then
      * location, so an item's locations read together.
      *====================================================
           SELECT INVLOC-FILE ASSIGN TO "invloc.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IL-KEY
               FILE STATUS IS WS-INVLOC-STATUS.
