      *====================================================
      * RTV-SELECT.CPY
      * Shared FILE-CONTROL entry for the return-to-vendor
      * register (rtv.dat, see rtv-rec.cpy).
      *====================================================
           SELECT RTV-FILE ASSIGN TO "rtv.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTV-STATUS.
