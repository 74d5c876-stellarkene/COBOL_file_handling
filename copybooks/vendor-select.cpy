      *====================================================
      * VENDOR-SELECT.CPY
      * Shared FILE-CONTROL entry for the vendor master
      * (vendor.dat, keyed by vendor code): maintained by
      * VENDOR-MAINTENANCE, read by PURCHASE-ORDER to edit
      * every PO's vendor and default its expected date (see
      * vendor-rec.cpy).
      *====================================================
           SELECT VENDOR-FILE ASSIGN TO "vendor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-CODE
               FILE STATUS IS WS-VENDOR-STATUS.
