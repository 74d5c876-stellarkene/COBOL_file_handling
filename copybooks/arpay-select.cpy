      *====================================================
      * ARPAY-SELECT.CPY
      * Shared FILE-CONTROL entry for the cash receipts
      * register (arpay.dat): one row per payment applied to
      * an open item, whether keyed in PAYMENT-ENTRY, posted
      * by LOCKBOX-IMPORT, or worked off the unapplied-cash
      * suspense file (see arpay-rec.cpy).
      *====================================================
           SELECT ARPAY-FILE ASSIGN TO "arpay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARPAY-STATUS.
