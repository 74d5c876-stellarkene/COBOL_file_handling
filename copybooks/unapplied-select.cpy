      *====================================================
      * UNAPPLIED-SELECT.CPY
      * Shared FILE-CONTROL entry for the unapplied-cash
      * suspense file (unapplied.dat): money received that
      * could not be put against an open item - no matching
      * invoice, or more than the balance due - held until a
      * clerk applies it (see unapplied-rec.cpy and
      * LOCKBOX-IMPORT).
      *====================================================
           SELECT UNAPPLIED-FILE ASSIGN TO "unapplied.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNAPPLIED-STATUS.
