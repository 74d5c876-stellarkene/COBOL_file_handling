      *====================================================
      * EINVSENT-SELECT.CPY
      * Shared FILE-CONTROL entry for the electronic invoice
      * transmitted log (einvsent.dat) written by
      * E-INVOICE-EXPORT (see einvsent-rec.cpy).
      *====================================================
           SELECT EINVSENT-FILE ASSIGN TO "einvsent.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EINVSENT-STATUS.
