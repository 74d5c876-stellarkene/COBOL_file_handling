      *====================================================
      * LOC-REC.CPY
      * Shared FILE SECTION record for LOC-FILE: one row per
      * place stock is held (main warehouse, showroom, cold
      * room...). MAIN is the default location - it needs no
      * row on this file and is where anything posted without
      * a location lands. A location with LC-ACTIVE "N" keeps
      * its stock rows but takes no new postings.
      *====================================================
       FD  LOC-FILE.

       01  LOC-RECORD.
           05  LC-CODE                     PIC X(4).
           05  LC-NAME                     PIC X(20).
           05  LC-ACTIVE                   PIC X.
           05  LC-CHANGE-DATE              PIC 9(8).
           05  LC-OPERATOR-ID              PIC X(10).
