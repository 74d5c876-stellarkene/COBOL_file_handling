      *====================================================
      * OPENITEM-TABLE.CPY
      * Shared WORKING-STORAGE for a program that loads the
      * whole open-item ledger (openitem.dat), changes rows,
      * and writes it back (see openitem-io.cpy). Each entry
      * keeps the complete row image so fields this program
      * does not know about survive the rewrite. A program
      * MOVEs WS-OIT-IMAGE(n) to OPENITEM-RECORD to work on a
      * row and MOVEs it back afterwards.
      *====================================================
       01  WS-OIT-COUNT                    PIC 9(3) VALUE 0.
       01  WS-OIT-IDX                      PIC 9(3).
       01  WS-OIT-OVERFLOW                 PIC X VALUE "N".
       01  WS-OIT-EOF                      PIC X VALUE "N".
       01  WS-OIT-TABLE.
           05  WS-OIT-IMAGE                PIC X(200)
                                           OCCURS 500 TIMES.
