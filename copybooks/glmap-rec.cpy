      *====================================================
      * GLMAP-REC.CPY
      * Shared FILE SECTION record for GLMAP-FILE: one row per
      * posting purpose (RECEIVABLE, SALES, COMM-EXP, ...) with
      * the account it posts to and the side it posts on, as
      * described in gl-acct-table.cpy.
      *====================================================
       FD  GLMAP-FILE.

       01  GLMAP-RECORD.
           05  GM-PURPOSE                  PIC X(12).
           05  GM-ACCOUNT                  PIC X(8).
           05  GM-SIDE                     PIC X.
