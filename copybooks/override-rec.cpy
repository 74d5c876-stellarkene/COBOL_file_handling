      *====================================================
      * OVERRIDE-REC.CPY
      * Shared FILE SECTION record for OVERRIDE-FILE. OV-SALES
      * is the team member's sale (or split share) in
      * home currency and OV-AMOUNT the override it earned the
      * manager at OV-RATE; a return or an undone entry books
      * both negative. The payroll export sums OV-AMOUNT per
      * manager for the period into an override payroll line.
      *====================================================
       FD  OVERRIDE-FILE.

       01  OVERRIDE-RECORD.
           05  OV-MGR-NUM                  PIC X(12).
           05  OV-SM-NUM                   PIC X(12).
           05  OV-INVOICE-NUM              PIC 9(8).
           05  OV-DATE                     PIC 9(8).
           05  OV-SALES                    PIC S9(10)V99.
           05  OV-RATE                     PIC 9V9999.
           05  OV-AMOUNT                   PIC S9(10)V99.
           05  OV-OPERATOR-ID              PIC X(10).
