      *====================================================
      * MGRRATE-REC.CPY
      * Shared FILE SECTION record for MGRRATE-FILE. From
      * MR-EFF-DATE on, the manager MR-MGR-NUM earns MR-RATE
      * (a fraction - 0.0150 is 1.5 percent) of the sales of
      * every salesman whose master record names that number
      * as reporting manager (SEQ5_MANAGER_FH). The latest row
      * effective on the sale date wins; a rate of zero stops
      * the override.
      *====================================================
       FD  MGRRATE-FILE.

       01  MGRRATE-RECORD.
           05  MR-MGR-NUM                  PIC X(12).
           05  MR-RATE                     PIC 9V9999.
           05  MR-EFF-DATE                 PIC 9(8).
           05  MR-OPERATOR-ID              PIC X(10).
