      *====================================================
      * COA-REC.CPY
      * Shared FILE SECTION record for COA-FILE: one row per
      * general-ledger account. COA-TYPE is A (asset),
      * L (liability), Q (equity), I (income) or E (expense);
      * COA-NORMAL-SIDE is D or C. An account with COA-ACTIVE
      * "N" stays on the chart for history but nothing may
      * post to it.
      *====================================================
       FD  COA-FILE.

       01  COA-RECORD.
           05  COA-ACCOUNT                 PIC X(8).
           05  COA-NAME                    PIC X(30).
           05  COA-TYPE                    PIC X.
           05  COA-NORMAL-SIDE             PIC X.
           05  COA-ACTIVE                  PIC X.
           05  COA-CHANGE-DATE             PIC 9(8).
           05  COA-OPERATOR-ID             PIC X(10).
