      *====================================================
      * BUDGET-REC.CPY
      * Shared FILE SECTION record for BUDGET-FILE: the budget
      * for one income or expense account in one period
      * (YYYYMM). BG-AMOUNT is on the account's normal side,
      * so a sales budget and a commission budget both read
      * positive. BG-SOURCE is K when keyed, C when copied
      * forward from last year's actuals.
      *====================================================
       FD  BUDGET-FILE.

       01  BUDGET-RECORD.
           05  BG-KEY.
               10  BG-ACCOUNT              PIC X(8).
               10  BG-PERIOD               PIC 9(6).
           05  BG-AMOUNT                   PIC S9(12)V99.
           05  BG-SOURCE                   PIC X.
           05  BG-CHANGE-DATE              PIC 9(8).
           05  BG-OPERATOR-ID              PIC X(10).
