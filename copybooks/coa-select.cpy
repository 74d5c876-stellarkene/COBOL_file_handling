      *====================================================
      * COA-SELECT.CPY
      * Shared FILE-CONTROL entry for the chart-of-accounts
      * master (coa.dat, keyed by account number): maintained
      * by CHART-OF-ACCOUNTS, read at run time by every GL
      * poster through gl-acct-load.cpy (see coa-rec.cpy).
      *====================================================
           SELECT COA-FILE ASSIGN TO "coa.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-ACCOUNT
               FILE STATUS IS WS-COA-STATUS.
