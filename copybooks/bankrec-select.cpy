      *====================================================
      * BANKREC-SELECT.CPY
      * Shared FILE-CONTROL entry for the bank reconciliation
      * history (bankrec.dat) - one row per month
      * BANK-RECONCILIATION has reconciled and saved (see
      * bankrec-rec.cpy).
      *====================================================
           SELECT BANKREC-FILE ASSIGN TO "bankrec.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKREC-STATUS.
