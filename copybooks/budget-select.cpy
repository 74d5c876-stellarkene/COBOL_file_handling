      *====================================================
      * BUDGET-SELECT.CPY
      * Shared FILE-CONTROL entry for the GL budget (budget.dat,
      * keyed by account and period): maintained by
      * BUDGET-VS-ACTUAL, compared there against gljrnl.dat
      * (see budget-rec.cpy).
      *====================================================
           SELECT BUDGET-FILE ASSIGN TO "budget.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUDGET-STATUS.
