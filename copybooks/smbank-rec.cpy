      * Maintained by SALESMAN-BANK-MAINT under supervisor
      * role (it is money); DIRECT-DEPOSIT-EXPORT joins it to
      * the period's payroll rows to build the bank file.
      * BK-ACCT-NUM is held encoded (secure-field.cpy) and
      * shown masked to the last four digits; only the bank
      * file itself (bankdep.dat) carries it in clear.
      *====================================================
       FD  SMBANK-FILE.

