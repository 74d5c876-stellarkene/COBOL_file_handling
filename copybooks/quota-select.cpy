      *====================================================
      * QUOTA-SELECT.CPY
      * Shared FILE-CONTROL entry for the sales quota file
      * (quota.dat, keyed by salesman number): maintained by
      * SALES-QUOTA, closed for a leaving salesman by
      * SALESMAN-TERMINATION (see quota-rec.cpy).
      *====================================================
           SELECT QUOTA-FILE ASSIGN TO "quota.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QT-SM-NUM
               FILE STATUS IS WS-QUOTA-STATUS.
