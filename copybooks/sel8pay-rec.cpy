      * wrong column because a reader's private copy of this
      * layout fell behind. SEL8_PR_NET_PAY is the figure the
      * bank file deposits: commission less outstanding draws
      * less the period's clawbacks plus the period's approved
      * commission adjustments (SEL8_PR_ADJUSTMENT, commadj.dat).
      * SEL8_PR_LINE_TYPE "C" is a salesman's commission line;
      * "O" is a sales manager's override line for the team's
      * sales (SEL8_PR_NET) - its NET_PAY is the override alone,
      * paid on top of the manager's own commission line. Rows
      * written before the column existed read as commission;
      * rows written before the adjustment column carry no
      * adjustment, so test it NUMERIC before using it.
      *====================================================
       FD  SEL8-PAYROLL-FILE.

           05  SEL8_PR_DRAWS                     PIC S9(12)V99.
           05  SEL8_PR_CLAWBACK                  PIC S9(12)V99.
           05  SEL8_PR_NET_PAY                   PIC S9(12)V99.
           05  SEL8_PR_LINE_TYPE                 PIC X.
           05  SEL8_PR_ADJUSTMENT                PIC S9(12)V99.
