      *====================================================
      * PROMO-REC.CPY
      * Shared FILE SECTION record for PROMO-FILE. From
      * PR-START-DATE through PR-END-DATE (inclusive) every
      * item code from PR-ITEM-FROM through PR-ITEM-TO (the
      * same code twice for a single item) sells at a
      * discount: PR-DISC-TYPE "P" takes PR-DISC-VALUE
      * percent off the price, "F" takes PR-DISC-VALUE off
      * each unit. A sale of fewer than PR-MIN-QTY units
      * (zero = no minimum) does not qualify.
      *====================================================
       FD  PROMO-FILE.

       01  PROMO-RECORD.
           05  PR-CODE                     PIC X(6).
           05  PR-DESC                     PIC X(25).
           05  PR-ITEM-FROM                PIC X(8).
           05  PR-ITEM-TO                  PIC X(8).
           05  PR-DISC-TYPE                PIC X.
               88  PR-PERCENT-OFF          VALUE "P".
               88  PR-FIXED-OFF            VALUE "F".
           05  PR-DISC-VALUE               PIC 9(5)V99.
           05  PR-START-DATE               PIC 9(8).
           05  PR-END-DATE                 PIC 9(8).
           05  PR-MIN-QTY                  PIC 9(5)V99.
           05  PR-OPERATOR-ID              PIC X(10).
