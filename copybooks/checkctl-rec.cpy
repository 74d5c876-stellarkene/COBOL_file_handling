      *====================================================
      * CHECKCTL-REC.CPY
      * Shared FILE SECTION record for CHECKCTL-FILE: a single
      * row holding the last commission check number printed,
      * so check stock is used in one controlled sequence
      * (see check-next.cpy).
      *====================================================
       FD  CHECKCTL-FILE.

       01  CHECKCTL-RECORD.
           05  CC-LAST-CHECK-NUM           PIC 9(8).
