      *====================================================
      * TAXRET-REC.CPY
      * Shared FILE SECTION record for TAXRET-FILE: the
      * remittance return for one jurisdiction and period.
      * TR-STATUS is OPEN while tax is still being posted to
      * the period, FILED once the return has gone in - the
      * jurisdiction-period is then locked and later changes
      * to its sales go on the next return as amendments - and
      * PAID when the remittance has been recorded. The totals
      * are the return as filed.
      *====================================================
       FD  TAXRET-FILE.

       01  TAXRET-RECORD.
           05  TR-JURIS                    PIC X(3).
           05  TR-PERIOD                   PIC 9(6).
           05  TR-STATUS                   PIC X(8).
           05  TR-TAXABLE                  PIC S9(12)V99.
           05  TR-TAX                      PIC S9(12)V99.
           05  TR-AMEND-TAX                PIC S9(12)V99.
           05  TR-FILED-DATE               PIC 9(8).
           05  TR-FILED-OPERATOR           PIC X(10).
           05  TR-PAID-DATE                PIC 9(8).
           05  TR-PAID-AMOUNT              PIC S9(12)V99.
           05  TR-PAID-OPERATOR            PIC X(10).
