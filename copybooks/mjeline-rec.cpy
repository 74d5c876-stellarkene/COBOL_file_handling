      *====================================================
      * MJELINE-REC.CPY
      * Shared FILE SECTION record for MJELINE-FILE: one row
      * per account line of a manual journal entry. Each line
      * is either a debit or a credit; ML-MEMO becomes the
      * GJ-DESC of the posted journal line.
      *====================================================
       FD  MJELINE-FILE.

       01  MJELINE-RECORD.
           05  ML-ENTRY-NUM                PIC 9(6).
           05  ML-LINE-NUM                 PIC 99.
           05  ML-ACCOUNT                  PIC X(8).
           05  ML-DEBIT                    PIC S9(12)V99.
           05  ML-CREDIT                   PIC S9(12)V99.
           05  ML-MEMO                     PIC X(19).
