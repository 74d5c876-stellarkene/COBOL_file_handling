      *====================================================
      * HOLIDAY-REC.CPY
      * Shared FILE SECTION record for HOLIDAY-FILE - the same
      * layout DAY_NUMBER writes. HOL-RECURRING "Y" means the
      * month and day repeat every year, so only HOL-DATE's
      * MMDD is compared.
      *====================================================
       FD  HOLIDAY-FILE.

       01  HOLIDAY-RECORD.
           05  HOL-DATE                    PIC 9(8).
           05  HOL-DESC                    PIC X(20).
           05  HOL-RECURRING               PIC X.
