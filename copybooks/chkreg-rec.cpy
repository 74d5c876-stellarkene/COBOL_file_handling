      *====================================================
      * CHKREG-REC.CPY
      * Shared FILE SECTION record for CHKREG-FILE, the
      * commission check register. CR-STATUS is "ISSUED"
      * when printed and "VOIDED" once voided (CR-VOID-DATE
      * set); a reissue is a new ISSUED row whose
      * CR-REISSUE-OF names the voided check it replaces.
      * CR-PERIOD is the payroll period (YYYYMM) the check
      * pays.
      *====================================================
       FD  CHKREG-FILE.

       01  CHKREG-RECORD.
           05  CR-CHECK-NUM                PIC 9(8).
           05  CR-SM-NUM                   PIC 9(12).
           05  CR-SM-NAME                  PIC X(25).
           05  CR-PERIOD                   PIC 9(6).
           05  CR-AMOUNT                   PIC 9(10)V99.
           05  CR-ISSUE-DATE               PIC 9(8).
           05  CR-STATUS                   PIC X(6).
           05  CR-VOID-DATE                PIC 9(8).
           05  CR-REISSUE-OF               PIC 9(8).
           05  CR-OPERATOR-ID              PIC X(10).
