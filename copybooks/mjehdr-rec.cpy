      *====================================================
      * MJEHDR-REC.CPY
      * Shared FILE SECTION record for MJEHDR-FILE. An entry
      * is keyed PENDING, balanced (MH-TOTAL is both the debit
      * and the credit total), goes on the approval queue as
      * request MH-APPR-REQ, and only reaches gljrnl.dat once
      * a supervisor other than the operator who keyed it has
      * approved it there - MH-STATUS then reads POSTED. An
      * entry with MH-AUTO-REVERSE "Y" is reversed into the
      * period after MH-PERIOD on the first day of that
      * period: MH-REV-STATUS is DUE until the reversal posts,
      * then POSTED with the date in MH-REV-DATE.
      *====================================================
       FD  MJEHDR-FILE.

       01  MJEHDR-RECORD.
           05  MH-ENTRY-NUM                PIC 9(6).
           05  MH-REF                      PIC X(10).
           05  MH-DESC                     PIC X(30).
           05  MH-PERIOD                   PIC 9(6).
           05  MH-AUTO-REVERSE             PIC X.
           05  MH-LINE-COUNT               PIC 99.
           05  MH-TOTAL                    PIC S9(12)V99.
           05  MH-STATUS                   PIC X(8).
           05  MH-REQ-OPERATOR             PIC X(10).
           05  MH-REQ-DATE                 PIC 9(8).
           05  MH-APPR-OPERATOR            PIC X(10).
           05  MH-APPR-DATE                PIC 9(8).
           05  MH-REV-STATUS               PIC X(8).
           05  MH-REV-PERIOD               PIC 9(6).
           05  MH-REV-DATE                 PIC 9(8).
           05  MH-APPR-REQ                 PIC 9(8).
