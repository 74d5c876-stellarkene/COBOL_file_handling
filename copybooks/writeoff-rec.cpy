      *====================================================
      * WRITEOFF-REC.CPY
      * Shared FILE SECTION record for WRITEOFF-FILE. A clerk
      * proposes writing off an open item's balance (status
      * PENDING) and it goes on the approval queue as request
      * WO-APPR-REQ; once a supervisor other than the proposer
      * approves or refuses it there, the row becomes APPROVED
      * or REJECTED under the decider's id. WO-AMOUNT is the
      * balance actually closed to bad debt and WO-PERIOD the
      * GL period the expense was posted to; both are set on
      * approval. Rows are never deleted - the approved rows
      * are the write-off register.
      *====================================================
       FD  WRITEOFF-FILE.

       01  WRITEOFF-RECORD.
           05  WO-REF                      PIC 9(6).
           05  WO-STATUS                   PIC X(8).
           05  WO-INVOICE-NUM              PIC 9(8).
           05  WO-CUST-NUM                 PIC X(8).
           05  WO-AMOUNT                   PIC S9(12)V99.
           05  WO-REASON                   PIC X(20).
           05  WO-REQ-OPERATOR             PIC X(10).
           05  WO-REQ-DATE                 PIC X(8).
           05  WO-REQ-TIME                 PIC X(8).
           05  WO-APPR-OPERATOR            PIC X(10).
           05  WO-APPR-DATE                PIC X(8).
           05  WO-APPR-TIME                PIC X(8).
           05  WO-PERIOD                   PIC 9(6).
           05  WO-APPR-REQ                 PIC 9(8).
