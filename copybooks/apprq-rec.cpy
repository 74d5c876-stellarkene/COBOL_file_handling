      *====================================================
      * APPRQ-REC.CPY
      * Shared FILE SECTION record for APPRQ-FILE: one request
      * for a supervisor's second signature, whatever program
      * raised it. AQ-TYPE says what is being asked for -
      * GRADECHG (a REVISED-GRADES grade change), CYCLECNT (a
      * CYCLE-COUNT variance), CREDHOLD (a sale over the
      * customer's credit limit), PERIOD (a posting dated in
      * a closed commission period), MASSUPD (a MASS-UPDATE
      * batch - AQ-AMOUNT is its record count), WRITEOFF (a
      * BAD-DEBT-WRITEOFF proposal), COMMADJ (a commission
      * adjustment), MANUALJE (a manual journal entry), APHOLD
      * (the release of a vendor-invoice line on match hold),
      * PREREQ (an enrollment without a prerequisite -
      * AQ-AMOUNT is zero). AQ-REF
      * identifies the item to the requesting program, which
      * reads the decision back (approval-queue.cpy) and sets
      * AQ-PICKED-UP to "Y" once it has acted on it. A request
      * is PENDING until a supervisor other than the requester
      * APPROVEs or REFUSEs it in APPROVAL-QUEUE;
      * AQ-ESCALATED-DATE is stamped when it sat pending long
      * enough to go to the supervisors' report inbox.
      *====================================================
       FD  APPRQ-FILE.

       01  APPRQ-RECORD.
           05  AQ-REQ-NUM                  PIC 9(8).
           05  AQ-TYPE                     PIC X(8).
           05  AQ-REF                      PIC X(20).
           05  AQ-PROGRAM                  PIC X(30).
           05  AQ-REQUESTER                PIC X(10).
           05  AQ-AMOUNT                   PIC S9(10)V99.
           05  AQ-REASON                   PIC X(40).
           05  AQ-REQ-DATE                 PIC 9(8).
           05  AQ-REQ-TIME                 PIC X(8).
           05  AQ-STATUS                   PIC X(8).
               88  AQ-PENDING              VALUE "PENDING".
               88  AQ-APPROVED             VALUE "APPROVED".
               88  AQ-REFUSED              VALUE "REFUSED".
           05  AQ-DECIDED-BY               PIC X(10).
           05  AQ-DECIDED-DATE             PIC 9(8).
           05  AQ-DECIDED-TIME             PIC X(8).
           05  AQ-NOTE                     PIC X(30).
           05  AQ-PICKED-UP                PIC X.
           05  AQ-ESCALATED-DATE           PIC 9(8).
