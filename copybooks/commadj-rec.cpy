      *====================================================
      * COMMADJ-REC.CPY
      * Shared FILE SECTION record for COMMADJ-FILE. AJ-AMOUNT
      * is signed - positive pays the salesman more, negative
      * takes commission back - and pays in AJ-PERIOD, an open
      * period, whatever period AJ-INVOICE-NUM was sold in.
      * AJ-REASON is one of the codes COMMISSION-ADJUSTMENT
      * validates (PLAN, SPLIT, WRNGSM, OTHER). A row counts
      * only once AJ-STATUS is APPROVED: then the payroll
      * export, COMMISSION-STATEMENT and the final settlement
      * of SALESMAN-TERMINATION net it into the payable
      * (commadj-sum.cpy), and the approval posted it to the
      * GL journal. The row goes on the approval queue as
      * request AJ-APPR-REQ when it is keyed; a supervisor
      * other than the operator who keyed it must approve it
      * there before it can post.
      *====================================================
       FD  COMMADJ-FILE.

       01  COMMADJ-RECORD.
           05  AJ-ADJ-NUM                  PIC 9(6).
           05  AJ-SM-NUM                   PIC X(12).
           05  AJ-SM-NAME                  PIC X(25).
           05  AJ-AMOUNT                   PIC S9(10)V99.
           05  AJ-REASON                   PIC X(6).
           05  AJ-INVOICE-NUM              PIC 9(8).
           05  AJ-PERIOD                   PIC 9(6).
           05  AJ-MEMO                     PIC X(30).
           05  AJ-STATUS                   PIC X(8).
           05  AJ-REQ-OPERATOR             PIC X(10).
           05  AJ-REQ-DATE                 PIC 9(8).
           05  AJ-APPR-OPERATOR            PIC X(10).
           05  AJ-APPR-DATE                PIC 9(8).
           05  AJ-APPR-REQ                 PIC 9(8).
