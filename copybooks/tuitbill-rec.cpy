      *====================================================
      * TUITBILL-REC.CPY
      * Shared FILE SECTION record for TUITBILL-FILE, the
      * register of every seat the term billing run has
      * charged or credited, with the open item it went on.
      * Rows are only ever appended: the latest row for a
      * student, section and term says whether the seat is
      * billed now (C charge) or was credited back on a drop
      * (R credit), so a rerun bills only new seats and
      * credits only new drops.
      *====================================================
       FD  TUITBILL-FILE.

       01  TUITBILL-RECORD.
           05  TB-STUDENT-NUM              PIC X(10).
           05  TB-SECTION                  PIC X(6).
           05  TB-TERM                     PIC X(6).
           05  TB-ACTION                   PIC X.
               88  TB-CHARGE               VALUE "C".
               88  TB-CREDIT               VALUE "R".
           05  TB-COURSE-CODE              PIC X(8).
           05  TB-AMOUNT                   PIC 9(7)V99.
           05  TB-INVOICE-NUM              PIC 9(8).
           05  TB-CUST-NUM                 PIC X(8).
           05  TB-BILL-DATE                PIC 9(8).
           05  TB-OPERATOR-ID              PIC X(10).
