      *====================================================
      * QUOTA-REC.CPY
      * Shared FILE SECTION record for QUOTA-FILE: the annual
      * quota with its per-quarter splits. QT-CLOSED-DATE is
      * zero while the quota is open; SALESMAN-TERMINATION
      * stamps it when the salesman leaves, after which
      * SALES-QUOTA will not change it and the variance
      * report flags it CLOSED.
      *====================================================
       FD  QUOTA-FILE.

       01  QUOTA-RECORD.
           05  QT-SM-NUM                   PIC X(12).
           05  QT-ANNUAL-QUOTA             PIC 9(9).
           05  QT-Q1-QUOTA                 PIC 9(9).
           05  QT-Q2-QUOTA                 PIC 9(9).
           05  QT-Q3-QUOTA                 PIC 9(9).
           05  QT-Q4-QUOTA                 PIC 9(9).
           05  QT-CLOSED-DATE              PIC 9(8).
