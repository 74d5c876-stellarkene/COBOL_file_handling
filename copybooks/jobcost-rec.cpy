      *====================================================
      * JOBCOST-REC.CPY
      * Shared FILE SECTION record for JOBCOST-FILE, appended
      * by JOB-COSTING. A (M)ATERIAL row is stock issued to
      * the job: JC-CODE is the material code the job was
      * quoted under (matrates.dat), JC-ITEM-CODE and
      * JC-LOCATION the stock item and location it was
      * relieved from, JC-QTY the units and JC-UNIT-COST the
      * item's unit cost off prodmast.dat at the time. A
      * (L)ABOR row is time booked to the job: JC-CODE is the
      * operation code (oprates.dat), JC-QTY the hours and
      * JC-UNIT-COST the hourly rate. JC-COST is the extended
      * cost either way. A (C)LOSE row ends the job - no more
      * issues or bookings are taken - and carries in JC-COST
      * the job's revenue, the marked-up selling price of its
      * accepted quotation revision.
      *====================================================
       FD  JOBCOST-FILE.

       01  JOBCOST-RECORD.
           05  JC-JOB-NUM                  PIC X(8).
           05  JC-TYPE                     PIC X.
               88  JC-TYPE-MATERIAL        VALUE "M".
               88  JC-TYPE-LABOR           VALUE "L".
               88  JC-TYPE-CLOSE           VALUE "C".
           05  JC-CODE                     PIC X(4).
           05  JC-ITEM-CODE                PIC X(8).
           05  JC-LOCATION                 PIC X(4).
           05  JC-QTY                      PIC 9(7)V99.
           05  JC-UNIT-COST                PIC 9(5)V99.
           05  JC-COST                     PIC 9(11)V99.
           05  JC-DATE                     PIC 9(8).
           05  JC-OPERATOR-ID              PIC X(10).
