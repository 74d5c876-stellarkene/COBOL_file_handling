      *====================================================
      * STUACCT-REC.CPY
      * Shared FILE SECTION record for STUACCT-FILE: the
      * customer account (custmast.dat) a student's fee bills
      * are carried on in openitem.dat. Student numbers are
      * wider than customer numbers, so the first billing run
      * to charge a student opens an account numbered
      * "ST" plus a six-digit sequence, in the student's name,
      * and records it here. Aging, statements, dunning and
      * PAYMENT-ENTRY then treat it as any other customer.
      * Written by TUITION-BILLING.
      *====================================================
       FD  STUACCT-FILE.

       01  STUACCT-RECORD.
           05  SA-STUDENT-NUM              PIC X(10).
           05  SA-CUST-NUM                 PIC X(8).
           05  SA-OPEN-DATE                PIC 9(8).
           05  SA-OPERATOR-ID              PIC X(10).
