      *====================================================
      * TERMS-REC.CPY
      * Shared FILE SECTION record for TERMS-FILE. TM-TERMS-
      * CODE matches CU-TERMS on the customer master ("NET30",
      * "2/10NET30"). An invoice falls due TM-NET-DAYS after
      * the invoice date; paid within TM-DISC-DAYS it earns
      * TM-DISC-PCT off the original amount. A zero discount
      * percent means the terms carry no discount.
      *====================================================
       FD  TERMS-FILE.

       01  TERMS-RECORD.
           05  TM-TERMS-CODE               PIC X(10).
           05  TM-NET-DAYS                 PIC 9(3).
           05  TM-DISC-PCT                 PIC 9(2)V99.
           05  TM-DISC-DAYS                PIC 9(3).
           05  TM-DESCRIPTION              PIC X(25).
