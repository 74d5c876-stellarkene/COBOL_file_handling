      *====================================================
      * VENDOR-REC.CPY
      * Shared FILE SECTION record for VENDOR-FILE: one row
      * per supplier. VN-CODE is what PO-VENDOR carries on
      * openpo.dat. VN-TERMS is a terms code off terms.dat.
      * VN-LEAD-DAYS is the standard lead time - a new PO's
      * expected date defaults to the order date plus this
      * many days. A vendor with VN-ACTIVE "N" stays on file
      * for its PO history but no new PO may be raised to it.
      *====================================================
       FD  VENDOR-FILE.

       01  VENDOR-RECORD.
           05  VN-CODE                     PIC X(10).
           05  VN-NAME                     PIC X(30).
           05  VN-TERMS                    PIC X(10).
           05  VN-LEAD-DAYS                PIC 9(3).
           05  VN-ACTIVE                   PIC X.
           05  VN-CHANGE-DATE              PIC 9(8).
           05  VN-OPERATOR-ID              PIC X(10).
