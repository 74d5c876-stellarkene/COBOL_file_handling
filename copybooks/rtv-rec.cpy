      *====================================================
      * RTV-REC.CPY
      * Shared FILE SECTION record for RTV-FILE: one row per
      * return of received goods to the vendor, raised by
      * RETURN-TO-VENDOR against the original PO line. The
      * row is also the vendor debit memo - RV-AMOUNT is the
      * returned quantity at the PO price the vendor owes us
      * back. It stays OPEN while awaiting the vendor's
      * credit; VENDOR-INVOICE takes open memos off the
      * vendor's next payment, adding what it took to
      * RV-CREDIT-AMT, and the memo is CREDIT once that
      * reaches RV-AMOUNT. RV-CREDIT-INV and RV-CREDIT-DATE
      * name the invoice payment that last drew on it.
      *====================================================
       FD  RTV-FILE.

       01  RTV-RECORD.
           05  RV-NUM                      PIC 9(6).
           05  RV-DATE                     PIC 9(8).
           05  RV-VENDOR                   PIC X(10).
           05  RV-PO-NUM                   PIC 9(6).
           05  RV-ITEM-CODE                PIC X(8).
           05  RV-LOCATION                 PIC X(4).
           05  RV-QTY                      PIC 9(5)V99.
           05  RV-UNIT-COST                PIC 9(5)V99.
           05  RV-AMOUNT                   PIC 9(9)V99.
           05  RV-RA-NUM                   PIC X(15).
           05  RV-REASON                   PIC X(20).
           05  RV-OPERATOR                 PIC X(10).
           05  RV-STATUS                   PIC X(6).
               88  RV-STATUS-OPEN          VALUE "OPEN".
               88  RV-STATUS-CREDITED      VALUE "CREDIT".
           05  RV-CREDIT-AMT               PIC 9(9)V99.
           05  RV-CREDIT-INV               PIC X(15).
           05  RV-CREDIT-DATE              PIC 9(8).
