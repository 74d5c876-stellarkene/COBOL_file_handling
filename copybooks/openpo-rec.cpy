      * reorder list. A row stays OPEN until receiving
      * matches a delivery against it - the received quantity
      * is kept so over- and short-receipts stay visible
      * after the fact, with the date it arrived so vendor
      * performance can be measured against the expected
      * date. Rows received before the date was kept carry
      * spaces there. PO-VENDOR is a code off vendor.dat.
      * PO-UNIT-PRICE is the agreed price per unit that the
      * vendor's invoice is matched against; rows raised
      * before it was kept carry spaces and match against
      * the product master's unit cost instead.
      *====================================================
       FD  OPENPO-FILE.

           05  PO-STATUS                   PIC X(6).
           05  PO-RECV-QTY                 PIC 9(5)V99.
           05  PO-OPERATOR-ID              PIC X(10).
           05  PO-RECV-DATE                PIC 9(8).
           05  PO-UNIT-PRICE               PIC 9(5)V99.
