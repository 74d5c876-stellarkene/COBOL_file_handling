      *====================================================
      * PRODHIST-REC.CPY
      * Shared FILE SECTION record for PRODHIST-FILE: one row
      * per change to a product master price or cost - old
      * value, new value, effective date, operator. The change
      * type says which figure moved: PRICE (PRODUCT-
      * MAINTENANCE and the vendor price import), COST (a
      * keyed unit cost), AVG (moving-average cost recomputed
      * on a PO receipt) or INVAD (average cost trued up when
      * a vendor invoice is approved at other than the PO
      * price - see avg-cost.cpy), or KIT (a kit's cost rolled
      * up from its components by BILL-OF-MATERIALS).
      *====================================================
       FD  PRODHIST-FILE.

       01  PRODHIST-RECORD.
           05  PH-ITEM-CODE                PIC X(8).
           05  PH-OLD-PRICE                PIC 9(5)V99.
           05  PH-NEW-PRICE                PIC 9(5)V99.
           05  PH-EFF-DATE                 PIC 9(8).
           05  PH-OPERATOR-ID              PIC X(10).
           05  PH-CHANGE-DATE              PIC X(8).
           05  PH-CHANGE-TIME              PIC X(8).
           05  PH-CHANGE-TYPE              PIC X(5).
