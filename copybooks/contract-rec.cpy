      *====================================================
      * CONTRACT-REC.CPY
      * Shared FILE SECTION record for CONTRACT-FILE. From
      * CT-START-DATE through CT-END-DATE (inclusive) the
      * customer buys CT-ITEM-CODE at CT-PRICE, ahead of both
      * PM-UNIT-PRICE and any quantity break. On a quotation
      * the item code is the quote's material code and the
      * price is the contract rate per unit of material.
      *====================================================
       FD  CONTRACT-FILE.

       01  CONTRACT-RECORD.
           05  CT-CUST-NUM                 PIC X(8).
           05  CT-ITEM-CODE                PIC X(8).
           05  CT-PRICE                    PIC 9(5)V99.
           05  CT-START-DATE               PIC 9(8).
           05  CT-END-DATE                 PIC 9(8).
           05  CT-OPERATOR-ID              PIC X(10).
