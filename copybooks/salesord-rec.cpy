      *====================================================
      * SALESORD-REC.CPY
      * Shared FILE SECTION record for SALESORD-FILE, one row
      * per order line. Every line of an order carries the
      * same order number, customer, salesman, tax
      * jurisdiction and requested date. An OPEN line
      * reserves SO-QTY-ORDERED less SO-QTY-SHIPPED of its
      * item - on-hand is not touched until ship confirmation
      * posts the sale, so what is free to promise is on-hand
      * less every open line's remainder. The line CLOSEs once
      * everything ordered has shipped; a short shipment
      * leaves it OPEN for the rest. SO-LAST-INVOICE is the
      * sel_8 invoice of the latest shipment against it.
      * SO-CONTRACT is "Y" when the line was priced from the
      * customer's price contract. SO-PROMO-CODE is the
      * promotion (promo.dat) the line was priced under and
      * SO-PROMO-UNIT-DISC what it took off each unit; a line
      * written before promotions were carried has neither.
      *====================================================
       FD  SALESORD-FILE.

       01  SALESORD-RECORD.
           05  SO-ORDER-NUM                PIC 9(6).
           05  SO-LINE-NUM                 PIC 99.
           05  SO-STATUS                   PIC X(6).
           05  SO-CUST-NUM                 PIC X(8).
           05  SO-SM-NUM                   PIC 9(12).
           05  SO-ITEM-CODE                PIC X(8).
           05  SO-QTY-ORDERED              PIC 9(5)V99.
           05  SO-QTY-SHIPPED              PIC 9(5)V99.
           05  SO-UNIT-PRICE               PIC 9(5)V99.
           05  SO-QTY-BREAK                PIC 99.
           05  SO-CONTRACT                 PIC X.
           05  SO-TAX-JURIS                PIC X(3).
           05  SO-ORDER-DATE               PIC 9(8).
           05  SO-REQ-DATE                 PIC 9(8).
           05  SO-LAST-SHIP-DATE           PIC 9(8).
           05  SO-LAST-INVOICE             PIC 9(8).
           05  SO-OPERATOR-ID              PIC X(10).
           05  SO-PROMO-CODE               PIC X(6).
           05  SO-PROMO-UNIT-DISC          PIC 9(5)V99.
