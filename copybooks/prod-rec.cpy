      * price-change history row. PM-UNIT-COST is what the
      * item costs us - GROSS-MARGIN-REPORT prices margin as
      * units times (price less cost); cost changes get the
      * same history treatment as price changes. Once keyed,
      * PM-UNIT-COST is kept as a moving average by every PO
      * receipt and every vendor invoice approved off the PO
      * price (avg-cost.cpy), so margin, cycle-count and
      * valuation figures follow what stock actually cost.
      * PM-CATEGORY places the item in the department /
      * category / sub-category tree on catmast.dat (see
      * cat-rec.cpy); blank means not yet categorized.
      *====================================================
       FD  PROD-FILE.

           05  PM-UNIT-PRICE               PIC 9(5)V99.
           05  PM-EFF-DATE                 PIC 9(8).
           05  PM-UNIT-COST                PIC 9(5)V99.
           05  PM-CATEGORY.
               10  PM-CAT-DEPT             PIC X(4).
               10  PM-CAT-CAT              PIC X(4).
               10  PM-CAT-SUB              PIC X(4).
