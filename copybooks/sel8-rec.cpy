      * price came from (zero = list price).
      * SEL8_PLAN_CODE_FH is the commission plan the row was
      * tiered under (see commission-table.cpy).
      * SEL8_CONTRACT_FH is "Y" when the price came from the
      * customer's price contract (contract.dat) rather than
      * list or a quantity break.
      * SEL8_PROMO_CODE_FH is the promotion (promo.dat) the
      * price was discounted under, spaces when none, and
      * SEL8_PROMO_DISC_FH the home-currency discount the
      * promotion gave away on this row.
      *====================================================
       01  SEL8_RECORD.
           05  SEL8_SM_NUM_FH                    PIC X(12).
           05  SEL8_SPLIT_PCT_FH                 PIC 9(3)V99.
           05  SEL8_QTY_BREAK_FH                 PIC 99.
           05  SEL8_PLAN_CODE_FH                 PIC X(5).
           05  SEL8_CONTRACT_FH                  PIC X.
           05  SEL8_PROMO_CODE_FH                PIC X(6).
           05  SEL8_PROMO_DISC_FH                PIC 9(7)V99.
