      *====================================================
      * TAXDET-REC.CPY
      * Shared FILE SECTION record for TAXDET-FILE: one row
      * each time a sel_8 sale's tax is reported on a return.
      * TD-TAXABLE / TD-TAX are the change since the sale was
      * last reported (the first report carries the whole
      * amount, a later return or correction the difference),
      * so the rows for one salesman and invoice always add
      * up to what has been reported for it. TD-KIND is S for
      * a sale dated in the return period, A for an amendment
      * to an earlier period carried onto this return.
      *====================================================
       FD  TAXDET-FILE.

       01  TAXDET-RECORD.
           05  TD-PERIOD                   PIC 9(6).
           05  TD-JURIS                    PIC X(3).
           05  TD-SM-NUM                   PIC X(12).
           05  TD-INVOICE-NUM              PIC 9(8).
           05  TD-SALE-PERIOD              PIC 9(6).
           05  TD-KIND                     PIC X.
           05  TD-TAXABLE                  PIC S9(12)V99.
           05  TD-TAX                      PIC S9(12)V99.
           05  TD-POST-DATE                PIC 9(8).
