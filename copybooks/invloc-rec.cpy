      *====================================================
      * INVLOC-REC.CPY
      * Shared FILE SECTION record for INVLOC-FILE: what one
      * location holds of one item. invmast.dat stays the
      * item's all-locations total - every reader that wants
      * the whole shelf keeps reading it - and inv-post.cpy
      * moves the total and the location row together. A
      * transfer (STOCK-TRANSFER) moves two location rows and
      * leaves the total alone. IL-REORDER-POINT is the
      * location's own trigger for the reorder report run for
      * one location. Signed like IV-ON-HAND. IL-HOLD is "Q"
      * while the row's stock is on quarantine hold (see
      * quarhold-rec.cpy): it stays in on-hand but cannot be
      * sold, shipped or allocated until quality control
      * releases or scraps it.
      *====================================================
       FD  INVLOC-FILE.

       01  INVLOC-RECORD.
           05  IL-KEY.
               10  IL-ITEM-CODE            PIC X(8).
               10  IL-LOCATION             PIC X(4).
           05  IL-ON-HAND                  PIC S9(7)V99.
           05  IL-REORDER-POINT            PIC 9(5).
           05  IL-HOLD                     PIC X.
               88  IL-ON-HOLD              VALUE "Q".
