      * an item's waiting customers, and can run the
      * oldest-first allocation for one item on demand (the
      * receipts paths in INVENTORY-CONTROL and
      * PURCHASE-ORDER run it automatically); stock on
      * quarantine hold is left out of the allocation. Run on
      * demand from the command line; it is not wired into
      * FH-MAIN-MENU since it is housekeeping, not a
      * calculation.
      *====================================================
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "backord-select.cpy".
           COPY "salesord-select.cpy".
           COPY "inv-select.cpy".
           COPY "invloc-select.cpy".
           COPY "stkmove-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "backord-rec.cpy".
           COPY "salesord-rec.cpy".
           COPY "inv-rec.cpy".
           COPY "invloc-rec.cpy".
           COPY "stkmove-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.

       COPY "backorder-alloc.cpy".

       COPY "hold-check.cpy".

       COPY "order-reserve.cpy".

       COPY "stkmove-write.cpy".


       COPY "capture-operator.cpy".
