      *====================================================
      * BOM-REC.CPY
      * Shared FILE SECTION record for BOM-FILE: one row per
      * component of a kit. An item with rows here under its
      * code as BM-PARENT is a kit - it is never stocked
      * itself; selling one relieves BM-QTY-PER of every
      * component instead (kit-post.cpy). Kits are one level
      * deep: a component is always a stocked item, never
      * another kit. Maintained by BILL-OF-MATERIALS.
      *====================================================
       FD  BOM-FILE.

       01  BOM-RECORD.
           05  BM-KEY.
               10  BM-PARENT               PIC X(8).
               10  BM-COMPONENT            PIC X(8).
           05  BM-QTY-PER                  PIC 9(5)V99.
           05  BM-CHANGE-DATE              PIC 9(8).
           05  BM-OPERATOR-ID              PIC X(10).
