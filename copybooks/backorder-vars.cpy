      * program that PERFORMs ALLOCATE-ITEM-BACKORDERS.
      *====================================================
       01  WS-BOA-AVAIL                PIC S9(7)V99.
       01  WS-BOA-ON-HAND              PIC S9(7)V99.
       01  WS-BOA-OPENQTY              PIC 9(7)V99.
       01  WS-BOA-EOF                  PIC X.
       01  WS-BOA-IDX                  PIC 9(3).
