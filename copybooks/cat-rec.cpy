      *====================================================
      * CAT-REC.CPY
      * Shared FILE SECTION record for CAT-FILE: the three-
      * level product category tree. A department row has
      * only CT-DEPT filled in, a category row CT-DEPT and
      * CT-CAT, a sub-category row all three; a row can only
      * be added under a parent already on file. An item's
      * PM-CATEGORY on prodmast.dat names one row here at any
      * level (blank = not yet categorized), and
      * CATEGORY-ANALYSIS rolls sales up the same tree.
      *====================================================
       FD  CAT-FILE.

       01  CAT-RECORD.
           05  CT-KEY.
               10  CT-DEPT                 PIC X(4).
               10  CT-CAT                  PIC X(4).
               10  CT-SUB                  PIC X(4).
           05  CT-NAME                     PIC X(20).
           05  CT-CHANGE-DATE              PIC 9(8).
           05  CT-OPERATOR-ID              PIC X(10).
