      *====================================================
      * FEESCHED-REC.CPY
      * Shared FILE SECTION record for FEESCHED-FILE: what a
      * term's seats are billed at. FS-FEE-TYPE says how a
      * row charges:
      *   T - the term row (blank course): the date the term's
      *       fee bill falls due and the last day a drop still
      *       earns a full credit of the seat's charges;
      *   U - the rate per credit unit (blank course), times
      *       the catalog units of the section's course;
      *   C - a flat fee for every seat in the course;
      *   L - a flat lab fee for every seat in the course.
      * A term with no T row cannot be billed. Maintained by
      * TUITION-BILLING.
      *====================================================
       FD  FEESCHED-FILE.

       01  FEESCHED-RECORD.
           05  FS-KEY.
               10  FS-TERM                 PIC X(6).
               10  FS-FEE-TYPE             PIC X.
                   88  FS-TERM-ROW         VALUE "T".
                   88  FS-PER-UNIT         VALUE "U".
                   88  FS-COURSE-FEE       VALUE "C".
                   88  FS-LAB-FEE          VALUE "L".
                   88  FS-TYPE-VALID       VALUE "T" "U" "C" "L".
               10  FS-COURSE-CODE          PIC X(8).
           05  FS-AMOUNT                   PIC 9(7)V99.
           05  FS-DESC                     PIC X(20).
           05  FS-DUE-DATE                 PIC 9(8).
           05  FS-DROP-CUTOFF              PIC 9(8).
           05  FS-CHANGE-DATE              PIC 9(8).
           05  FS-OPERATOR-ID              PIC X(10).
