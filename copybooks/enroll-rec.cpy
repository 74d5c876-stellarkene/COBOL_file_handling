      * section for a term. sel_1.dat only knows students who
      * already have a grade; this file is what the missing-
      * grade exception report chases against at term end.
      * Rows are only ever appended: a drop is a row with
      * EN-ACTION "D", and the latest row for a student,
      * section and term says whether the seat is held (a
      * blank action on an older row is an enrollment).
      * EN-OVERRIDE-BY / EN-OVERRIDE-REASON record the
      * supervisor who approved letting a student in without
      * a prerequisite on the approval queue, and why.
      *====================================================
       FD  ENROLL-FILE.

           05  EN-TERM                     PIC X(6).
           05  EN-ENROLL-DATE              PIC 9(8).
           05  EN-OPERATOR-ID              PIC X(10).
           05  EN-ACTION                   PIC X.
               88  EN-ENROLLED             VALUE "E" " ".
               88  EN-DROPPED              VALUE "D".
           05  EN-OVERRIDE-BY              PIC X(10).
           05  EN-OVERRIDE-REASON          PIC X(30).
