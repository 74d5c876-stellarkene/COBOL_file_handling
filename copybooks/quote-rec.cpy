      * length), material, waste allowance, rate, and extended
      * cost, tagged with the active job number (FH_JOB_NUM,
      * opened from GEOMETRY-MENU) so JOB-QUOTATION can add a
      * whole job up. QU-REVISION is the revision of the job's
      * quotation the line belongs to (quoterev-rec.cpy); a
      * line written before revisions were kept carries no
      * revision and counts as revision 1. QU-LINE-TYPE "O"
      * marks a labor or machine operation line from
      * JOB-OPERATIONS: QU-MATERIAL then holds the operation
      * code (oprate-rec.cpy), QU-QUANTITY the hours including
      * setup, QU-RATE the hourly rate and QU-UNIT "H"; any
      * other value is a material line.
      *====================================================
       FD  QUOTE-FILE.

           05  QU-COST                     PIC 9(9)V99.
           05  QU-OPERATOR-ID              PIC X(10).
           05  QU-QUOTE-DATE               PIC X(8).
           05  QU-REVISION                 PIC 9(3).
           05  QU-LINE-TYPE                PIC X.
               88  QU-LINE-OPERATION       VALUE "O".
