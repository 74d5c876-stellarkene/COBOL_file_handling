      *====================================================
      * OPRATE-SELECT.CPY
      * Shared FILE-CONTROL entry for the operations rate
      * table (oprates.dat) behind the labor and machine lines
      * on a job quotation - one row per operation (see
      * oprate-rec.cpy and JOB-OPERATIONS).
      *====================================================
           SELECT OPRATE-FILE ASSIGN TO "oprates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRATE-STATUS.
