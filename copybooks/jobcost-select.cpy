      *====================================================
      * JOBCOST-SELECT.CPY
      * Shared FILE-CONTROL entry for the job cost file
      * (jobcost.dat) - what an accepted job actually
      * consumed, one row per material issue or time booking,
      * plus the row that closes the job (see jobcost-rec.cpy
      * and JOB-COSTING).
      *====================================================
           SELECT JOBCOST-FILE ASSIGN TO "jobcost.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCOST-STATUS.
