      *====================================================
      * OPRATE-REC.CPY
      * Shared FILE SECTION record for OPRATE-FILE: operation
      * code, description, hourly rate and the setup time
      * charged once per operation line. OP-BASIS says how the
      * run time defaults from the job's shapes on
      * shape_hist.dat: (P)ERIMETER - cutting and edging, from
      * the flat shapes' perimeter or circumference - (A)REA -
      * finishing, from area (surface area for the volume
      * shapes) - or (N)ONE, keyed by hand. OP-MINUTES-PER is
      * the run minutes per unit of that measure. Maintained
      * by JOB-OPERATIONS.
      *====================================================
       FD  OPRATE-FILE.

       01  OPRATE-RECORD.
           05  OP-CODE                     PIC X(4).
           05  OP-DESCRIPTION              PIC X(20).
           05  OP-HOURLY-RATE              PIC 9(5)V99.
           05  OP-SETUP-HRS                PIC 9(3)V99.
           05  OP-BASIS                    PIC X.
               88  OP-BASIS-PERIMETER      VALUE "P".
               88  OP-BASIS-AREA           VALUE "A".
               88  OP-BASIS-NONE           VALUE "N".
           05  OP-MINUTES-PER              PIC 9(3)V99.
