      * the tie-out and revaluation runs) stays in step when
      * a field is added. One row per posting line; a journal
      * is balanced when the period's debits equal credits.
      * GJ-SOURCE tells a generated line (S - blank on rows
      * written before the field existed) from a keyed manual
      * entry (M) and the automatic reversal of one (R);
      * GJ-REF carries the manual entry's reference.
      *====================================================
       FD  GLJRNL-FILE.

           05  GJ-DESC                     PIC X(19).
           05  GJ-DEBIT                    PIC S9(12)V99.
           05  GJ-CREDIT                   PIC S9(12)V99.
           05  GJ-SOURCE                   PIC X.
               88  GJ-SOURCE-MANUAL        VALUE "M".
               88  GJ-SOURCE-REVERSAL      VALUE "R".
           05  GJ-REF                      PIC X(10).
