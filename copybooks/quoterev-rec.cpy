      *====================================================
      * QUOTEREV-REC.CPY
      * Shared FILE SECTION record for QUOTEREV-FILE. Every
      * costed line on quotes.dat carries the revision of the
      * job's quotation it belongs to (QU-REVISION); this
      * file holds one row per revision. Rows are never
      * removed - the job's highest revision is its current
      * one, and the lower ones stay on file exactly as they
      * were offered; only the current row's follow-up
      * salesman and markup are ever changed
      * (QUOTE-REVISION). A job with no row here is on
      * revision 1 with no validity date of its own (see
      * quote-rev.cpy). QR-REASON says why the revision was
      * cut: FIRST QUOTE, CUSTOMER CHANGE or REPRICED.
      * QR-MARKUP-PCT is added to the revision's material and
      * labor cost to reach the selling price (blank on an
      * older row reads as no markup).
      *====================================================
       FD  QUOTEREV-FILE.

       01  QUOTEREV-RECORD.
           05  QR-JOB-NUM                  PIC X(8).
           05  QR-REVISION                 PIC 9(3).
           05  QR-VALID-UNTIL              PIC 9(8).
           05  QR-SALESMAN                 PIC 9(12).
           05  QR-REASON                   PIC X(15).
           05  QR-CREATED-DATE             PIC 9(8).
           05  QR-OPERATOR-ID              PIC X(10).
           05  QR-MARKUP-PCT               PIC 9(3)V99.
