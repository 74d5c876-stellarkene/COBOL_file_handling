      *====================================================
      * EINVSENT-REC.CPY
      * Shared FILE SECTION record for EINVSENT-FILE. One row
      * per sel_8.dat line (invoice number + salesman share)
      * per document transmitted: ES-DOC-TYPE "INV" for the
      * invoice itself, "CRN" for a credit note against a
      * return. ES-AMOUNT is the home-currency amount before
      * tax the document carried for that line. ES-RESEND "Y"
      * marks a repeat transmission asked for by hand - those
      * rows are history only and never count as sent, so an
      * invoice (or return) goes out automatically exactly
      * once.
      *====================================================
       FD  EINVSENT-FILE.

       01  EINVSENT-RECORD.
           05  ES-INVOICE-NUM              PIC 9(8).
           05  ES-SM-NUM                   PIC X(12).
           05  ES-DOC-TYPE                 PIC X(3).
           05  ES-AMOUNT                   PIC 9(10)V99.
           05  ES-SENT-DATE                PIC 9(8).
           05  ES-SENT-TIME                PIC X(6).
           05  ES-RESEND                   PIC X.
           05  ES-OPERATOR-ID              PIC X(10).
