      *====================================================
      * UNAPPLIED-REC.CPY
      * Shared FILE SECTION record for UNAPPLIED-FILE. UA-REF
      * is the running suspense reference the clerk quotes to
      * work an item off. UA-AMOUNT is what went into
      * suspense, UA-REMAINING what is still unapplied; the
      * row turns CLEARD at zero and stays on file for the
      * auditors. UA-INVOICE-NUM is the invoice the customer
      * quoted, which may not exist. UA-REASON is NOINV (no
      * open item for the invoice), WRONGCU (invoice belongs
      * to another customer), OVERPAY (excess over the
      * balance), or NOTOPEN (invoice already settled).
      *====================================================
       FD  UNAPPLIED-FILE.

       01  UNAPPLIED-RECORD.
           05  UA-REF                      PIC 9(6).
           05  UA-CUST-NUM                 PIC X(8).
           05  UA-INVOICE-NUM              PIC 9(8).
           05  UA-PAY-DATE                 PIC 9(8).
           05  UA-CHECK-NUM                PIC X(10).
           05  UA-AMOUNT                   PIC S9(12)V99.
           05  UA-REMAINING                PIC S9(12)V99.
           05  UA-REASON                   PIC X(7).
           05  UA-STATUS                   PIC X(6).
           05  UA-OPERATOR-ID              PIC X(10).
