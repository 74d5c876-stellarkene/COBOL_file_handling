      *====================================================
      * APINV-REC.CPY
      * Shared FILE SECTION record for APINV-FILE. Each line
      * bills one PO line of openpo.dat: AI-QTY-BILLED at
      * AI-PRICE-BILLED. At entry it is matched three ways -
      * the PO's agreed price (AI-PO-PRICE) and the quantity
      * actually received on the PO (AI-RECV-QTY), both kept
      * as they stood at the match. A line inside tolerance
      * is APPROVED for payment and posted straight away; one
      * outside it goes on HOLD with AI-HOLD-REASON and on the
      * approval queue as request AI-APPR-REQ until a
      * supervisor approves its release there (APPROVED) or
      * refuses it (REJECTED).
      * PAID once the payment is recorded. AI-DUE-DATE comes
      * from the vendor's payment terms.
      *====================================================
       FD  APINV-FILE.

       01  APINV-RECORD.
           05  AI-VENDOR                   PIC X(10).
           05  AI-INVOICE-NUM              PIC X(15).
           05  AI-PO-NUM                   PIC 9(6).
           05  AI-ITEM-CODE                PIC X(8).
           05  AI-INV-DATE                 PIC 9(8).
           05  AI-DUE-DATE                 PIC 9(8).
           05  AI-QTY-BILLED               PIC 9(5)V99.
           05  AI-PRICE-BILLED             PIC 9(5)V99.
           05  AI-AMOUNT                   PIC 9(9)V99.
           05  AI-PO-PRICE                 PIC 9(5)V99.
           05  AI-RECV-QTY                 PIC 9(5)V99.
           05  AI-STATUS                   PIC X(8).
           05  AI-HOLD-REASON              PIC X(20).
           05  AI-ENTRY-OPERATOR           PIC X(10).
           05  AI-APPROVED-BY              PIC X(10).
           05  AI-APPROVED-DATE            PIC 9(8).
           05  AI-PAID-DATE                PIC 9(8).
           05  AI-PAID-OPERATOR            PIC X(10).
           05  AI-APPR-REQ                 PIC 9(8).
