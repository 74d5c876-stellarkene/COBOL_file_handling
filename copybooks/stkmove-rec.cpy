      *====================================================
      * STKMOVE-REC.CPY
      * Shared FILE SECTION record for STKMOVE-FILE: one row
      * per change to IV-ON-HAND, in the order it happened.
      * MV-QTY is signed the way the shelf moved (a sale is
      * negative, a receipt positive) and MV-BALANCE is the
      * on-hand the movement left behind, so STOCK-CARD can
      * run an item's card forward and prove the ledger sums
      * to invmast.dat. MV-REF carries what caused it - an
      * invoice (IN), a PO (PO), a count date (CC), the
      * customer a backorder was filled for (CU), or the job
      * stock was issued to (JB, a JOBISS row). A BOFILL row
      * is a memo only: the units left on-hand when the
      * original sale posted, so its quantity is shown but
      * never added to the balance. An OPENING row carries an
      * item's on-hand at the day its ledger started.
      * MV-LOCATION names the stock location the movement
      * touched (blank on rows from before locations were
      * kept - read those as MAIN) and MV-LOC-BALANCE what
      * that location held afterwards. A transfer writes an
      * XFEROUT row at the giving location and an XFERIN row
      * at the taking one; the pair nets to nothing, so like
      * a BOFILL they never move the item's total balance
      * (MV-NO-TOTAL-EFFECT).
      *====================================================
       FD  STKMOVE-FILE.

       01  STKMOVE-RECORD.
           05  MV-ITEM-CODE                PIC X(8).
           05  MV-DATE                     PIC 9(8).
           05  MV-TIME                     PIC 9(8).
           05  MV-TYPE                     PIC X(7).
               88  MV-TYPE-SALE            VALUE "SALE".
               88  MV-TYPE-RETURN          VALUE "RETURN".
               88  MV-TYPE-RECEIPT         VALUE "RECEIPT".
               88  MV-TYPE-COUNT           VALUE "COUNT".
               88  MV-TYPE-BOFILL          VALUE "BOFILL".
               88  MV-TYPE-OPENING         VALUE "OPENING".
               88  MV-TYPE-XFEROUT         VALUE "XFEROUT".
               88  MV-TYPE-XFERIN          VALUE "XFERIN".
               88  MV-TYPE-SCRAP           VALUE "SCRAP".
               88  MV-TYPE-RTV             VALUE "RTV".
               88  MV-TYPE-JOBISSUE        VALUE "JOBISS".
               88  MV-NO-TOTAL-EFFECT      VALUE "BOFILL"
                                                 "XFEROUT"
                                                 "XFERIN".
           05  MV-QTY                      PIC S9(7)V99.
           05  MV-REF                      PIC X(12).
           05  MV-OPERATOR-ID              PIC X(10).
           05  MV-BALANCE                  PIC S9(7)V99.
           05  MV-PROGRAM-ID               PIC X(20).
           05  MV-LOCATION                 PIC X(4).
           05  MV-LOC-BALANCE              PIC S9(7)V99.
