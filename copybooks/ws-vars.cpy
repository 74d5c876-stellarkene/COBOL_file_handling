       01  WS-MC-JOB                   PIC X(8) VALUE SPACES.
       01  WS-FH-OPERATOR-ROLE         PIC X VALUE "C".
       01  WS-FH-ROLE-OK               PIC X VALUE "N".
       01  WS-FH-TRAINING              PIC X VALUE "N".
       01  WS-MAINT-AUDIT-STATUS       PIC XX.
       01  WS-FH-LOCK-STATUS           PIC XX.
       01  WS-FH-LOCK-HELD             PIC X VALUE "N".
       01  WS-CHAIN-BUF                PIC X(700).
       01  WS-CHAIN-LEN                PIC 9(4).
       01  WS-CHAIN-IDX                PIC 9(4).
       01  WS-TERMS-STATUS             PIC XX.
       01  WS-HOLIDAY-STATUS           PIC XX.
       01  WS-DD-CUST-NUM              PIC X(8).
       01  WS-DD-INV-DATE              PIC 9(8).
       01  WS-DD-TERMS                 PIC X(10).
       01  WS-DD-TERMS-FOUND           PIC X.
       01  WS-DD-NET-DAYS              PIC 9(3).
       01  WS-DD-DISC-PCT              PIC 9(2)V99.
       01  WS-DD-DISC-DAYS             PIC 9(3).
       01  WS-DD-DUE-DATE              PIC 9(8).
       01  WS-DD-DISC-DATE             PIC 9(8).
       01  WS-DD-WORK-DATE             PIC 9(8).
       01  WS-DD-ADD-DAYS              PIC 9(3).
       01  WS-DD-INT                   PIC S9(9).
       01  WS-DD-DOW                   PIC 9.
       01  WS-DD-IS-HOL                PIC X.
       01  WS-DD-HOL-LOADED            PIC X VALUE "N".
       01  WS-DD-HOL-COUNT             PIC 9(3) VALUE 0.
       01  WS-DD-HOL-IDX               PIC 9(3).
       01  WS-DD-HOL-TABLE.
           05  WS-DD-HOL-ENTRY         OCCURS 100 TIMES.
               10  WS-DD-HOL-DATE      PIC 9(8).
               10  WS-DD-HOL-DATE-X REDEFINES WS-DD-HOL-DATE.
                   15  FILLER          PIC 9(4).
                   15  WS-DD-HOL-MMDD  PIC 9(4).
               10  WS-DD-HOL-RECUR     PIC X.
       01  WS-ARPAY-STATUS             PIC XX.
       01  WS-UNAPPLIED-STATUS         PIC XX.
       01  WS-AC-AMOUNT                PIC S9(12)V99.
       01  WS-AC-DATE                  PIC 9(8).
       01  WS-AC-APPLIED               PIC S9(12)V99.
       01  WS-AC-DISC                  PIC S9(12)V99.
       01  WS-AC-DISC-AVAIL            PIC S9(12)V99.
       01  WS-AC-EXCESS                PIC S9(12)V99.
       01  WS-WRITEOFF-STATUS          PIC XX.
       01  WS-BANKREC-STATUS           PIC XX.
       01  WS-FX-CURRENCY              PIC X(3).
       01  WS-FX-RATE                  PIC 9(3)V9(6).
       01  WS-FX-RATE-FOUND            PIC X.
       01  WS-FX-PAY-FC                PIC S9(12)V99.
       01  WS-FX-PAY-HOME              PIC S9(12)V99.
       01  WS-FX-APPLIED-FC            PIC S9(12)V99.
       01  WS-FX-DISC-FC               PIC S9(12)V99.
       01  WS-FX-AVAIL-FC              PIC S9(12)V99.
       01  WS-FX-RECEIVED              PIC S9(12)V99.
       01  WS-FX-DIFF                  PIC S9(12)V99.
       01  WS-FX-ABS-DIFF              PIC S9(12)V99.
       01  WS-FX-RECV-ACCT             PIC X(8).
       01  WS-FX-RECV-DESC             PIC X(19).
       01  WS-FX-GL-ACCT               PIC X(8).
       01  WS-FX-GL-DESC               PIC X(19).
       01  WS-SALESORD-STATUS          PIC XX.
       01  WS-CONTRACT-STATUS          PIC XX.
       01  WS-CP-CUST                  PIC X(8).
       01  WS-CP-ITEM                  PIC X(8).
       01  WS-CP-DATE                  PIC 9(8).
       01  WS-CP-HIT                   PIC X.
       01  WS-CP-PRICE                 PIC 9(5)V99.
       01  WS-CP-BEST-START            PIC 9(8).
       01  WS-PROMO-STATUS             PIC XX.
       01  WS-PR-ITEM                  PIC X(8).
       01  WS-PR-UNITS                 PIC 9(5)V99.
       01  WS-PR-DATE                  PIC 9(8).
       01  WS-PR-PRICE                 PIC 9(5)V99.
       01  WS-PR-HIT                   PIC X.
       01  WS-PR-CODE                  PIC X(6).
       01  WS-PR-NEW-PRICE             PIC 9(5)V99.
       01  WS-PR-TRY-PRICE             PIC S9(5)V99.
       01  WS-EINVSENT-STATUS          PIC XX.
       01  WS-MGRRATE-STATUS           PIC XX.
       01  WS-OVERRIDE-STATUS          PIC XX.
       01  WS-MO-SM-NUM                PIC X(12).
       01  WS-MO-MGR-NUM               PIC X(12).
       01  WS-MO-SALES                 PIC S9(10)V99.
       01  WS-MO-INVOICE               PIC 9(8).
       01  WS-MO-DATE                  PIC 9(8).
       01  WS-MO-RATE                  PIC 9V9999.
       01  WS-MO-BEST-DATE             PIC 9(8).
       01  WS-MO-AMOUNT                PIC S9(10)V99.
       01  WS-QUOTA-STATUS             PIC XX.
       01  WS-CHECKCTL-STATUS          PIC XX.
       01  WS-CHKREG-STATUS            PIC XX.
       01  WS-NEXT-CHECK-NUM           PIC 9(8).
       01  WS-PO-PERIOD                PIC 9(6).
       01  WS-PO-AMOUNT                PIC S9(12)V99.
       01  WS-PO-DESC                  PIC X(19).
       01  WS-PO-POSTED                PIC X.
       01  WS-PO-EOF                   PIC X.
       01  WS-PO-PAY-ACCT              PIC X(8).
       01  WS-PO-CASH-ACCT             PIC X(8).
       01  WS-COMMADJ-STATUS           PIC XX.
       01  WS-AJ-SM-NUM                PIC X(12).
       01  WS-AJ-PERIOD                PIC 9(6).
       01  WS-AJ-TOTAL                 PIC S9(12)V99.
       01  WS-AJ-EOF                   PIC X.
       01  WS-COA-STATUS               PIC XX.
       01  WS-GLMAP-STATUS             PIC XX.
       01  WS-MJEHDR-STATUS            PIC XX.
       01  WS-MJELINE-STATUS           PIC XX.
       01  WS-BUDGET-STATUS            PIC XX.
       01  WS-TAXRET-STATUS            PIC XX.
       01  WS-TAXDET-STATUS            PIC XX.
       01  WS-VENDOR-STATUS            PIC XX.
       01  WS-APINV-STATUS             PIC XX.
       01  WS-PRODHIST-STATUS          PIC XX.
       01  WS-AC-ITEM-CODE             PIC X(8).
       01  WS-AC-QTY                   PIC S9(5)V99.
       01  WS-AC-VALUE                 PIC S9(12)V99.
       01  WS-AC-CHANGE-TYPE           PIC X(5).
       01  WS-AC-ON-HAND               PIC S9(7)V99.
       01  WS-AC-OLD-COST              PIC 9(5)V99.
       01  WS-AC-NEW-COST              PIC S9(7)V99.
       01  WS-AC-COST-OUT              PIC ZZ,ZZ9.99.
       01  WS-AC-COST2-OUT             PIC ZZ,ZZ9.99.
       01  WS-STKMOVE-STATUS           PIC XX.
       01  WS-MV-ITEM-CODE             PIC X(8).
       01  WS-MV-TYPE                  PIC X(7) VALUE SPACES.
       01  WS-MV-QTY                   PIC S9(7)V99.
       01  WS-MV-REF                   PIC X(12) VALUE SPACES.
       01  WS-MV-BALANCE               PIC S9(7)V99.
       01  WS-MV-LOCATION              PIC X(4) VALUE SPACES.
       01  WS-MV-LOC-BALANCE           PIC S9(7)V99 VALUE ZERO.
       01  WS-LOC-STATUS               PIC XX.
       01  WS-INVLOC-STATUS            PIC XX.
       01  WS-INV-LOCATION             PIC X(4) VALUE SPACES.
       01  WS-LOC-OK                   PIC X.
       01  WS-QUARHOLD-STATUS          PIC XX.
       01  WS-QH-ITEM-CODE             PIC X(8).
       01  WS-QH-HELD                  PIC X.
       01  WS-QH-HELD-QTY              PIC S9(7)V99.
       01  WS-SOR-ITEM-CODE            PIC X(8).
       01  WS-SOR-EOF                  PIC X.
       01  WS-SOR-STOCKED              PIC X.
       01  WS-SOR-RESERVED             PIC S9(7)V99.
       01  WS-SOR-ON-HAND              PIC S9(7)V99.
       01  WS-SOR-FREE                 PIC S9(7)V99.
       01  WS-SOR-QTY-OUT              PIC Z,ZZZ,ZZ9.99-.
       01  WS-CAT-STATUS               PIC XX.
       01  WS-CAT-KEY.
           05  WS-CAT-DEPT             PIC X(4).
           05  WS-CAT-CAT              PIC X(4).
           05  WS-CAT-SUB              PIC X(4).
       01  WS-CAT-OK                   PIC X.
       01  WS-RTV-STATUS               PIC XX.
       01  WS-BOM-STATUS               PIC XX.
       01  WS-KIT-PARENT               PIC X(8).
       01  WS-KIT-COUNT                PIC 99.
       01  WS-KIT-IDX                  PIC 99.
       01  WS-KIT-EOF                  PIC X.
       01  WS-KIT-TABLE.
           05  WS-KIT-ENTRY            OCCURS 20 TIMES.
               10  WS-KIT-COMPONENT    PIC X(8).
               10  WS-KIT-QTY-PER      PIC 9(5)V99.
       01  WS-KIT-SOLD-UNITS           PIC S9(5)V99.
       01  WS-KIT-MV-TYPE              PIC X(7).
       01  WS-KIT-MV-REF               PIC X(12).
       01  WS-KIT-COMP-AVAIL           PIC S9(9)V99.
       01  WS-KIT-AVAILABLE            PIC S9(9).
       01  WS-QUOTEREV-STATUS          PIC XX.
       01  WS-QR-JOB                   PIC X(8).
       01  WS-QR-FOUND                 PIC X.
       01  WS-QR-EOF                   PIC X.
       01  WS-QR-CUR-REV               PIC 9(3).
       01  WS-QR-VALID-UNTIL           PIC 9(8).
       01  WS-QR-SALESMAN              PIC 9(12).
       01  WS-QR-MARKUP                PIC 9(3)V99.
       01  WS-QR-LINE-REV              PIC 9(3).
       01  WS-QR-ON-CURRENT            PIC X.
       01  WS-QR-BASE-DATE             PIC 9(8).
       01  WS-QR-DAYS                  PIC 9(3).
       01  WS-QR-DEFAULT-DAYS          PIC 9(3) VALUE 30.
       01  WS-QR-COUNT                 PIC 9(4).
       01  WS-QR-IDX                   PIC 9(4).
       01  WS-QR-OVERFLOW              PIC X.
       01  WS-QR-TABLE.
           05  WS-QR-ENTRY             OCCURS 1000 TIMES.
               10  WS-QR-T-JOB         PIC X(8).
               10  WS-QR-T-REV         PIC 9(3).
               10  WS-QR-T-VALID       PIC 9(8).
               10  WS-QR-T-SALESMAN    PIC 9(12).
               10  WS-QR-T-MARKUP      PIC 9(3)V99.
       01  WS-OPRATE-STATUS            PIC XX.
       01  WS-OP-CODE                  PIC X(4).
       01  WS-OP-FOUND                 PIC X.
       01  WS-OP-RATE                  PIC 9(5)V99.
       01  WS-OP-SETUP                 PIC 9(3)V99.
       01  WS-OP-BASIS                 PIC X.
       01  WS-OP-MINUTES               PIC 9(3)V99.
       01  WS-OP-DESC                  PIC X(20).
       01  WS-JOBCOST-STATUS           PIC XX.
       01  WS-COURSE-STATUS            PIC XX.
       01  WS-SECTMAP-STATUS           PIC XX.
       01  WS-DEGREQ-STATUS            PIC XX.
       01  WS-CU-SECTION               PIC X(6).
       01  WS-CU-TERM                  PIC X(6).
       01  WS-CU-FOUND                 PIC X.
       01  WS-CU-COURSE                PIC X(8).
       01  WS-CU-TITLE                 PIC X(30).
       01  WS-CU-UNITS                 PIC 9(2)V9.
       01  WS-CU-DEFAULT-UNITS         PIC 9(2)V9 VALUE 1.
       01  WS-CU-CAPACITY              PIC 9(3).
       01  WS-PREREQ-STATUS            PIC XX.
       01  WS-WAITLIST-STATUS          PIC XX.
       01  WS-CU-ABSENCE-LIMIT         PIC 9(2).
       01  WS-ATTEND-STATUS            PIC XX.
       01  WS-ABSWARN-STATUS           PIC XX.
       01  WS-INSTR-STATUS             PIC XX.
       01  WS-SECTINST-STATUS          PIC XX.
       01  WS-GRADEDL-STATUS           PIC XX.
       01  WS-SI-SECTION               PIC X(6).
       01  WS-SI-TERM                  PIC X(6).
       01  WS-SI-FOUND                 PIC X.
       01  WS-SI-INSTR-ID              PIC X(10).
       01  WS-SI-INSTR-NAME            PIC X(25).
       01  WS-FEESCHED-STATUS          PIC XX.
       01  WS-STUACCT-STATUS           PIC XX.
       01  WS-TUITBILL-STATUS          PIC XX.
       01  WS-FEEH-STUDENT             PIC X(10).
       01  WS-FEEH-CUST                PIC X(8).
       01  WS-FEEH-HOLD                PIC X.
       01  WS-FEEH-OVERDUE             PIC S9(12)V99.
       01  WS-FEEH-TODAY               PIC 9(8).
       01  WS-FEEH-EOF                 PIC X.
       01  WS-CORRACT-STATUS           PIC XX.
       01  WS-LOANMAST-STATUS          PIC XX.
       01  WS-LOANSCHED-STATUS         PIC XX.
       01  WS-CLOSECHK-STATUS          PIC XX.
       01  WS-CG-PROGRAM               PIC X(30).
       01  WS-CG-PERIOD                PIC 9(6).
       01  WS-CG-BLOCKED               PIC X VALUE "N".
       01  WS-CG-FOUND                 PIC X.
       01  WS-CG-EOF                   PIC X.
       01  WS-CG-TASK-NUM              PIC 99.
       01  WS-CG-IDX                   PIC 9.
       01  WS-CG-PREREQS.
           05  WS-CG-PREREQ            PIC 99 OCCURS 4 TIMES.
       01  WS-APPRQ-STATUS             PIC XX.
       01  WS-AQ-TYPE                  PIC X(8).
       01  WS-AQ-REF                   PIC X(20).
       01  WS-AQ-PROGRAM               PIC X(30).
       01  WS-AQ-AMOUNT                PIC S9(10)V99.
       01  WS-AQ-REASON                PIC X(40).
       01  WS-AQ-REQUESTER             PIC X(10) VALUE SPACES.
       01  WS-AQ-REQ-NUM               PIC 9(8).
       01  WS-AQ-DECISION              PIC X(8).
       01  WS-AQ-DECIDER               PIC X(10).
       01  WS-AQ-NOTE                  PIC X(30).
       01  WS-AQ-EOF                   PIC X.
       01  WS-AQ-LAST-NUM              PIC 9(8).
       01  WS-AQ-PENDING-NUM           PIC 9(8).
       01  WS-AQ-REFUSED-NUM           PIC 9(8).
       01  WS-FH-CALC-RESULT           PIC X(60) VALUE SPACES.
