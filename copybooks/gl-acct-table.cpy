      *====================================================
      * GL-ACCT-TABLE.CPY
      * Run-time account-mapping table for every GL poster.
      * Nothing is compiled in: LOAD-GL-ACCOUNT-MAP
      * (gl-acct-load.cpy) fills it from the chart of accounts
      * (coa.dat) and the posting-purpose map (glmap.dat), both
      * maintained by CHART-OF-ACCOUNTS, so adding or re-mapping
      * an account needs no recompile. Each WS-GLA entry names
      * a posting purpose, the ledger account it hits, which
      * side it posts, and the account name off the chart. The
      * four sales purposes make a balanced journal:
      * receivable DR and sales CR carry gross sales,
      * commission expense DR and commission payable CR carry
      * commission. FX-GAIN / FX-LOSS belong to the period-end
      * revaluation run (CURRENCY-REVALUATION), SHRINKAGE /
      * INVENTORY to the cycle-count variance posting
      * (CYCLE-COUNT), BAD-DEBT to approved receivable
      * write-offs (BAD-DEBT-WRITEOFF, which credits the
      * RECEIVABLE account), CASH to the commission payout
      * (payout-post.cpy: COMM-PAY debited, CASH credited when
      * the deposit file or check run pays the salesmen),
      * TAX-PAY to the sales-tax liability (SALES-TAX-RETURN:
      * RECEIVABLE debited, TAX-PAY credited as the tax is
      * posted, TAX-PAY debited and CASH credited when the
      * return is paid), AP-PAY to vendor invoices
      * (VENDOR-INVOICE: INVENTORY debited, AP-PAY credited as
      * a matched invoice is approved, AP-PAY debited and CASH
      * credited when it is paid), TUITION to student fee
      * billing (TUITION-BILLING: RECEIVABLE debited, TUITION
      * credited as a term is billed, reversed for a drop
      * credit), LOANS and LOAN-INT to financed equipment
      * (LOAN-SERVICING: LOANS debited and CASH credited as a
      * booked loan is funded, RECEIVABLE debited and LOANS /
      * LOAN-INT credited with the principal and interest as
      * each installment is billed, LOAN-INT credited for a
      * late fee) - GL-JOURNAL-POST skips any purpose it has
      * no amount for.
      * WS-COA holds the whole chart so a poster can refuse an
      * unknown or inactive account (CHECK-GL-ACCOUNT-POSTABLE)
      * and a report can name any account.
      *====================================================
       01  WS-GLA-TABLE.
           05  WS-GLA-ENTRY OCCURS 40 TIMES.
               10  WS-GLA-PURPOSE          PIC X(12).
               10  WS-GLA-ACCOUNT          PIC X(8).
               10  WS-GLA-SIDE             PIC X.
               10  WS-GLA-DESC             PIC X(19).

       01  WS-GLA-TABLE-COUNT              PIC 99 VALUE 0.
       01  WS-GLA-IDX                      PIC 99 VALUE 1.

       01  WS-COA-TABLE.
           05  WS-COA-ENTRY OCCURS 500 TIMES.
               10  WS-COA-T-ACCOUNT        PIC X(8).
               10  WS-COA-T-NAME           PIC X(30).
               10  WS-COA-T-TYPE           PIC X.
               10  WS-COA-T-SIDE           PIC X.
               10  WS-COA-T-ACTIVE         PIC X.

       01  WS-COA-COUNT                    PIC 9(4) VALUE 0.
       01  WS-COA-IDX                      PIC 9(4) VALUE 1.
       01  WS-GLA-CHECK-ACCT               PIC X(8).
       01  WS-GLA-POSTABLE                 PIC X VALUE "N".
       01  WS-GLA-EOF                      PIC X.
