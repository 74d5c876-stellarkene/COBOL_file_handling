      *====================================================
      * CONTRACT-SELECT.CPY
      * Shared FILE-CONTROL entry for the customer price
      * contracts (contract.dat): one row per customer per
      * item per contract term, maintained through
      * CONTRACT-PRICING (see contract-rec.cpy and
      * contract-price.cpy).
      *====================================================
           SELECT CONTRACT-FILE ASSIGN TO "contract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-STATUS.
