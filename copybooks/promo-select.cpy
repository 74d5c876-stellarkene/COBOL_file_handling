      *====================================================
      * PROMO-SELECT.CPY
      * Shared FILE-CONTROL entry for the promotion master
      * (promo.dat): one row per promotion campaign,
      * maintained through PROMOTION-MAINT (see
      * promo-rec.cpy and promo-price.cpy).
      *====================================================
           SELECT PROMO-FILE ASSIGN TO "promo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-STATUS.
