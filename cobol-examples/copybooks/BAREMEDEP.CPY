      *===============================================
      * LAYOUT PARTAGE DE BAREMEDEP.DAT (BAREME DE DEPRECIATION
      * DES STOCKS DORMANTS)
      * Maintenu par la comptable dans budget-comptable.cob
      * (BUDGETGL) ; lu par stock-dormant.cob (STOCKDORM). Une
      * tranche par anciennete : un produit sans sortie depuis au
      * moins BDP-ANCIENNETE mois est deprecie au taux de la plus
      * haute tranche atteinte.
      *===============================================
       01 BAREME-DEP-REC.
           05 BDP-ANCIENNETE PIC 99.
      *       NOMBRE DE MOIS SANS SORTIE (6, 12, 24...)
           05 BDP-TAUX      PIC 999V99.
      *       TAUX DE DEPRECIATION EN % DE LA VALEUR AU PRD-COUT
