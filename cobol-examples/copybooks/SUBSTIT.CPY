      *===============================================
      * LAYOUT PARTAGE DE SUBSTITUTS.DAT (PRODUITS DE
      * SUBSTITUTION)
      * Produits equivalents proposes quand le produit demande
      * manque ou est retire (PRD-CYCLE = R). Maintenu dans
      * gestion-stock.cob (STOCK) ; propose a la saisie et a
      * l'allocation des commandes dans commandes-ventes.cob
      * (GESTION-VENTES) et a la facturation directe dans
      * facturation.cob (FACTURE). Une equivalence a double sens
      * est tenue par deux fiches, une dans chaque sens, pour que
      * la recherche ne lise que les fiches du produit demande.
      *===============================================
       01 SUBSTITUT-REC.
           05 SUB-CLE.
               10 SUB-PRD       PIC X(8).
      *          1 = PROPOSE EN PREMIER ... 9 = EN DERNIER
               10 SUB-PRIORITE  PIC 9.
               10 SUB-SUBSTITUT PIC X(8).
      *       U = UN SENS (SUB-SUBSTITUT REMPLACE SUB-PRD),
      *       D = DEUX SENS (FICHE INVERSE TENUE PAR STOCK)
           05 SUB-SENS         PIC X.
