      *    FOURNISSEUR (GESTION-ACHATS) REND LA LIGNE FACTURABLE.
           05 LVT-DROPSHIP PIC X.
           05 LVT-CMD-ACHAT PIC 9(6).
      *    CODE DE LA PROMOTION APPLIQUEE AU PRIX (PROMOS.DAT) -
      *    ESPACES SI TARIF CLIENT OU CATALOGUE.
           05 LVT-PROMO PIC X(6).
      *    PRODUIT COMMANDE A L'ORIGINE QUAND LA LIGNE A ETE
      *    SERVIE PAR UN PRODUIT DE SUBSTITUTION (SUBSTITUTS.DAT,
      *    A LA SAISIE OU A L'ALLOCATION) - ESPACES SINON.
           05 LVT-PRD-ORIGINE PIC X(8).
