      *    FACTURE IMPRIMEE ET DE LA DECLARATION DECLTVA.
           05 LGF-TVA-CODE    PIC X.
           05 LGF-TVA         PIC 9(6)V99.
      *    CODE DE LA PROMOTION APPLIQUEE AU PRIX (PROMOS.DAT),
      *    REPRIS DE LA LIGNE DE COMMANDE OU POSE A LA SAISIE
      *    DIRECTE - ESPACES SINON. LU PAR BILANPROMO.
           05 LGF-PROMO       PIC X(6).
      *    PRODUIT DEMANDE A L'ORIGINE QUAND LGF-ART EST UN
      *    PRODUIT DE SUBSTITUTION - REPRIS DE LA LIGNE DE
      *    COMMANDE OU POSE A LA SAISIE DIRECTE, ESPACES SINON.
      *    LU PAR BILANSUBST.
           05 LGF-ART-ORIGINE PIC X(8).
