           05 CVT-DATE      PIC 9(8).
           05 CVT-STATUT    PIC X.
      *       E=EN SAISIE, A=ALLOUEE, L=LIVREE, F=FACTUREE,
      *       X=ANNULEE, H=BLOQUEE (DEPASSEMENT DE LA LIMITE DE
      *       CREDIT, EN ATTENTE DU GESTIONNAIRE DU CREDIT)
           05 CVT-FACTURE   PIC 9(6).
      *    DATE DE LIVRAISON DEMANDEE PAR LE CLIENT ET DATE
      *    PROMISE PAR LE BUREAU DES VENTES (CALCUL DISPONIBLE A
           05 CVT-TRANSPORTEUR PIC X(4).
           05 CVT-TRACKING  PIC X(15).
           05 CVT-LIVREE-SIGNEE PIC X.
      *    DATE DE LIVRAISON EFFECTIVE (PASSAGE AU STATUT L),
      *    RETENUE PAR LA DEB (DECLDEB) POUR LE MOIS DE
      *    L'EXPEDITION. ZERO SUR LES COMMANDES ANTERIEURES (LA
      *    DATE DE COMMANDE EN TIENT LIEU).
           05 CVT-DATE-LIVREE PIC 9(8).
      *    ADRESSE DE LIVRAISON RETENUE (CODE DANS ADRLIV.DAT POUR
      *    CE CLIENT) - ESPACES = ADRESSE DE LA FICHE CLIENT. LA
      *    FACTURE RESTE A L'ADRESSE DE FACTURATION.
           05 CVT-ADR-LIV   PIC X(4).
      *    COLIS ET POIDS BRUT (KG) REMIS AU TRANSPORTEUR :
      *    CALCULES A LA LIVRAISON D'APRES LES FICHES PRODUIT,
      *    CORRIGIBLES PAR LE MAGASIN, REPRIS PAR LE MANIFESTE DES
      *    ENLEVEMENTS (MANIFESTE) ET L'ETAT DU FRET (BILANFRET).
           05 CVT-NB-COLIS  PIC 9(3).
           05 CVT-POIDS     PIC 9(5)V99.
