      *    FOURNISSEUR PAYE A LA MAIN, HORS REMISE.
           05 FRN-BANQUE-ID PIC X(10).
           05 FRN-COMPTE-REF PIC X(11).
      *    PAYS DU FOURNISSEUR (CODE ISO A DEUX LETTRES : FR, DE,
      *    IT...). LES RECEPTIONS DES FOURNISSEURS D'UN AUTRE ETAT
      *    DE L'UE ENTRENT DANS LA DEB (DECLDEB). ESPACES = FR POUR
      *    LES FICHES ANTERIEURES.
           05 FRN-PAYS      PIC X(2).
      *    ESCOMPTE POUR PAIEMENT ANTICIPE : POURCENTAGE ACCORDE SI
      *    LA FACTURE EST REGLEE DANS LE NOMBRE DE JOURS DONNE A
      *    COMPTER DE SA DATE (EX. 2,00 % A 10 JOURS). ZERO = PAS
      *    D'ESCOMPTE, COMME SUR LES FICHES ANTERIEURES.
           05 FRN-ESC-TAUX  PIC 99V99.
           05 FRN-ESC-JOURS PIC 99.
      *    SOUS-TRAITANT SOUMIS A L'OBLIGATION DE VIGILANCE (MONTANT
      *    ANNUEL AU-DELA DU SEUIL) : 'O' = SES DOCUMENTS OBLIGATOIRES
      *    (DOCFRN.DAT) DOIVENT ETRE EN COURS DE VALIDITE POUR QUE
      *    COMPTAFRN REGLE SES FACTURES. ESPACE OU 'N' = NON SOUMIS,
      *    COMME SUR LES FICHES ANTERIEURES.
           05 FRN-VIGILANCE PIC X.
