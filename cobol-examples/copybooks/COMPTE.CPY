           05 CPT-INSTRUCTION-CT PIC X.
      *    CLOTURE : F = COMPTE FERME (PLUS AUCUNE OPERATION,
      *    EXCLU DES INTERETS ET DU CONTROLE DE FIN DE JOURNEE,
      *    HISTORIQUE ET TITULAIRES TOUJOURS CONSULTABLES).
      *    D = PRET EN DEFAUT (TROIS ECHEANCES IMPAYEES, CLASSE
      *    PAR BATCHPRET POUR LE COMITE DE CREDIT) - LE COMPTE
      *    RESTE OUVERT. I = COMPTE INACTIF (SANS OPERATION DU
      *    CLIENT DEPUIS LA PERIODE LEGALE, CLASSE PAR
      *    BATCHINACTIF ; UN DEPOT OU UN RETRAIT LE REACTIVE) -
      *    LE COMPTE RESTE OUVERT. TOUT AUTRE CONTENU = COMPTE
      *    OUVERT.
           05 CPT-STATUT      PIC X.
           05 CPT-DATE-CLOTURE PIC 9(8).
      *    PRETS (CPT-TYPE = PR) : LE SOLDE PORTE LE CAPITAL
           05 CPT-TAUX-PR     PIC 9(2)V99.
           05 CPT-DUREE-PR    PIC 9(3).
           05 CPT-CPT-DEBITE  PIC 9(10).
           05 CPT-DERNIERS-FRAIS PIC 9(6).
      *       ANNEE-MOIS (AAAAMM) DU DERNIER MOIS DE FRAIS
      *       PRELEVES PAR BATCHFRAIS, POUR NE PAS DOUBLER LES
      *       FRAIS SI LE LOT EST RELANCE.
           05 CPT-DATE-INACTIF PIC 9(8).
      *       DATE DU CLASSEMENT EN COMPTE INACTIF (CPT-STATUT = I),
      *       ZERO SINON.
