      *===============================================
      * LAYOUT PARTAGE DE REMFIN.DAT (REMISES DE FIN D'ANNEE)
      * Un accord de ristourne par client et periode : au-dela
      * d'un palier de chiffre d'affaires net facture (factures
      * moins avoirs, HT) sur la periode, le client recoit le
      * pourcentage du palier atteint sur tout son chiffre.
      * Maintenu dans gestion-clients.cob (CLIENTS), calcule par
      * remises-fin-annee.cob (RFACLI) qui emet la ristourne en
      * avoir dans FACTURES.DAT a la fin de la periode.
      *===============================================
       01 REMISE-FIN-REC.
           05 RFA-CLE.
               10 RFA-CLIENT    PIC 9(5).
               10 RFA-DEBUT     PIC 9(8).
           05 RFA-FIN           PIC 9(8).
      *    PALIERS CROISSANTS : SEUIL DE CA HT ET TAUX EN %.
      *    SEUIL A ZERO = PALIER INUTILISE.
           05 RFA-PALIER OCCURS 3 TIMES.
               10 RFA-SEUIL     PIC 9(8)V99.
               10 RFA-TAUX      PIC 99V99.
      *       A = ACTIF, E = EMIS (PERIODE CLOSE ET CALCULEE)
           05 RFA-STATUT        PIC X.
      *    RESULTAT DU CALCUL DE CLOTURE : CA NET RETENU, TAUX
      *    ATTEINT, RISTOURNE HT ET AVOIR EMIS (0 = AUCUN PALIER
      *    ATTEINT).
           05 RFA-CA-RETENU     PIC S9(9)V99.
           05 RFA-TAUX-ATTEINT  PIC 99V99.
           05 RFA-MONTANT       PIC 9(8)V99.
           05 RFA-AVOIR         PIC 9(6).
           05 RFA-DATE-EMISSION PIC 9(8).
