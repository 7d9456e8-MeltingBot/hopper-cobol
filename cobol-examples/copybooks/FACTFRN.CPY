      * voies commande / reception / facture), et lu par
      * compta-fournisseurs.cob (COMPTAFRN) pour la proposition
      * de paiement, la balance agee et l'execution des reglements.
      * Relu par comptabilisation.cob (COMPTAGL) pour le journal
      * des achats AC et le lettrage 401 des reglements PF.
      *===============================================
       01 FACT-FRN-REC.
           05 FFR-CLE.
      *    FACTURES ANTERIEURES.
           05 FFR-DEVISE       PIC X(3).
           05 FFR-TAUX         PIC 9(3)V9(4).
      *    TVA DEDUCTIBLE PORTEE PAR LA FACTURE, DANS LA DEVISE DE
      *    LA FACTURE (LE TTC EST FFR-MONTANT + FFR-TVA), ET
      *    INDICATEUR DE PASSAGE AU JOURNAL DES ACHATS PAR COMPTAGL
      *    (O=COMPTABILISEE). ZERO/ESPACE SUR LES FACTURES
      *    ANTERIEURES.
           05 FFR-TVA          PIC 9(7)V99.
           05 FFR-COMPTA       PIC X.
      *    ESCOMPTE OBTENU AU PAIEMENT ANTICIPE PAR COMPTAFRN, DANS
      *    LA DEVISE DE LA FACTURE : LE FOURNISSEUR A ETE PAYE DU
      *    TTC MOINS CE MONTANT, QUE COMPTAGL PASSE EN ESCOMPTES
      *    OBTENUS (765). ZERO = PAYEE SANS ESCOMPTE.
           05 FFR-ESCOMPTE     PIC 9(7)V99.
