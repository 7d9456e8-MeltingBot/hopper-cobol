      *===============================================
      * LAYOUT DE FACELEC.DAT (SUIVI DES FACTURES ELECTRONIQUES)
      * Un enregistrement par facture ou avoir deposee sur la
      * plateforme de facturation electronique, cree a l'emission
      * par facture-electronique.cob (FACTELEC) puis mis a jour
      * par l'import des retours de statut de la plateforme.
      *===============================================
       01 FACT-ELEC-REC.
           05 FEL-FAC          PIC 9(6).
      *       E = EMISE (FICHIER FACTELEC.TXT PRODUIT),
      *       D = DEPOSEE SUR LA PLATEFORME, R = REJETEE,
      *       A = APPROUVEE PAR L'ACHETEUR, P = PAYEE
           05 FEL-STATUT       PIC X.
           05 FEL-DATE-EMISSION PIC 9(8).
           05 FEL-DATE-STATUT  PIC 9(8).
      *    MOTIF DU REJET OU COMMENTAIRE DE LA PLATEFORME
           05 FEL-MOTIF        PIC X(40).
           05 FEL-NB-ENVOIS    PIC 99.
