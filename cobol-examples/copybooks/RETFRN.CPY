      *===============================================
      * LAYOUT PARTAGE DE RETFRN.DAT (RETOURS FOURNISSEUR)
      * Ecrit par commandes-fournisseurs.cob (GESTION-ACHATS) au
      * retour de marchandise et au rejet qualite : l'avoir
      * attendu est suivi jusqu'a son solde (statut A -> S).
      * Relu par releve-fournisseur.cob (RAPPROFRN) pour signaler
      * les avoirs attendus absents du releve du fournisseur.
      *===============================================
       01 RETOUR-FRN-REC.
           05 RTF-NUM       PIC 9(6).
           05 RTF-CMD       PIC 9(6).
           05 RTF-LIGNE     PIC 99.
           05 RTF-FRN       PIC X(4).
           05 RTF-PRD       PIC X(8).
           05 RTF-QTE       PIC 9(4).
           05 RTF-RAISON    PIC X(4).
      *       DOMM=DOMMAGE, QUAL=QUALITE, ERRL=ERREUR LIVRAISON,
      *       AUTR=AUTRE
           05 RTF-DATE      PIC 9(8).
           05 RTF-MONTANT   PIC 9(7)V99.
           05 RTF-STATUT    PIC X.
      *       A=AVOIR ATTENDU, S=SOLDE
           05 RTF-DATE-SOLDE PIC 9(8).
