      *===============================================
      * LAYOUT PARTAGE DE FIDMVT.DAT (MOUVEMENTS DE POINTS)
      * Historique des points d'un compte fidelite (FIDCOMPT.DAT)
      * par client et numero d'ordre : c'est le releve de points
      * du client. Ecrit par FIDPOINTS, lu par FIDELITE.
      *===============================================
       01 FID-MVT-REC.
           05 FDM-CLE.
               10 FDM-CLIENT     PIC 9(5).
               10 FDM-SEQ        PIC 9(5).
           05 FDM-DATE           PIC 9(8).
           05 FDM-TYPE           PIC X.
      *       A=ACQUIS EN ATTENTE (FACTURE NON REGLEE), G=ACQUIS,
      *       U=UTILISES EN REGLEMENT, X=EXPIRES, R=REPRIS (AVOIR)
           05 FDM-CANAL          PIC X.
      *       C=COMPTOIR (FACTURE), H=HOTEL, B=BAR (TICKET REGLE
      *       AU BAR - LE TICKET SUR CHAMBRE GAGNE A LA FACTURE
      *       DE DEPART)
           05 FDM-REFERENCE      PIC 9(8).
      *       NUMERO DE FACTURE (CANAUX C ET H) OU DE TICKET (B)
           05 FDM-POINTS         PIC 9(7).
      *    GAINS (G) : POINTS NI UTILISES NI EXPIRES, ET DATE
      *    D'EXPIRATION - ILS S'UTILISENT DU PLUS ANCIEN AU PLUS
      *    RECENT
           05 FDM-RESTANT        PIC 9(7).
           05 FDM-EXPIRE         PIC 9(8).
