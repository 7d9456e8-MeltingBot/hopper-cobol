      *===============================================
      * LAYOUT PARTAGE DE FENETRES.DAT (FENETRES DE FACTURATION)
      * Regles saisies dans reservations.cob (HOTEL) qui envoient
      * un type de frais a un client payeur, par reservation ou
      * par contrat d'allotement, lues a la facture de depart ;
      * le client payeur est reporte par FUSIONCLI quand deux
      * fiches client sont fusionnees.
      *===============================================
       01 FENETRE-REC.
           05 FEN-CLE.
               10 FEN-PORTEE    PIC X.
      *          R=RESERVATION (RES-ID), A=ALLOTEMENT (ALO-NUM)
               10 FEN-REFERENCE PIC 9(8).
               10 FEN-TYPE-FRAIS PIC X.
      *          MEMES CODES QUE FOL-TYPE (N, F, B, T, D)
           05 FEN-CLI-ID    PIC 9(5).
           05 FEN-DATE      PIC 9(8).
           05 FEN-OPERATEUR PIC X(6).
