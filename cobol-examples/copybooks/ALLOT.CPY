      *===============================================
      * LAYOUT PARTAGE DE ALLOTS.DAT (ALLOTEMENTS)
      * Historiquement defini dans reservations.cob (HOTEL) ;
      * partage depuis que l'import des agences en ligne
      * (canal-reservations.cob / CANALRESA) et l'export des
      * disponibilites de l'audit de nuit (AUDITNUIT) tiennent
      * compte des blocs tour-operateurs non relaches.
      *===============================================
       01 ALLOT-REC.
           05 ALO-NUM       PIC 9(4).
           05 ALO-OPERATEUR PIC X(20).
           05 ALO-TYPE      PIC X(10).
           05 ALO-QTE       PIC 99.
      *       CHAMBRES TENUES PAR NUIT
           05 ALO-DEBUT     PIC 9(8).
           05 ALO-FIN       PIC 9(8).
           05 ALO-RELEASE-JOURS PIC 99.
      *       AVANT CE PREAVIS, LES CHAMBRES NON PRISES
      *       RETOURNENT A LA VENTE LIBRE
           05 ALO-PRIS      PIC 9(4).
      *       NUITS-CHAMBRES DEJA PRISES SUR LE BLOC (PICK-UP) -
      *       LE POOL DU CONTRAT VAUT ALO-QTE X NUITS DE LA
      *       PERIODE
