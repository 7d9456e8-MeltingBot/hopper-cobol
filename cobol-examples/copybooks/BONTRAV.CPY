      *===============================================
      * LAYOUT PARTAGE DE BONTRAV.DAT (BONS DE TRAVAUX DE
      * MAINTENANCE DES CHAMBRES)
      * Tenu dans reservations.cob (HOTEL, menu menage et
      * maintenance) ; lu par l'audit de nuit (AUDITNUIT),
      * l'import des agences en ligne (CANALRESA) et le rapport
      * d'occupation (OCCUPHOTEL). Une chambre est hors service
      * les nuits de BTR-HS-DEBUT (inclus) a BTR-HS-FIN (exclu,
      * 0 = jusqu'a la cloture) tant que le bon est ouvert ; la
      * cloture la rend au menage et arrete la periode a
      * BTR-DATE-CLOTURE. BTR-HS-DEBUT a 0 : petite reparation,
      * la chambre reste vendable.
      *===============================================
       01 BON-TRAVAUX-REC.
           05 BTR-NUM       PIC 9(6).
           05 BTR-CHAMBRE   PIC 9(3).
           05 BTR-DESCRIPTION PIC X(40).
           05 BTR-PRIORITE  PIC 9.
      *       1=URGENTE, 2=NORMALE, 3=A PLANIFIER
           05 BTR-DATE-OUVERTURE PIC 9(8).
           05 BTR-HS-DEBUT  PIC 9(8).
           05 BTR-HS-FIN    PIC 9(8).
           05 BTR-STATUT    PIC X.
      *       O=OUVERT, C=CLOS
           05 BTR-DATE-CLOTURE PIC 9(8).
           05 BTR-OPERATEUR PIC X(6).
