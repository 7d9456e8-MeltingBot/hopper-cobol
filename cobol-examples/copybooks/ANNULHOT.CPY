      *===============================================
      * LAYOUT PARTAGE DE ANNULHOTEL.DAT (JOURNAL DES
      * ANNULATIONS, AVEC LE PREAVIS ET LES FRAIS)
      * Historiquement defini dans reservations.cob (HOTEL) ;
      * l'import des agences en ligne (CANALRESA) y journalise
      * aussi les annulations recues des agences.
      *===============================================
       01 ANNUL-REC.
           05 ANL-RESERVATION PIC 9(8).
           05 ANL-CLIENT PIC X(25).
           05 ANL-CHAMBRE PIC 9(3).
           05 ANL-DATE-ANNUL PIC 9(8).
           05 ANL-NOTICE-JOURS PIC S9(5).
           05 ANL-FRAIS PIC 9(6)V99.
      *    CLIENT DE LA RESERVATION (RES-CLI-ID), POUR
      *    L'ANONYMISATION (ANONCLI) - 0 = NON RATTACHEE.
           05 ANL-CLI-ID PIC 9(5).
