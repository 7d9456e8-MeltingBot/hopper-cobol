      *===============================================
      * LAYOUT PARTAGE DE CHAMBRES.DAT
      * Historiquement defini dans reservations.cob (HOTEL) ;
      * partage avec le rapport d'occupation (OCCUPHOTEL),
      * l'audit de nuit (AUDITNUIT) et l'import des agences en
      * ligne (CANALRESA). CHB-PRIX reste le prix de repli quand
      * le calendrier tarifaire ne couvre pas la nuit.
      *===============================================
       01 CHAMBRE-REC.
           05 CHB-NUM PIC 9(3).
