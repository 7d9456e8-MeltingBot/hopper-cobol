      *===============================================
      * LAYOUT PARTAGE DE TITULAIR.DAT (COTITULAIRES DES COMPTES)
      * Historiquement defini dans banque-comptes.cob (BANQUE) ;
      * partage depuis que batch-inactifs.cob (BATCHINACTIF)
      * adresse un avis a chaque titulaire d'un compte inactif.
      * TIT-SEQ 1 = titulaire principal (CPT-NOM a l'ouverture).
      *===============================================
       01 TITULAIRE-REC.
           05 TIT-CLE.
               10 TIT-CPT    PIC 9(10).
               10 TIT-SEQ    PIC 99.
           05 TIT-NOM        PIC X(25).
