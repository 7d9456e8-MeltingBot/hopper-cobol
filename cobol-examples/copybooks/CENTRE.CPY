      * Referentiel de l'axe analytique du grand livre : chaque
      * ecriture porte un ECR-CENTRE (voir ECRITURE.CPY).
      * Maintenu dans budget-comptable.cob (BUDGETGL).
      * CTR-RESPONSABLE est l'operateur chef du service, qui
      * approuve les demandes d'achat du centre (DEMACHAT) ;
      * espaces = approbation par un administrateur.
      *===============================================
       01 CENTRE-REC.
           05 CTR-CODE      PIC X(4).
           05 CTR-LIBELLE   PIC X(20).
           05 CTR-RESPONSABLE PIC X(6).
