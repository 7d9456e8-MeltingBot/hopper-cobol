      *===============================================
      * LAYOUT PARTAGE DE COTPATR.DAT (COTISATIONS PATRONALES)
      * Une entree par cotisation a la charge de l'employeur
      * (maladie, vieillesse, chomage...) : la part patronale
      * d'un bulletin est la somme, pour chaque cotisation, du
      * taux applique au brut soumis a cotisations, limite au
      * plafond mensuel de la cotisation quand il y en a un.
      * Maintenu dans paie-employes.cob (PAIE, rubriques de
      * paie) ; lu par la declaration des cotisations
      * (DECLCOTIS), l'etat du cout employeur (COUTPAIE) et la
      * provision pour conges payes (PROVCONGES).
      *===============================================
       01 COTIS-PATRONALE-REC.
           05 CPA-CODE      PIC X(4).
           05 CPA-LIBELLE   PIC X(20).
           05 CPA-TAUX      PIC 99V99.
      *       TAUX EN POURCENT DE L'ASSIETTE
           05 CPA-PLAFOND   PIC 9(6)V99.
      *       PLAFOND MENSUEL DE L'ASSIETTE, 0 = TOUT LE BRUT
