      *===============================================
      * LAYOUT PARTAGE DE EAN.DAT (CODES-BARRES DES PRODUITS)
      * Un ou plusieurs codes EAN-8, UPC-A, EAN-13 ou GTIN-14 par
      * produit, chacun rattache a un conditionnement. Maintenu
      * dans gestion-stock.cob (STOCK, unites de mesure) ; lu par
      * le sous-programme CODEBARRE (codes-barres.cob) pour les
      * ecrans de saisie qui acceptent indifferemment le code
      * interne ou un code scanne.
      *===============================================
       01 CODE-BARRE-REC.
      *       CODE CADRE SUR 14 CHIFFRES (ZEROS A GAUCHE), CLE
      *       DE CONTROLE COMPRISE
           05 EAN-CODE         PIC X(14).
           05 EAN-PRD          PIC X(8).
      *       S = UNITE DE STOCK
      *       A = COLIS D'ACHAT (PRD-COEF-ACHAT UNITES DE STOCK)
      *       V = COLIS DE VENTE (PRD-COEF-VENTE UNITES DE STOCK)
           05 EAN-UNITE        PIC X.
