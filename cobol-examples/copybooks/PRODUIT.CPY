      *    ACHATS ET LE REAPPRO SE FERMENT, LA VENTE ECOULE LE
      *    STOCK), R = RETIRE (LA VENTE SE FERME AUSSI).
           05 PRD-CYCLE       PIC X.
      *    DONNEES DOUANE POUR LA DEB : NOMENCLATURE COMBINEE A
      *    HUIT CHIFFRES ET POIDS NET EN KG PAR UNITE DE STOCK.
      *    ESPACES/ZERO = NON RENSEIGNE (LA LIGNE SORT EN
      *    ANOMALIE SUR LA LISTE DE CONTROLE DE DECLDEB).
           05 PRD-NC8         PIC X(8).
           05 PRD-POIDS-NET   PIC 9(5)V999.
      *    GARANTIE EN MOIS DES UNITES SERIALISEES : ENVERS LE
      *    CLIENT A COMPTER DE LA LIVRAISON (SER-DATE-SORTIE), ET
      *    DU FOURNISSEUR (PRD-FRN) ENVERS NOUS A COMPTER DE LA
      *    RECEPTION (SER-DATE-ENTREE). ZERO = SANS GARANTIE.
      *    LUES A L'OUVERTURE D'UN DOSSIER SAV (GARANTIES).
           05 PRD-GARANTIE-MOIS PIC 99.
           05 PRD-GARANTIE-FRN  PIC 99.
      *    STOCK EN DEPOT FOURNISSEUR : PART DE PRD-QTE (ET DES
      *    LIGNES STOCKWH) QUI APPARTIENT ENCORE AU FOURNISSEUR
      *    PRD-FRN-DEPOT. L'ALLOCATION ET LA VENTE AU COMPTOIR LA
      *    VOIENT DANS PRD-QTE ; VALOSTOCK L'EXCLUT. LES SORTIES
      *    DE VENTE PRENNENT D'ABORD NOTRE STOCK PROPRE : DES QUE
      *    PRD-QTE PASSE SOUS PRD-QTE-DEPOT, LA DIFFERENCE EST
      *    CONSOMMEE (MOUVEMENT D) ET SERA AUTOFACTUREE PAR
      *    AUTOFACDEP. ZERO/ESPACES = PAS DE DEPOT.
           05 PRD-QTE-DEPOT   PIC 9(5).
           05 PRD-FRN-DEPOT   PIC X(4).
      *    EXPEDITION : POIDS BRUT EMBALLE EN KG ET VOLUME EN DM3
      *    PAR UNITE DE STOCK, UNITES DE STOCK PAR COLIS
      *    D'EXPEDITION. GESTION-VENTES EN TIRE LE NOMBRE DE COLIS
      *    ET LE POIDS PROPOSES A LA LIVRAISON. ZERO/ESPACES = NON
      *    RENSEIGNE : LE POIDS NET DOUANE TIENT LIEU DE POIDS BRUT,
      *    UN PRODUIT SANS COLIS TYPE VOYAGE EN COLIS MIXTE.
           05 PRD-POIDS-BRUT  PIC 9(5)V999.
           05 PRD-VOLUME      PIC 9(5)V999.
           05 PRD-QTE-COLIS   PIC 9(4).
