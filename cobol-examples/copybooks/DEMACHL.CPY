      *===============================================
      * LAYOUT PARTAGE DE DEMACHAT-L.DAT (LIGNES DE DEMANDE
      * D'ACHAT)
      * Un produit du catalogue ou un article en texte libre par
      * ligne. L'acheteur affecte un produit et un fournisseur
      * aux lignes libres avant de les transformer ; la ligne
      * garde le renvoi vers la ligne de commande ou d'appel
      * d'offres qui l'a reprise, d'ou le demandeur suit son
      * etat jusqu'a la reception.
      *===============================================
       01 LIGNE-DEMANDE-REC.
           05 DML-CLE.
               10 DML-NUM        PIC 9(6).
               10 DML-LIGNE      PIC 99.
      *    PRODUIT (PRODUITS.DAT), ESPACES = ARTICLE LIBRE DECRIT
      *    PAR LE LIBELLE
           05 DML-PRD            PIC X(8).
           05 DML-LIBELLE        PIC X(30).
           05 DML-QTE            PIC 9(4).
      *    FOURNISSEUR PRESSENTI : PRD-FRN A LA SAISIE, MODIFIABLE
      *    PAR L'ACHETEUR
           05 DML-FRN            PIC X(4).
           05 DML-STATUT         PIC X.
      *       E=A ACHETER, C=EN COMMANDE (DML-CMD/DML-CMD-LIGNE),
      *       O=EN APPEL D'OFFRES (DML-AOF/DML-AOF-LIGNE, LA
      *       COMMANDE D'ADJUDICATION REPREND LE NUMERO DE LIGNE)
           05 DML-CMD            PIC 9(6).
           05 DML-CMD-LIGNE      PIC 99.
           05 DML-AOF            PIC 9(6).
           05 DML-AOF-LIGNE      PIC 99.
