      * de sequence dans la journee, pour que la consultation des
      * mouvements d'un produit ne parcoure plus tout le fichier.
      * Ecrit par gestion-stock.cob (STOCK), commandes-
      * fournisseurs.cob (GESTION-ACHATS, receptions et retours),
      * commandes-ventes.cob (GESTION-VENTES, livraisons) et
      * point-de-vente.cob (POSBAR : consommation des recettes du
      * bar a la cloture du service, sortie S de l'entrepot BAR,
      * rapprochee des comptages par ECARTBAR).
      *===============================================
       01 MVT-STOCK-REC.
           05 MVT-CLE.
      *       Q=ENTREE EN QUARANTAINE QUALITE, L=LIBERATION QC
      *       VERS LE STOCK LIBRE, G=TRANSFERT EN CONSIGNATION
      *       CHEZ UN CLIENT (SORT DU STOCK LIBRE, RESTE DANS LA
      *       VALORISATION), F=ENTREE (OU REPRISE, QTE NEGATIVE)
      *       DE STOCK EN DEPOT FOURNISSEUR, D=CONSOMMATION DU DEPOT
      *       FOURNISSEUR (LA MARCHANDISE DEVIENT A NOUS, A
      *       AUTOFACTURER)
           05 MVT-QTE       PIC S9(5).
           05 MVT-SOLDE     PIC 9(5).
