      *===============================================
      * LAYOUT PARTAGE DE PROMOS.DAT (PROMOTIONS)
      * Operations commerciales limitees dans le temps sur un
      * article ou une famille (PRD-FAMILLE), pour tous les
      * clients. Maintenu dans gestion-stock.cob (STOCK), applique
      * a la saisie des lignes par CHERCHER-PRIX-CLIENT dans
      * commandes-ventes.cob (GESTION-VENTES) et facturation.cob
      * (FACTURE) - le meilleur du tarif client et de la
      * promotion l'emporte et la ligne garde le code promotion
      * (LVT-PROMO, LGF-PROMO) - et bilante par
      * bilan-promotions.cob (BILANPROMO).
      *===============================================
       01 PROMO-REC.
           05 PRM-CODE         PIC X(6).
           05 PRM-LIBELLE      PIC X(25).
      *       P = UN ARTICLE, F = UNE FAMILLE
           05 PRM-CIBLE-TYPE   PIC X.
      *       CODE ARTICLE, OU CODE FAMILLE CADRE A GAUCHE
           05 PRM-CIBLE        PIC X(8).
           05 PRM-DEBUT        PIC 9(8).
           05 PRM-FIN          PIC 9(8).
      *       R = REMISE EN % SUR LE CATALOGUE (PRM-REMISE),
      *       N = PRIX NET (PRM-PRIX),
      *       G = LOT : PRM-QTE-LOT POUR LE PRIX DE PRM-QTE-PAYEE
      *           (3 POUR 2), LES UNITES OFFERTES SONT REPARTIES
      *           SUR LE PRIX UNITAIRE DE LA LIGNE
           05 PRM-TYPE         PIC X.
           05 PRM-REMISE       PIC 99V99.
           05 PRM-PRIX         PIC 9(5)V99.
           05 PRM-QTE-LOT      PIC 9(3).
           05 PRM-QTE-PAYEE    PIC 9(3).
      *       QUANTITE MINIMUM DE LA LIGNE (0 = SANS CONDITION)
           05 PRM-QTE-MIN      PIC 9(4).
      *       A = ACTIVE, S = SUSPENDUE (ARRET AVANT LA FIN)
           05 PRM-STATUT       PIC X.
