      *===============================================
      * LAYOUT PARTAGE DE DEMACHAT.DAT (DEMANDES D'ACHAT -
      * EN-TETES)
      * Une demande par besoin exprime par un service : saisie
      * et approuvee dans demandes-achat.cob (DEMACHAT) par le
      * responsable du centre de cout (CTR-RESPONSABLE), puis
      * transformee ligne a ligne en commande ou en appel
      * d'offres par l'acheteur dans GESTION-ACHATS. Les lignes
      * sont dans DEMACHAT-L.DAT (DEMACHL.CPY).
      *===============================================
       01 DEMANDE-ACHAT-REC.
           05 DMA-NUM            PIC 9(6).
      *    OPERATEUR DEMANDEUR ET CENTRE DE COUT (CENTRES.DAT)
           05 DMA-DEMANDEUR      PIC X(6).
           05 DMA-CENTRE         PIC X(4).
           05 DMA-DATE           PIC 9(8).
           05 DMA-DATE-BESOIN    PIC 9(8).
           05 DMA-STATUT         PIC X.
      *       A=A APPROUVER, V=APPROUVEE, R=REFUSEE,
      *       C=TRANSMISE (TOUTES LES LIGNES SONT EN COMMANDE OU
      *       EN APPEL D'OFFRES)
           05 DMA-APPROBATEUR    PIC X(6).
           05 DMA-DATE-APPROB    PIC 9(8).
           05 DMA-MOTIF-REFUS    PIC X(30).
           05 DMA-NB-LIGNES      PIC 99.
