      *===============================================
      * LAYOUT PARTAGE DE ALERTESP.DAT (DOSSIERS DE SURVEILLANCE
      * DES ESPECES)
      * Alimente chaque soir par batch-especes.cob (BATCHESPECES) ;
      * instruit et clos a l'ecran par le responsable conformite
      * dans banque-comptes.cob (BANQUE, menu des operations
      * batch), la decision etant tracee dans AUDIT.DAT.
      *===============================================
       01 ALERTE-ESP-REC.
           05 ALE-NUM          PIC 9(6).
           05 ALE-DATE         PIC 9(8).
      *       S = DEPOT OU RETRAIT D'ESPECES AU-DELA DU SEUIL,
      *       F = FRACTIONNEMENT SUR UN MEME COMPTE,
      *       T = FRACTIONNEMENT SUR UN MEME TITULAIRE (PLUSIEURS
      *           COMPTES, VIA TITULAIR.DAT)
           05 ALE-TYPE         PIC X.
           05 ALE-CPT          PIC 9(10).
           05 ALE-TITULAIRE    PIC X(25).
           05 ALE-NB-MVT       PIC 99.
           05 ALE-MONTANT      PIC 9(9)V99.
      *       O = OUVERT, C = CLOS
           05 ALE-STATUT       PIC X.
      *       S = CLASSE SANS SUITE, D = DECLARATION DE SOUPCON
           05 ALE-DECISION     PIC X.
           05 ALE-NOTE         PIC X(40).
           05 ALE-OPERATEUR    PIC X(6).
           05 ALE-DATE-DECISION PIC 9(8).
