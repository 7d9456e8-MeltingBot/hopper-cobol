      *===============================================
      * LAYOUT PARTAGE DE TRANSPOR.DAT (TRANSPORTEURS)
      * Historiquement defini dans commandes-ventes.cob
      * (GESTION-VENTES) ; partage depuis que le manifeste
      * d'enlevement (manifeste-transport.cob / MANIFESTE) et le
      * bilan de fret (bilan-fret.cob / BILANFRET) lisent le
      * compte chargeur, le format de fichier et le tarif.
      *===============================================
       01 TRANSPORTEUR-REC.
           05 TRS-CODE      PIC X(4).
           05 TRS-NOM       PIC X(20).
           05 TRS-TEL       PIC X(10).
      *    COMPTE CHARGEUR, FORMAT DU FICHIER MANIFESTE ET TARIF
      *    (AJOUTES EN FIN D'ENREGISTREMENT)
           05 TRS-COMPTE    PIC X(10).
           05 TRS-FORMAT    PIC X.
      *       F=POSITIONNEL (DEFAUT)  C=CSV POINT-VIRGULE
           05 TRS-PRIX-COLIS PIC 9(3)V99.
           05 TRS-PRIX-KG   PIC 9(3)V99.
