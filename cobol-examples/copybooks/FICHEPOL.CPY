      *===============================================
      * LAYOUT PARTAGE DE FICHEPOL.DAT (FICHES INDIVIDUELLES DE
      * POLICE DES CLIENTS ETRANGERS)
      * Saisies et imprimees a l'arrivee dans reservations.cob
      * (HOTEL), recherchees par periode et par nom pour les
      * requisitions ; l'audit de nuit (AUDITNUIT) les purge une
      * fois la duree legale de conservation depassee. Une fiche
      * par client etranger de la chambre, enfants de moins de
      * quinze ans compris sur la fiche de l'adulte.
      *===============================================
       01 FICHE-POLICE-REC.
           05 FPO-NUM       PIC 9(6).
           05 FPO-RESERVATION PIC 9(8).
           05 FPO-CHAMBRE   PIC 9(3).
           05 FPO-DATE-ARRIVEE PIC 9(8).
           05 FPO-DATE-DEPART PIC 9(8).
      *       DEPART PREVU (RES-FIN)
           05 FPO-NOM       PIC X(25).
           05 FPO-PRENOM    PIC X(20).
           05 FPO-DATE-NAISSANCE PIC 9(8).
           05 FPO-LIEU-NAISSANCE PIC X(20).
           05 FPO-NATIONALITE PIC X(2).
      *       CODE PAYS ISO A DEUX LETTRES
           05 FPO-DOMICILE  PIC X(40).
           05 FPO-PIECE-TYPE PIC X.
      *       P=PASSEPORT, C=CARTE D'IDENTITE, T=TITRE DE SEJOUR
           05 FPO-PIECE-NUM PIC X(15).
           05 FPO-ENFANTS   PIC 99.
      *       ENFANTS DE MOINS DE QUINZE ANS ACCOMPAGNANTS
           05 FPO-OPERATEUR PIC X(6).
