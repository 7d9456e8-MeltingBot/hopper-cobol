      * par le sous-programme d'ouverture de session SIGNON
      * (ouverture-session.cob), appele par tous les programmes
      * interactifs avant d'afficher leur menu. Le mot de passe
      * controle l'identite - seule son empreinte est conservee
      * (sous-programme EMPREINTE, empreinte-mdp.cob) ; la carte
      * des droits donne acces aux fonctions :
      *   1 STOCK             2 ACHATS
      *   3 VALIDATION ACHATS 4 FACTURE
      *   5 BANQUE/COMPTA     6 PAIE
      *   7 HOTEL             8 CLIENTS
      *   9 VENTES           10 ADMINISTRATION
      *  11 GESTION DU CREDIT (DROIT FIN, SANS MENU PROPRE : LA
      *     FILE DES COMMANDES BLOQUEES DE GESTION-VENTES)
      *===============================================
       01 OPERATEUR-REC.
           05 OPR-CODE PIC X(6).
           05 OPR-NOM PIC X(20).
           05 OPR-MOT-DE-PASSE PIC X(8).
           05 OPR-ACTIF PIC X.
           05 OPR-DROITS PIC X(11).
      *       UN Y PAR FONCTION AUTORISEE, POSITION PAR POSITION
      *    SECURITE DES MOTS DE PASSE (PARAMETRES DANS
      *    SECPARM.DAT, VOIR COPYBOOKS/SECPARM.CPY). OPR-MOT-DE-PASSE
      *    NE SERT PLUS QU'AUX FICHES ANTERIEURES A L'EMPREINTE :
      *    SIGNON LE REMPLACE PAR SON EMPREINTE ET L'EFFACE A LA
      *    PREMIERE CONNEXION.
           05 OPR-EMPREINTE PIC 9(12).
      *       0 = PAS ENCORE D'EMPREINTE
           05 OPR-DATE-MDP PIC 9(8).
      *       DATE DU DERNIER CHANGEMENT PAR L'OPERATEUR - 0 = MOT
      *       DE PASSE POSE PAR L'ADMINISTRATEUR, A CHANGER A LA
      *       PROCHAINE CONNEXION
           05 OPR-ECHECS PIC 99.
      *       ECHECS CONSECUTIFS, TOUTES SESSIONS CONFONDUES
           05 OPR-VERROUILLE PIC X.
      *       Y = VERROUILLE APRES TROP D'ECHECS ; SEUL UN
      *       ADMINISTRATEUR LE DEVERROUILLE (OPERATEURS)
           05 OPR-DERNIERE-CONNEXION PIC 9(8).
           05 OPR-ANCIENNE-EMPREINTE PIC 9(12) OCCURS 4 TIMES.
      *       DERNIERS MOTS DE PASSE, DU PLUS RECENT AU PLUS ANCIEN
