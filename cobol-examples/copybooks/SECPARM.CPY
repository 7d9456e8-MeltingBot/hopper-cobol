      *===============================================
      * LAYOUT PARTAGE DE SECPARM.DAT (PARAMETRES DE SECURITE
      * DES OPERATEURS)
      * Un seul enregistrement, saisi dans OPERATEURS et lu par
      * SIGNON a chaque ouverture de session. Fichier absent :
      * verrouillage apres 5 echecs, mot de passe valable 90
      * jours, 4 anciens mots de passe refuses, operateur dormant
      * apres 90 jours sans connexion.
      *===============================================
       01 SEC-PARM-REC.
      *    ECHECS CONSECUTIFS AVANT VERROUILLAGE (0 = JAMAIS)
           05 SEC-ECHECS-MAX    PIC 99.
      *    DUREE DE VALIDITE DU MOT DE PASSE EN JOURS (0 = SANS
      *    EXPIRATION)
           05 SEC-DUREE-MDP     PIC 999.
      *    ANCIENS MOTS DE PASSE REFUSES AU CHANGEMENT (0 A 4)
           05 SEC-HISTORIQUE    PIC 9.
      *    JOURS SANS CONNEXION AU-DELA DESQUELS UN OPERATEUR
      *    ACTIF EST SIGNALE DORMANT
           05 SEC-JOURS-DORMANT PIC 999.
