      *===============================================
      * LAYOUT PARTAGE DE FIDPARM.DAT (PARAMETRES FIDELITE)
      * Un seul enregistrement, saisi dans FIDELITE et lu par
      * FIDPOINTS a chaque appel. Fichier absent ou taux a zero :
      * aucun point n'est acquis ; valeur a zero : aucun rachat.
      *===============================================
       01 FID-PARM-REC.
      *    POINTS ACQUIS PAR EURO TTC REGLE, PAR CANAL
           05 FDP-TAUX-COMPTOIR  PIC 9(2)V99.
           05 FDP-TAUX-HOTEL     PIC 9(2)V99.
           05 FDP-TAUX-BAR       PIC 9(2)V99.
      *    VALEUR D'UN POINT EN REGLEMENT, EN EUROS
           05 FDP-VALEUR-POINT   PIC 9V9999.
      *    DUREE DE VALIDITE D'UN POINT ACQUIS, EN MOIS (0 = SANS
      *    EXPIRATION)
           05 FDP-DUREE-MOIS     PIC 99.
