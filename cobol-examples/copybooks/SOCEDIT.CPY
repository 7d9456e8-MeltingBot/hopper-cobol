      *===============================================
      * LIGNES D'IDENTITE DE LA SOCIETE PRETES A IMPRIMER
      * Composees par le sous-programme IDENTSOC a partir de
      * SOCIETE.DAT (voir SOCIETE.CPY), pour que tous les
      * documents portent exactement les memes mentions legales.
      * Une ligne a blanc n'est pas a imprimer.
      *===============================================
       01 SOCIETE-EDITION.
      *    RAISON SOCIALE, FORME ET CAPITAL
           05 SOE-RAISON-SOCIALE PIC X(76).
      *    ADRESSE, CODE POSTAL, VILLE ET TELEPHONE
           05 SOE-ADRESSE   PIC X(76).
      *    SIRET, RCS ET TVA INTRACOMMUNAUTAIRE
           05 SOE-IDENTIFIANTS PIC X(76).
      *    IBAN ET BIC (A BLANC SANS COORDONNEES BANCAIRES)
           05 SOE-BANQUE    PIC X(76).
      *    PENALITES DE RETARD
           05 SOE-PENALITES PIC X(76).
