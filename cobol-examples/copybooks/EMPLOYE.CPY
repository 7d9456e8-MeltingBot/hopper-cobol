           05 EMP-CUMUL-PAS PIC 9(7)V99.
      *       A=ACTIF, I=INACTIF (SORTI) - UN MATRICULE INACTIF
      *       N'ENTRE PLUS DANS LA PAIE EN LOT
      *    INTITULE DU POSTE OCCUPE, REPRIS PAR LE CERTIFICAT DE
      *    TRAVAIL DES DOCUMENTS DE FIN DE CONTRAT
           05 EMP-POSTE PIC X(20).
