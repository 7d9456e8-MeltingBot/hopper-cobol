      *===============================================
      * LAYOUT PARTAGE DE CALPARM.DAT (REGLES DE JOURS OUVRES)
      * Un seul enregistrement, saisi dans CALENDRIER et lu par
      * JOUROUVRE : le samedi chome ou non, et pour chaque usage
      * la regle qui decale une date tombant un jour chome.
      * Regles : S = jour ouvre suivant, P = jour ouvre
      * precedent, M = suivant, sauf s'il change de mois (alors
      * precedent), N = aucun decalage. Fichier absent : samedi
      * chome, salaires P, tout le reste S.
      *===============================================
       01 CAL-PARM-REC.
           05 CLP-SAMEDI-CHOME  PIC X.
      *       Y = LE SAMEDI EST CHOME (LE DIMANCHE L'EST TOUJOURS)
      *    USAGE FF : ECHEANCES DES FACTURES FOURNISSEURS
           05 CLP-REGLE-ECHEANCE-FRN PIC X.
      *    USAGE PR : DATE DE PRELEVEMENT DES CLIENTS (PRELEVCLI)
           05 CLP-REGLE-PRELEVEMENT PIC X.
      *    USAGE VP : VIREMENTS PROGRAMMES (BATCHVIRPROG, BANQUE)
           05 CLP-REGLE-VIREMENT PIC X.
      *    USAGE EP : ECHEANCES DES PRETS (BATCHPRET)
           05 CLP-REGLE-PRET    PIC X.
      *    USAGE RF : EXECUTION DES PAIEMENTS FOURNISSEURS
      *    (COMPTAFRN)
           05 CLP-REGLE-PAIEMENT-FRN PIC X.
      *    USAGE PS : VIREMENT DES SALAIRES (PAIE)
           05 CLP-REGLE-SALAIRE PIC X.
      *    TOUT AUTRE USAGE (ENCAISSEMENTS ATTENDUS, COMPTES A
      *    TERME DE LA PREVISION DE TRESORERIE...)
           05 CLP-REGLE-AUTRE   PIC X.
