      *       DP=DEPOT, RT=RETRAIT, VE=VIR.EMIS, VR=VIR.RECU,
      *       IN=INTERET, SO=VIR.PROGRAMME, OU=OUVERTURE,
      *       PF=REGLEMENT FOURNISSEUR, RB=REMISE EN BANQUE
      *       (DEPOT DES CHEQUES/ESPECES DE LA CAISSE FACTURE ;
      *       NEGATIF POUR UN CHEQUE REVENU IMPAYE),
      *       VX=VIREMENT EXTERNE (BENEFICIAIRE HORS COMPTES.DAT),
      *       CT=INTERETS D'UN COMPTE A TERME ARRIVE A ECHEANCE,
      *       SA=SALAIRE VIRE PAR LE PAIEMENT DES SALAIRES (PAIE)
      *       PE=ECHEANCE DE PRET, PN=PENALITE DE RETARD PRET,
      *       FR=FRAIS BANCAIRES (BATCHFRAIS),
      *       RA=REMBOURSEMENT ANTICIPE DE PRET, IR=INDEMNITE DE
      *       REMBOURSEMENT ANTICIPE
      *       DE=SOLDE D'UN COMPTE INACTIF TRANSFERE A LA CAISSE
      *       DES DEPOTS (BATCHINACTIF, CLOTURE DU COMPTE)
           05 MVB-MONTANT    PIC S9(9)V99.
           05 MVB-SOLDE      PIC S9(9)V99.
           05 MVB-LIBELLE    PIC X(20).
