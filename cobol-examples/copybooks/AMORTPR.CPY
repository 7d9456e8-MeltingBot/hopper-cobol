      * restant du. Genere par banque-comptes.cob (BANQUE) a
      * l'ouverture du pret, consomme chaque mois par le lot
      * batch-echeances-prets.cob (BATCHPRET) qui debite le
      * compte courant de l'emprunteur et represente les
      * echeances impayees.
      *===============================================
       01 AMORT-REC.
           05 AMO-CLE.
           05 AMO-STATUT    PIC X.
      *       A=A PAYER, P=PAYEE, R=IMPAYEE (ARRIERE)
           05 AMO-DATE-PAIEMENT PIC 9(8).
      *    RECOUVREMENT DES ARRIERES : DATE A LAQUELLE L'ECHEANCE
      *    EST PASSEE IMPAYEE (AVIS D'ARRIERE ENVOYE, FRAIS EI DE
      *    BATCHFRAIS) ET PENALITES DE RETARD ENCAISSEES AVEC
      *    L'ECHEANCE QUAND BATCHPRET FINIT PAR LA PRELEVER.
           05 AMO-DATE-IMPAYE PIC 9(8).
           05 AMO-PENALITE  PIC 9(7)V99.
