      *    n'est pas un compte ouvert de la maison
      *  - echeances des prets (rentrees) et des comptes a terme
      *    (sorties) portees par COMPTES.DAT et AMORTPR.DAT
      * Chaque date tombant un jour chome est d'abord ramenee au
      * jour ouvre ou le flux passera vraiment, avec la regle de
      * son usage (sous-programme JOUROUVRE) : les salaires au
      * dernier jour ouvre du mois selon la regle des salaires,
      * les virements programmes et les echeances de pret comme
      * les executent BATCHVIRPROG et BATCHPRET.
      * Le solde projete part de la position des comptes ouverts;
      * la premiere semaine qui enfoncerait le decouvert autorise
      * cumule est signalee - fini le folklore.
      *    VIREMENTS PROGRAMMES : DESTINATAIRE HORS MAISON ?
       01 WS-DEST-EXTERNE   PIC 9 VALUE 0.
       01 WS-JOUR-CIBLE     PIC 9(8) VALUE 0.
      *    JOURS OUVRES VIA LE SOUS-PROGRAMME JOUROUVRE
       01 WS-JOU-ACTION     PIC X VALUE SPACE.
       01 WS-JOU-USAGE      PIC XX VALUE SPACES.
       01 WS-JOU-DATE       PIC 9(8) VALUE 0.
       01 WS-JOU-RESULTAT   PIC X VALUE SPACE.
       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM CALCULER-POSITION.
           PERFORM PROJETER-CLIENTS.
           PERFORM PROJETER-FOURNISSEURS.
           PERFORM PROJETER-SALAIRES THRU PROJETER-SALAIRES-EXIT.
           PERFORM PROJETER-VIREMENTS.
           PERFORM PROJETER-ECHEANCES THRU PROJETER-ECHEANCES-EXIT.
           CLOSE COMPTES.
           PERFORM IMPRIMER-PROJECTION.
           STOP RUN.
                               CPT-ECHEANCE-CT > 0
                               MOVE CPT-ECHEANCE-CT
                                   TO WS-JOUR-CIBLE
                               MOVE 'A' TO WS-JOU-ACTION
                               MOVE SPACES TO WS-JOU-USAGE
                               PERFORM AJUSTER-JOUR-CIBLE
                               PERFORM CALCULER-SEMAINE
                               IF WS-SEMAINE >= 1 AND
                                   WS-SEMAINE <= 13
               END-READ
           END-PERFORM.

      *    WS-JOUR-CIBLE ramene au jour ouvre par JOUROUVRE -
      *    action et usage poses par l'appelant ; une date que le
      *    sous-programme refuse reste telle quelle.
       AJUSTER-JOUR-CIBLE.
           MOVE WS-JOUR-CIBLE TO WS-JOU-DATE.
           CALL 'JOUROUVRE' USING WS-JOU-ACTION WS-JOU-USAGE
               WS-JOU-DATE WS-JOU-RESULTAT.
           IF WS-JOU-RESULTAT NOT = 'N'
               MOVE WS-JOU-DATE TO WS-JOUR-CIBLE
           END-IF.

      *    Semaine de l'horizon (1-13) contenant WS-JOUR-CIBLE ;
      *    hors bornes sinon.
       CALCULER-SEMAINE.
                           COMPUTE WS-JOUR-CIBLE =
                               FUNCTION DATE-OF-INTEGER(
                               WS-JULIEN-PIECE)
                           MOVE 'A' TO WS-JOU-ACTION
                           MOVE SPACES TO WS-JOU-USAGE
                           PERFORM AJUSTER-JOUR-CIBLE
                           PERFORM CALCULER-SEMAINE
                           IF WS-SEMAINE >= 1 AND
                               WS-SEMAINE <= 13
           END-PERFORM.
           CLOSE FACTURES.

      *    Decaissements fournisseurs a l'echeance, pour le TTC
      *    (HT + TVA), contre-valeur EUR au taux retenu a la
      *    saisie pour les devises.
       PROJETER-FOURNISSEURS.
           OPEN INPUT FACT-FOURNISSEUR.
           MOVE LOW-VALUES TO FFR-CLE.
                               FFR-DEVISE NOT = 'EUR' AND
                               FFR-TAUX > 0
                               COMPUTE WS-MONTANT-EUR ROUNDED =
                                   (FFR-MONTANT + FFR-TVA) * FFR-TAUX
                           ELSE
                               COMPUTE WS-MONTANT-EUR =
                                   FFR-MONTANT + FFR-TVA
                           END-IF
                           MOVE FFR-ECHEANCE TO WS-JOUR-CIBLE
                           MOVE 'A' TO WS-JOU-ACTION
                           MOVE 'FF' TO WS-JOU-USAGE
                           PERFORM AJUSTER-JOUR-CIBLE
                           PERFORM CALCULER-SEMAINE
                           IF WS-SEMAINE >= 1 AND
                               WS-SEMAINE <= 13
               END-READ
           END-PERFORM.
           CLOSE BULLETINS.
      *    Fin de chacun des trois prochains mois : le dernier
      *    jour, ramene au jour ouvre comme au paiement des
      *    salaires dans PAIE
           MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE-FM.
           MOVE WS-DATE-JOUR(5:2) TO WS-MOIS-FM.
           PERFORM VARYING WS-IDX-MOIS FROM 1 BY 1
               UNTIL WS-IDX-MOIS > 3
               COMPUTE WS-DATE-FIN-MOIS =
                   (WS-ANNEE-FM * 10000) + (WS-MOIS-FM * 100)
                   + 31
               MOVE WS-DATE-FIN-MOIS TO WS-JOUR-CIBLE
               MOVE 'M' TO WS-JOU-ACTION
               MOVE 'PS' TO WS-JOU-USAGE
               PERFORM AJUSTER-JOUR-CIBLE
               PERFORM CALCULER-SEMAINE
               IF WS-SEMAINE >= 1 AND WS-SEMAINE <= 13
                   ADD WS-SALAIRES-MOIS TO
                   NOT AT END
                       IF VPR-ACTIF = 'Y'
                           PERFORM PROJETER-UN-VIREMENT
                               THRU PROJETER-UN-VIREMENT-EXIT
                       END-IF
               END-READ
           END-PERFORM.
               COMPUTE WS-JOUR-CIBLE =
                   (WS-ANNEE-FM * 10000) + (WS-MOIS-FM * 100)
                   + VPR-JOUR-MOIS
               MOVE 'M' TO WS-JOU-ACTION
               MOVE 'VP' TO WS-JOU-USAGE
               PERFORM AJUSTER-JOUR-CIBLE
               IF WS-JOUR-CIBLE > WS-DATE-JOUR
                   PERFORM CALCULER-SEMAINE
                   IF WS-SEMAINE >= 1 AND WS-SEMAINE <= 13
                   NOT AT END
                       IF AMO-STATUT = 'A'
                           MOVE AMO-DATE TO WS-JOUR-CIBLE
                           MOVE 'A' TO WS-JOU-ACTION
                           MOVE 'EP' TO WS-JOU-USAGE
                           PERFORM AJUSTER-JOUR-CIBLE
                           PERFORM CALCULER-SEMAINE
                           IF WS-SEMAINE >= 1 AND
                               WS-SEMAINE <= 13
