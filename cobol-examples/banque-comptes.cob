      * - Decouvert autorise par type de compte
      * - Interets mensuels, virements programmes
      * - Releve imprime, cotitulaires, controle fin de jour
      * - Bareme des frais bancaires (preleves par BATCHFRAIS)
      * - Remboursement anticipe de pret, echeancier recalcule
      * - Instruction des dossiers de surveillance des especes
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAT-NUM.
      *    BAREME DES FRAIS BANCAIRES PAR TYPE DE COMPTE ET PAR
      *    OPERATION - VOIR COPYBOOKS/FRAISBQ.CPY, PRELEVES CHAQUE
      *    MOIS PAR LE LOT BATCHFRAIS.
           SELECT FRAIS-BANQUE ASSIGN TO 'FRAISBQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FBQ-CLE
               FILE STATUS IS WS-FBQ-STATUS.
      *    DOSSIERS DE SURVEILLANCE DES ESPECES OUVERTS PAR LE LOT
      *    BATCHESPECES - VOIR COPYBOOKS/ALERTESP.CPY.
           SELECT ALERTES-ESPECES ASSIGN TO 'ALERTESP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALE-NUM
               FILE STATUS IS WS-ALE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT PARTAGEE AVEC COMPTAFRN - VOIR
      *    VOIR COPYBOOKS/MVTBANQ.CPY
       FD MVT-BANQUE.
           COPY MVTBANQ.
      *    COTITULAIRES DU COMPTE - VOIR COPYBOOKS/TITULAIR.CPY
       FD TITULAIRES.
           COPY TITULAIR.
      *    VIREMENTS PROGRAMMES / ORDRES PERMANENTS
       FD VIR-PROGRAMMES.
       01 VIR-PROG-REC.
      *       A=EN ATTENTE, V=VALIDE ET EXECUTE, R=REJETE
           05 VAT-APPROBATEUR PIC X(6).
           05 VAT-DATE-DECISION PIC 9(8).
      *    BAREME DES FRAIS BANCAIRES
       FD FRAIS-BANQUE.
           COPY FRAISBQ.
       FD ALERTES-ESPECES.
           COPY ALERTESP.
       WORKING-STORAGE SECTION.
       01 WS-CHOIX         PIC 9 VALUE 0.
       01 WS-SOUS-CHOIX    PIC 9 VALUE 0.
       01 WS-OPERATEUR     PIC X(6) VALUE SPACES.
      * Ouverture de session via le sous-programme SIGNON
       01 WS-FONCTION-SESSION PIC X(2) VALUE 'BQ'.
       01 WS-DROITS-SESSION PIC X(11) VALUE SPACES.
       01 WS-SESSION-OK    PIC X VALUE 'N'.
      * Identite de la societe via le sous-programme IDENTSOC
       01 WS-ETAB-SOCIETE  PIC X(2) VALUE 'SG'.
           COPY SOCIETE.
           COPY SOCEDIT.
      * Echeance d'un virement programme, reportee si chome, via
      * le sous-programme JOUROUVRE
       01 WS-A-EXECUTER    PIC X VALUE 'N'.
       01 WS-MOIS-VIR      PIC 9(6) VALUE 0.
       01 WS-MOIS-VIR-R REDEFINES WS-MOIS-VIR.
           05 WS-MOIS-VIR-AAAA PIC 9(4).
           05 WS-MOIS-VIR-MM   PIC 99.
       01 WS-NB-MOIS       PIC 9 VALUE 0.
       01 WS-JOU-ACTION    PIC X VALUE SPACE.
       01 WS-JOU-USAGE     PIC XX VALUE SPACES.
       01 WS-JOU-DATE      PIC 9(8) VALUE 0.
       01 WS-JOU-RESULTAT  PIC X VALUE SPACE.
      * Verrouillage d'enregistrement via le sous-programme VERROU
       01 WS-VRL-ACTION    PIC X VALUE SPACE.
       01 WS-VRL-FICHIER   PIC X(8) VALUE SPACES.
       01 WS-COUNT-CT      PIC 999 VALUE 0.
       01 WS-AUD-SOLDE-AVANT-EDIT PIC Z(8)9.99-.
       01 WS-AUD-SOLDE-APRES-EDIT PIC Z(8)9.99-.
      * Bareme des frais bancaires et frais portes au releve
       01 WS-FBQ-STATUS    PIC XX VALUE '00'.
           88 WS-FBQ-OUVERT-OK VALUE '00'.
       01 WS-FRAIS-TOTAL   PIC S9(9)V99 VALUE 0.
       01 WS-FBQ-MONTANT-EDIT PIC ZZZZ9.99.
      * Dossiers de surveillance des especes
       01 WS-ALE-STATUS    PIC XX VALUE '00'.
           88 WS-ALE-OUVERT-OK VALUE '00'.
       01 WS-ALE-DECISION  PIC X VALUE SPACE.
       01 WS-ALE-NOTE      PIC X(40) VALUE SPACES.
      * Remboursement anticipe d'un pret : indemnite contractuelle
      * de WS-TAUX-IRA % du capital rembourse, plafonnee a
      * WS-MOIS-IRA mois d'interet au taux du pret.
       01 WS-TAUX-IRA      PIC 9V99 VALUE 3.00.
       01 WS-MOIS-IRA      PIC 99 VALUE 6.
       01 WS-RA-PRET       PIC 9(10) VALUE 0.
       01 WS-RA-MONTANT    PIC 9(9)V99 VALUE 0.
       01 WS-RA-INDEMNITE  PIC 9(7)V99 VALUE 0.
       01 WS-RA-PLAFOND    PIC 9(7)V99 VALUE 0.
       01 WS-RA-OK         PIC X VALUE 'N'.
       01 WS-RA-TOTAL      PIC X VALUE 'N'.
       01 WS-RA-OPTION     PIC X VALUE SPACE.
      *       M = MENSUALITE REDUITE, D = DUREE REDUITE
       01 WS-RA-NB-IMPAYEES PIC 999 VALUE 0.
       01 WS-RA-PREMIERE   PIC 9(3) VALUE 0.
       01 WS-RA-DERNIERE   PIC 9(3) VALUE 0.
       01 WS-RA-DATE-BASE  PIC 9(8) VALUE 0.
       01 WS-RA-CAPITAL-AVANT PIC 9(9)V99 VALUE 0.
       01 WS-RA-NB-ECH     PIC 9(3) VALUE 0.
       01 WS-AV-NB         PIC 9(3) VALUE 0.
       01 WS-AV-MENSUALITE PIC 9(9)V99 VALUE 0.
       01 WS-AV-INTERETS   PIC 9(9)V99 VALUE 0.
       01 WS-AV-FIN        PIC 9(8) VALUE 0.
       01 WS-AP-NB         PIC 9(3) VALUE 0.
       01 WS-AP-MENSUALITE PIC 9(9)V99 VALUE 0.
       01 WS-AP-INTERETS   PIC 9(9)V99 VALUE 0.
       01 WS-AP-FIN        PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       DEBUT.
      *    Ouverture de session obligatoire avant tout menu -
               DISPLAY 'ACCES REFUSE' LINE 16 POSITION 34
               STOP RUN
           END-IF.
           CALL 'IDENTSOC' USING WS-ETAB-SOCIETE SOCIETE-REC
               SOCIETE-EDITION.
           OPEN I-O COMPTES.
           OPEN I-O TITULAIRES.
           OPEN I-O VIR-PROGRAMMES.
           DISPLAY '--- COMPTES ---' LINE 2 POSITION 32 HIGHLIGHT.
           DISPLAY '1. Ouvrir un compte' LINE 6 POSITION 26.
           DISPLAY '2. Cloturer un compte' LINE 8 POSITION 26.
           DISPLAY '3. Remboursement anticipe d un pret' LINE 10
               POSITION 26.
           DISPLAY '0. Retour' LINE 12 POSITION 26.
           DISPLAY 'Choix:' LINE 14 POSITION 26.
           ACCEPT WS-SOUS-CHOIX LINE 14 POSITION 33.
           EVALUATE WS-SOUS-CHOIX
               WHEN 1 PERFORM OUVRIR-COMPTE
               WHEN 2 PERFORM CLOTURER-COMPTE
               WHEN 3 PERFORM REMBOURSEMENT-ANTICIPE
           END-EVALUATE.

      *===============================================
           MOVE 0 TO CPT-TAUX-PR.
           MOVE 0 TO CPT-DUREE-PR.
           MOVE 0 TO CPT-CPT-DEBITE.
           MOVE 0 TO CPT-DERNIERS-FRAIS.
           MOVE 0 TO CPT-DATE-INACTIF.
      *    Compte a terme : taux annuel contractuel, duree en
      *    mois et instruction a l'echeance ; le solde est bloque
      *    jusqu'a la date calculee.
               MOVE WS-INTERET-ECH TO AMO-INTERET
               MOVE 'A' TO AMO-STATUT
               MOVE 0 TO AMO-DATE-PAIEMENT
               MOVE 0 TO AMO-DATE-IMPAYE
               MOVE 0 TO AMO-PENALITE
               WRITE AMORT-REC
                   INVALID KEY CONTINUE
               END-WRITE
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 32.
           ACCEPT WS-CONFIRM.

      *===============================================
      * REMBOURSEMENT ANTICIPE D'UN PRET
      * Partiel ou total : le compte courant de l'emprunteur
      * (CPT-CPT-DEBITE) est debite du capital rembourse et de
      * l'indemnite contractuelle, le restant du du pret baisse
      * d'autant. Les echeances a venir (statut A) sont
      * recalculees au choix du client - meme duree et
      * mensualite reduite, ou meme part de capital et duree
      * reduite - en gardant leurs dates ; les echeances payees
      * ne bougent pas. Un pret en arriere doit d'abord etre
      * regularise. Le nouvel echeancier est imprime avec la
      * comparaison avant / apres.
      *===============================================
       REMBOURSEMENT-ANTICIPE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- REMBOURSEMENT ANTICIPE ---' LINE 2
               POSITION 25 HIGHLIGHT.
           DISPLAY 'Numero du pret:' LINE 4 POSITION 15.
           ACCEPT CPT-NUM LINE 4 POSITION 32.
           MOVE 'N' TO WS-RA-OK.
           READ COMPTES
               INVALID KEY
                   DISPLAY 'COMPTE INEXISTANT!' LINE 18
                       POSITION 31 REVERSE-VIDEO
               NOT INVALID KEY
                   IF CPT-TYPE NOT = 'PR' OR CPT-STATUT = 'F'
                       DISPLAY 'CE N EST PAS UN PRET EN COURS'
                           LINE 18 POSITION 25 REVERSE-VIDEO
                   ELSE
                       MOVE 'Y' TO WS-RA-OK
                   END-IF
           END-READ.
           IF WS-RA-OK = 'Y'
               MOVE CPT-NUM TO WS-RA-PRET
               PERFORM ANALYSER-ECHEANCIER-PRET
               IF WS-RA-NB-IMPAYEES > 0
                   DISPLAY 'ECHEANCES IMPAYEES - REGULARISER D ABORD'
                       LINE 18 POSITION 20 REVERSE-VIDEO
                   MOVE 'N' TO WS-RA-OK
               END-IF
               IF WS-AV-NB = 0
                   DISPLAY 'AUCUNE ECHEANCE A VENIR' LINE 18
                       POSITION 28 REVERSE-VIDEO
                   MOVE 'N' TO WS-RA-OK
               END-IF
           END-IF.
           IF WS-RA-OK = 'Y'
               PERFORM SAISIR-REMBOURSEMENT
           END-IF.
           IF WS-RA-OK = 'Y'
               DISPLAY 'Confirmer (O/N):' LINE 16 POSITION 15
               ACCEPT WS-CONFIRM LINE 16 POSITION 33
               IF WS-CONFIRM = 'O' OR WS-CONFIRM = 'o'
                   PERFORM EXECUTER-REMBOURSEMENT
                   PERFORM AFFICHER-COMPARAISON-PRET
               END-IF
           END-IF.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 32.
           ACCEPT WS-CONFIRM.

      *    Situation avant remboursement : echeances a venir,
      *    mensualite, interets restants, derniere echeance, et
      *    impayees eventuelles.
       ANALYSER-ECHEANCIER-PRET.
           MOVE 0 TO WS-RA-NB-IMPAYEES.
           MOVE 0 TO WS-RA-PREMIERE.
           MOVE 0 TO WS-RA-DERNIERE.
           MOVE 0 TO WS-RA-DATE-BASE.
           MOVE 0 TO WS-RA-CAPITAL-AVANT.
           MOVE 0 TO WS-AV-NB.
           MOVE 0 TO WS-AV-MENSUALITE.
           MOVE 0 TO WS-AV-INTERETS.
           MOVE 0 TO WS-AV-FIN.
           MOVE WS-RA-PRET TO AMO-PRET.
           MOVE 0 TO AMO-ECHEANCE-NO.
           START AMORTISSEMENTS KEY >= AMO-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ AMORTISSEMENTS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF AMO-PRET NOT = WS-RA-PRET
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM ANALYSER-UNE-ECHEANCE
                       END-IF
               END-READ
           END-PERFORM.

       ANALYSER-UNE-ECHEANCE.
           IF AMO-STATUT = 'R'
               ADD 1 TO WS-RA-NB-IMPAYEES
           END-IF.
           IF AMO-STATUT = 'A'
               IF WS-AV-NB = 0
                   MOVE AMO-ECHEANCE-NO TO WS-RA-PREMIERE
                   MOVE AMO-DATE TO WS-RA-DATE-BASE
                   MOVE AMO-CAPITAL TO WS-RA-CAPITAL-AVANT
                   COMPUTE WS-AV-MENSUALITE =
                       AMO-CAPITAL + AMO-INTERET
               END-IF
               ADD 1 TO WS-AV-NB
               ADD AMO-INTERET TO WS-AV-INTERETS
               MOVE AMO-ECHEANCE-NO TO WS-RA-DERNIERE
               MOVE AMO-DATE TO WS-AV-FIN
           END-IF.

      *    Montant, indemnite, option de recalcul et provision du
      *    compte courant debite. Le pret reste l'enregistrement
      *    courant de COMPTES en sortie.
       SAISIR-REMBOURSEMENT.
           DISPLAY 'Restant du:' LINE 5 POSITION 15.
           MOVE CPT-SOLDE TO WS-SOLDE-EDIT.
           DISPLAY WS-SOLDE-EDIT LINE 5 POSITION 32 HIGHLIGHT.
           DISPLAY 'Echeances a venir:' LINE 6 POSITION 15.
           DISPLAY WS-AV-NB LINE 6 POSITION 35.
           DISPLAY 'Capital rembourse (0=total):' LINE 8
               POSITION 15.
           MOVE 0 TO WS-RA-MONTANT.
           ACCEPT WS-RA-MONTANT LINE 8 POSITION 45.
           MOVE 'N' TO WS-RA-TOTAL.
           IF WS-RA-MONTANT = 0 OR WS-RA-MONTANT >= CPT-SOLDE
               MOVE CPT-SOLDE TO WS-RA-MONTANT
               MOVE 'Y' TO WS-RA-TOTAL
           END-IF.
           COMPUTE WS-RA-INDEMNITE ROUNDED =
               WS-RA-MONTANT * WS-TAUX-IRA / 100.
           COMPUTE WS-RA-PLAFOND ROUNDED =
               WS-RA-MONTANT * CPT-TAUX-PR / 100 * WS-MOIS-IRA / 12.
           IF WS-RA-INDEMNITE > WS-RA-PLAFOND
               MOVE WS-RA-PLAFOND TO WS-RA-INDEMNITE
           END-IF.
           IF WS-RA-TOTAL = 'Y'
               DISPLAY 'REMBOURSEMENT TOTAL' LINE 9 POSITION 15
                   HIGHLIGHT
               MOVE SPACE TO WS-RA-OPTION
           ELSE
               DISPLAY 'M=mensualite reduite  D=duree reduite:'
                   LINE 10 POSITION 15
               MOVE SPACE TO WS-RA-OPTION
               ACCEPT WS-RA-OPTION LINE 10 POSITION 55
               IF WS-RA-OPTION = 'm'
                   MOVE 'M' TO WS-RA-OPTION
               END-IF
               IF WS-RA-OPTION = 'd'
                   MOVE 'D' TO WS-RA-OPTION
               END-IF
               IF WS-RA-OPTION NOT = 'M' AND WS-RA-OPTION NOT = 'D'
                   DISPLAY 'OPTION INVALIDE' LINE 18 POSITION 32
                       REVERSE-VIDEO
                   MOVE 'N' TO WS-RA-OK
               END-IF
           END-IF.
           DISPLAY 'Indemnite contractuelle:' LINE 12 POSITION 15.
           MOVE WS-RA-INDEMNITE TO WS-MONTANT-EDIT.
           DISPLAY WS-MONTANT-EDIT LINE 12 POSITION 41.
           IF WS-RA-OK = 'Y'
               MOVE CPT-CPT-DEBITE TO CPT-NUM
               READ COMPTES
                   INVALID KEY
                       DISPLAY 'COMPTE DEBITE INEXISTANT!' LINE 18
                           POSITION 27 REVERSE-VIDEO
                       MOVE 'N' TO WS-RA-OK
                   NOT INVALID KEY
                       COMPUTE WS-DISPO = CPT-SOLDE + CPT-DECOUVERT
                       IF CPT-STATUT = 'F' OR
                           WS-RA-MONTANT + WS-RA-INDEMNITE > WS-DISPO
                           DISPLAY 'PROVISION INSUFFISANTE SUR LE '
                               'COMPTE DEBITE' LINE 18 POSITION 18
                               REVERSE-VIDEO
                           MOVE 'N' TO WS-RA-OK
                       END-IF
               END-READ
               MOVE WS-RA-PRET TO CPT-NUM
               READ COMPTES
                   INVALID KEY CONTINUE
               END-READ
           END-IF.

       EXECUTER-REMBOURSEMENT.
      *    Le compte courant paie le capital puis l'indemnite.
           READ COMPTES
               INVALID KEY CONTINUE
           END-READ.
           MOVE CPT-CPT-DEBITE TO CPT-NUM.
           READ COMPTES
               INVALID KEY CONTINUE
           END-READ.
           SUBTRACT WS-RA-MONTANT FROM CPT-SOLDE.
           REWRITE COMPTE-REC.
           MOVE 'RA' TO MVB-TYPE.
           COMPUTE MVB-MONTANT = 0 - WS-RA-MONTANT.
           MOVE SPACES TO MVB-LIBELLE.
           STRING 'REMB ANTICIPE ' DELIMITED BY SIZE
               WS-RA-PRET(5:6) DELIMITED BY SIZE
               INTO MVB-LIBELLE.
           PERFORM ENREGISTRER-MOUVEMENT-BANQUE.
           IF WS-RA-INDEMNITE > 0
               SUBTRACT WS-RA-INDEMNITE FROM CPT-SOLDE
               REWRITE COMPTE-REC
               MOVE 'IR' TO MVB-TYPE
               COMPUTE MVB-MONTANT = 0 - WS-RA-INDEMNITE
               MOVE SPACES TO MVB-LIBELLE
               STRING 'INDEMNITE RA ' DELIMITED BY SIZE
                   WS-RA-PRET(5:6) DELIMITED BY SIZE
                   INTO MVB-LIBELLE
               PERFORM ENREGISTRER-MOUVEMENT-BANQUE
           END-IF.
      *    Le restant du du pret baisse du capital rembourse ; un
      *    remboursement total solde et clot le pret.
           MOVE WS-RA-PRET TO CPT-NUM.
           READ COMPTES
               INVALID KEY CONTINUE
           END-READ.
           SUBTRACT WS-RA-MONTANT FROM CPT-SOLDE.
           IF WS-RA-TOTAL = 'Y'
               MOVE 0 TO CPT-SOLDE
               MOVE 'F' TO CPT-STATUT
               MOVE WS-DATE-JOUR TO CPT-DATE-CLOTURE
               COMPUTE CPT-DUREE-PR = WS-RA-PREMIERE - 1
           END-IF.
           REWRITE COMPTE-REC.
           MOVE 'RA' TO MVB-TYPE.
           COMPUTE MVB-MONTANT = 0 - WS-RA-MONTANT.
           MOVE 'REMB ANTICIPE' TO MVB-LIBELLE.
           PERFORM ENREGISTRER-MOUVEMENT-BANQUE.
      *    Echeances a venir remplacees par le nouveau calcul.
           MOVE WS-RA-PREMIERE TO WS-IDX-ECH.
           PERFORM SUPPRIMER-ECHEANCE-A-VENIR
               UNTIL WS-IDX-ECH > WS-RA-DERNIERE.
           MOVE 0 TO WS-AP-NB.
           MOVE 0 TO WS-AP-MENSUALITE.
           MOVE 0 TO WS-AP-INTERETS.
           MOVE 0 TO WS-AP-FIN.
           IF WS-RA-TOTAL NOT = 'Y'
               PERFORM REGENERER-ECHEANCES-PRET
           END-IF.

       SUPPRIMER-ECHEANCE-A-VENIR.
           MOVE WS-RA-PRET TO AMO-PRET.
           MOVE WS-IDX-ECH TO AMO-ECHEANCE-NO.
           READ AMORTISSEMENTS
               NOT INVALID KEY
                   IF AMO-STATUT = 'A'
                       DELETE AMORTISSEMENTS
                   END-IF
           END-READ.
           ADD 1 TO WS-IDX-ECH.

      *    Meme amortissement a capital constant que
      *    GENERER-ECHEANCIER-PRET, sur le nouveau restant du, a
      *    partir de la date de la premiere echeance a venir.
       REGENERER-ECHEANCES-PRET.
           MOVE CPT-SOLDE TO WS-RESTANT-PR.
           IF WS-RA-OPTION = 'M' OR WS-RA-CAPITAL-AVANT = 0
               MOVE WS-AV-NB TO WS-RA-NB-ECH
               COMPUTE WS-CAPITAL-ECH ROUNDED =
                   WS-RESTANT-PR / WS-RA-NB-ECH
           ELSE
               MOVE WS-RA-CAPITAL-AVANT TO WS-CAPITAL-ECH
               COMPUTE WS-RA-NB-ECH = WS-RESTANT-PR / WS-CAPITAL-ECH
               IF WS-RA-NB-ECH * WS-CAPITAL-ECH < WS-RESTANT-PR
                   ADD 1 TO WS-RA-NB-ECH
               END-IF
           END-IF.
           MOVE CPT-DUREE-CT TO WS-DUREE-SAV.
           MOVE 1 TO WS-IDX-ECH.
           PERFORM REGENERER-UNE-ECHEANCE
               UNTIL WS-IDX-ECH > WS-RA-NB-ECH.
           MOVE WS-DUREE-SAV TO CPT-DUREE-CT.
           COMPUTE CPT-DUREE-PR = WS-RA-PREMIERE - 1 + WS-RA-NB-ECH.
           REWRITE COMPTE-REC.

       REGENERER-UNE-ECHEANCE.
           MOVE WS-RA-PRET TO AMO-PRET.
           COMPUTE AMO-ECHEANCE-NO = WS-RA-PREMIERE + WS-IDX-ECH - 1.
           MOVE WS-RA-DATE-BASE TO WS-DATE-BASE.
           COMPUTE CPT-DUREE-CT = WS-IDX-ECH - 1.
           PERFORM CALCULER-ECHEANCE-CT.
           MOVE WS-DATE-ECHEANCE TO AMO-DATE.
           COMPUTE WS-INTERET-ECH ROUNDED =
               WS-RESTANT-PR * CPT-TAUX-PR / 1200.
           IF WS-IDX-ECH = WS-RA-NB-ECH
      *        La derniere echeance solde le restant du.
               MOVE WS-RESTANT-PR TO AMO-CAPITAL
           ELSE
               MOVE WS-CAPITAL-ECH TO AMO-CAPITAL
           END-IF.
           MOVE WS-INTERET-ECH TO AMO-INTERET.
           MOVE 'A' TO AMO-STATUT.
           MOVE 0 TO AMO-DATE-PAIEMENT.
           MOVE 0 TO AMO-DATE-IMPAYE.
           MOVE 0 TO AMO-PENALITE.
           WRITE AMORT-REC
               INVALID KEY CONTINUE
           END-WRITE.
           SUBTRACT AMO-CAPITAL FROM WS-RESTANT-PR.
           IF WS-IDX-ECH = 1
               COMPUTE WS-AP-MENSUALITE = AMO-CAPITAL + AMO-INTERET
           END-IF.
           ADD 1 TO WS-AP-NB.
           ADD AMO-INTERET TO WS-AP-INTERETS.
           MOVE AMO-DATE TO WS-AP-FIN.
           ADD 1 TO WS-IDX-ECH.

      *    Releve de l'operation pour le client : comparaison
      *    avant / apres puis nouvel echeancier.
       AFFICHER-COMPARAISON-PRET.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY SOE-RAISON-SOCIALE LINE 1 POSITION 3 HIGHLIGHT.
           DISPLAY SOE-IDENTIFIANTS LINE 24 POSITION 3.
           DISPLAY '--- REMBOURSEMENT ANTICIPE ---' LINE 2
               POSITION 25 HIGHLIGHT.
           DISPLAY 'Pret:' LINE 4 POSITION 5.
           DISPLAY WS-RA-PRET LINE 4 POSITION 20.
           DISPLAY 'Capital rembourse:' LINE 5 POSITION 5.
           MOVE WS-RA-MONTANT TO WS-SOLDE-EDIT.
           DISPLAY WS-SOLDE-EDIT LINE 5 POSITION 25.
           DISPLAY 'Indemnite:' LINE 6 POSITION 5.
           MOVE WS-RA-INDEMNITE TO WS-SOLDE-EDIT.
           DISPLAY WS-SOLDE-EDIT LINE 6 POSITION 25.
           DISPLAY 'AVANT' LINE 8 POSITION 30 UNDERLINE.
           DISPLAY 'APRES' LINE 8 POSITION 46 UNDERLINE.
           DISPLAY 'Echeances a venir' LINE 9 POSITION 5.
           DISPLAY WS-AV-NB LINE 9 POSITION 32.
           DISPLAY WS-AP-NB LINE 9 POSITION 48.
           DISPLAY 'Mensualite' LINE 10 POSITION 5.
           MOVE WS-AV-MENSUALITE TO WS-SOLDE-EDIT.
           DISPLAY WS-SOLDE-EDIT LINE 10 POSITION 22.
           MOVE WS-AP-MENSUALITE TO WS-SOLDE-EDIT.
           DISPLAY WS-SOLDE-EDIT LINE 10 POSITION 38.
           DISPLAY 'Interets restants' LINE 11 POSITION 5.
           MOVE WS-AV-INTERETS TO WS-SOLDE-EDIT.
           DISPLAY WS-SOLDE-EDIT LINE 11 POSITION 22.
           MOVE WS-AP-INTERETS TO WS-SOLDE-EDIT.
           DISPLAY WS-SOLDE-EDIT LINE 11 POSITION 38.
           DISPLAY 'Derniere echeance' LINE 12 POSITION 5.
           DISPLAY WS-AV-FIN LINE 12 POSITION 30.
           DISPLAY WS-AP-FIN LINE 12 POSITION 46.
           IF WS-RA-TOTAL = 'Y'
               DISPLAY '*** PRET SOLDE ET CLOTURE ***' LINE 15
                   POSITION 25 HIGHLIGHT
           ELSE
               DISPLAY 'Appuyez ENTREE pour le nouvel echeancier'
                   LINE 20 POSITION 20
               ACCEPT WS-CONFIRM
               PERFORM IMPRIMER-NOUVEL-ECHEANCIER
           END-IF.

       IMPRIMER-NOUVEL-ECHEANCIER.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY SOE-RAISON-SOCIALE LINE 1 POSITION 3 HIGHLIGHT.
           DISPLAY SOE-IDENTIFIANTS LINE 24 POSITION 3.
           DISPLAY '--- NOUVEL ECHEANCIER ---' LINE 2 POSITION 27
               HIGHLIGHT.
           DISPLAY 'Pret:' LINE 3 POSITION 15.
           DISPLAY WS-RA-PRET LINE 3 POSITION 22.
           DISPLAY 'NO' LINE 5 POSITION 3 UNDERLINE.
           DISPLAY 'DATE' LINE 5 POSITION 9 UNDERLINE.
           DISPLAY 'CAPITAL' LINE 5 POSITION 20 UNDERLINE.
           DISPLAY 'INTERET' LINE 5 POSITION 34 UNDERLINE.
           DISPLAY 'ST' LINE 5 POSITION 46 UNDERLINE.
           MOVE WS-RA-PRET TO AMO-PRET.
           MOVE WS-RA-PREMIERE TO AMO-ECHEANCE-NO.
           START AMORTISSEMENTS KEY >= AMO-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           MOVE 6 TO WS-LIGNE.
           PERFORM UNTIL WS-EOF = 1 OR WS-LIGNE > 20
               READ AMORTISSEMENTS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF AMO-PRET NOT = WS-RA-PRET
                           MOVE 1 TO WS-EOF
                       ELSE
                           DISPLAY AMO-ECHEANCE-NO LINE WS-LIGNE
                               POSITION 3
                           DISPLAY AMO-DATE LINE WS-LIGNE
                               POSITION 8
                           DISPLAY AMO-CAPITAL LINE WS-LIGNE
                               POSITION 18
                           DISPLAY AMO-INTERET LINE WS-LIGNE
                               POSITION 32
                           DISPLAY AMO-STATUT LINE WS-LIGNE
                               POSITION 46
                           ADD 1 TO WS-LIGNE
                       END-IF
               END-READ
           END-PERFORM.

      *===============================================
      * CLOTURE DE COMPTE
      * Le solde doit etre a zero, ou le reliquat est vire vers
                   DISPLAY 'Montant a deposer:' LINE 12 POSITION 15
                   ACCEPT WS-MONTANT LINE 12 POSITION 35
                   ADD WS-MONTANT TO CPT-SOLDE
                   PERFORM REACTIVER-COMPTE-INACTIF
                   REWRITE COMPTE-REC
                   MOVE 'DP' TO MVB-TYPE
                   MOVE WS-MONTANT TO MVB-MONTANT
           DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 32.
           ACCEPT WS-CONFIRM.

      *    Un depot ou un retrait du client leve le classement en
      *    compte inactif pose par BATCHINACTIF.
       REACTIVER-COMPTE-INACTIF.
           IF CPT-STATUT = 'I'
               MOVE SPACE TO CPT-STATUT
               MOVE 0 TO CPT-DATE-INACTIF
           END-IF.

      *    Le decouvert autorise etend la limite de
      *    retrait au-dela d'un solde nul : un retrait est refuse
      *    seulement s'il ferait descendre le solde sous
                       PERFORM CONTROLER-PLAFOND-RETRAIT
                       IF WS-RETRAIT-AUTORISE = 1
                       SUBTRACT WS-MONTANT FROM CPT-SOLDE
                       PERFORM REACTIVER-COMPTE-INACTIF
                       REWRITE COMPTE-REC
                       MOVE 'RT' TO MVB-TYPE
                       COMPUTE MVB-MONTANT = 0 - WS-MONTANT
           ACCEPT WS-DATE-DEBUT LINE 6 POSITION 40.
           DISPLAY 'Date fin (AAAAMMJJ):' LINE 7 POSITION 15.
           ACCEPT WS-DATE-FIN LINE 7 POSITION 40.
           DISPLAY SOE-RAISON-SOCIALE LINE 1 POSITION 3 HIGHLIGHT.
           DISPLAY SOE-ADRESSE LINE 3 POSITION 3.
           DISPLAY SOE-IDENTIFIANTS LINE 8 POSITION 3.
           DISPLAY '==================================================='
               LINE 9 POSITION 5.
           DISPLAY 'RELEVE DE COMPTE' LINE 10 POSITION 25 HIGHLIGHT.
           OPEN INPUT MVT-BANQUE.
           MOVE 0 TO WS-COUNT.
           MOVE 0 TO WS-MVT-TOTAL.
           MOVE 0 TO WS-FRAIS-TOTAL.
           IF WS-MVTB-OUVERT-OK
               MOVE 0 TO WS-EOF
               MOVE 16 TO WS-LIGNE
                                   ADD 1 TO WS-LIGNE
                               END-IF
                               ADD MVB-MONTANT TO WS-MVT-TOTAL
                               IF MVB-TYPE = 'FR'
                                   ADD MVB-MONTANT TO WS-FRAIS-TOTAL
                               END-IF
                               ADD 1 TO WS-COUNT
                           END-IF
                   END-READ
           DISPLAY 'Variation periode:' LINE 22 POSITION 25.
           MOVE WS-MVT-TOTAL TO WS-SOLDE-EDIT.
           DISPLAY WS-SOLDE-EDIT LINE 22 POSITION 45 HIGHLIGHT.
      *    Frais preleves par BATCHFRAIS (mouvements FR)
           DISPLAY 'Dont frais bancaires:' LINE 23 POSITION 25.
           MOVE WS-FRAIS-TOTAL TO WS-SOLDE-EDIT.
           DISPLAY WS-SOLDE-EDIT LINE 23 POSITION 45.
       IMPRIMER-RELEVE-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 24 POSITION 32.
           ACCEPT WS-CONFIRM.

      *===============================================
               POSITION 22.
           DISPLAY '6. Tableau d amortissement d un pret' LINE 15
               POSITION 22.
           DISPLAY '7. Bareme des frais bancaires' LINE 16
               POSITION 22.
           DISPLAY '8. Dossiers de surveillance des especes' LINE 17
               POSITION 22.
           DISPLAY '0. Retour' LINE 18 POSITION 22.
           DISPLAY 'Choix:' LINE 19 POSITION 22.
           ACCEPT WS-SOUS-CHOIX LINE 19 POSITION 29.
           EVALUATE WS-SOUS-CHOIX
               WHEN 1 PERFORM CALCUL-INTERETS-MENSUELS
               WHEN 2 PERFORM CREER-VIREMENT-PROGRAMME
               WHEN 4 PERFORM CONTROLE-FIN-JOURNEE
               WHEN 5 PERFORM ECHEANCES-COMPTES-TERME
               WHEN 6 PERFORM CONSULTER-ECHEANCIER-PRET
                   THRU CONSULTER-ECHEANCIER-PRET-EXIT
               WHEN 7 PERFORM GERER-BAREME-FRAIS
               WHEN 8 PERFORM INSTRUIRE-ALERTES-ESPECES
           END-EVALUATE.

      *===============================================
      * DOSSIERS DE SURVEILLANCE DES ESPECES
      * Le lot BATCHESPECES ouvre un dossier par depot ou retrait
      * d'especes au-dela du seuil et par schema de fractionnement
      * (compte ou titulaire). Le responsable conformite annote le
      * dossier et le clot - sans suite ou declaration de soupcon ;
      * chaque passage est trace dans AUDIT.DAT.
      *===============================================
       INSTRUIRE-ALERTES-ESPECES.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- SURVEILLANCE DES ESPECES ---' LINE 2
               POSITION 24 HIGHLIGHT.
           OPEN I-O ALERTES-ESPECES.
           IF NOT WS-ALE-OUVERT-OK
               DISPLAY 'AUCUN DOSSIER' LINE 10 POSITION 33 HIGHLIGHT
           ELSE
               PERFORM LISTER-ALERTES-OUVERTES
               IF WS-COUNT = 0
                   DISPLAY 'AUCUN DOSSIER OUVERT' LINE 10
                       POSITION 30 HIGHLIGHT
               ELSE
                   DISPLAY 'Dossier a instruire (0=aucun):' LINE 16
                       POSITION 3
                   MOVE 0 TO ALE-NUM
                   ACCEPT ALE-NUM LINE 16 POSITION 34
                   IF ALE-NUM NOT = 0
                       PERFORM INSTRUIRE-UN-DOSSIER
                   END-IF
               END-IF
               CLOSE ALERTES-ESPECES
           END-IF.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 32.
           ACCEPT WS-CONFIRM.

       LISTER-ALERTES-OUVERTES.
           DISPLAY 'NUM' LINE 4 POSITION 3 UNDERLINE.
           DISPLAY 'DATE' LINE 4 POSITION 10 UNDERLINE.
           DISPLAY 'T' LINE 4 POSITION 19 UNDERLINE.
           DISPLAY 'COMPTE' LINE 4 POSITION 21 UNDERLINE.
           DISPLAY 'TITULAIRE' LINE 4 POSITION 32 UNDERLINE.
           DISPLAY 'NB' LINE 4 POSITION 58 UNDERLINE.
           DISPLAY 'MONTANT' LINE 4 POSITION 62 UNDERLINE.
           MOVE 0 TO ALE-NUM.
           START ALERTES-ESPECES KEY >= ALE-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           MOVE 0 TO WS-COUNT.
           MOVE 5 TO WS-LIGNE.
           PERFORM UNTIL WS-EOF = 1 OR WS-LIGNE > 14
               READ ALERTES-ESPECES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ALE-STATUT = 'O'
                           DISPLAY ALE-NUM LINE WS-LIGNE POSITION 3
                           DISPLAY ALE-DATE LINE WS-LIGNE POSITION 10
                           DISPLAY ALE-TYPE LINE WS-LIGNE POSITION 19
                           DISPLAY ALE-CPT LINE WS-LIGNE POSITION 21
                           DISPLAY ALE-TITULAIRE LINE WS-LIGNE
                               POSITION 32
                           DISPLAY ALE-NB-MVT LINE WS-LIGNE
                               POSITION 58
                           MOVE ALE-MONTANT TO WS-MONTANT-EDIT
                           DISPLAY WS-MONTANT-EDIT LINE WS-LIGNE
                               POSITION 61
                           ADD 1 TO WS-LIGNE
                           ADD 1 TO WS-COUNT
                       END-IF
               END-READ
           END-PERFORM.

      *    Une note seule laisse le dossier ouvert ; une decision
      *    S ou D le clot.
       INSTRUIRE-UN-DOSSIER.
           READ ALERTES-ESPECES
               INVALID KEY
                   DISPLAY 'DOSSIER INCONNU' LINE 18 POSITION 3
                       REVERSE-VIDEO
               NOT INVALID KEY
                   IF ALE-STATUT NOT = 'O'
                       DISPLAY 'DOSSIER DEJA CLOS' LINE 18
                           POSITION 3 REVERSE-VIDEO
                   ELSE
                       DISPLAY 'Note:' LINE 17 POSITION 3
                       DISPLAY ALE-NOTE LINE 17 POSITION 10
                       MOVE ALE-NOTE TO WS-ALE-NOTE
                       ACCEPT WS-ALE-NOTE LINE 17 POSITION 10
                       DISPLAY 'Decision (S=sans suite D=declaration'
                           LINE 18 POSITION 3
                       DISPLAY 'de soupcon, blanc=reste ouvert):'
                           LINE 19 POSITION 3
                       MOVE SPACE TO WS-ALE-DECISION
                       ACCEPT WS-ALE-DECISION LINE 19 POSITION 36
                       PERFORM ENREGISTRER-DECISION-ALERTE
                   END-IF
           END-READ.

       ENREGISTRER-DECISION-ALERTE.
           IF WS-ALE-DECISION = 's'
               MOVE 'S' TO WS-ALE-DECISION
           END-IF.
           IF WS-ALE-DECISION = 'd'
               MOVE 'D' TO WS-ALE-DECISION
           END-IF.
           MOVE ALE-NUM TO AUD-CLE.
           MOVE SPACES TO AUD-AVANT.
           STRING 'ESPECES ' DELIMITED BY SIZE
               ALE-TYPE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ALE-NOTE DELIMITED BY SIZE
               INTO AUD-AVANT.
           MOVE WS-ALE-NOTE TO ALE-NOTE.
           MOVE WS-OPERATEUR TO ALE-OPERATEUR.
           IF WS-ALE-DECISION = 'S' OR WS-ALE-DECISION = 'D'
               MOVE WS-ALE-DECISION TO ALE-DECISION
               MOVE 'C' TO ALE-STATUT
               MOVE WS-DATE-JOUR TO ALE-DATE-DECISION
           END-IF.
           REWRITE ALERTE-ESP-REC.
           MOVE SPACES TO AUD-APRES.
           STRING 'STATUT ' DELIMITED BY SIZE
               ALE-STATUT DELIMITED BY SIZE
               ' DECISION ' DELIMITED BY SIZE
               ALE-DECISION DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ALE-NOTE DELIMITED BY SIZE
               INTO AUD-APRES.
           PERFORM ECRIRE-AUDIT-UPDATE.
           IF ALE-STATUT = 'C'
               DISPLAY '*** DOSSIER CLOS ***' LINE 20 POSITION 3
                   HIGHLIGHT
           ELSE
               DISPLAY '*** DOSSIER ANNOTE ***' LINE 20 POSITION 3
                   HIGHLIGHT
           END-IF.

      *===============================================
      * BAREME DES FRAIS BANCAIRES
      * Un tarif par type de compte et par operation (code
      * MVB-TYPE, TC pour la tenue de compte, EI pour une
      * echeance de pret impayee) ; un montant a zero supprime
      * le tarif. Le fichier est cree au premier passage.
      *===============================================
       GERER-BAREME-FRAIS.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- BAREME DES FRAIS BANCAIRES ---' LINE 2
               POSITION 22 HIGHLIGHT.
           OPEN I-O FRAIS-BANQUE.
           IF NOT WS-FBQ-OUVERT-OK
               OPEN OUTPUT FRAIS-BANQUE
               CLOSE FRAIS-BANQUE
               OPEN I-O FRAIS-BANQUE
           END-IF.
           DISPLAY 'TYPE' LINE 4 POSITION 5 UNDERLINE.
           DISPLAY 'OPER.' LINE 4 POSITION 12 UNDERLINE.
           DISPLAY 'MONTANT' LINE 4 POSITION 20 UNDERLINE.
           DISPLAY 'LIBELLE' LINE 4 POSITION 32 UNDERLINE.
           MOVE LOW-VALUES TO FBQ-CLE.
           START FRAIS-BANQUE KEY >= FBQ-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           MOVE 5 TO WS-LIGNE.
           PERFORM UNTIL WS-EOF = 1 OR WS-LIGNE > 14
               READ FRAIS-BANQUE NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       DISPLAY FBQ-TYPE-CPT LINE WS-LIGNE POSITION 5
                       DISPLAY FBQ-OPERATION LINE WS-LIGNE
                           POSITION 12
                       MOVE FBQ-MONTANT TO WS-FBQ-MONTANT-EDIT
                       DISPLAY WS-FBQ-MONTANT-EDIT LINE WS-LIGNE
                           POSITION 20
                       DISPLAY FBQ-LIBELLE LINE WS-LIGNE POSITION 32
                       ADD 1 TO WS-LIGNE
               END-READ
           END-PERFORM.
           DISPLAY 'Type de compte (blanc=aucun):' LINE 16
               POSITION 5.
           MOVE SPACES TO FBQ-TYPE-CPT.
           ACCEPT FBQ-TYPE-CPT LINE 16 POSITION 36.
           IF FBQ-TYPE-CPT NOT = SPACES
               DISPLAY 'Operation (VE/VX/RT.../TC/EI):' LINE 17
                   POSITION 5
               MOVE SPACES TO FBQ-OPERATION
               ACCEPT FBQ-OPERATION LINE 17 POSITION 36
               IF FBQ-OPERATION NOT = SPACES
                   PERFORM MAJ-TARIF-FRAIS
               END-IF
           END-IF.
           CLOSE FRAIS-BANQUE.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 32.
           ACCEPT WS-CONFIRM.

       MAJ-TARIF-FRAIS.
           MOVE FBQ-CLE TO AUD-CLE.
           READ FRAIS-BANQUE
               INVALID KEY
                   MOVE 0 TO FBQ-MONTANT
                   MOVE SPACES TO FBQ-LIBELLE
                   DISPLAY 'Montant (0=supprimer):' LINE 18
                       POSITION 5
                   ACCEPT FBQ-MONTANT LINE 18 POSITION 36
                   IF FBQ-MONTANT > 0
                       DISPLAY 'Libelle au releve:' LINE 19
                           POSITION 5
                       ACCEPT FBQ-LIBELLE LINE 19 POSITION 36
                       WRITE FRAIS-BANQUE-REC
                       MOVE SPACES TO AUD-AVANT
                       MOVE FBQ-MONTANT TO WS-FBQ-MONTANT-EDIT
                       MOVE SPACES TO AUD-APRES
                       STRING WS-FBQ-MONTANT-EDIT DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           FBQ-LIBELLE DELIMITED BY SIZE
                           INTO AUD-APRES
                       PERFORM ECRIRE-AUDIT-CREATE
                       DISPLAY '*** TARIF CREE ***' LINE 20
                           POSITION 5 HIGHLIGHT
                   END-IF
               NOT INVALID KEY
                   MOVE FBQ-MONTANT TO WS-FBQ-MONTANT-EDIT
                   MOVE SPACES TO AUD-AVANT
                   STRING WS-FBQ-MONTANT-EDIT DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FBQ-LIBELLE DELIMITED BY SIZE
                       INTO AUD-AVANT
                   DISPLAY 'Montant (0=supprimer):' LINE 18
                       POSITION 5
                   DISPLAY WS-FBQ-MONTANT-EDIT LINE 18 POSITION 36
                   ACCEPT FBQ-MONTANT LINE 18 POSITION 36
                   IF FBQ-MONTANT = 0
                       DELETE FRAIS-BANQUE
                       MOVE SPACES TO AUD-APRES
                       PERFORM ECRIRE-AUDIT-DELETE
                       DISPLAY '*** TARIF SUPPRIME ***' LINE 20
                           POSITION 5 HIGHLIGHT
                   ELSE
                       DISPLAY 'Libelle au releve:' LINE 19
                           POSITION 5
                       DISPLAY FBQ-LIBELLE LINE 19 POSITION 36
                       ACCEPT FBQ-LIBELLE LINE 19 POSITION 36
                       REWRITE FRAIS-BANQUE-REC
                       MOVE FBQ-MONTANT TO WS-FBQ-MONTANT-EDIT
                       MOVE SPACES TO AUD-APRES
                       STRING WS-FBQ-MONTANT-EDIT DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           FBQ-LIBELLE DELIMITED BY SIZE
                           INTO AUD-APRES
                       PERFORM ECRIRE-AUDIT-UPDATE
                       DISPLAY '*** TARIF MODIFIE ***' LINE 20
                           POSITION 5 HIGHLIGHT
                   END-IF
           END-READ.

      *    EP (epargne) recoit un interet crediteur de 0.5% par
      *    mois sur un solde positif ; un compte CC en decouvert
      *    paie un interet debiteur de 1.5% par mois sur la partie
               READ VIR-PROGRAMMES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM CONTROLER-ECHEANCE-VIREMENT
                       IF WS-A-EXECUTER = 'Y'
                           PERFORM EXECUTER-UN-VIREMENT-PROGRAMME
                             THRU EXECUTER-UN-VIREMENT-PROGRAMME-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 32.
           ACCEPT WS-CONFIRM.

      *    Le virement est du si l'echeance du mois precedent,
      *    courant ou suivant - jour du mois ramene a la fin des
      *    mois courts puis reporte s'il est chome - tombe
      *    aujourd'hui.
       CONTROLER-ECHEANCE-VIREMENT.
           MOVE 'N' TO WS-A-EXECUTER.
           IF VPR-ACTIF = 'Y' AND
               VPR-DERNIERE-EXEC NOT = WS-DATE-JOUR
               MOVE WS-DATE-JOUR(1:6) TO WS-MOIS-VIR
               IF WS-MOIS-VIR-MM = 1
                   SUBTRACT 1 FROM WS-MOIS-VIR-AAAA
                   MOVE 12 TO WS-MOIS-VIR-MM
               ELSE
                   SUBTRACT 1 FROM WS-MOIS-VIR-MM
               END-IF
               MOVE 0 TO WS-NB-MOIS
               PERFORM TESTER-ECHEANCE-MOIS
                   UNTIL WS-NB-MOIS = 3 OR WS-A-EXECUTER = 'Y'
           END-IF.

       TESTER-ECHEANCE-MOIS.
           MOVE 'M' TO WS-JOU-ACTION.
           MOVE 'VP' TO WS-JOU-USAGE.
           COMPUTE WS-JOU-DATE = WS-MOIS-VIR * 100 + VPR-JOUR-MOIS.
           CALL 'JOUROUVRE' USING WS-JOU-ACTION WS-JOU-USAGE
               WS-JOU-DATE WS-JOU-RESULTAT.
           IF WS-JOU-RESULTAT NOT = 'N' AND
               WS-JOU-DATE = WS-DATE-JOUR
               MOVE 'Y' TO WS-A-EXECUTER
           END-IF.
           IF WS-MOIS-VIR-MM = 12
               ADD 1 TO WS-MOIS-VIR-AAAA
               MOVE 1 TO WS-MOIS-VIR-MM
           ELSE
               ADD 1 TO WS-MOIS-VIR-MM
           END-IF.
           ADD 1 TO WS-NB-MOIS.

       EXECUTER-UN-VIREMENT-PROGRAMME.
           MOVE VPR-SOURCE TO CPT-NUM.
           READ COMPTES
