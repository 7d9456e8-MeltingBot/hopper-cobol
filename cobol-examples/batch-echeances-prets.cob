      * l'emprunteur de capital + interet, reduit le restant du
      * du pret et trace les mouvements PE dans MVTBANQ. Un
      * compte courant qui ne couvre pas l'echeance la laisse en
      * impayee (statut R) et un avis d'arriere part au journal
      * des contacts (CLICONTA.DAT).
      * Les echeances R plus anciennes sont representees a
      * chaque passage, avant les echeances du jour, avec des
      * penalites de retard (taux du pret majore, au prorata des
      * jours de retard) prelevees en mouvement PN. Un pret qui
      * cumule trois echeances impayees passe en defaut
      * (CPT-STATUT = D) et sort sur la liste du comite de
      * credit, a la suite de l'etat des arrieres.
      * Une echeance qui tombe un jour chome est exigible au jour
      * ouvre retenu par JOUROUVRE (regle des prets de
      * CALPARM.DAT) ; les penalites courent de cette date.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MVT-BANQUE ASSIGN TO 'MVTBANQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MVTB-STATUS.
      *    JOURNAL DES CONTACTS - VOIR COPYBOOKS/CONTACT.CPY. LES
      *    AVIS D'ARRIERE Y SONT JOURNALISES COMME LES RELANCES DE
      *    FACTURE.
           SELECT CONTACTS ASSIGN TO 'CLICONTA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUTS PARTAGEES AVEC BANQUE - VOIR COPYBOOKS
           COPY AMORTPR.
       FD MVT-BANQUE.
           COPY MVTBANQ.
       FD CONTACTS.
           COPY CONTACT.
       WORKING-STORAGE SECTION.
       01 WS-EOF           PIC 9 VALUE 0.
       01 WS-DATE-JOUR     PIC 9(8) VALUE 0.
       01 WS-COUNT-IMPAYEES PIC 999 VALUE 0.
       01 WS-MVTB-STATUS   PIC XX VALUE '00'.
           88 WS-MVTB-OUVERT-OK VALUE '00'.
       01 WS-CNT-STATUS    PIC XX VALUE '00'.
           88 WS-CNT-OUVERT-OK VALUE '00'.
      *    PENALITES DE RETARD : TAUX ANNUEL DU PRET MAJORE DE
      *    WS-MAJORATION POINTS, SUR L'ECHEANCE IMPAYEE ET AU
      *    PRORATA DES JOURS DE RETARD (BASE 365).
       01 WS-MAJORATION    PIC 9(2)V99 VALUE 3.00.
       01 WS-TAUX-PR       PIC 9(2)V99 VALUE 0.
       01 WS-JOURS-RETARD  PIC 9(5) VALUE 0.
       01 WS-PENALITE      PIC 9(7)V99 VALUE 0.
       01 WS-COUNT-REPRESENTEES PIC 999 VALUE 0.
      *    DEFAUT : NOMBRE D'ECHEANCES IMPAYEES QUI CLASSE LE PRET
       01 WS-SEUIL-DEFAUT  PIC 9 VALUE 3.
       01 WS-PRET-COURANT  PIC 9(10) VALUE 0.
       01 WS-NB-R-PRET     PIC 999 VALUE 0.
       01 WS-COUNT-DEFAUTS PIC 999 VALUE 0.
       01 WS-PAYEE         PIC X VALUE 'N'.
      *    DATE D'EXIGIBILITE : AMO-DATE REPORTEE SI CHOMEE
       01 WS-DATE-EXIGIBLE PIC 9(8) VALUE 0.
      * Jours ouvres via le sous-programme JOUROUVRE
       01 WS-JOU-ACTION    PIC X VALUE SPACE.
       01 WS-JOU-USAGE     PIC XX VALUE SPACES.
       01 WS-JOU-DATE      PIC 9(8) VALUE 0.
       01 WS-JOU-RESULTAT  PIC X VALUE SPACE.
      *    ETAT DES ARRIERES, CUMULE PAR PRET
       01 WS-ARR-PRET      PIC 9(10) VALUE 0.
       01 WS-ARR-NB        PIC 999 VALUE 0.
       01 WS-ARR-CAPITAL   PIC 9(9)V99 VALUE 0.
       01 WS-ARR-INTERET   PIC 9(9)V99 VALUE 0.
       01 WS-ARR-PENALITE  PIC 9(9)V99 VALUE 0.
       01 WS-ARR-JOURS     PIC 9(5) VALUE 0.
       01 WS-TOT-CAPITAL   PIC 9(11)V99 VALUE 0.
       01 WS-TOT-INTERET   PIC 9(11)V99 VALUE 0.
       01 WS-TOT-PENALITE  PIC 9(11)V99 VALUE 0.
       01 WS-LIGNE-ARRIERE.
           05 WS-LAR-PRET    PIC 9(10).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LAR-NB      PIC ZZ9.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LAR-CAPITAL PIC Z(8)9.99.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LAR-INTERET PIC Z(8)9.99.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LAR-PENALITE PIC Z(8)9.99.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LAR-JOURS   PIC ZZZZ9.
       PROCEDURE DIVISION.
       DEBUT.
           OPEN I-O COMPTES.
           OPEN I-O AMORTISSEMENTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           DISPLAY '=== ECHEANCES DE PRETS (BATCH) ==='.
      *    Les echeances d'un pret se suivent dans l'ordre de la
      *    cle : les impayees anciennes sont representees avant
      *    l'echeance du jour du meme pret.
           MOVE LOW-VALUES TO AMO-CLE.
           START AMORTISSEMENTS KEY >= AMO-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           MOVE 0 TO WS-PRET-COURANT.
           MOVE 0 TO WS-NB-R-PRET.
           PERFORM UNTIL WS-EOF = 1
               READ AMORTISSEMENTS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF AMO-PRET NOT = WS-PRET-COURANT
                           PERFORM CLASSER-PRET
                           MOVE AMO-PRET TO WS-PRET-COURANT
                           MOVE 0 TO WS-NB-R-PRET
                       END-IF
                       PERFORM CALCULER-DATE-EXIGIBLE
                       IF AMO-STATUT = 'R'
                           PERFORM REPRESENTER-UNE-ECHEANCE
                       END-IF
                       IF AMO-STATUT = 'A' AND
                           WS-DATE-EXIGIBLE <= WS-DATE-JOUR
                           PERFORM PRELEVER-UNE-ECHEANCE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CLASSER-PRET.
           DISPLAY WS-COUNT-REPRESENTEES
               ' ECHEANCE(S) IMPAYEE(S) REGULARISEE(S)'.
           DISPLAY WS-COUNT-PAYEES ' ECHEANCE(S) PRELEVEE(S)'.
           DISPLAY WS-COUNT-DEFAUTS ' PRET(S) PASSE(S) EN DEFAUT'.
           PERFORM ETAT-DES-ARRIERES.
           PERFORM LISTE-COMITE-CREDIT.
           CLOSE COMPTES.
           CLOSE AMORTISSEMENTS.
           GOBACK.

      *    L'echeance tombee un jour chome est exigible au jour
      *    ouvre que donne la regle des prets.
       CALCULER-DATE-EXIGIBLE.
           MOVE 'A' TO WS-JOU-ACTION.
           MOVE 'EP' TO WS-JOU-USAGE.
           MOVE AMO-DATE TO WS-JOU-DATE.
           CALL 'JOUROUVRE' USING WS-JOU-ACTION WS-JOU-USAGE
               WS-JOU-DATE WS-JOU-RESULTAT.
           MOVE WS-JOU-DATE TO WS-DATE-EXIGIBLE.

       PRELEVER-UNE-ECHEANCE.
           MOVE 0 TO WS-PENALITE.
           PERFORM DEBITER-EMPRUNTEUR.
           IF WS-PAYEE = 'Y'
               ADD 1 TO WS-COUNT-PAYEES
               DISPLAY 'PRET ' AMO-PRET ' ECHEANCE ' AMO-ECHEANCE-NO
                   ' PRELEVEE ' WS-MONTANT-ECH
           END-IF.
           IF WS-PAYEE = 'R'
      *        Echeance impayee : elle reste due, ressort sur
      *        l'etat des arrieres et sera representee au
      *        prochain passage.
               MOVE 'R' TO AMO-STATUT
               MOVE WS-DATE-JOUR TO AMO-DATE-IMPAYE
               REWRITE AMORT-REC
               ADD 1 TO WS-COUNT-IMPAYEES
               ADD 1 TO WS-NB-R-PRET
               DISPLAY 'PRET ' AMO-PRET ' ECHEANCE '
                   AMO-ECHEANCE-NO ' IMPAYEE'
               PERFORM ENVOYER-AVIS-ARRIERE
           END-IF.

      *    Echeance deja impayee : representee avec les penalites
      *    courues depuis sa date ; toujours a decouvert, elle
      *    compte pour le classement en defaut.
       REPRESENTER-UNE-ECHEANCE.
           PERFORM CALCULER-PENALITE.
           PERFORM DEBITER-EMPRUNTEUR.
           IF WS-PAYEE = 'Y'
               ADD 1 TO WS-COUNT-REPRESENTEES
               DISPLAY 'PRET ' AMO-PRET ' ECHEANCE ' AMO-ECHEANCE-NO
                   ' REGULARISEE ' WS-MONTANT-ECH ' PENALITES '
                   WS-PENALITE
           ELSE
               ADD 1 TO WS-NB-R-PRET
           END-IF.

      *    Penalites courues sur l'echeance courante a ce jour
       CALCULER-PENALITE.
           MOVE 0 TO WS-PENALITE.
           MOVE 0 TO WS-JOURS-RETARD.
           IF WS-DATE-EXIGIBLE < WS-DATE-JOUR
               COMPUTE WS-JOURS-RETARD =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-EXIGIBLE)
           END-IF.
           MOVE 0 TO WS-TAUX-PR.
           MOVE AMO-PRET TO CPT-NUM.
           READ COMPTES
               NOT INVALID KEY
                   MOVE CPT-TAUX-PR TO WS-TAUX-PR
           END-READ.
           COMPUTE WS-PENALITE ROUNDED =
               (AMO-CAPITAL + AMO-INTERET)
               * (WS-TAUX-PR + WS-MAJORATION) / 100
               * WS-JOURS-RETARD / 365.

      *    Preleve l'echeance courante (plus WS-PENALITE) sur le
      *    compte courant de l'emprunteur. WS-PAYEE en retour :
      *    Y = prelevee, R = provision insuffisante, N = pret
      *    hors perimetre (inconnu, clos ou pas un pret).
       DEBITER-EMPRUNTEUR.
           MOVE 'N' TO WS-PAYEE.
           COMPUTE WS-MONTANT-ECH = AMO-CAPITAL + AMO-INTERET.
      *    Le pret porte le compte courant a debiter.
           MOVE AMO-PRET TO CPT-NUM.
           READ COMPTES
               INVALID KEY
                   DISPLAY 'PRET ' AMO-PRET ' INCONNU'
               NOT INVALID KEY
                   IF CPT-TYPE = 'PR' AND CPT-STATUT NOT = 'F'
                       PERFORM LIRE-COMPTE-DEBITE
                   END-IF
           END-READ.
           IF WS-PAYEE = 'Y'
               PERFORM PASSER-PRELEVEMENT
           END-IF.

       LIRE-COMPTE-DEBITE.
           MOVE CPT-CPT-DEBITE TO CPT-NUM.
           READ COMPTES
               INVALID KEY
                   DISPLAY 'PRET ' AMO-PRET ' COMPTE DEBITE '
                       'INCONNU'
                   MOVE 'R' TO WS-PAYEE
               NOT INVALID KEY
                   COMPUTE WS-DISPO = CPT-SOLDE + CPT-DECOUVERT
                   IF WS-MONTANT-ECH + WS-PENALITE > WS-DISPO
                       MOVE 'R' TO WS-PAYEE
                   ELSE
                       MOVE 'Y' TO WS-PAYEE
                   END-IF
           END-READ.

      *    Compte courant de l'emprunteur lu par LIRE-COMPTE-DEBITE
       PASSER-PRELEVEMENT.
           SUBTRACT WS-MONTANT-ECH FROM CPT-SOLDE.
           MOVE CPT-NUM TO MVB-CPT.
           MOVE WS-DATE-JOUR TO MVB-DATE.
           MOVE 'PE' TO MVB-TYPE.
           MOVE SPACE TO MVB-LETTRAGE.
           MOVE SPACE TO MVB-RAPPRO.
           PERFORM ENREGISTRER-MOUVEMENT-BANQUE.
           IF WS-PENALITE > 0
               SUBTRACT WS-PENALITE FROM CPT-SOLDE
               MOVE 'PN' TO MVB-TYPE
               COMPUTE MVB-MONTANT = 0 - WS-PENALITE
               MOVE CPT-SOLDE TO MVB-SOLDE
               MOVE SPACES TO MVB-LIBELLE
               STRING 'PENALITE PRET ' DELIMITED BY SIZE
                   AMO-PRET(5:6) DELIMITED BY SIZE
                   INTO MVB-LIBELLE
               PERFORM ENREGISTRER-MOUVEMENT-BANQUE
           END-IF.
           REWRITE COMPTE-REC.
      *    Le restant du du pret baisse de la part de capital.
           MOVE AMO-PRET TO CPT-NUM.
           READ COMPTES
               NOT INVALID KEY
                   PERFORM AMORTIR-CAPITAL
           END-READ.
           MOVE 'P' TO AMO-STATUT.
           MOVE WS-DATE-JOUR TO AMO-DATE-PAIEMENT.
           MOVE WS-PENALITE TO AMO-PENALITE.
           REWRITE AMORT-REC.

       AMORTIR-CAPITAL.
           IF AMO-CAPITAL > CPT-SOLDE
               MOVE 0 TO CPT-SOLDE
           ELSE
           MOVE SPACE TO MVB-LETTRAGE.
           MOVE SPACE TO MVB-RAPPRO.
           PERFORM ENREGISTRER-MOUVEMENT-BANQUE.

      *    Avis d'arriere au journal des contacts - meme technique
      *    que la chaine de relance de FACTURE. Le compte bancaire
      *    n'a pas de numero client : le pret est cite dans la
      *    note.
       ENVOYER-AVIS-ARRIERE.
           MOVE 0 TO CNT-CLIENT.
           MOVE WS-DATE-JOUR TO CNT-DATE.
           MOVE 'ARRIERE PR' TO CNT-TYPE.
           MOVE SPACES TO CNT-NOTE.
           STRING 'PRET ' DELIMITED BY SIZE
               AMO-PRET DELIMITED BY SIZE
               ' ECH ' DELIMITED BY SIZE
               AMO-ECHEANCE-NO DELIMITED BY SIZE
               ' DU ' DELIMITED BY SIZE
               AMO-DATE DELIMITED BY SIZE
               INTO CNT-NOTE.
           OPEN EXTEND CONTACTS.
           IF NOT WS-CNT-OUVERT-OK
               OPEN OUTPUT CONTACTS
           END-IF.
           WRITE CONTACT-REC.
           CLOSE CONTACTS.

      *    Fin des echeances d'un pret : au-dela du seuil
      *    d'impayes, le pret passe en defaut.
       CLASSER-PRET.
           IF WS-PRET-COURANT NOT = 0
               AND WS-NB-R-PRET >= WS-SEUIL-DEFAUT
               MOVE WS-PRET-COURANT TO CPT-NUM
               READ COMPTES
                   NOT INVALID KEY
                       IF CPT-STATUT NOT = 'D'
                           AND CPT-STATUT NOT = 'F'
                           MOVE 'D' TO CPT-STATUT
                           REWRITE COMPTE-REC
                           ADD 1 TO WS-COUNT-DEFAUTS
                           DISPLAY 'PRET ' CPT-NUM ' CLASSE EN '
                               'DEFAUT (' WS-NB-R-PRET ' IMPAYEES)'
                       END-IF
               END-READ
           END-IF.

      *===============================================
      * ETAT DES ARRIERES
      * Une ligne par pret : echeances impayees, capital,
      * interet et penalites courues a ce jour, jours de retard
      * de la plus ancienne.
      *===============================================
       ETAT-DES-ARRIERES.
           DISPLAY '--- ETAT DES ARRIERES ---'.
           DISPLAY 'PRET       NB.      CAPITAL      INTERET'
               '    PENALITES JOURS'.
           MOVE LOW-VALUES TO AMO-CLE.
           START AMORTISSEMENTS KEY >= AMO-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           MOVE 0 TO WS-COUNT-IMPAYEES.
           MOVE 0 TO WS-ARR-PRET.
           MOVE 0 TO WS-TOT-CAPITAL.
           MOVE 0 TO WS-TOT-INTERET.
           MOVE 0 TO WS-TOT-PENALITE.
           PERFORM UNTIL WS-EOF = 1
               READ AMORTISSEMENTS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF AMO-STATUT = 'R'
                           PERFORM CUMULER-ARRIERE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM IMPRIMER-ARRIERE-PRET.
           DISPLAY '--------------------------------------'.
           DISPLAY WS-COUNT-IMPAYEES ' ECHEANCE(S) EN ARRIERE'.
           DISPLAY 'CAPITAL ' WS-TOT-CAPITAL ' INTERET '
               WS-TOT-INTERET ' PENALITES ' WS-TOT-PENALITE.

       CUMULER-ARRIERE.
           IF AMO-PRET NOT = WS-ARR-PRET
               PERFORM IMPRIMER-ARRIERE-PRET
               MOVE AMO-PRET TO WS-ARR-PRET
               MOVE 0 TO WS-ARR-NB
               MOVE 0 TO WS-ARR-CAPITAL
               MOVE 0 TO WS-ARR-INTERET
               MOVE 0 TO WS-ARR-PENALITE
               MOVE 0 TO WS-ARR-JOURS
           END-IF.
           PERFORM CALCULER-DATE-EXIGIBLE.
           PERFORM CALCULER-PENALITE.
           ADD 1 TO WS-COUNT-IMPAYEES.
           ADD 1 TO WS-ARR-NB.
           ADD AMO-CAPITAL TO WS-ARR-CAPITAL.
           ADD AMO-INTERET TO WS-ARR-INTERET.
           ADD WS-PENALITE TO WS-ARR-PENALITE.
           IF WS-JOURS-RETARD > WS-ARR-JOURS
               MOVE WS-JOURS-RETARD TO WS-ARR-JOURS
           END-IF.

       IMPRIMER-ARRIERE-PRET.
           IF WS-ARR-PRET NOT = 0
               MOVE WS-ARR-PRET TO WS-LAR-PRET
               MOVE WS-ARR-NB TO WS-LAR-NB
               MOVE WS-ARR-CAPITAL TO WS-LAR-CAPITAL
               MOVE WS-ARR-INTERET TO WS-LAR-INTERET
               MOVE WS-ARR-PENALITE TO WS-LAR-PENALITE
               MOVE WS-ARR-JOURS TO WS-LAR-JOURS
               DISPLAY WS-LIGNE-ARRIERE
               ADD WS-ARR-CAPITAL TO WS-TOT-CAPITAL
               ADD WS-ARR-INTERET TO WS-TOT-INTERET
               ADD WS-ARR-PENALITE TO WS-TOT-PENALITE
           END-IF.

      *===============================================
      * LISTE DU COMITE DE CREDIT
      * Prets classes en defaut (CPT-STATUT = D) : emprunteur,
      * compte debite et capital restant du.
      *===============================================
       LISTE-COMITE-CREDIT.
           DISPLAY '--- PRETS EN DEFAUT - COMITE DE CREDIT ---'.
           MOVE 0 TO CPT-NUM.
           START COMPTES KEY >= CPT-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           MOVE 0 TO WS-COUNT-DEFAUTS.
           PERFORM UNTIL WS-EOF = 1
               READ COMPTES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CPT-TYPE = 'PR' AND CPT-STATUT = 'D'
                           ADD 1 TO WS-COUNT-DEFAUTS
                           DISPLAY '  PRET ' CPT-NUM ' ' CPT-NOM
                               ' DEBITE ' CPT-CPT-DEBITE
                               ' RESTANT DU ' CPT-SOLDE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY WS-COUNT-DEFAUTS ' PRET(S) EN DEFAUT'.

      *    MEME TECHNIQUE QUE BANQUE/ENREGISTRER-MOUVEMENT-BANQUE
      *    (sans le volet audit d'ecran).
