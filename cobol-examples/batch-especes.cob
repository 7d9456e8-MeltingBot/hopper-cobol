       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHESPECES.
      *===============================================
      * SURVEILLANCE DES OPERATIONS EN ESPECES (VERSION BATCH)
      * Etape de la chaine de fin de journee (CHAINEBATCH). Passe
      * en revue les depots (DP) et retraits (RT) de MVTBANQ :
      * - tout mouvement du jour d'au moins WS-SEUIL-ESPECES ouvre
      *   un dossier S ;
      * - les mouvements juste sous le seuil (a partir de
      *   WS-SEUIL-FRACTION) sont cumules sur une semaine glissante
      *   (le jour et les WS-JOURS-FENETRE - 1 jours precedents) :
      *   WS-NB-FRACTION mouvements ou plus sur un meme compte
      *   ouvrent un dossier F, sur un meme titulaire a travers
      *   plusieurs comptes (TITULAIR.DAT) un dossier T - des lors
      *   que l'un d'eux est du jour, pour ne pas rouvrir chaque
      *   soir le meme schema.
      * Les dossiers vont dans ALERTESP.DAT (voir
      * copybooks/ALERTESP.CPY), instruits dans BANQUE. Le lot ne
      * genere qu'une fois par jour.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPTES ASSIGN TO 'COMPTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPT-NUM.
           SELECT MVT-BANQUE ASSIGN TO 'MVTBANQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MVTB-STATUS.
           SELECT TITULAIRES ASSIGN TO 'TITULAIR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CLE
               FILE STATUS IS WS-TIT-STATUS.
           SELECT ALERTES-ESPECES ASSIGN TO 'ALERTESP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALE-NUM
               FILE STATUS IS WS-ALE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUTS PARTAGEES AVEC BANQUE - VOIR COPYBOOKS
       FD COMPTES.
           COPY COMPTE.
       FD MVT-BANQUE.
           COPY MVTBANQ.
       FD TITULAIRES.
           COPY TITULAIR.
       FD ALERTES-ESPECES.
           COPY ALERTESP.
       WORKING-STORAGE SECTION.
       01 WS-EOF           PIC 9 VALUE 0.
       01 WS-EOF-TIT       PIC 9 VALUE 0.
       01 WS-DATE-JOUR     PIC 9(8) VALUE 0.
       01 WS-DATE-DEBUT    PIC 9(8) VALUE 0.
      *    SEUILS DE VIGILANCE
       01 WS-SEUIL-ESPECES PIC 9(7)V99 VALUE 10000.00.
       01 WS-SEUIL-FRACTION PIC 9(7)V99 VALUE 8000.00.
       01 WS-NB-FRACTION   PIC 99 VALUE 3.
       01 WS-JOURS-FENETRE PIC 99 VALUE 7.
       01 WS-MVTB-STATUS   PIC XX VALUE '00'.
           88 WS-MVTB-OUVERT-OK VALUE '00'.
       01 WS-TIT-STATUS    PIC XX VALUE '00'.
           88 WS-TIT-OUVERT-OK VALUE '00'.
       01 WS-ALE-STATUS    PIC XX VALUE '00'.
           88 WS-ALE-OUVERT-OK VALUE '00'.
       01 WS-NEXT-ALE      PIC 9(6) VALUE 1.
       01 WS-DEJA-PASSE    PIC X VALUE 'N'.
       01 WS-MONTANT-ABS   PIC 9(9)V99 VALUE 0.
      *    MOUVEMENTS SOUS LE SEUIL DE LA SEMAINE, PAR COMPTE
       01 WS-NB-CPT-FRA    PIC 9(4) VALUE 0.
       01 WS-CPT-FRA-TABLE.
           05 WS-CFR-ENTRY OCCURS 1000 TIMES.
               10 WS-CFR-CPT       PIC 9(10).
               10 WS-CFR-NB        PIC 99.
               10 WS-CFR-MONTANT   PIC 9(9)V99.
               10 WS-CFR-DU-JOUR   PIC X.
       01 WS-IDX-CFR       PIC 9(4) VALUE 0.
      *    LES MEMES, CUMULES PAR TITULAIRE
       01 WS-NB-TIT-FRA    PIC 9(4) VALUE 0.
       01 WS-TIT-FRA-TABLE.
           05 WS-TFR-ENTRY OCCURS 1000 TIMES.
               10 WS-TFR-NOM       PIC X(25).
               10 WS-TFR-NB        PIC 99.
               10 WS-TFR-MONTANT   PIC 9(9)V99.
               10 WS-TFR-DU-JOUR   PIC X.
               10 WS-TFR-CPT       PIC 9(10).
               10 WS-TFR-MULTI     PIC X.
       01 WS-IDX-TFR       PIC 9(4) VALUE 0.
       01 WS-NB-HORS-TABLE PIC 9(5) VALUE 0.
       01 WS-TROUVE        PIC X VALUE 'N'.
       01 WS-NB-S          PIC 9(5) VALUE 0.
       01 WS-NB-F          PIC 9(5) VALUE 0.
       01 WS-NB-T          PIC 9(5) VALUE 0.
       01 WS-MONTANT-EDIT  PIC Z(8)9.99.
       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           COMPUTE WS-DATE-DEBUT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               - WS-JOURS-FENETRE + 1).
           DISPLAY '=== SURVEILLANCE DES ESPECES DU ' WS-DATE-JOUR
               ' (BATCH) ==='.
           OPEN I-O ALERTES-ESPECES.
           IF NOT WS-ALE-OUVERT-OK
               OPEN OUTPUT ALERTES-ESPECES
               CLOSE ALERTES-ESPECES
               OPEN I-O ALERTES-ESPECES
           END-IF.
           PERFORM INITIALISER-COMPTEUR-ALE.
           IF WS-DEJA-PASSE = 'Y'
               DISPLAY 'DOSSIERS DU JOUR DEJA GENERES - LOT IGNORE'
               CLOSE ALERTES-ESPECES
               GOBACK
           END-IF.
           OPEN INPUT COMPTES.
           OPEN INPUT TITULAIRES.
           PERFORM EXAMINER-MOUVEMENTS.
           PERFORM CONTROLER-COMPTES.
           PERFORM CUMULER-PAR-TITULAIRE.
           PERFORM CONTROLER-TITULAIRES.
           IF WS-TIT-OUVERT-OK
               CLOSE TITULAIRES
           END-IF.
           CLOSE COMPTES.
           CLOSE ALERTES-ESPECES.
           IF WS-NB-HORS-TABLE > 0
               DISPLAY '*** ' WS-NB-HORS-TABLE ' MOUVEMENT(S) OU '
                   'TITULAIRE(S) HORS TABLE - NON CUMULES ***'
           END-IF.
           DISPLAY WS-NB-S ' DOSSIER(S) SEUIL, ' WS-NB-F
               ' FRACTIONNEMENT COMPTE, ' WS-NB-T
               ' FRACTIONNEMENT TITULAIRE'.
           GOBACK.

      *    Numero du prochain dossier ; un dossier deja date du
      *    jour signifie que le lot est deja passe.
       INITIALISER-COMPTEUR-ALE.
           MOVE 1 TO WS-NEXT-ALE.
           MOVE 'N' TO WS-DEJA-PASSE.
           MOVE 0 TO ALE-NUM.
           START ALERTES-ESPECES KEY >= ALE-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ ALERTES-ESPECES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       COMPUTE WS-NEXT-ALE = ALE-NUM + 1
                       IF ALE-DATE = WS-DATE-JOUR
                           MOVE 'Y' TO WS-DEJA-PASSE
                       END-IF
               END-READ
           END-PERFORM.

       EXAMINER-MOUVEMENTS.
           OPEN INPUT MVT-BANQUE.
           IF WS-MVTB-OUVERT-OK
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ MVT-BANQUE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF (MVB-TYPE = 'DP' OR MVB-TYPE = 'RT')
                               AND MVB-DATE >= WS-DATE-DEBUT
                               AND MVB-DATE <= WS-DATE-JOUR
                               PERFORM EXAMINER-UN-MOUVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MVT-BANQUE
           END-IF.

       EXAMINER-UN-MOUVEMENT.
           IF MVB-MONTANT < 0
               COMPUTE WS-MONTANT-ABS = 0 - MVB-MONTANT
           ELSE
               MOVE MVB-MONTANT TO WS-MONTANT-ABS
           END-IF.
           IF WS-MONTANT-ABS >= WS-SEUIL-ESPECES
               AND MVB-DATE = WS-DATE-JOUR
               MOVE 'S' TO ALE-TYPE
               MOVE MVB-CPT TO ALE-CPT
               MOVE MVB-CPT TO CPT-NUM
               MOVE SPACES TO ALE-TITULAIRE
               READ COMPTES
                   NOT INVALID KEY
                       MOVE CPT-NOM TO ALE-TITULAIRE
               END-READ
               MOVE 1 TO ALE-NB-MVT
               MOVE WS-MONTANT-ABS TO ALE-MONTANT
               PERFORM OUVRIR-DOSSIER
               ADD 1 TO WS-NB-S
           END-IF.
           IF WS-MONTANT-ABS >= WS-SEUIL-FRACTION
               AND WS-MONTANT-ABS < WS-SEUIL-ESPECES
               PERFORM CUMULER-PAR-COMPTE
           END-IF.

       CUMULER-PAR-COMPTE.
           MOVE 'N' TO WS-TROUVE.
           MOVE 1 TO WS-IDX-CFR.
           PERFORM UNTIL WS-IDX-CFR > WS-NB-CPT-FRA
               OR WS-TROUVE = 'Y'
               IF WS-CFR-CPT(WS-IDX-CFR) = MVB-CPT
                   MOVE 'Y' TO WS-TROUVE
               ELSE
                   ADD 1 TO WS-IDX-CFR
               END-IF
           END-PERFORM.
           IF WS-TROUVE = 'N'
               IF WS-NB-CPT-FRA < 1000
                   ADD 1 TO WS-NB-CPT-FRA
                   MOVE WS-NB-CPT-FRA TO WS-IDX-CFR
                   MOVE MVB-CPT TO WS-CFR-CPT(WS-IDX-CFR)
                   MOVE 0 TO WS-CFR-NB(WS-IDX-CFR)
                   MOVE 0 TO WS-CFR-MONTANT(WS-IDX-CFR)
                   MOVE 'N' TO WS-CFR-DU-JOUR(WS-IDX-CFR)
                   MOVE 'Y' TO WS-TROUVE
               ELSE
                   ADD 1 TO WS-NB-HORS-TABLE
               END-IF
           END-IF.
           IF WS-TROUVE = 'Y'
               ADD 1 TO WS-CFR-NB(WS-IDX-CFR)
               ADD WS-MONTANT-ABS TO WS-CFR-MONTANT(WS-IDX-CFR)
               IF MVB-DATE = WS-DATE-JOUR
                   MOVE 'Y' TO WS-CFR-DU-JOUR(WS-IDX-CFR)
               END-IF
           END-IF.

       CONTROLER-COMPTES.
           MOVE 1 TO WS-IDX-CFR.
           PERFORM CONTROLER-UN-COMPTE
               UNTIL WS-IDX-CFR > WS-NB-CPT-FRA.

       CONTROLER-UN-COMPTE.
           IF WS-CFR-NB(WS-IDX-CFR) >= WS-NB-FRACTION
               AND WS-CFR-DU-JOUR(WS-IDX-CFR) = 'Y'
               MOVE 'F' TO ALE-TYPE
               MOVE WS-CFR-CPT(WS-IDX-CFR) TO ALE-CPT
               MOVE WS-CFR-CPT(WS-IDX-CFR) TO CPT-NUM
               MOVE SPACES TO ALE-TITULAIRE
               READ COMPTES
                   NOT INVALID KEY
                       MOVE CPT-NOM TO ALE-TITULAIRE
               END-READ
               MOVE WS-CFR-NB(WS-IDX-CFR) TO ALE-NB-MVT
               MOVE WS-CFR-MONTANT(WS-IDX-CFR) TO ALE-MONTANT
               PERFORM OUVRIR-DOSSIER
               ADD 1 TO WS-NB-F
           END-IF.
           ADD 1 TO WS-IDX-CFR.

      *    Chaque compte retenu est reporte sur tous ses titulaires.
       CUMULER-PAR-TITULAIRE.
           IF WS-TIT-OUVERT-OK
               MOVE 1 TO WS-IDX-CFR
               PERFORM CUMULER-TITULAIRES-COMPTE
                   UNTIL WS-IDX-CFR > WS-NB-CPT-FRA
           END-IF.

       CUMULER-TITULAIRES-COMPTE.
           MOVE WS-CFR-CPT(WS-IDX-CFR) TO TIT-CPT.
           MOVE 0 TO TIT-SEQ.
           START TITULAIRES KEY >= TIT-CLE
               INVALID KEY MOVE 1 TO WS-EOF-TIT
               NOT INVALID KEY MOVE 0 TO WS-EOF-TIT
           END-START.
           PERFORM UNTIL WS-EOF-TIT = 1
               READ TITULAIRES NEXT
                   AT END MOVE 1 TO WS-EOF-TIT
                   NOT AT END
                       IF TIT-CPT NOT = WS-CFR-CPT(WS-IDX-CFR)
                           MOVE 1 TO WS-EOF-TIT
                       ELSE
                           PERFORM AJOUTER-TITULAIRE
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-IDX-CFR.

       AJOUTER-TITULAIRE.
           MOVE 'N' TO WS-TROUVE.
           MOVE 1 TO WS-IDX-TFR.
           PERFORM UNTIL WS-IDX-TFR > WS-NB-TIT-FRA
               OR WS-TROUVE = 'Y'
               IF WS-TFR-NOM(WS-IDX-TFR) = TIT-NOM
                   MOVE 'Y' TO WS-TROUVE
               ELSE
                   ADD 1 TO WS-IDX-TFR
               END-IF
           END-PERFORM.
           IF WS-TROUVE = 'N'
               IF WS-NB-TIT-FRA < 1000
                   ADD 1 TO WS-NB-TIT-FRA
                   MOVE WS-NB-TIT-FRA TO WS-IDX-TFR
                   MOVE TIT-NOM TO WS-TFR-NOM(WS-IDX-TFR)
                   MOVE 0 TO WS-TFR-NB(WS-IDX-TFR)
                   MOVE 0 TO WS-TFR-MONTANT(WS-IDX-TFR)
                   MOVE 'N' TO WS-TFR-DU-JOUR(WS-IDX-TFR)
                   MOVE TIT-CPT TO WS-TFR-CPT(WS-IDX-TFR)
                   MOVE 'N' TO WS-TFR-MULTI(WS-IDX-TFR)
                   MOVE 'Y' TO WS-TROUVE
               ELSE
                   ADD 1 TO WS-NB-HORS-TABLE
               END-IF
           END-IF.
           IF WS-TROUVE = 'Y'
               ADD WS-CFR-NB(WS-IDX-CFR) TO WS-TFR-NB(WS-IDX-TFR)
               ADD WS-CFR-MONTANT(WS-IDX-CFR) TO
                   WS-TFR-MONTANT(WS-IDX-TFR)
               IF WS-CFR-DU-JOUR(WS-IDX-CFR) = 'Y'
                   MOVE 'Y' TO WS-TFR-DU-JOUR(WS-IDX-TFR)
               END-IF
               IF WS-TFR-CPT(WS-IDX-TFR) NOT = TIT-CPT
                   MOVE 'Y' TO WS-TFR-MULTI(WS-IDX-TFR)
               END-IF
           END-IF.

      *    Un titulaire d'un seul compte est deja couvert par le
      *    controle du compte.
       CONTROLER-TITULAIRES.
           MOVE 1 TO WS-IDX-TFR.
           PERFORM CONTROLER-UN-TITULAIRE
               UNTIL WS-IDX-TFR > WS-NB-TIT-FRA.

       CONTROLER-UN-TITULAIRE.
           IF WS-TFR-NB(WS-IDX-TFR) >= WS-NB-FRACTION
               AND WS-TFR-DU-JOUR(WS-IDX-TFR) = 'Y'
               AND WS-TFR-MULTI(WS-IDX-TFR) = 'Y'
               MOVE 'T' TO ALE-TYPE
               MOVE 0 TO ALE-CPT
               MOVE WS-TFR-NOM(WS-IDX-TFR) TO ALE-TITULAIRE
               MOVE WS-TFR-NB(WS-IDX-TFR) TO ALE-NB-MVT
               MOVE WS-TFR-MONTANT(WS-IDX-TFR) TO ALE-MONTANT
               PERFORM OUVRIR-DOSSIER
               ADD 1 TO WS-NB-T
           END-IF.
           ADD 1 TO WS-IDX-TFR.

      *    Type, compte, titulaire, nombre et montant deja poses
      *    par l'appelant. Le dossier est aussi imprime a l'etat.
       OUVRIR-DOSSIER.
           MOVE WS-NEXT-ALE TO ALE-NUM.
           MOVE WS-DATE-JOUR TO ALE-DATE.
           MOVE 'O' TO ALE-STATUT.
           MOVE SPACE TO ALE-DECISION.
           MOVE SPACES TO ALE-NOTE.
           MOVE SPACES TO ALE-OPERATEUR.
           MOVE 0 TO ALE-DATE-DECISION.
           WRITE ALERTE-ESP-REC
               INVALID KEY
                   DISPLAY 'DOSSIER ' ALE-NUM ' EN DOUBLE'
           END-WRITE.
           ADD 1 TO WS-NEXT-ALE.
           MOVE ALE-MONTANT TO WS-MONTANT-EDIT.
           DISPLAY 'DOSSIER ' ALE-NUM ' ' ALE-TYPE ' CPT ' ALE-CPT
               ' ' ALE-TITULAIRE ' ' ALE-NB-MVT ' MVT '
               WS-MONTANT-EDIT.
