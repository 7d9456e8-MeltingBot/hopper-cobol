       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHINACTIF.
      *===============================================
      * COMPTES INACTIFS ET TRANSFERT A LA CAISSE DES DEPOTS
      * (VERSION BATCH)
      * Lot annuel. L'activite d'un compte se mesure sur les
      * seules operations a l'initiative du client dans MVTBANQ
      * (WS-MVT-CLIENT : ouverture, depot, retrait, virements
      * emis, ordres permanents, remboursement anticipe) - les
      * interets, frais, echeances et penalites passes par la
      * banque ne comptent pas.
      * - Compte ouvert sans operation du client depuis
      *   WS-ANS-INACTIVITE an(s) : classe inactif (CPT-STATUT =
      *   I, CPT-DATE-INACTIF) et un avis part a chaque titulaire
      *   (TITULAIR.DAT) dans AVISINAC.DAT.
      * - Compte deja inactif : avis annuel de rappel ; une
      *   operation du client depuis le classement le reactive
      *   (BANQUE reactive deja au depot et au retrait).
      * - Compte inactif sans operation du client depuis
      *   WS-ANS-TRANSFERT ans (delai legal) : le solde est remis
      *   dans TRANSCDC.DAT, sorti du compte par un mouvement DE
      *   et le compte est clos.
      * Les prets (PR) et les comptes a terme (CT) ont leur
      * propre echeance et sont hors perimetre, comme les
      * comptes clos.
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
      *    AVIS AUX TITULAIRES, UN ENREGISTREMENT PAR TITULAIRE
           SELECT AVIS-INACTIFS ASSIGN TO 'AVISINAC.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AVI-STATUS.
      *    FICHIER DE TRANSFERT DES SOLDES, REMIS A LA CAISSE DES
      *    DEPOTS
           SELECT TRANSFERT-CDC ASSIGN TO 'TRANSCDC.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRF-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUTS PARTAGEES AVEC BANQUE - VOIR COPYBOOKS
       FD COMPTES.
           COPY COMPTE.
       FD MVT-BANQUE.
           COPY MVTBANQ.
       FD TITULAIRES.
           COPY TITULAIR.
      *    AVI-TYPE : I = CLASSEMENT EN COMPTE INACTIF,
      *    R = RAPPEL ANNUEL, T = SOLDE TRANSFERE ET COMPTE CLOS.
       FD AVIS-INACTIFS.
       01 AVIS-INACTIF-REC.
           05 AVI-TYPE         PIC X.
           05 AVI-CPT          PIC 9(10).
           05 AVI-TITULAIRE    PIC X(25).
           05 AVI-DATE         PIC 9(8).
           05 AVI-DERNIERE-OPE PIC 9(8).
           05 AVI-SOLDE        PIC S9(9)V99.
           05 AVI-DATE-TRANSFERT PIC 9(8).
      *    REMISE : UN ENREGISTREMENT D PAR COMPTE TRANSFERE, UN T
      *    DE CONTROLE EN QUEUE.
       FD TRANSFERT-CDC.
       01 TRANSFERT-CDC-REC.
           05 TRC-TYPE      PIC X.
           05 TRC-DETAIL    PIC X(69).
       01 TRANSFERT-CDC-D REDEFINES TRANSFERT-CDC-REC.
           05 TRD-TYPE      PIC X.
           05 TRD-CPT       PIC 9(10).
           05 TRD-NOM       PIC X(25).
           05 TRD-TYPE-CPT  PIC X(2).
           05 TRD-MONTANT   PIC 9(9)V99.
           05 TRD-DERNIERE-OPE PIC 9(8).
           05 TRD-DATE      PIC 9(8).
           05 FILLER        PIC X(5).
       01 TRANSFERT-CDC-T REDEFINES TRANSFERT-CDC-REC.
           05 TRT-TYPE      PIC X.
           05 TRT-NB        PIC 9(5).
           05 TRT-MONTANT   PIC 9(11)V99.
           05 TRT-DATE      PIC 9(8).
           05 FILLER        PIC X(43).
       WORKING-STORAGE SECTION.
       01 WS-EOF           PIC 9 VALUE 0.
       01 WS-EOF-TIT       PIC 9 VALUE 0.
       01 WS-DATE-JOUR     PIC 9(8) VALUE 0.
      *    PERIODE D'INACTIVITE ET DELAI LEGAL AVANT TRANSFERT,
      *    COMPTES EN ANNEES DEPUIS LA DERNIERE OPERATION DU CLIENT
       01 WS-ANS-INACTIVITE PIC 99 VALUE 1.
       01 WS-ANS-TRANSFERT PIC 99 VALUE 10.
       01 WS-LIMITE-INACTIVITE PIC 9(8) VALUE 0.
       01 WS-LIMITE-TRANSFERT PIC 9(8) VALUE 0.
       01 WS-MVTB-STATUS   PIC XX VALUE '00'.
           88 WS-MVTB-OUVERT-OK VALUE '00'.
       01 WS-TIT-STATUS    PIC XX VALUE '00'.
           88 WS-TIT-OUVERT-OK VALUE '00'.
       01 WS-AVI-STATUS    PIC XX VALUE '00'.
           88 WS-AVI-OUVERT-OK VALUE '00'.
       01 WS-TRF-STATUS    PIC XX VALUE '00'.
           88 WS-TRF-OUVERT-OK VALUE '00'.
      *    OPERATIONS A L'INITIATIVE DU CLIENT
       01 WS-TYPE-MVT      PIC X(2) VALUE SPACES.
           88 WS-MVT-CLIENT VALUE 'OU' 'DP' 'RT' 'VE' 'VX' 'SO'
                                  'RA'.
      *    DERNIERE OPERATION DU CLIENT PAR COMPTE
       01 WS-NB-ACTIVITES  PIC 9(4) VALUE 0.
       01 WS-ACTIVITES-TABLE.
           05 WS-ACT-ENTRY OCCURS 3000 TIMES.
               10 WS-ACT-CPT       PIC 9(10).
               10 WS-ACT-DATE      PIC 9(8).
       01 WS-IDX-ACT       PIC 9(4) VALUE 0.
       01 WS-NB-HORS-TABLE PIC 9(5) VALUE 0.
       01 WS-TROUVE        PIC X VALUE 'N'.
       01 WS-DERNIERE-OPE  PIC 9(8) VALUE 0.
       01 WS-TYPE-AVIS     PIC X VALUE SPACE.
       01 WS-NB-TITULAIRES PIC 99 VALUE 0.
       01 WS-MONTANT-TRF   PIC 9(9)V99 VALUE 0.
       01 WS-NB-CLASSES    PIC 9(5) VALUE 0.
       01 WS-NB-RAPPELS    PIC 9(5) VALUE 0.
       01 WS-NB-REACTIVES  PIC 9(5) VALUE 0.
       01 WS-NB-TRANSFERES PIC 9(5) VALUE 0.
       01 WS-NB-DEBITEURS  PIC 9(5) VALUE 0.
       01 WS-NB-AVIS       PIC 9(5) VALUE 0.
       01 WS-TOTAL-TRANSFERE PIC 9(11)V99 VALUE 0.
       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           COMPUTE WS-LIMITE-INACTIVITE =
               WS-DATE-JOUR - WS-ANS-INACTIVITE * 10000.
           COMPUTE WS-LIMITE-TRANSFERT =
               WS-DATE-JOUR - WS-ANS-TRANSFERT * 10000.
           DISPLAY '=== COMPTES INACTIFS DU ' WS-DATE-JOUR
               ' (BATCH) ==='.
           PERFORM CHARGER-ACTIVITES.
           IF WS-NB-HORS-TABLE > 0
               DISPLAY '*** PLUS DE 3000 COMPTES MOUVEMENTES - '
                   'LOT NON PASSE ***'
               GOBACK
           END-IF.
           OPEN I-O COMPTES.
           OPEN INPUT TITULAIRES.
           OPEN OUTPUT AVIS-INACTIFS.
           OPEN OUTPUT TRANSFERT-CDC.
           MOVE 0 TO CPT-NUM.
           START COMPTES KEY >= CPT-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ COMPTES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CPT-STATUT NOT = 'F'
                           AND CPT-TYPE NOT = 'PR'
                           AND CPT-TYPE NOT = 'CT'
                           PERFORM EXAMINER-COMPTE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO TRANSFERT-CDC-REC.
           MOVE 'T' TO TRT-TYPE.
           MOVE WS-NB-TRANSFERES TO TRT-NB.
           MOVE WS-TOTAL-TRANSFERE TO TRT-MONTANT.
           MOVE WS-DATE-JOUR TO TRT-DATE.
           WRITE TRANSFERT-CDC-REC.
           CLOSE TRANSFERT-CDC.
           CLOSE AVIS-INACTIFS.
           IF WS-TIT-OUVERT-OK
               CLOSE TITULAIRES
           END-IF.
           CLOSE COMPTES.
           DISPLAY WS-NB-CLASSES ' COMPTE(S) CLASSE(S) INACTIF(S), '
               WS-NB-RAPPELS ' RAPPEL(S), ' WS-NB-REACTIVES
               ' REACTIVE(S)'.
           DISPLAY WS-NB-TRANSFERES ' COMPTE(S) TRANSFERE(S) POUR '
               WS-TOTAL-TRANSFERE ', ' WS-NB-AVIS ' AVIS EMIS'.
           IF WS-NB-DEBITEURS > 0
               DISPLAY '*** ' WS-NB-DEBITEURS ' COMPTE(S) INACTIF(S) '
                   'DEBITEUR(S) NON TRANSFERE(S) ***'
           END-IF.
           GOBACK.

      *    Date de la derniere operation du client, par compte.
       CHARGER-ACTIVITES.
           MOVE 0 TO WS-NB-ACTIVITES.
           OPEN INPUT MVT-BANQUE.
           IF WS-MVTB-OUVERT-OK
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ MVT-BANQUE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE MVB-TYPE TO WS-TYPE-MVT
                           IF WS-MVT-CLIENT
                               PERFORM NOTER-ACTIVITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MVT-BANQUE
           END-IF.

       NOTER-ACTIVITE.
           PERFORM CHERCHER-ACTIVITE.
           IF WS-TROUVE = 'Y'
               IF MVB-DATE > WS-ACT-DATE(WS-IDX-ACT)
                   MOVE MVB-DATE TO WS-ACT-DATE(WS-IDX-ACT)
               END-IF
           ELSE
               IF WS-NB-ACTIVITES < 3000
                   ADD 1 TO WS-NB-ACTIVITES
                   MOVE MVB-CPT TO WS-ACT-CPT(WS-NB-ACTIVITES)
                   MOVE MVB-DATE TO WS-ACT-DATE(WS-NB-ACTIVITES)
               ELSE
                   ADD 1 TO WS-NB-HORS-TABLE
               END-IF
           END-IF.

       CHERCHER-ACTIVITE.
           MOVE 'N' TO WS-TROUVE.
           MOVE 1 TO WS-IDX-ACT.
           PERFORM UNTIL WS-IDX-ACT > WS-NB-ACTIVITES
               OR WS-TROUVE = 'Y'
               IF WS-ACT-CPT(WS-IDX-ACT) = MVB-CPT
                   MOVE 'Y' TO WS-TROUVE
               ELSE
                   ADD 1 TO WS-IDX-ACT
               END-IF
           END-PERFORM.

      *    Un compte sans aucune operation du client connue est
      *    date de zero : il est inactif des le premier passage.
       EXAMINER-COMPTE.
           MOVE CPT-NUM TO MVB-CPT.
           PERFORM CHERCHER-ACTIVITE.
           MOVE 0 TO WS-DERNIERE-OPE.
           IF WS-TROUVE = 'Y'
               MOVE WS-ACT-DATE(WS-IDX-ACT) TO WS-DERNIERE-OPE
           END-IF.
           IF CPT-STATUT = 'I'
               IF WS-DERNIERE-OPE > CPT-DATE-INACTIF
                   MOVE SPACE TO CPT-STATUT
                   MOVE 0 TO CPT-DATE-INACTIF
                   REWRITE COMPTE-REC
                   ADD 1 TO WS-NB-REACTIVES
                   DISPLAY 'COMPTE ' CPT-NUM ' REACTIVE'
               ELSE
                   IF WS-DERNIERE-OPE < WS-LIMITE-TRANSFERT
                       PERFORM TRANSFERER-COMPTE
                   ELSE
                       MOVE 'R' TO WS-TYPE-AVIS
                       PERFORM AVISER-TITULAIRES
                       ADD 1 TO WS-NB-RAPPELS
                   END-IF
               END-IF
           ELSE
               IF CPT-STATUT NOT = 'D'
                   AND WS-DERNIERE-OPE < WS-LIMITE-INACTIVITE
                   MOVE 'I' TO CPT-STATUT
                   MOVE WS-DATE-JOUR TO CPT-DATE-INACTIF
                   REWRITE COMPTE-REC
                   MOVE 'I' TO WS-TYPE-AVIS
                   PERFORM AVISER-TITULAIRES
                   ADD 1 TO WS-NB-CLASSES
                   DISPLAY 'COMPTE ' CPT-NUM ' INACTIF DEPUIS '
                       WS-DERNIERE-OPE
               END-IF
           END-IF.

      *    Delai legal ecoule : le solde crediteur part a la Caisse
      *    des depots par un mouvement DE, puis le compte est clos.
      *    Un solde debiteur ne se transfere pas - signale pour
      *    traitement au contentieux.
       TRANSFERER-COMPTE.
           IF CPT-SOLDE < 0
               ADD 1 TO WS-NB-DEBITEURS
               DISPLAY 'COMPTE ' CPT-NUM ' INACTIF DEBITEUR '
                   CPT-SOLDE ' - NON TRANSFERE'
           ELSE
               MOVE CPT-SOLDE TO WS-MONTANT-TRF
               IF WS-MONTANT-TRF > 0
                   MOVE SPACES TO TRANSFERT-CDC-REC
                   MOVE 'D' TO TRD-TYPE
                   MOVE CPT-NUM TO TRD-CPT
                   MOVE CPT-NOM TO TRD-NOM
                   MOVE CPT-TYPE TO TRD-TYPE-CPT
                   MOVE WS-MONTANT-TRF TO TRD-MONTANT
                   MOVE WS-DERNIERE-OPE TO TRD-DERNIERE-OPE
                   MOVE WS-DATE-JOUR TO TRD-DATE
                   WRITE TRANSFERT-CDC-REC
                   MOVE 0 TO CPT-SOLDE
                   MOVE 'DE' TO MVB-TYPE
                   COMPUTE MVB-MONTANT = 0 - WS-MONTANT-TRF
                   MOVE 'TRANSFERT CDC' TO MVB-LIBELLE
                   PERFORM ENREGISTRER-MOUVEMENT-BANQUE
                   ADD WS-MONTANT-TRF TO WS-TOTAL-TRANSFERE
               END-IF
               MOVE 'F' TO CPT-STATUT
               MOVE WS-DATE-JOUR TO CPT-DATE-CLOTURE
               REWRITE COMPTE-REC
               MOVE 'T' TO WS-TYPE-AVIS
               PERFORM AVISER-TITULAIRES
               ADD 1 TO WS-NB-TRANSFERES
               DISPLAY 'COMPTE ' CPT-NUM ' TRANSFERE ' WS-MONTANT-TRF
                   ' ET CLOS'
           END-IF.

      *    Un avis par titulaire du compte ; a defaut de
      *    titulaire enregistre, au nom du compte.
       AVISER-TITULAIRES.
           MOVE 0 TO WS-NB-TITULAIRES.
           IF WS-TIT-OUVERT-OK
               MOVE CPT-NUM TO TIT-CPT
               MOVE 0 TO TIT-SEQ
               START TITULAIRES KEY >= TIT-CLE
                   INVALID KEY MOVE 1 TO WS-EOF-TIT
                   NOT INVALID KEY MOVE 0 TO WS-EOF-TIT
               END-START
               PERFORM UNTIL WS-EOF-TIT = 1
                   READ TITULAIRES NEXT
                       AT END MOVE 1 TO WS-EOF-TIT
                       NOT AT END
                           IF TIT-CPT NOT = CPT-NUM
                               MOVE 1 TO WS-EOF-TIT
                           ELSE
                               MOVE TIT-NOM TO AVI-TITULAIRE
                               PERFORM ECRIRE-AVIS
                               ADD 1 TO WS-NB-TITULAIRES
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-NB-TITULAIRES = 0
               MOVE CPT-NOM TO AVI-TITULAIRE
               PERFORM ECRIRE-AVIS
           END-IF.

       ECRIRE-AVIS.
           MOVE WS-TYPE-AVIS TO AVI-TYPE.
           MOVE CPT-NUM TO AVI-CPT.
           MOVE WS-DATE-JOUR TO AVI-DATE.
           MOVE WS-DERNIERE-OPE TO AVI-DERNIERE-OPE.
           MOVE CPT-SOLDE TO AVI-SOLDE.
           IF WS-TYPE-AVIS = 'T'
               MOVE WS-DATE-JOUR TO AVI-DATE-TRANSFERT
               MOVE WS-MONTANT-TRF TO AVI-SOLDE
           ELSE
               COMPUTE AVI-DATE-TRANSFERT =
                   WS-DERNIERE-OPE + WS-ANS-TRANSFERT * 10000
               IF WS-DERNIERE-OPE = 0
                   COMPUTE AVI-DATE-TRANSFERT =
                       WS-DATE-JOUR + WS-ANS-TRANSFERT * 10000
               END-IF
           END-IF.
           WRITE AVIS-INACTIF-REC.
           ADD 1 TO WS-NB-AVIS.

      *    MEME TECHNIQUE QUE BANQUE/ENREGISTRER-MOUVEMENT-BANQUE
      *    (sans le volet audit d'ecran).
       ENREGISTRER-MOUVEMENT-BANQUE.
           MOVE CPT-NUM TO MVB-CPT.
           MOVE WS-DATE-JOUR TO MVB-DATE.
           MOVE CPT-SOLDE TO MVB-SOLDE.
           MOVE SPACE TO MVB-LETTRAGE.
           MOVE SPACE TO MVB-RAPPRO.
           OPEN EXTEND MVT-BANQUE.
           IF NOT WS-MVTB-OUVERT-OK
               OPEN OUTPUT MVT-BANQUE
           END-IF.
           WRITE MVT-BANQUE-REC.
           CLOSE MVT-BANQUE.
