       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSIONCLI.
      *===============================================
      * FUSION DE DEUX FICHES CLIENT (DOUBLONS)
      * Interface ecran IBM 3270 - reserve au droit
      * ADMINISTRATION, a passer hors exploitation comme RESTAURE.
      * Reporte un CLI-ID (fiche absorbee, reperee par DOUBLCLI)
      * sur un autre (fiche conservee) dans tous les fichiers qui
      * le portent :
      *   FACTURES (les reglements REGLFACT suivent leur facture),
      *   CDEVTE, RESERV, VENTES, PRIXCLI, CLICONTA, BONACHAT,
      *   CONSIGNE, RETCLI, SERIES, LOTSVTE, ainsi que les
      *   adresses de livraison ADRLIV, les remises de fin
      *   d'annee REMFIN, les reports a nouveau SOLDEREP de la
      *   purge, les modeles de facture FACTMOD, les DEVIS, les
      *   dossiers SAV GARANTIE et les points de fidelite
      *   (FIDMVT reporte, compte FIDCOMPT cumule), et les
      *   fenetres de facturation FENETRES de l'hotel.
      * Les membres du groupe dont la fiche absorbee etait la
      * tete passent sous la fiche conservee, qui reprend la
      * limite et la relance de groupe si elle n'etait pas tete ;
      * membre d'un groupe, la fiche absorbee y laisse la fiche
      * conservee qui n'etait d'aucun groupe.
      * Le solde de la fiche conservee est ensuite recalcule
      * comme le fait CTRLINTEG (report a nouveau + factures -
      * avoirs - reglements) ; la fiche absorbee est supprimee
      * logiquement, solde a zero, avec le numero du client
      * conserve (CLI-FUSION). Chaque enregistrement reporte est
      * trace dans AUDIT.DAT (les journaux VENTES et CLICONTA par
      * un compte).
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTS ASSIGN TO 'CLIENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS WS-CLI-STATUS.
      *    FICHIERS PORTANT LE NUMERO CLIENT - TOUS FACULTATIFS :
      *    UN FICHIER ABSENT EST SAUTE.
           SELECT FACTURES ASSIGN TO 'FACTURES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAC-NUM
               FILE STATUS IS WS-FIC-STATUS.
           SELECT CDE-VENTES ASSIGN TO 'CDEVTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CVT-NUM
               FILE STATUS IS WS-FIC-STATUS.
           SELECT RESERVATIONS ASSIGN TO 'RESERV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-ID
               FILE STATUS IS WS-FIC-STATUS.
           SELECT VENTES ASSIGN TO 'VENTES.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.
           SELECT PRIX-CLIENTS ASSIGN TO 'PRIXCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PXC-CLE
               FILE STATUS IS WS-FIC-STATUS.
           SELECT CONTACTS ASSIGN TO 'CLICONTA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.
           SELECT BONS-ACHAT ASSIGN TO 'BONACHAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BON-NUMERO
               FILE STATUS IS WS-FIC-STATUS.
           SELECT CONSIGNATIONS ASSIGN TO 'CONSIGNE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CLE
               FILE STATUS IS WS-FIC-STATUS.
           SELECT RETOURS-CLI ASSIGN TO 'RETCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTC-NUM
               FILE STATUS IS WS-FIC-STATUS.
           SELECT SERIES ASSIGN TO 'SERIES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SER-NUMERO
               FILE STATUS IS WS-FIC-STATUS.
           SELECT LOTS-VENTES ASSIGN TO 'LOTSVTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LTV-CLE
               FILE STATUS IS WS-FIC-STATUS.
           SELECT ADRESSES-LIV ASSIGN TO 'ADRLIV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADL-CLE
               FILE STATUS IS WS-FIC-STATUS.
           SELECT REMISES-FIN ASSIGN TO 'REMFIN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFA-CLE
               FILE STATUS IS WS-FIC-STATUS.
           SELECT SOLDES-REPORTES ASSIGN TO 'SOLDEREP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRP-CLIENT
               FILE STATUS IS WS-FIC-STATUS.
           SELECT MODELES-FACTURE ASSIGN TO 'FACTMOD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOD-NUM
               FILE STATUS IS WS-FIC-STATUS.
           SELECT DEVIS ASSIGN TO 'DEVIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-NUM
               FILE STATUS IS WS-FIC-STATUS.
           SELECT GARANTIES ASSIGN TO 'GARANTIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAR-CLE
               FILE STATUS IS WS-FIC-STATUS.
           SELECT FID-COMPTES ASSIGN TO 'FIDCOMPT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDC-CLIENT
               FILE STATUS IS WS-FIC-STATUS.
           SELECT FID-MOUVEMENTS ASSIGN TO 'FIDMVT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDM-CLE
               FILE STATUS IS WS-FIC-STATUS.
           SELECT FENETRES ASSIGN TO 'FENETRES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEN-CLE
               FILE STATUS IS WS-FIC-STATUS.
      *    JOURNAL D'AUDIT - VOIR COPYBOOKS/AUDIT.CPY
           SELECT AUDIT ASSIGN TO 'AUDIT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUTS PARTAGEES - VOIR COPYBOOKS
       FD CLIENTS.
           COPY CLIENT.
       FD FACTURES.
           COPY FACTURE.
       FD CDE-VENTES.
           COPY CDEVTE.
       FD RESERVATIONS.
           COPY RESERV.
       FD VENTES.
           COPY VENTE.
       FD PRIX-CLIENTS.
           COPY PRIXCLI.
       FD CONTACTS.
           COPY CONTACT.
       FD BONS-ACHAT.
           COPY BONACHAT.
       FD CONSIGNATIONS.
           COPY CONSIGNE.
       FD RETOURS-CLI.
           COPY RETCLI.
       FD SERIES.
           COPY SERIE.
       FD LOTS-VENTES.
           COPY LOTVTE.
       FD ADRESSES-LIV.
           COPY ADRLIV.
       FD REMISES-FIN.
           COPY REMFIN.
      *    REPORTS A NOUVEAU DE LA PURGE ARCHFACT - MEME LAYOUT
      *    QUE DANS ARCHFACT ET CTRLINTEG
       FD SOLDES-REPORTES.
       01 SOLDE-REPORTE-REC.
           05 SRP-CLIENT    PIC 9(5).
           05 SRP-SOLDE     PIC S9(9)V99.
      *    MODELES DE FACTURE RECURRENTE - MEME LAYOUT QUE FACTURE
       FD MODELES-FACTURE.
       01 MODELE-FACT-REC.
           05 MOD-NUM          PIC 9(4).
           05 MOD-CLIENT       PIC 9(5).
           05 MOD-ART          PIC X(8).
           05 MOD-QTE          PIC 9(3).
           05 MOD-JOUR-MOIS    PIC 99.
           05 MOD-DERNIERE-EXEC PIC 9(8).
           05 MOD-ACTIF        PIC X.
      *    DEVIS (EN-TETES) - MEME LAYOUT QUE FACTURE
       FD DEVIS.
       01 DEVIS-REC.
           05 DEV-NUM         PIC 9(6).
           05 DEV-CLIENT      PIC 9(5).
           05 DEV-DATE        PIC 9(8).
           05 DEV-VALIDITE    PIC 9(8).
           05 DEV-STATUT      PIC X.
           05 DEV-OPERATEUR   PIC X(6).
           05 DEV-NB-LIGNES   PIC 99.
           05 DEV-TOTAL-HT    PIC 9(8)V99.
           05 DEV-FACTURE     PIC 9(6).
       FD GARANTIES.
           COPY GARANTIE.
       FD FID-COMPTES.
           COPY FIDCOMPT.
       FD FID-MOUVEMENTS.
           COPY FIDMVT.
       FD FENETRES.
           COPY FENETRE.
       FD AUDIT.
           COPY AUDIT.
       WORKING-STORAGE SECTION.
       01 WS-EOF           PIC 9 VALUE 0.
       01 WS-FIN-CLE       PIC 9 VALUE 0.
       01 WS-CONFIRM       PIC X VALUE SPACE.
       01 WS-CLI-STATUS    PIC XX VALUE '00'.
           88 WS-CLI-OUVERT-OK VALUE '00'.
       01 WS-FIC-STATUS    PIC XX VALUE '00'.
           88 WS-FIC-OUVERT-OK VALUE '00'.
       01 WS-AUD-STATUS    PIC XX VALUE '00'.
           88 WS-AUD-OUVERT-OK VALUE '00'.
      * Ouverture de session via le sous-programme SIGNON
       01 WS-FONCTION-SESSION PIC X(2) VALUE 'AD'.
       01 WS-OPERATEUR     PIC X(6) VALUE SPACES.
       01 WS-DROITS-SESSION PIC X(11) VALUE SPACES.
       01 WS-SESSION-OK    PIC X VALUE 'N'.
      * Les deux fiches
       01 WS-ABSORBE       PIC 9(5) VALUE 0.
       01 WS-CONSERVE      PIC 9(5) VALUE 0.
       01 WS-NOM-CONSERVE  PIC X(20) VALUE SPACES.
       01 WS-ABS-BLOQUE    PIC X VALUE SPACE.
       01 WS-ABS-CHEQUE-REFUSE PIC X VALUE SPACE.
       01 WS-ABS-SOLDE     PIC S9(7)V99 VALUE 0.
       01 WS-CONS-SOLDE    PIC S9(7)V99 VALUE 0.
      * Groupe de societes des deux fiches avant la fusion
       01 WS-ABS-GROUPE    PIC 9(5) VALUE 0.
       01 WS-ABS-LIMITE-GROUPE PIC 9(7)V99 VALUE 0.
       01 WS-ABS-RELANCE-GROUPE PIC X VALUE SPACE.
       01 WS-CONS-GROUPE   PIC 9(5) VALUE 0.
      * Solde recalcule de la fiche conservee
       01 WS-SOLDE-REPORT  PIC S9(9)V99 VALUE 0.
       01 WS-SOLDE-PIECES  PIC S9(9)V99 VALUE 0.
       01 WS-SOLDE-NOUVEAU PIC S9(9)V99 VALUE 0.
      * Compte par fichier et affichage du bilan
       01 WS-NB-MAJ        PIC 9(6) VALUE 0.
       01 WS-NB-ECARTES    PIC 9(6) VALUE 0.
       01 WS-LIGNE         PIC 99 VALUE 0.
       01 WS-COLONNE       PIC 99 VALUE 0.
      * Trace d'audit d'un enregistrement reporte
       01 WS-TRC-FICHIER   PIC X(8) VALUE SPACES.
       01 WS-TRC-CLE       PIC X(10) VALUE SPACES.
       01 WS-TRC-NOTE      PIC X(20) VALUE SPACES.
      * Deplacement des enregistrements dont la cle porte le client
       01 WS-ENREG-SAUVE   PIC X(120) VALUE SPACES.
       01 WS-QTE-CONSIGNE  PIC 9(5) VALUE 0.
       01 WS-REPORT-ABSORBE PIC S9(9)V99 VALUE 0.
      * Compte fidelite de la fiche absorbee, cumule sur celui de
      * la fiche conservee
       01 WS-FID-ABSORBE.
           05 WS-FDA-SOLDE        PIC 9(7) VALUE 0.
           05 WS-FDA-ATTENTE      PIC 9(7) VALUE 0.
           05 WS-FDA-ACQUIS       PIC 9(9) VALUE 0.
           05 WS-FDA-UTILISE      PIC 9(9) VALUE 0.
           05 WS-FDA-EXPIRE       PIC 9(9) VALUE 0.
           05 WS-FDA-OUVERTURE    PIC 9(8) VALUE 0.
       01 WS-FDC-CONSERVE-EXISTE PIC 9 VALUE 0.
       01 WS-FDC-DERNIER-MVT PIC 9(5) VALUE 0.
      * Codes d'adresse de livraison renommes faute de place chez
      * le client conserve (meme code deja pris) - reportes sur
      * les commandes.
       01 WS-CODE-RENOM.
           05 FILLER           PIC X VALUE 'F'.
           05 WS-CODE-RENOM-NUM PIC 9(3) VALUE 0.
       01 WS-ADL-ECRITE    PIC 9 VALUE 0.
       01 WS-NB-RENOM      PIC 99 VALUE 0.
       01 WS-IDX-RENOM     PIC 99 VALUE 0.
       01 WS-RENOM-TABLE.
           05 WS-RENOM-ENTRY OCCURS 50 TIMES.
               10 WS-RN-ANCIEN  PIC X(4).
               10 WS-RN-NOUVEAU PIC X(4).
       PROCEDURE DIVISION.
       DEBUT.
      *    Ouverture de session obligatoire - droit ADMINISTRATION.
           CALL 'SIGNON' USING WS-FONCTION-SESSION WS-OPERATEUR
               WS-DROITS-SESSION WS-SESSION-OK.
           IF WS-SESSION-OK NOT = 'Y'
               DISPLAY 'ACCES REFUSE' LINE 16 POSITION 34
               STOP RUN
           END-IF.
           OPEN I-O CLIENTS.
           IF NOT WS-CLI-OUVERT-OK
               DISPLAY 'CLIENTS.DAT ABSENT' LINE 12 POSITION 31
               STOP RUN
           END-IF.
           PERFORM SAISIR-FUSION THRU SAISIR-FUSION-EXIT.
           CLOSE CLIENTS.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY 'AU REVOIR' LINE 12 POSITION 35 HIGHLIGHT.
           STOP RUN.

       SAISIR-FUSION.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== FUSION DE FICHES CLIENT ===' LINE 2
               POSITION 25 HIGHLIGHT.
           DISPLAY 'Client absorbe :' LINE 4 POSITION 10.
           DISPLAY '[_____]' LINE 4 POSITION 28 REVERSE-VIDEO.
           ACCEPT WS-ABSORBE LINE 4 POSITION 29.
           DISPLAY 'Client conserve:' LINE 5 POSITION 10.
           DISPLAY '[_____]' LINE 5 POSITION 28 REVERSE-VIDEO.
           ACCEPT WS-CONSERVE LINE 5 POSITION 29.
           IF WS-ABSORBE = WS-CONSERVE OR WS-ABSORBE = 0 OR
               WS-CONSERVE = 0
               DISPLAY 'DEUX CLIENTS DIFFERENTS REQUIS' LINE 12
                   POSITION 25 REVERSE-VIDEO
               GO TO SAISIR-FUSION-EXIT
           END-IF.
           MOVE WS-ABSORBE TO CLI-ID.
           READ CLIENTS
               INVALID KEY
                   DISPLAY 'CLIENT ABSORBE INCONNU' LINE 12
                       POSITION 29 REVERSE-VIDEO
                   GO TO SAISIR-FUSION-EXIT
           END-READ.
           IF CLI-FUSION > 0
               DISPLAY 'FICHE DEJA FUSIONNEE DANS' LINE 12
                   POSITION 22 REVERSE-VIDEO
               DISPLAY CLI-FUSION LINE 12 POSITION 48 HIGHLIGHT
               GO TO SAISIR-FUSION-EXIT
           END-IF.
           MOVE CLI-SOLDE TO WS-ABS-SOLDE.
           MOVE CLI-BLOQUE TO WS-ABS-BLOQUE.
           MOVE CLI-CHEQUE-REFUSE TO WS-ABS-CHEQUE-REFUSE.
           MOVE CLI-GROUPE TO WS-ABS-GROUPE.
           MOVE CLI-LIMITE-GROUPE TO WS-ABS-LIMITE-GROUPE.
           MOVE CLI-RELANCE-GROUPE TO WS-ABS-RELANCE-GROUPE.
           DISPLAY 'ABSORBE ' LINE 7 POSITION 3.
           PERFORM AFFICHER-FICHE-FUSION.
           MOVE WS-CONSERVE TO CLI-ID.
           READ CLIENTS
               INVALID KEY
                   DISPLAY 'CLIENT CONSERVE INCONNU' LINE 12
                       POSITION 29 REVERSE-VIDEO
                   GO TO SAISIR-FUSION-EXIT
           END-READ.
           IF CLI-SUPPRIME = 'Y'
               DISPLAY 'LE CLIENT CONSERVE EST INACTIF' LINE 12
                   POSITION 25 REVERSE-VIDEO
               GO TO SAISIR-FUSION-EXIT
           END-IF.
           MOVE CLI-SOLDE TO WS-CONS-SOLDE.
           MOVE CLI-NOM TO WS-NOM-CONSERVE.
           MOVE CLI-GROUPE TO WS-CONS-GROUPE.
           DISPLAY 'CONSERVE' LINE 8 POSITION 3.
           PERFORM AFFICHER-FICHE-FUSION.
           DISPLAY 'Confirmer la fusion (O/N)?' LINE 10 POSITION 10.
           DISPLAY '[_]' LINE 10 POSITION 37 REVERSE-VIDEO.
           ACCEPT WS-CONFIRM LINE 10 POSITION 38.
           IF WS-CONFIRM NOT = 'O'
               DISPLAY 'FUSION ABANDONNEE' LINE 12 POSITION 31
               GO TO SAISIR-FUSION-EXIT
           END-IF.
           PERFORM EXECUTER-FUSION.
       SAISIR-FUSION-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 31 BLINK.
           ACCEPT WS-CONFIRM LINE 22 POSITION 49.

      *    Ligne d'identification de la fiche lue (ligne 7 ou 8).
       AFFICHER-FICHE-FUSION.
           IF CLI-ID = WS-ABSORBE
               MOVE 7 TO WS-LIGNE
           ELSE
               MOVE 8 TO WS-LIGNE
           END-IF.
           DISPLAY CLI-ID LINE WS-LIGNE POSITION 12 HIGHLIGHT.
           DISPLAY CLI-NOM LINE WS-LIGNE POSITION 18.
           DISPLAY CLI-CODE-POSTAL LINE WS-LIGNE POSITION 39.
           DISPLAY CLI-SIRET LINE WS-LIGNE POSITION 45.
           DISPLAY CLI-SOLDE LINE WS-LIGNE POSITION 60.

       EXECUTER-FUSION.
           OPEN EXTEND AUDIT.
           IF NOT WS-AUD-OUVERT-OK
               OPEN OUTPUT AUDIT
           END-IF.
           MOVE 'CLIENTS' TO WS-TRC-FICHIER.
           MOVE WS-ABSORBE TO WS-TRC-CLE.
           MOVE 'DEBUT DE FUSION' TO WS-TRC-NOTE.
           PERFORM TRACER-FUSION.
           DISPLAY 'FICHIER   REPORTES' LINE 11 POSITION 5
               UNDERLINE.
           DISPLAY 'FICHIER   REPORTES' LINE 11 POSITION 30
               UNDERLINE.
           DISPLAY 'FICHIER   REPORTES' LINE 11 POSITION 55
               UNDERLINE.
           MOVE 12 TO WS-LIGNE.
           MOVE 5 TO WS-COLONNE.
           MOVE 0 TO WS-SOLDE-PIECES.
           MOVE 0 TO WS-SOLDE-REPORT.
           MOVE 0 TO WS-NB-RENOM.
           PERFORM FUSIONNER-FACTURES THRU FUSIONNER-FACTURES-EXIT.
      *    Les adresses de livraison avant les commandes : un code
      *    renomme doit etre reporte sur CVT-ADR-LIV.
           PERFORM FUSIONNER-ADRESSES-LIV
               THRU FUSIONNER-ADRESSES-LIV-EXIT.
           PERFORM FUSIONNER-COMMANDES THRU FUSIONNER-COMMANDES-EXIT.
           PERFORM FUSIONNER-RESERVATIONS
               THRU FUSIONNER-RESERVATIONS-EXIT.
           PERFORM FUSIONNER-VENTES THRU FUSIONNER-VENTES-EXIT.
           PERFORM FUSIONNER-TARIFS THRU FUSIONNER-TARIFS-EXIT.
           PERFORM FUSIONNER-CONTACTS THRU FUSIONNER-CONTACTS-EXIT.
           PERFORM FUSIONNER-BONS-ACHAT THRU FUSIONNER-BONS-ACHAT-EXIT.
           PERFORM FUSIONNER-CONSIGNATIONS
               THRU FUSIONNER-CONSIGNATIONS-EXIT.
           PERFORM FUSIONNER-RETOURS THRU FUSIONNER-RETOURS-EXIT.
           PERFORM FUSIONNER-SERIES THRU FUSIONNER-SERIES-EXIT.
           PERFORM FUSIONNER-LOTS-VENTES
               THRU FUSIONNER-LOTS-VENTES-EXIT.
           PERFORM FUSIONNER-REMISES-FIN
               THRU FUSIONNER-REMISES-FIN-EXIT.
           PERFORM FUSIONNER-SOLDES-REPORTES
               THRU FUSIONNER-SOLDES-REPORTES-EXIT.
           PERFORM FUSIONNER-MODELES THRU FUSIONNER-MODELES-EXIT.
           PERFORM FUSIONNER-DEVIS THRU FUSIONNER-DEVIS-EXIT.
           PERFORM FUSIONNER-GARANTIES THRU FUSIONNER-GARANTIES-EXIT.
           PERFORM FUSIONNER-FIDELITE THRU FUSIONNER-FIDELITE-EXIT.
           PERFORM FUSIONNER-FENETRES THRU FUSIONNER-FENETRES-EXIT.
           PERFORM FUSIONNER-GROUPE THRU FUSIONNER-GROUPE-EXIT.
           PERFORM CLORE-FICHES-CLIENT.
           CLOSE AUDIT.

      *===============================================
      * FICHIERS DONT LE CLIENT N'EST PAS DANS LA CLE
      * Lecture complete et REWRITE des enregistrements de la
      * fiche absorbee.
      *===============================================
      *    Le passage sur les factures cumule aussi les pieces du
      *    client conserve (anciennes et reportees) pour le
      *    recalcul du solde : facture = TTC moins deja regle,
      *    avoir = moins TTC.
       FUSIONNER-FACTURES.
           MOVE 'FACTURES' TO WS-TRC-FICHIER.
           MOVE 0 TO WS-NB-MAJ.
           OPEN I-O FACTURES.
           IF NOT WS-FIC-OUVERT-OK
               GO TO FUSIONNER-FACTURES-EXIT
           END-IF.
           MOVE 0 TO FAC-NUM.
           START FACTURES KEY >= FAC-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ FACTURES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF FAC-CLIENT = WS-ABSORBE
                           MOVE WS-CONSERVE TO FAC-CLIENT
                           REWRITE FACTURE-REC
                           MOVE FAC-NUM TO WS-TRC-CLE
                           PERFORM TRACER-REPORT
                       END-IF
                       IF FAC-CLIENT = WS-CONSERVE
                           PERFORM CUMULER-PIECE-CONSERVE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FACTURES.
       FUSIONNER-FACTURES-EXIT.
           PERFORM AFFICHER-COMPTE-FICHIER.

       CUMULER-PIECE-CONSERVE.
           IF FAC-TYPE = 'A'
               SUBTRACT FAC-TOTAL-TTC FROM WS-SOLDE-PIECES
           ELSE
               ADD FAC-TOTAL-TTC TO WS-SOLDE-PIECES
               SUBTRACT FAC-MONTANT-PAYE FROM WS-SOLDE-PIECES
           END-IF.

       FUSIONNER-COMMANDES.
           MOVE 'CDEVTE' TO WS-TRC-FICHIER.
           MOVE 0 TO WS-NB-MAJ.
           OPEN I-O CDE-VENTES.
           IF NOT WS-FIC-OUVERT-OK
               GO TO FUSIONNER-COMMANDES-EXIT
           END-IF.
           MOVE 0 TO CVT-NUM.
           START CDE-VENTES KEY >= CVT-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ CDE-VENTES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CVT-CLIENT = WS-ABSORBE
                           MOVE WS-CONSERVE TO CVT-CLIENT
                           PERFORM RENOMMER-ADRESSE-COMMANDE
                           REWRITE CDE-VENTE-REC
                           MOVE CVT-NUM TO WS-TRC-CLE
                           PERFORM TRACER-REPORT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CDE-VENTES.
       FUSIONNER-COMMANDES-EXIT.
           PERFORM AFFICHER-COMPTE-FICHIER.

       RENOMMER-ADRESSE-COMMANDE.
           MOVE 1 TO WS-IDX-RENOM.
           PERFORM UNTIL WS-IDX-RENOM > WS-NB-RENOM
               IF CVT-ADR-LIV = WS-RN-ANCIEN(WS-IDX-RENOM)
                   MOVE WS-RN-NOUVEAU(WS-IDX-RENOM) TO CVT-ADR-LIV
                   MOVE WS-NB-RENOM TO WS-IDX-RENOM
               END-IF
               ADD 1 TO WS-IDX-RENOM
           END-PERFORM.

       FUSIONNER-RESERVATIONS.
           MOVE 'RESERV' TO WS-TRC-FICHIER.
           MOVE 0 TO WS-NB-MAJ.
           OPEN I-O RESERVATIONS.
           IF NOT WS-FIC-OUVERT-OK
               GO TO FUSIONNER-RESERVATIONS-EXIT
           END-IF.
           MOVE 0 TO RES-ID.
           START RESERVATIONS KEY >= RES-ID
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ RESERVATIONS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RES-CLI-ID = WS-ABSORBE
                           MOVE WS-CONSERVE TO RES-CLI-ID
                           REWRITE RESERV-REC
                           MOVE RES-ID TO WS-TRC-CLE
                           PERFORM TRACER-REPORT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESERVATIONS.
       FUSIONNER-RESERVATIONS-EXIT.
           PERFORM AFFICHER-COMPTE-FICHIER.

      *    Journal des ventes : le nom suit le numero, pour que les
      *    etats par nom ne separent plus les deux fiches.
       FUSIONNER-VENTES.
           MOVE 'VENTES' TO WS-TRC-FICHIER.
           MOVE 0 TO WS-NB-MAJ.
           OPEN I-O VENTES.
           IF NOT WS-FIC-OUVERT-OK
               GO TO FUSIONNER-VENTES-EXIT
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ VENTES
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF VTE-CLI-ID = WS-ABSORBE
                           MOVE WS-CONSERVE TO VTE-CLI-ID
                           MOVE WS-NOM-CONSERVE TO VTE-CLIENT
                           REWRITE VENTE-REC
                           ADD 1 TO WS-NB-MAJ
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VENTES.
           PERFORM TRACER-COMPTE-JOURNAL.
       FUSIONNER-VENTES-EXIT.
           PERFORM AFFICHER-COMPTE-FICHIER.

       FUSIONNER-CONTACTS.
           MOVE 'CLICONTA' TO WS-TRC-FICHIER.
           MOVE 0 TO WS-NB-MAJ.
           OPEN I-O CONTACTS.
           IF NOT WS-FIC-OUVERT-OK
               GO TO FUSIONNER-CONTACTS-EXIT
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ CONTACTS
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CNT-CLIENT = WS-ABSORBE
                           MOVE WS-CONSERVE TO CNT-CLIENT
                           REWRITE CONTACT-REC
                           ADD 1 TO WS-NB-MAJ
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTACTS.
           PERFORM TRACER-COMPTE-JOURNAL.
       FUSIONNER-CONTACTS-EXIT.
           PERFORM AFFICHER-COMPTE-FICHIER.

       FUSIONNER-BONS-ACHAT.
           MOVE 'BONACHAT' TO WS-TRC-FICHIER.
           MOVE 0 TO WS-NB-MAJ.
           OPEN I-O BONS-ACHAT.
           IF NOT WS-FIC-OUVERT-OK
               GO TO FUSIONNER-BONS-ACHAT-EXIT
           END-IF.
           MOVE LOW-VALUES TO BON-NUMERO.
           START BONS-ACHAT KEY >= BON-NUMERO
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ BONS-ACHAT NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF BON-CLIENT = WS-ABSORBE
                           MOVE WS-CONSERVE TO BON-CLIENT
                           REWRITE BON-ACHAT-REC
                           MOVE BON-NUMERO TO WS-TRC-CLE
                           PERFORM TRACER-REPORT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BONS-ACHAT.
       FUSIONNER-BONS-ACHAT-EXIT.
           PERFORM AFFICHER-COMPTE-FICHIER.

       FUSIONNER-GARANTIES.
           MOVE 'GARANTIE' TO WS-TRC-FICHIER.
           MOVE 0 TO WS-NB-MAJ.
           OPEN I-O GARANTIES.
           IF NOT WS-FIC-OUVERT-OK
               GO TO FUSIONNER-GARANTIES-EXIT
           END-IF.
           MOVE LOW-VALUES TO GAR-CLE.
           START GARANTIES KEY >= GAR-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ GARANTIES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF GAR-CLIENT = WS-ABSORBE
                           MOVE WS-CONSERVE TO GAR-CLIENT
                           REWRITE GARANTIE-REC
                           MOVE GAR-SERIE TO WS-TRC-CLE
                           PERFORM TRACER-REPORT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GARANTIES.
       FUSIONNER-GARANTIES-EXIT.
           PERFORM AFFICHER-COMPTE-FICHIER.

      *    Fenetres de facturation de l'hotel : le client payeur
      *    de la regle.
       FUSIONNER-FENETRES.
           MOVE 'FENETRES' TO WS-TRC-FICHIER.
           MOVE 0 TO WS-NB-MAJ.
           OPEN I-O FENETRES.
           IF NOT WS-FIC-OUVERT-OK
               GO TO FUSIONNER-FENETRES-EXIT
           END-IF.
           MOVE LOW-VALUES TO FEN-CLE.
           START FENETRES KEY >= FEN-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ FENETRES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF FEN-CLI-ID = WS-ABSORBE
                           MOVE WS-CONSERVE TO FEN-CLI-ID
                           REWRITE FENETRE-REC
                           MOVE FEN-CLE TO WS-TRC-CLE
                           PERFORM TRACER-REPORT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FENETRES.
       FUSIONNER-FENETRES-EXIT.
           PERFORM AFFICHER-COMPTE-FICHIER.

       FUSIONNER-RETOURS.
           MOVE 'RETCLI' TO WS-TRC-FICHIER.
           MOVE 0 TO WS-NB-MAJ.
           OPEN I-O RETOURS-CLI.
           IF NOT WS-FIC-OUVERT-OK
               GO TO FUSIONNER-RETOURS-EXIT
           END-IF.
           MOVE 0 TO RTC-NUM.
           START RETOURS-CLI KEY >= RTC-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ RETOURS-CLI NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RTC-CLIENT = WS-ABSORBE
                           MOVE WS-CONSERVE TO RTC-CLIENT
                           REWRITE RETOUR-CLI-REC
                           MOVE RTC-NUM TO WS-TRC-CLE
                           PERFORM TRACER-REPORT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RETOURS-CLI.
       FUSIONNER-RETOURS-EXIT.
           PERFORM AFFICHER-COMPTE-FICHIER.

       FUSIONNER-SERIES.
           MOVE 'SERIES' TO WS-TRC-FICHIER.
           MOVE 0 TO WS-NB-MAJ.
           OPEN I-O SERIES.
           IF NOT WS-FIC-OUVERT-OK
               GO TO FUSIONNER-SERIES-EXIT
           END-IF.
           MOVE LOW-VALUES TO SER-NUMERO.
           START SERIES KEY >= SER-NUMERO
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ SERIES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF SER-CLIENT = WS-ABSORBE
                           MOVE WS-CONSERVE TO SER-CLIENT
                           REWRITE SERIE-REC
                           MOVE SER-NUMERO TO WS-TRC-CLE
                           PERFORM TRACER-REPORT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SERIES.
       FUSIONNER-SERIES-EXIT.
           PERFORM AFFICHER-COMPTE-FICHIER.

       FUSIONNER-LOTS-VENTES.
           MOVE 'LOTSVTE' TO WS-TRC-FICHIER.
           MOVE 0 TO WS-NB-MAJ.
           OPEN I-O LOTS-VENTES.
           IF NOT WS-FIC-OUVERT-OK
               GO TO FUSIONNER-LOTS-VENTES-EXIT
           END-IF.
           MOVE LOW-VALUES TO LTV-CLE.
           START LOTS-VENTES KEY >= LTV-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ LOTS-VENTES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF LTV-CLIENT = WS-ABSORBE
                           MOVE WS-CONSERVE TO LTV-CLIENT
                           REWRITE LOT-VTE-REC
                           MOVE LTV-LOT TO WS-TRC-CLE
                           PERFORM TRACER-REPORT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOTS-VENTES.
       FUSIONNER-LOTS-VENTES-EXIT.
           PERFORM AFFICHER-COMPTE-FICHIER.

       FUSIONNER-MODELES.
           MOVE 'FACTMOD' TO WS-TRC-FICHIER.
           MOVE 0 TO WS-NB-MAJ.
           OPEN I-O MODELES-FACTURE.
           IF NOT WS-FIC-OUVERT-OK
               GO TO FUSIONNER-MODELES-EXIT
           END-IF.
           MOVE 0 TO MOD-NUM.
           START MODELES-FACTURE KEY >= MOD-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ MODELES-FACTURE NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF MOD-CLIENT = WS-ABSORBE
                           MOVE WS-CONSERVE TO MOD-CLIENT
                           REWRITE MODELE-FACT-REC
                           MOVE MOD-NUM TO WS-TRC-CLE
                           PERFORM TRACER-REPORT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MODELES-FACTURE.
       FUSIONNER-MODELES-EXIT.
           PERFORM AFFICHER-COMPTE-FICHIER.

       FUSIONNER-DEVIS.
           MOVE 'DEVIS' TO WS-TRC-FICHIER.
           MOVE 0 TO WS-NB-MAJ.
           OPEN I-O DEVIS.
           IF NOT WS-FIC-OUVERT-OK
               GO TO FUSIONNER-DEVIS-EXIT
           END-IF.
           MOVE 0 TO DEV-NUM.
           START DEVIS KEY >= DEV-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ DEVIS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DEV-CLIENT = WS-ABSORBE
                           MOVE WS-CONSERVE TO DEV-CLIENT
                           REWRITE DEVIS-REC
                           MOVE DEV-NUM TO WS-TRC-CLE
                           PERFORM TRACER-REPORT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEVIS.
       FUSIONNER-DEVIS-EXIT.
           PERFORM AFFICHER-COMPTE-FICHIER.

      *===============================================
      * FICHIERS DONT LE CLIENT EST EN TETE DE CLE
      * L'enregistrement est supprime puis reecrit sous le numero
      * du client conserve ; on repart a chaque fois du debut de
      * la plage de la fiche absorbee (START), la suppression
      * deplacant la position courante.
      *===============================================
      *    Tarifs : en cas de tarif identique (meme article, date
      *    et palier) chez le client conserve, le sien l'emporte.
       FUSIONNER-TARIFS.
           MOVE 'PRIXCLI' TO WS-TRC-FICHIER.
           MOVE 0 TO WS-NB-MAJ.
           OPEN I-O PRIX-CLIENTS.
           IF NOT WS-FIC-OUVERT-OK
               GO TO FUSIONNER-TARIFS-EXIT
           END-IF.
           MOVE 0 TO WS-FIN-CLE.
           PERFORM UNTIL WS-FIN-CLE = 1
               MOVE LOW-VALUES TO PXC-CLE
               MOVE WS-ABSORBE TO PXC-CLIENT
               START PRIX-CLIENTS KEY >= PXC-CLE
                   INVALID KEY MOVE 1 TO WS-FIN-CLE
               END-START
               IF WS-FIN-CLE = 0
                   READ PRIX-CLIENTS NEXT
                       AT END MOVE 1 TO WS-FIN-CLE
                   END-READ
               END-IF
               IF WS-FIN-CLE = 0
                   IF PXC-CLIENT NOT = WS-ABSORBE
                       MOVE 1 TO WS-FIN-CLE
                   ELSE
                       PERFORM DEPLACER-TARIF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PRIX-CLIENTS.
       FUSIONNER-TARIFS-EXIT.
           PERFORM AFFICHER-COMPTE-FICHIER.

       DEPLACER-TARIF.
           MOVE PRIX-CLI-REC TO WS-ENREG-SAUVE.
           DELETE PRIX-CLIENTS.
           MOVE WS-ENREG-SAUVE TO PRIX-CLI-REC.
           MOVE WS-CONSERVE TO PXC-CLIENT.
           MOVE PXC-ART TO WS-TRC-CLE.
           WRITE PRIX-CLI-REC
               INVALID KEY
                   MOVE 'ECARTE (DEJA TARIFE)' TO WS-TRC-NOTE
                   PERFORM TRACER-FUSION
               NOT INVALID KEY
                   PERFORM TRACER-REPORT
           END-WRITE.

      *    Fidelite : les mouvements de points passent au client
      *    conserve a la suite des siens (nouveaux numeros
      *    d'ordre) ; les compteurs du compte absorbe s'ajoutent
      *    aux siens, compte cree au besoin, et le compte absorbe
      *    est supprime.
       FUSIONNER-FIDELITE.
           MOVE 'FIDMVT' TO WS-TRC-FICHIER.
           MOVE 0 TO WS-NB-MAJ.
           OPEN I-O FID-COMPTES.
           IF NOT WS-FIC-OUVERT-OK
               GO TO FUSIONNER-FIDELITE-EXIT
           END-IF.
           MOVE WS-ABSORBE TO FDC-CLIENT.
           READ FID-COMPTES
               INVALID KEY
                   CLOSE FID-COMPTES
                   GO TO FUSIONNER-FIDELITE-EXIT
           END-READ.
           MOVE FDC-SOLDE TO WS-FDA-SOLDE.
           MOVE FDC-ATTENTE TO WS-FDA-ATTENTE.
           MOVE FDC-CUMUL-ACQUIS TO WS-FDA-ACQUIS.
           MOVE FDC-CUMUL-UTILISE TO WS-FDA-UTILISE.
           MOVE FDC-CUMUL-EXPIRE TO WS-FDA-EXPIRE.
           MOVE FDC-DATE-OUVERTURE TO WS-FDA-OUVERTURE.
           MOVE WS-CONSERVE TO FDC-CLIENT.
           MOVE 1 TO WS-FDC-CONSERVE-EXISTE.
           READ FID-COMPTES
               INVALID KEY
                   MOVE 0 TO WS-FDC-CONSERVE-EXISTE
                   MOVE WS-CONSERVE TO FDC-CLIENT
                   MOVE 0 TO FDC-SOLDE FDC-ATTENTE
                   MOVE 0 TO FDC-CUMUL-ACQUIS FDC-CUMUL-UTILISE
                   MOVE 0 TO FDC-CUMUL-EXPIRE FDC-DERNIER-MVT
                   MOVE WS-FDA-OUVERTURE TO FDC-DATE-OUVERTURE
           END-READ.
           MOVE FDC-DERNIER-MVT TO WS-FDC-DERNIER-MVT.
           OPEN I-O FID-MOUVEMENTS.
           IF WS-FIC-OUVERT-OK
               MOVE 0 TO WS-FIN-CLE
               PERFORM UNTIL WS-FIN-CLE = 1
                   MOVE WS-ABSORBE TO FDM-CLIENT
                   MOVE 0 TO FDM-SEQ
                   START FID-MOUVEMENTS KEY >= FDM-CLE
                       INVALID KEY MOVE 1 TO WS-FIN-CLE
                   END-START
                   IF WS-FIN-CLE = 0
                       READ FID-MOUVEMENTS NEXT
                           AT END MOVE 1 TO WS-FIN-CLE
                       END-READ
                   END-IF
                   IF WS-FIN-CLE = 0
                       IF FDM-CLIENT NOT = WS-ABSORBE
                           MOVE 1 TO WS-FIN-CLE
                       ELSE
                           PERFORM DEPLACER-MVT-FIDELITE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FID-MOUVEMENTS
           END-IF.
           MOVE WS-CONSERVE TO FDC-CLIENT.
           IF WS-FDC-CONSERVE-EXISTE = 1
               READ FID-COMPTES
                   INVALID KEY CONTINUE
               END-READ
           END-IF.
           ADD WS-FDA-SOLDE TO FDC-SOLDE.
           ADD WS-FDA-ATTENTE TO FDC-ATTENTE.
           ADD WS-FDA-ACQUIS TO FDC-CUMUL-ACQUIS.
           ADD WS-FDA-UTILISE TO FDC-CUMUL-UTILISE.
           ADD WS-FDA-EXPIRE TO FDC-CUMUL-EXPIRE.
           MOVE WS-FDC-DERNIER-MVT TO FDC-DERNIER-MVT.
           IF WS-FDA-OUVERTURE < FDC-DATE-OUVERTURE
               MOVE WS-FDA-OUVERTURE TO FDC-DATE-OUVERTURE
           END-IF.
           IF WS-FDC-CONSERVE-EXISTE = 1
               REWRITE FID-COMPTE-REC
           ELSE
               WRITE FID-COMPTE-REC
           END-IF.
           MOVE WS-ABSORBE TO FDC-CLIENT.
           DELETE FID-COMPTES
               INVALID KEY CONTINUE
           END-DELETE.
           MOVE 'FIDCOMPT' TO WS-TRC-FICHIER.
           MOVE WS-ABSORBE TO WS-TRC-CLE.
           MOVE 'COMPTE CUMULE' TO WS-TRC-NOTE.
           PERFORM TRACER-FUSION.
           MOVE 'FIDMVT' TO WS-TRC-FICHIER.
           CLOSE FID-COMPTES.
       FUSIONNER-FIDELITE-EXIT.
           PERFORM AFFICHER-COMPTE-FICHIER.

       DEPLACER-MVT-FIDELITE.
           MOVE FID-MVT-REC TO WS-ENREG-SAUVE.
           DELETE FID-MOUVEMENTS.
           MOVE WS-ENREG-SAUVE TO FID-MVT-REC.
           ADD 1 TO WS-FDC-DERNIER-MVT.
           MOVE WS-CONSERVE TO FDM-CLIENT.
           MOVE WS-FDC-DERNIER-MVT TO FDM-SEQ.
           MOVE FDM-CLE TO WS-TRC-CLE.
           WRITE FID-MVT-REC
               INVALID KEY
                   MOVE 'ECARTE (CLE PRISE)' TO WS-TRC-NOTE
                   PERFORM TRACER-FUSION
               NOT INVALID KEY
                   PERFORM TRACER-REPORT
           END-WRITE.

      *    Consignation : la quantite en depot s'ajoute a celle du
      *    client conserve pour le meme produit.
       FUSIONNER-CONSIGNATIONS.
           MOVE 'CONSIGNE' TO WS-TRC-FICHIER.
           MOVE 0 TO WS-NB-MAJ.
           OPEN I-O CONSIGNATIONS.
           IF NOT WS-FIC-OUVERT-OK
               GO TO FUSIONNER-CONSIGNATIONS-EXIT
           END-IF.
           MOVE 0 TO WS-FIN-CLE.
           PERFORM UNTIL WS-FIN-CLE = 1
               MOVE LOW-VALUES TO CSG-PRD
               MOVE WS-ABSORBE TO CSG-CLIENT
               START CONSIGNATIONS KEY >= CSG-CLE
                   INVALID KEY MOVE 1 TO WS-FIN-CLE
               END-START
               IF WS-FIN-CLE = 0
                   READ CONSIGNATIONS NEXT
                       AT END MOVE 1 TO WS-FIN-CLE
                   END-READ
               END-IF
               IF WS-FIN-CLE = 0
                   IF CSG-CLIENT NOT = WS-ABSORBE
                       MOVE 1 TO WS-FIN-CLE
                   ELSE
                       PERFORM DEPLACER-CONSIGNATION
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CONSIGNATIONS.
       FUSIONNER-CONSIGNATIONS-EXIT.
           PERFORM AFFICHER-COMPTE-FICHIER.

       DEPLACER-CONSIGNATION.
           MOVE CONSIGNE-REC TO WS-ENREG-SAUVE.
           MOVE CSG-QTE TO WS-QTE-CONSIGNE.
           DELETE CONSIGNATIONS.
           MOVE CSG-PRD TO WS-TRC-CLE.
           MOVE WS-CONSERVE TO CSG-CLIENT.
           READ CONSIGNATIONS
               INVALID KEY
                   MOVE WS-ENREG-SAUVE TO CONSIGNE-REC
                   MOVE WS-CONSERVE TO CSG-CLIENT
                   WRITE CONSIGNE-REC
               NOT INVALID KEY
                   ADD WS-QTE-CONSIGNE TO CSG-QTE
                   REWRITE CONSIGNE-REC
           END-READ.
           PERFORM TRACER-REPORT.

      *    Adresses de livraison : reportees sans le fanion par
      *    defaut (le client conserve garde la sienne). Un code
      *    deja pris chez lui est renomme F001, F002...
       FUSIONNER-ADRESSES-LIV.
           MOVE 'ADRLIV' TO WS-TRC-FICHIER.
           MOVE 0 TO WS-NB-MAJ.
           OPEN I-O ADRESSES-LIV.
           IF NOT WS-FIC-OUVERT-OK
               GO TO FUSIONNER-ADRESSES-LIV-EXIT
           END-IF.
           MOVE 0 TO WS-CODE-RENOM-NUM.
           MOVE 0 TO WS-FIN-CLE.
           PERFORM UNTIL WS-FIN-CLE = 1
               MOVE LOW-VALUES TO ADL-CODE
               MOVE WS-ABSORBE TO ADL-CLIENT
               START ADRESSES-LIV KEY >= ADL-CLE
                   INVALID KEY MOVE 1 TO WS-FIN-CLE
               END-START
               IF WS-FIN-CLE = 0
                   READ ADRESSES-LIV NEXT
                       AT END MOVE 1 TO WS-FIN-CLE
                   END-READ
               END-IF
               IF WS-FIN-CLE = 0
                   IF ADL-CLIENT NOT = WS-ABSORBE
                       MOVE 1 TO WS-FIN-CLE
                   ELSE
                       PERFORM DEPLACER-ADRESSE-LIV
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ADRESSES-LIV.
       FUSIONNER-ADRESSES-LIV-EXIT.
           PERFORM AFFICHER-COMPTE-FICHIER.

       DEPLACER-ADRESSE-LIV.
           MOVE ADRESSE-LIV-REC TO WS-ENREG-SAUVE.
           DELETE ADRESSES-LIV.
           MOVE WS-ENREG-SAUVE TO ADRESSE-LIV-REC.
           MOVE WS-CONSERVE TO ADL-CLIENT.
           MOVE 'N' TO ADL-DEFAUT.
           MOVE ADL-CODE TO WS-TRC-CLE.
           MOVE 0 TO WS-ADL-ECRITE.
           WRITE ADRESSE-LIV-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO WS-ADL-ECRITE
           END-WRITE.
           PERFORM UNTIL WS-ADL-ECRITE = 1 OR
               WS-CODE-RENOM-NUM = 999
               ADD 1 TO WS-CODE-RENOM-NUM
               MOVE WS-CODE-RENOM TO ADL-CODE
               WRITE ADRESSE-LIV-REC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO WS-ADL-ECRITE
               END-WRITE
           END-PERFORM.
           IF ADL-CODE NOT = WS-TRC-CLE(1:4) AND WS-NB-RENOM < 50
               ADD 1 TO WS-NB-RENOM
               MOVE WS-TRC-CLE(1:4) TO WS-RN-ANCIEN(WS-NB-RENOM)
               MOVE ADL-CODE TO WS-RN-NOUVEAU(WS-NB-RENOM)
               MOVE SPACES TO WS-TRC-NOTE
               STRING 'RENOMME ' DELIMITED BY SIZE
                   ADL-CODE DELIMITED BY SIZE
                   INTO WS-TRC-NOTE
               END-STRING
               PERFORM TRACER-FUSION
               ADD 1 TO WS-NB-MAJ
           ELSE
               PERFORM TRACER-REPORT
           END-IF.

      *    Remises de fin d'annee : un accord de meme periode chez
      *    le client conserve l'emporte, celui de la fiche
      *    absorbee est ecarte (trace).
       FUSIONNER-REMISES-FIN.
           MOVE 'REMFIN' TO WS-TRC-FICHIER.
           MOVE 0 TO WS-NB-MAJ.
           OPEN I-O REMISES-FIN.
           IF NOT WS-FIC-OUVERT-OK
               GO TO FUSIONNER-REMISES-FIN-EXIT
           END-IF.
           MOVE 0 TO WS-FIN-CLE.
           PERFORM UNTIL WS-FIN-CLE = 1
               MOVE LOW-VALUES TO RFA-CLE
               MOVE WS-ABSORBE TO RFA-CLIENT
               START REMISES-FIN KEY >= RFA-CLE
                   INVALID KEY MOVE 1 TO WS-FIN-CLE
               END-START
               IF WS-FIN-CLE = 0
                   READ REMISES-FIN NEXT
                       AT END MOVE 1 TO WS-FIN-CLE
                   END-READ
               END-IF
               IF WS-FIN-CLE = 0
                   IF RFA-CLIENT NOT = WS-ABSORBE
                       MOVE 1 TO WS-FIN-CLE
                   ELSE
                       PERFORM DEPLACER-REMISE-FIN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE REMISES-FIN.
       FUSIONNER-REMISES-FIN-EXIT.
           PERFORM AFFICHER-COMPTE-FICHIER.

       DEPLACER-REMISE-FIN.
           MOVE REMISE-FIN-REC TO WS-ENREG-SAUVE.
           DELETE REMISES-FIN.
           MOVE WS-ENREG-SAUVE TO REMISE-FIN-REC.
           MOVE WS-CONSERVE TO RFA-CLIENT.
           MOVE RFA-DEBUT TO WS-TRC-CLE.
           WRITE REMISE-FIN-REC
               INVALID KEY
                   MOVE 'ECARTE (MEME PERIODE)' TO WS-TRC-NOTE
                   PERFORM TRACER-FUSION
               NOT INVALID KEY
                   PERFORM TRACER-REPORT
           END-WRITE.

      *    Report a nouveau de la purge : celui de la fiche
      *    absorbee s'ajoute a celui du client conserve, qui entre
      *    ensuite dans le recalcul du solde.
       FUSIONNER-SOLDES-REPORTES.
           MOVE 'SOLDEREP' TO WS-TRC-FICHIER.
           MOVE 0 TO WS-NB-MAJ.
           OPEN I-O SOLDES-REPORTES.
           IF NOT WS-FIC-OUVERT-OK
               GO TO FUSIONNER-SOLDES-REPORTES-EXIT
           END-IF.
           MOVE WS-ABSORBE TO SRP-CLIENT.
           READ SOLDES-REPORTES
               INVALID KEY
                   MOVE 0 TO WS-REPORT-ABSORBE
               NOT INVALID KEY
                   MOVE SRP-SOLDE TO WS-REPORT-ABSORBE
                   DELETE SOLDES-REPORTES
                   MOVE WS-CONSERVE TO SRP-CLIENT
                   READ SOLDES-REPORTES
                       INVALID KEY
                           MOVE WS-CONSERVE TO SRP-CLIENT
                           MOVE WS-REPORT-ABSORBE TO SRP-SOLDE
                           WRITE SOLDE-REPORTE-REC
                       NOT INVALID KEY
                           ADD WS-REPORT-ABSORBE TO SRP-SOLDE
                           REWRITE SOLDE-REPORTE-REC
                   END-READ
                   MOVE WS-ABSORBE TO WS-TRC-CLE
                   PERFORM TRACER-REPORT
           END-READ.
           MOVE WS-CONSERVE TO SRP-CLIENT.
           READ SOLDES-REPORTES
               NOT INVALID KEY
                   MOVE SRP-SOLDE TO WS-SOLDE-REPORT
           END-READ.
           CLOSE SOLDES-REPORTES.
       FUSIONNER-SOLDES-REPORTES-EXIT.
           PERFORM AFFICHER-COMPTE-FICHIER.

      *===============================================
      * CLOTURE DES DEUX FICHES
      * La fiche absorbee est desactivee avec le renvoi vers le
      * client conserve ; un blocage de relance ou un refus de
      * cheque qu'elle portait passe au client conserve, qui ne
      * doit pas servir a le contourner.
      *===============================================
      *    Membres du groupe de la fiche absorbee (tete de
      *    groupe) : rattaches a la fiche conservee. La fiche
      *    absorbee, supprimee, n'est pas reprise.
       FUSIONNER-GROUPE.
           MOVE 'GROUPE' TO WS-TRC-FICHIER.
           MOVE 0 TO WS-NB-MAJ.
           IF WS-ABS-GROUPE NOT = WS-ABSORBE
               GO TO FUSIONNER-GROUPE-EXIT
           END-IF.
           MOVE 0 TO CLI-ID.
           START CLIENTS KEY >= CLI-ID
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ CLIENTS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CLI-GROUPE = WS-ABSORBE AND
                           CLI-ID NOT = WS-ABSORBE
                           MOVE WS-CONSERVE TO CLI-GROUPE
                           REWRITE CLIENT-REC
                           MOVE CLI-ID TO WS-TRC-CLE
                           PERFORM TRACER-REPORT
                       END-IF
               END-READ
           END-PERFORM.
       FUSIONNER-GROUPE-EXIT.
           PERFORM AFFICHER-COMPTE-FICHIER.

       CLORE-FICHES-CLIENT.
           MOVE WS-ABSORBE TO CLI-ID.
           READ CLIENTS
               NOT INVALID KEY
                   MOVE 0 TO CLI-SOLDE
                   MOVE 'Y' TO CLI-SUPPRIME
                   MOVE WS-CONSERVE TO CLI-FUSION
                   REWRITE CLIENT-REC
           END-READ.
           COMPUTE WS-SOLDE-NOUVEAU =
               WS-SOLDE-REPORT + WS-SOLDE-PIECES.
           MOVE WS-CONSERVE TO CLI-ID.
           READ CLIENTS
               NOT INVALID KEY
                   MOVE WS-SOLDE-NOUVEAU TO CLI-SOLDE
                   IF WS-ABS-BLOQUE = 'Y'
                       MOVE 'Y' TO CLI-BLOQUE
                   END-IF
                   IF WS-ABS-CHEQUE-REFUSE = 'Y'
                       MOVE 'Y' TO CLI-CHEQUE-REFUSE
                   END-IF
                   PERFORM REPRENDRE-GROUPE-ABSORBE
                   REWRITE CLIENT-REC
           END-READ.
           MOVE 'CLIENTS' TO WS-TRC-FICHIER.
           MOVE WS-ABSORBE TO WS-TRC-CLE.
           MOVE SPACES TO AUD-AVANT.
           MOVE SPACES TO AUD-APRES.
           STRING 'SOLDES ' DELIMITED BY SIZE
               WS-ABS-SOLDE DELIMITED BY SIZE
               ' + ' DELIMITED BY SIZE
               WS-CONS-SOLDE DELIMITED BY SIZE
               INTO AUD-AVANT
           END-STRING.
           STRING 'FUSIONNE ' DELIMITED BY SIZE
               WS-CONSERVE DELIMITED BY SIZE
               ' SOLDE ' DELIMITED BY SIZE
               WS-SOLDE-NOUVEAU DELIMITED BY SIZE
               INTO AUD-APRES
           END-STRING.
           PERFORM ECRIRE-AUDIT-FUSION.
           DISPLAY 'Solde recalcule du client conserve:' LINE 20
               POSITION 5.
           DISPLAY CLI-SOLDE LINE 20 POSITION 42 HIGHLIGHT.
           DISPLAY '*** FUSION TERMINEE ***' LINE 21 POSITION 29
               HIGHLIGHT.

      *    Tete de groupe absorbee : la fiche conservee devient la
      *    tete, avec la limite et la relance du groupe. Membre
      *    absorbe : la fiche conservee hors groupe le rejoint.
       REPRENDRE-GROUPE-ABSORBE.
           IF WS-ABS-GROUPE = WS-ABSORBE AND
               WS-CONS-GROUPE NOT = WS-CONSERVE
               MOVE SPACES TO AUD-AVANT
               STRING 'GROUPE ' DELIMITED BY SIZE
                   WS-CONS-GROUPE DELIMITED BY SIZE
                   ' LIMITE ' DELIMITED BY SIZE
                   CLI-LIMITE-GROUPE DELIMITED BY SIZE
                   ' REL ' DELIMITED BY SIZE
                   CLI-RELANCE-GROUPE DELIMITED BY SIZE
                   INTO AUD-AVANT
               END-STRING
               MOVE WS-CONSERVE TO CLI-GROUPE
               MOVE WS-ABS-LIMITE-GROUPE TO CLI-LIMITE-GROUPE
               MOVE WS-ABS-RELANCE-GROUPE TO CLI-RELANCE-GROUPE
               PERFORM TRACER-GROUPE-CONSERVE
           ELSE
               IF WS-ABS-GROUPE > 0 AND
                   WS-ABS-GROUPE NOT = WS-ABSORBE AND
                   WS-CONS-GROUPE = 0
                   MOVE SPACES TO AUD-AVANT
                   STRING 'GROUPE ' DELIMITED BY SIZE
                       WS-CONS-GROUPE DELIMITED BY SIZE
                       INTO AUD-AVANT
                   END-STRING
                   MOVE WS-ABS-GROUPE TO CLI-GROUPE
                   PERFORM TRACER-GROUPE-CONSERVE
               END-IF
           END-IF.

       TRACER-GROUPE-CONSERVE.
           MOVE WS-CONSERVE TO WS-TRC-CLE.
           MOVE SPACES TO AUD-APRES.
           STRING 'GROUPE ' DELIMITED BY SIZE
               CLI-GROUPE DELIMITED BY SIZE
               ' LIMITE ' DELIMITED BY SIZE
               CLI-LIMITE-GROUPE DELIMITED BY SIZE
               ' REL ' DELIMITED BY SIZE
               CLI-RELANCE-GROUPE DELIMITED BY SIZE
               INTO AUD-APRES
           END-STRING.
           PERFORM ECRIRE-AUDIT-FUSION.

      *===============================================
      * TRACE ET BILAN
      *===============================================
       TRACER-REPORT.
           ADD 1 TO WS-NB-MAJ.
           MOVE SPACES TO WS-TRC-NOTE.
           PERFORM TRACER-FUSION.

       TRACER-COMPTE-JOURNAL.
           MOVE 'TOUT LE JOURNAL' TO WS-TRC-CLE.
           MOVE SPACES TO WS-TRC-NOTE.
           STRING WS-NB-MAJ DELIMITED BY SIZE
               ' LIGNES' DELIMITED BY SIZE
               INTO WS-TRC-NOTE
           END-STRING.
           PERFORM TRACER-FUSION.

       TRACER-FUSION.
           MOVE SPACES TO AUD-AVANT.
           MOVE SPACES TO AUD-APRES.
           STRING WS-TRC-FICHIER DELIMITED BY SPACE
               ' CLIENT ' DELIMITED BY SIZE
               WS-ABSORBE DELIMITED BY SIZE
               INTO AUD-AVANT
           END-STRING.
           STRING 'CLIENT ' DELIMITED BY SIZE
               WS-CONSERVE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TRC-NOTE DELIMITED BY SIZE
               INTO AUD-APRES
           END-STRING.
           PERFORM ECRIRE-AUDIT-FUSION.

       ECRIRE-AUDIT-FUSION.
           MOVE 'FUSCLI' TO AUD-PROGRAMME.
           MOVE 'FUSION' TO AUD-OPERATION.
           MOVE WS-OPERATEUR TO AUD-OPERATEUR.
           MOVE WS-TRC-CLE TO AUD-CLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-HEURE.
           WRITE AUDIT-REC.

      *    Trois colonnes de huit fichiers, lignes 12 a 19.
       AFFICHER-COMPTE-FICHIER.
           DISPLAY WS-TRC-FICHIER LINE WS-LIGNE POSITION WS-COLONNE.
           DISPLAY WS-NB-MAJ LINE WS-LIGNE POSITION WS-COLONNE + 10
               HIGHLIGHT.
           ADD 1 TO WS-LIGNE.
           IF WS-LIGNE > 19
               MOVE 12 TO WS-LIGNE
               ADD 25 TO WS-COLONNE
           END-IF.
