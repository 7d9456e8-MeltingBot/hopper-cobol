      * pris au prix catalogue PRD-PRIX, et signales. Le stock
      * consigne chez les clients et les transferts en transit
      * restent a nous : ils entrent dans la valorisation sur
      * leurs propres lignes. Le stock en depot fournisseur
      * (PRD-QTE-DEPOT), physiquement dans les entrepots mais
      * encore au fournisseur, est retire de la valorisation.
      * En fin de mois, la variation de valeur de chaque famille
      * par rapport a la cloture du mois precedent (memorisee
      * dans VALSTOCK.DAT) est portee au grand livre, journal IV
      * inventaire : 37 stocks / 6037 variation des stocks, la
      * famille en centre de cout, avec les controles de plan de
      * comptes et de periode de COMPTAGL.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-NUM
               FILE STATUS IS WS-TRF-STATUS.
      *    PLAN DE COMPTES ET GRAND LIVRE - MEMES CONTROLES QUE
      *    COMPTAGL, VOIR COPYBOOKS/ECRITURE.CPY.
           SELECT PLAN-COMPTES ASSIGN TO 'PLANCPT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-COMPTE
               FILE STATUS IS WS-PLN-STATUS.
           SELECT ECRITURES ASSIGN TO 'ECRITURES.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ECR-STATUS.
      *    PERIODES COMPTABLES - UN MOIS FERME NE RECOIT PAS LA
      *    VARIATION DE STOCK, VOIR COPYBOOKS/PERIODE.CPY.
           SELECT PERIODES ASSIGN TO 'PERIODES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-MOIS
               FILE STATUS IS WS-PER-STATUS.
      *    VALEUR DE CLOTURE COMPTABILISEE PAR MOIS ET PAR FAMILLE
      *    - BASE DE LA VARIATION DU MOIS SUIVANT.
           SELECT VALEURS-STOCK ASSIGN TO 'VALSTOCK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VSK-CLE
               FILE STATUS IS WS-VSK-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT PARTAGEE AVEC STOCK/GESTION-ACHATS - VOIR
               10 SWH-PRD       PIC X(8).
               10 SWH-ENTREPOT  PIC X(4).
           05 SWH-QTE       PIC 9(5).
      *       MINI/MAXI DE L'ENTREPOT POUR LE PRODUIT (STOCK),
      *       0 = NON GERE - PILOTENT LE REEQUILIBRAGE
           05 SWH-MINI      PIC 9(5).
           05 SWH-MAXI      PIC 9(5).
      *    STOCK EN CONSIGNATION - VOIR COPYBOOKS/CONSIGNE.CPY
       FD CONSIGNATIONS.
           COPY CONSIGNE.
           05 TRF-DATE-DEPART PIC 9(8).
           05 TRF-DATE-ARRIVEE PIC 9(8).
           05 TRF-STATUT    PIC X.
       FD PLAN-COMPTES.
       01 PLAN-COMPTE-REC.
           05 PLN-COMPTE    PIC 9(6).
           05 PLN-LIBELLE   PIC X(30).
      *    LAYOUT PARTAGEE AVEC COMPTAGL - VOIR
      *    COPYBOOKS/ECRITURE.CPY
       FD ECRITURES.
           COPY ECRITURE.
       FD PERIODES.
           COPY PERIODE.
       FD VALEURS-STOCK.
       01 VALEUR-STOCK-REC.
           05 VSK-CLE.
               10 VSK-MOIS      PIC 9(6).
               10 VSK-FAMILLE   PIC X(4).
           05 VSK-VALEUR    PIC 9(11)V99.
       WORKING-STORAGE SECTION.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-DATE-JOUR      PIC 9(8) VALUE 0.
           05 WS-FAM-ENTRY OCCURS 50 TIMES.
               10 WS-FAM-CODE-T  PIC X(4).
               10 WS-FAM-VALEUR  PIC 9(11)V99.
               10 WS-FAM-OUVERTURE PIC 9(11)V99.
       01 WS-NB-FAM-HORS-TABLE PIC 9(5) VALUE 0.
      *    VALORISATION DU STOCK EN CONSIGNATION
       01 WS-CSG-STATUS     PIC XX VALUE '00'.
           88 WS-CSG-OUVERT-OK VALUE '00'.
           88 WS-TRF-OUVERT-OK VALUE '00'.
       01 WS-VALEUR-TRANSIT PIC 9(11)V99 VALUE 0.
       01 WS-QTE-TRANSIT    PIC 9(5) VALUE 0.
      *    STOCK EN DEPOT FOURNISSEUR EXCLU : RESTE A DEDUIRE DES
      *    LIGNES STOCKWH DU PRODUIT COURANT (TRIEES PAR PRODUIT)
       01 WS-DEP-PRD        PIC X(8) VALUE SPACES.
       01 WS-DEP-RESTANT    PIC 9(5) VALUE 0.
       01 WS-QTE-VALORISEE  PIC 9(5) VALUE 0.
       01 WS-VALEUR-DEPOT   PIC 9(11)V99 VALUE 0.
      * Comptabilisation de la variation du mois
       01 WS-REPONSE        PIC X VALUE 'N'.
       01 WS-PLN-STATUS     PIC XX VALUE '00'.
           88 WS-PLN-OUVERT-OK VALUE '00'.
       01 WS-ECR-STATUS     PIC XX VALUE '00'.
           88 WS-ECR-OUVERT-OK VALUE '00'.
       01 WS-PER-STATUS     PIC XX VALUE '00'.
           88 WS-PER-OUVERT-OK VALUE '00'.
       01 WS-VSK-STATUS     PIC XX VALUE '00'.
           88 WS-VSK-OUVERT-OK VALUE '00'.
       01 WS-PERIODE-FERMEE PIC 9 VALUE 0.
       01 WS-MOIS-STOCK     PIC 9(6) VALUE 0.
       01 WS-MOIS-PRECEDENT PIC 9(6) VALUE 0.
       01 WS-DEJA-COMPTABILISE PIC 9 VALUE 0.
       01 WS-NB-REJETS      PIC 99 VALUE 0.
       01 WS-VARIATION      PIC S9(11)V99 VALUE 0.
       01 WS-MONTANT-ECR    PIC 9(9)V99 VALUE 0.
       01 WS-NB-PIECES-STK  PIC 99 VALUE 0.
       01 WS-TOT-OUVERTURE  PIC 9(11)V99 VALUE 0.
       01 WS-TOT-CLOTURE    PIC 9(11)V99 VALUE 0.
       01 WS-TOT-VARIATION  PIC S9(11)V99 VALUE 0.
       01 WS-COMPTE-STOCK   PIC 9(6) VALUE 370000.
       01 WS-COMPTE-VARIATION PIC 9(6) VALUE 603700.
       01 WS-LIGNE-VARIATION.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-LVA-FAMILLE PIC X(4).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-LVA-OUVERTURE PIC Z(10)9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-LVA-CLOTURE PIC Z(10)9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-LVA-VARIATION PIC -(11)9.99.
       PROCEDURE DIVISION.
       DEBUT.
           OPEN INPUT PRODUITS.
           MOVE 1 TO WS-IDX.
           PERFORM AFFICHER-ENTREPOT
               UNTIL WS-IDX > WS-NB-ENTREPOTS.
           DISPLAY '--------------------------------------'.
           DISPLAY 'LIGNES VALORISEES: ' WS-COUNT-LIGNES.
           IF WS-COUNT-SANS-COUT > 0
               DISPLAY 'LIGNES AU PRIX CATALOGUE (COUT A ZERO): '
                   WS-COUNT-SANS-COUT
           END-IF.
           IF WS-VALEUR-DEPOT > 0
               DISPLAY 'HORS VALORISATION - DEPOT FOURNISSEURS: '
                   WS-VALEUR-DEPOT ' EUR'
           END-IF.
      *    La consignation chez les clients reste a nous : elle
      *    entre dans la valorisation, sur sa propre ligne.
           PERFORM VALORISER-CONSIGNATION.
               DISPLAY 'DONT EN TRANSIT INTER-ENTREPOTS: '
                   WS-VALEUR-TRANSIT ' EUR'
           END-IF.
      *    Les familles comprennent la consignation et le transit,
      *    comme le total : c'est la base de la comptabilisation.
           DISPLAY 'VALEUR PAR FAMILLE:'.
           MOVE 1 TO WS-IDX.
           PERFORM AFFICHER-FAMILLE
               UNTIL WS-IDX > WS-NB-FAMILLES.
           DISPLAY 'VALEUR TOTALE DU STOCK: ' WS-VALEUR-TOTALE
               ' EUR'.
           DISPLAY 'COMPTABILISER LA VARIATION DU MOIS (O/N) ?'.
           ACCEPT WS-REPONSE.
           IF WS-REPONSE = 'O' OR WS-REPONSE = 'o'
               PERFORM COMPTABILISER-STOCK
           END-IF.
           CLOSE PRODUITS.
           CLOSE STOCK-ENTREPOTS.
           STOP RUN.
           COMPUTE WS-VALEUR-LIGNE = CSG-QTE * WS-COUT-RETENU.
           ADD WS-VALEUR-LIGNE TO WS-VALEUR-CONSIGNE.
           ADD WS-VALEUR-LIGNE TO WS-VALEUR-TOTALE.
           PERFORM CUMULER-FAMILLE.
       VALORISER-LIGNE-CONSIGNE-EXIT.
           EXIT.

               WS-QTE-TRANSIT * WS-COUT-RETENU.
           ADD WS-VALEUR-LIGNE TO WS-VALEUR-TRANSIT.
           ADD WS-VALEUR-LIGNE TO WS-VALEUR-TOTALE.
           PERFORM CUMULER-FAMILLE.
       VALORISER-LIGNE-TRANSIT-EXIT.
           EXIT.

               MOVE PRD-PRIX TO WS-COUT-RETENU
               ADD 1 TO WS-COUNT-SANS-COUT
           END-IF.
      *    Le depot fournisseur du produit se deduit des lignes
      *    d'entrepot dans l'ordre, jusqu'a epuisement.
           IF SWH-PRD NOT = WS-DEP-PRD
               MOVE SWH-PRD TO WS-DEP-PRD
               MOVE 0 TO WS-DEP-RESTANT
               IF PRD-QTE-DEPOT NUMERIC
                   MOVE PRD-QTE-DEPOT TO WS-DEP-RESTANT
               END-IF
           END-IF.
           MOVE SWH-QTE TO WS-QTE-VALORISEE.
           IF WS-DEP-RESTANT > 0
               IF WS-DEP-RESTANT > SWH-QTE
                   SUBTRACT SWH-QTE FROM WS-DEP-RESTANT
                   MOVE 0 TO WS-QTE-VALORISEE
               ELSE
                   SUBTRACT WS-DEP-RESTANT FROM WS-QTE-VALORISEE
                   MOVE 0 TO WS-DEP-RESTANT
               END-IF
               COMPUTE WS-VALEUR-DEPOT = WS-VALEUR-DEPOT +
                   (SWH-QTE - WS-QTE-VALORISEE) * WS-COUT-RETENU
           END-IF.
           COMPUTE WS-VALEUR-LIGNE =
               WS-QTE-VALORISEE * WS-COUT-RETENU.
           ADD WS-VALEUR-LIGNE TO WS-VALEUR-TOTALE.
           ADD 1 TO WS-COUNT-LIGNES.
           PERFORM CUMULER-ENTREPOT.
                   MOVE WS-NB-FAMILLES TO WS-IDX-FAM
                   MOVE PRD-FAMILLE TO WS-FAM-CODE-T(WS-IDX-FAM)
                   MOVE 0 TO WS-FAM-VALEUR(WS-IDX-FAM)
                   MOVE 0 TO WS-FAM-OUVERTURE(WS-IDX-FAM)
               ELSE
                   ADD 1 TO WS-NB-FAM-HORS-TABLE
                   GO TO CUMULER-FAMILLE-EXIT
               END-IF
           END-IF.
                   WS-FAM-VALEUR(WS-IDX) ' EUR'
           END-IF.
           ADD 1 TO WS-IDX.

      *===============================================
      * COMPTABILISATION DE LA VARIATION DU MOIS
      * Par famille : cloture du mois (valorisation ci-dessus)
      * moins cloture du dernier mois comptabilise dans
      * VALSTOCK.DAT (zero au premier passage ou pour une famille
      * nouvelle). Hausse : 37 au debit, 6037 au credit ; baisse :
      * l'inverse. Un mois ferme, un mois deja comptabilise ou un
      * compte absent du plan : rien n'est ecrit.
      *===============================================
       COMPTABILISER-STOCK.
           MOVE WS-DATE-JOUR(1:6) TO WS-MOIS-STOCK.
           PERFORM CONTROLER-PERIODE-FERMEE.
           IF WS-PERIODE-FERMEE = 1
               DISPLAY '*** PERIODE COMPTABLE FERMEE - VARIATION '
                   'NON COMPTABILISEE ***'
           ELSE
               IF WS-NB-FAM-HORS-TABLE > 0
                   DISPLAY '*** PLUS DE 50 FAMILLES - VARIATION '
                       'NON COMPTABILISEE ***'
               ELSE
                   PERFORM OUVRIR-VALEURS-STOCK
                   PERFORM CHERCHER-MOIS-PRECEDENT
                   IF WS-DEJA-COMPTABILISE = 1
                       DISPLAY '*** VARIATION DU MOIS ' WS-MOIS-STOCK
                           ' DEJA COMPTABILISEE ***'
                   ELSE
                       PERFORM CHARGER-VALEURS-OUVERTURE
                       PERFORM ECRIRE-VARIATION-STOCK
                   END-IF
                   CLOSE VALEURS-STOCK
               END-IF
           END-IF.

       OUVRIR-VALEURS-STOCK.
           OPEN I-O VALEURS-STOCK.
           IF NOT WS-VSK-OUVERT-OK
      *        Premier passage : creation du fichier
               OPEN OUTPUT VALEURS-STOCK
               CLOSE VALEURS-STOCK
               OPEN I-O VALEURS-STOCK
           END-IF.

      *    Dernier mois comptabilise avant le mois courant ; le mois
      *    courant deja present signale un second passage.
       CHERCHER-MOIS-PRECEDENT.
           MOVE 0 TO WS-MOIS-PRECEDENT.
           MOVE 0 TO WS-DEJA-COMPTABILISE.
           MOVE LOW-VALUES TO VSK-CLE.
           START VALEURS-STOCK KEY >= VSK-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ VALEURS-STOCK NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF VSK-MOIS = WS-MOIS-STOCK
                           MOVE 1 TO WS-DEJA-COMPTABILISE
                       END-IF
                       IF VSK-MOIS < WS-MOIS-STOCK
                           MOVE VSK-MOIS TO WS-MOIS-PRECEDENT
                       END-IF
               END-READ
           END-PERFORM.

      *    Valeurs de cloture du mois precedent ; une famille
      *    videe depuis entre dans la table a zero pour que sa
      *    sortie de stock soit comptabilisee.
       CHARGER-VALEURS-OUVERTURE.
           IF WS-MOIS-PRECEDENT > 0
               MOVE WS-MOIS-PRECEDENT TO VSK-MOIS
               MOVE LOW-VALUES TO VSK-FAMILLE
               START VALEURS-STOCK KEY >= VSK-CLE
                   INVALID KEY CONTINUE
               END-START
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ VALEURS-STOCK NEXT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF VSK-MOIS = WS-MOIS-PRECEDENT
                               PERFORM REPORTER-VALEUR-OUVERTURE
                           ELSE
                               MOVE 1 TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       REPORTER-VALEUR-OUVERTURE.
           MOVE 'N' TO WS-TROUVE.
           MOVE 1 TO WS-IDX-FAM.
           PERFORM UNTIL WS-IDX-FAM > WS-NB-FAMILLES
               OR WS-TROUVE = 'Y'
               IF WS-FAM-CODE-T(WS-IDX-FAM) = VSK-FAMILLE
                   MOVE 'Y' TO WS-TROUVE
               ELSE
                   ADD 1 TO WS-IDX-FAM
               END-IF
           END-PERFORM.
           IF WS-TROUVE = 'N' AND WS-NB-FAMILLES < 50
               ADD 1 TO WS-NB-FAMILLES
               MOVE WS-NB-FAMILLES TO WS-IDX-FAM
               MOVE VSK-FAMILLE TO WS-FAM-CODE-T(WS-IDX-FAM)
               MOVE 0 TO WS-FAM-VALEUR(WS-IDX-FAM)
               MOVE 'Y' TO WS-TROUVE
           END-IF.
           IF WS-TROUVE = 'Y'
               MOVE VSK-VALEUR TO WS-FAM-OUVERTURE(WS-IDX-FAM)
           ELSE
               ADD 1 TO WS-NB-FAM-HORS-TABLE
           END-IF.

       ECRIRE-VARIATION-STOCK.
           OPEN I-O PLAN-COMPTES.
           PERFORM AMORCER-COMPTES-STOCK.
           MOVE 0 TO WS-NB-REJETS.
           MOVE WS-COMPTE-STOCK TO PLN-COMPTE.
           PERFORM CONTROLER-COMPTE-PLAN.
           MOVE WS-COMPTE-VARIATION TO PLN-COMPTE.
           PERFORM CONTROLER-COMPTE-PLAN.
           CLOSE PLAN-COMPTES.
           IF WS-NB-REJETS > 0 OR WS-NB-FAM-HORS-TABLE > 0
               DISPLAY '*** VARIATION NON COMPTABILISEE ***'
           ELSE
               OPEN EXTEND ECRITURES
               IF NOT WS-ECR-OUVERT-OK
                   OPEN OUTPUT ECRITURES
               END-IF
               MOVE 0 TO WS-NB-PIECES-STK
               MOVE 0 TO WS-TOT-OUVERTURE
               MOVE 0 TO WS-TOT-CLOTURE
               MOVE 0 TO WS-TOT-VARIATION
               DISPLAY '=== VARIATION DE STOCK ' WS-MOIS-STOCK
                   ' (CLOTURE PRECEDENTE ' WS-MOIS-PRECEDENT
                   ') ==='
               DISPLAY '  FAM.       OUVERTURE         CLOTURE'
                   '       VARIATION'
               MOVE 1 TO WS-IDX
               PERFORM COMPTABILISER-UNE-FAMILLE
                   UNTIL WS-IDX > WS-NB-FAMILLES
               CLOSE ECRITURES
               MOVE 'TOT.' TO WS-LVA-FAMILLE
               MOVE WS-TOT-OUVERTURE TO WS-LVA-OUVERTURE
               MOVE WS-TOT-CLOTURE TO WS-LVA-CLOTURE
               MOVE WS-TOT-VARIATION TO WS-LVA-VARIATION
               DISPLAY WS-LIGNE-VARIATION
               DISPLAY WS-NB-PIECES-STK ' FAMILLE(S) AU JOURNAL '
                   'IV (37 / 6037)'
           END-IF.

      *    Ecritures equilibrees de la famille WS-IDX et valeur de
      *    cloture memorisee pour le mois suivant.
       COMPTABILISER-UNE-FAMILLE.
           COMPUTE WS-VARIATION = WS-FAM-VALEUR(WS-IDX)
               - WS-FAM-OUVERTURE(WS-IDX).
           IF WS-VARIATION NOT = 0
               MOVE WS-DATE-JOUR TO ECR-DATE
               MOVE 'IV' TO ECR-JOURNAL
               MOVE SPACES TO ECR-PIECE
               STRING 'STK ' DELIMITED BY SIZE
                   WS-MOIS-STOCK DELIMITED BY SIZE
                   INTO ECR-PIECE
               MOVE SPACES TO ECR-LIBELLE
               STRING 'VARIATION STOCK ' DELIMITED BY SIZE
                   WS-FAM-CODE-T(WS-IDX) DELIMITED BY SIZE
                   INTO ECR-LIBELLE
               MOVE WS-FAM-CODE-T(WS-IDX) TO ECR-CENTRE
               IF WS-VARIATION > 0
                   MOVE WS-VARIATION TO WS-MONTANT-ECR
                   MOVE WS-COMPTE-STOCK TO ECR-COMPTE
               ELSE
                   COMPUTE WS-MONTANT-ECR = 0 - WS-VARIATION
                   MOVE WS-COMPTE-VARIATION TO ECR-COMPTE
               END-IF
               MOVE WS-MONTANT-ECR TO ECR-DEBIT
               MOVE 0 TO ECR-CREDIT
               WRITE ECRITURE-REC
               IF WS-VARIATION > 0
                   MOVE WS-COMPTE-VARIATION TO ECR-COMPTE
               ELSE
                   MOVE WS-COMPTE-STOCK TO ECR-COMPTE
               END-IF
               MOVE 0 TO ECR-DEBIT
               MOVE WS-MONTANT-ECR TO ECR-CREDIT
               WRITE ECRITURE-REC
               ADD 1 TO WS-NB-PIECES-STK
           END-IF.
           MOVE WS-MOIS-STOCK TO VSK-MOIS.
           MOVE WS-FAM-CODE-T(WS-IDX) TO VSK-FAMILLE.
           MOVE WS-FAM-VALEUR(WS-IDX) TO VSK-VALEUR.
           WRITE VALEUR-STOCK-REC
               INVALID KEY CONTINUE
           END-WRITE.
           ADD WS-FAM-OUVERTURE(WS-IDX) TO WS-TOT-OUVERTURE.
           ADD WS-FAM-VALEUR(WS-IDX) TO WS-TOT-CLOTURE.
           ADD WS-VARIATION TO WS-TOT-VARIATION.
           IF WS-FAM-CODE-T(WS-IDX) = SPACES
               MOVE 'SANS' TO WS-LVA-FAMILLE
           ELSE
               MOVE WS-FAM-CODE-T(WS-IDX) TO WS-LVA-FAMILLE
           END-IF.
           MOVE WS-FAM-OUVERTURE(WS-IDX) TO WS-LVA-OUVERTURE.
           MOVE WS-FAM-VALEUR(WS-IDX) TO WS-LVA-CLOTURE.
           MOVE WS-VARIATION TO WS-LVA-VARIATION.
           DISPLAY WS-LIGNE-VARIATION.
           ADD 1 TO WS-IDX.

      *    Comptes du cycle stocks, crees au premier passage - meme
      *    tour de main que COMPTAGL/AMORCER-PLAN-COMPTES.
       AMORCER-COMPTES-STOCK.
           MOVE WS-COMPTE-STOCK TO PLN-COMPTE.
           MOVE 'STOCKS DE MARCHANDISES' TO PLN-LIBELLE.
           PERFORM CREER-COMPTE-PLAN.
           MOVE WS-COMPTE-VARIATION TO PLN-COMPTE.
           MOVE 'VARIATION STOCKS MARCHANDISES' TO PLN-LIBELLE.
           PERFORM CREER-COMPTE-PLAN.

       CREER-COMPTE-PLAN.
           WRITE PLAN-COMPTE-REC
               INVALID KEY CONTINUE
           END-WRITE.

      *    MEME CONTROLE QUE COMPTAGL/CONTROLER-COMPTE-PLAN.
       CONTROLER-COMPTE-PLAN.
           READ PLAN-COMPTES
               INVALID KEY
                   DISPLAY 'COMPTE ' PLN-COMPTE ' ABSENT DU PLAN'
                   ADD 1 TO WS-NB-REJETS
           END-READ.

      *    MEME LOGIQUE QUE COMPTAGL/CONTROLER-PERIODE-FERMEE.
       CONTROLER-PERIODE-FERMEE.
           MOVE 0 TO WS-PERIODE-FERMEE.
           OPEN INPUT PERIODES.
           IF WS-PER-OUVERT-OK
               MOVE WS-MOIS-STOCK TO PER-MOIS
               READ PERIODES
                   NOT INVALID KEY
                       IF PER-STATUT = 'F'
                           MOVE 1 TO WS-PERIODE-FERMEE
                       END-IF
               END-READ
               CLOSE PERIODES
           END-IF.
