       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETATSFIN.
      *===============================================
      * BILAN ET COMPTE DE RESULTAT
      * Job batch : les etats de synthese tires du grand livre,
      * au lieu du tableur que la comptable reconstruisait chaque
      * trimestre depuis la balance imprimee. Pour la periode
      * demandee (du 1er janvier a la fin du mois choisi) et la
      * meme periode de l'exercice precedent, les soldes par
      * compte sont ranges sous les rubriques du plan comptable
      * selon la classe et la sous-classe du compte :
      *   BILAN ACTIF  : actif immobilise (2, net des 28/29),
      *                  stocks (3, net des 39), creances (4
      *                  debiteurs), tresorerie (5 debiteurs)
      *   BILAN PASSIF : capitaux propres (10 a 14 et resultat
      *                  de la periode), dettes (15 a 19, 4 et 5
      *                  crediteurs)
      *   RESULTAT     : produits et charges d'exploitation,
      *                  financiers, exceptionnels, impot
      * Les ecritures sont lues dans ECRITURES.DAT et dans
      * l'archive ECRARCH.DAT des exercices clos par CLOTUREGL ;
      * les ecritures de cloture (journal CL) sont ignorees pour
      * que le resultat d'un exercice clos reste lisible.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECRITURES ASSIGN TO 'ECRITURES.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ECR-STATUS.
      *    ARCHIVE DES EXERCICES CLOS - ECRITE PAR CLOTUREGL
           SELECT ECR-ARCHIVE ASSIGN TO 'ECRARCH.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT PARTAGEE AVEC COMPTAGL - VOIR
      *    COPYBOOKS/ECRITURE.CPY
       FD ECRITURES.
           COPY ECRITURE.
      *    MEME LAYOUT QUE LE GRAND LIVRE, LU DANS WS-ECR-LUE
       FD ECR-ARCHIVE.
       01 ECR-ARCHIVE-REC   PIC X(72).
       WORKING-STORAGE SECTION.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-ECR-STATUS     PIC XX VALUE '00'.
           88 WS-ECR-OUVERT-OK VALUE '00'.
       01 WS-ARC-STATUS     PIC XX VALUE '00'.
           88 WS-ARC-OUVERT-OK VALUE '00'.
       01 WS-ANNEE          PIC 9(4) VALUE 0.
       01 WS-MOIS-FIN       PIC 99 VALUE 12.
      *    BORNES DES DEUX PERIODES (AAAAMMJJ)
       01 WS-DEBUT-N        PIC 9(8) VALUE 0.
       01 WS-FIN-N          PIC 9(8) VALUE 0.
       01 WS-DEBUT-N1       PIC 9(8) VALUE 0.
       01 WS-FIN-N1         PIC 9(8) VALUE 0.
      * Ecriture courante, lue du grand livre ou de l'archive -
      * image de COPYBOOKS/ECRITURE.CPY
       01 WS-ECR-LUE.
           05 WS-LUE-DATE    PIC 9(8).
           05 WS-LUE-JOURNAL PIC X(2).
           05 WS-LUE-PIECE   PIC X(10).
           05 WS-LUE-COMPTE  PIC 9(6).
           05 WS-LUE-LIBELLE PIC X(20).
           05 WS-LUE-DEBIT   PIC 9(9)V99.
           05 WS-LUE-CREDIT  PIC 9(9)V99.
           05 WS-LUE-CENTRE  PIC X(4).
      * Soldes par compte (debit - credit) sur les deux periodes -
      * meme technique de table que COMPTAGL/IMPRIMER-BALANCE
       01 WS-NB-CPT         PIC 999 VALUE 0.
       01 WS-IDX            PIC 999 VALUE 0.
       01 WS-TROUVE         PIC 9 VALUE 0.
       01 WS-NB-DEBORDEMENTS PIC 9(5) VALUE 0.
       01 WS-SOLDES-TABLE.
           05 WS-SLD-ENTRY OCCURS 300 TIMES.
               10 WS-SLD-COMPTE PIC 9(6).
               10 WS-SLD-N      PIC S9(11)V99.
               10 WS-SLD-N1     PIC S9(11)V99.
      *    COMPTE EN COURS DE CLASSEMENT : CLASSE ET SOUS-CLASSE
       01 WS-COMPTE         PIC 9(6) VALUE 0.
       01 WS-COMPTE-R REDEFINES WS-COMPTE.
           05 WS-CPT-CLASSE  PIC 9.
           05 WS-CPT-SOUS-CLASSE PIC 9.
           05 WS-CPT-DETAIL  PIC 9.
           05 FILLER         PIC 9(3).
       01 WS-CPT-RACINE2    PIC 99 VALUE 0.
       01 WS-SOLDE          PIC S9(11)V99 VALUE 0.
       01 WS-RUBRIQUE       PIC 99 VALUE 0.
      * Rubriques des etats : montant de la periode (N) et de la
      * meme periode de l'exercice precedent (N-1). Les actifs et
      * les charges sont cumules au debit, les passifs et les
      * produits au credit.
       01 WS-RUBRIQUES-TABLE.
           05 WS-RUB-ENTRY OCCURS 14 TIMES.
               10 WS-RUB-N      PIC S9(11)V99.
               10 WS-RUB-N1     PIC S9(11)V99.
       01 WS-LIBELLES-RUBRIQUES.
           05 FILLER PIC X(30) VALUE 'ACTIF IMMOBILISE'.
           05 FILLER PIC X(30) VALUE 'STOCKS'.
           05 FILLER PIC X(30) VALUE 'CREANCES'.
           05 FILLER PIC X(30) VALUE 'TRESORERIE'.
           05 FILLER PIC X(30) VALUE 'CAPITAUX PROPRES'.
           05 FILLER PIC X(30) VALUE 'DETTES'.
           05 FILLER PIC X(30) VALUE 'PRODUITS D EXPLOITATION'.
           05 FILLER PIC X(30) VALUE 'CHARGES D EXPLOITATION'.
           05 FILLER PIC X(30) VALUE 'PRODUITS FINANCIERS'.
           05 FILLER PIC X(30) VALUE 'CHARGES FINANCIERES'.
           05 FILLER PIC X(30) VALUE 'PRODUITS EXCEPTIONNELS'.
           05 FILLER PIC X(30) VALUE 'CHARGES EXCEPTIONNELLES'.
           05 FILLER PIC X(30) VALUE 'IMPOT SUR LES BENEFICES'.
           05 FILLER PIC X(30) VALUE 'DONT RESULTAT DE LA PERIODE'.
       01 WS-LIBELLES-RUBRIQUES-R REDEFINES WS-LIBELLES-RUBRIQUES.
           05 WS-RUB-LIBELLE PIC X(30) OCCURS 14 TIMES.
      *    NUMEROS DES RUBRIQUES
       01 WS-RUB-IMMOBILISE PIC 99 VALUE 1.
       01 WS-RUB-STOCKS     PIC 99 VALUE 2.
       01 WS-RUB-CREANCES   PIC 99 VALUE 3.
       01 WS-RUB-TRESORERIE PIC 99 VALUE 4.
       01 WS-RUB-CAPITAUX   PIC 99 VALUE 5.
       01 WS-RUB-DETTES     PIC 99 VALUE 6.
       01 WS-RUB-PRD-EXPL   PIC 99 VALUE 7.
       01 WS-RUB-CHG-EXPL   PIC 99 VALUE 8.
       01 WS-RUB-PRD-FIN    PIC 99 VALUE 9.
       01 WS-RUB-CHG-FIN    PIC 99 VALUE 10.
       01 WS-RUB-PRD-EXC    PIC 99 VALUE 11.
       01 WS-RUB-CHG-EXC    PIC 99 VALUE 12.
       01 WS-RUB-IMPOT      PIC 99 VALUE 13.
       01 WS-RUB-RESULTAT   PIC 99 VALUE 14.
      * Totaux et resultat
       01 WS-RESULTAT-N     PIC S9(11)V99 VALUE 0.
       01 WS-RESULTAT-N1    PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-N        PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-N1       PIC S9(11)V99 VALUE 0.
      * Ligne d'etat
       01 WS-LIGNE-ETAT.
           05 WS-LET-LIBELLE PIC X(30).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-LET-N       PIC -(11)9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-LET-N1      PIC -(11)9.99.
       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'EXERCICE (AAAA) ?'.
           ACCEPT WS-ANNEE.
           DISPLAY 'MOIS DE FIN DE PERIODE (MM, 12=EXERCICE) ?'.
           ACCEPT WS-MOIS-FIN.
           IF WS-MOIS-FIN < 1 OR WS-MOIS-FIN > 12
               MOVE 12 TO WS-MOIS-FIN
           END-IF.
           COMPUTE WS-DEBUT-N = WS-ANNEE * 10000 + 0101.
           COMPUTE WS-FIN-N = WS-ANNEE * 10000 + WS-MOIS-FIN * 100
               + 31.
           COMPUTE WS-DEBUT-N1 = WS-DEBUT-N - 10000.
           COMPUTE WS-FIN-N1 = WS-FIN-N - 10000.
           MOVE 0 TO WS-NB-CPT.
           MOVE 0 TO WS-NB-DEBORDEMENTS.
           PERFORM LIRE-GRAND-LIVRE.
           INITIALIZE WS-RUBRIQUES-TABLE.
           MOVE 1 TO WS-IDX.
           PERFORM CLASSER-UN-COMPTE UNTIL WS-IDX > WS-NB-CPT.
           PERFORM CALCULER-RESULTAT.
           PERFORM IMPRIMER-BILAN.
           PERFORM IMPRIMER-COMPTE-RESULTAT.
           IF WS-NB-DEBORDEMENTS > 0
               DISPLAY '*** ' WS-NB-DEBORDEMENTS ' ECRITURE(S) '
                   'HORS TABLE DES 300 COMPTES - ETATS INCOMPLETS'
           END-IF.
           STOP RUN.

      *    L'archive puis le grand livre : seules les ecritures des
      *    deux periodes sont cumulees, hors cloture.
       LIRE-GRAND-LIVRE.
           OPEN INPUT ECR-ARCHIVE.
           IF WS-ARC-OUVERT-OK
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ ECR-ARCHIVE INTO WS-ECR-LUE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END PERFORM CUMULER-ECRITURE
                   END-READ
               END-PERFORM
               CLOSE ECR-ARCHIVE
           END-IF.
           OPEN INPUT ECRITURES.
           IF WS-ECR-OUVERT-OK
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ ECRITURES INTO WS-ECR-LUE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END PERFORM CUMULER-ECRITURE
                   END-READ
               END-PERFORM
               CLOSE ECRITURES
           END-IF.

       CUMULER-ECRITURE.
           IF WS-LUE-JOURNAL NOT = 'CL' AND
               ((WS-LUE-DATE >= WS-DEBUT-N AND
               WS-LUE-DATE <= WS-FIN-N) OR
               (WS-LUE-DATE >= WS-DEBUT-N1 AND
               WS-LUE-DATE <= WS-FIN-N1))
               PERFORM CHERCHER-COMPTE-TABLE
               IF WS-TROUVE = 1
                   IF WS-LUE-DATE >= WS-DEBUT-N
                       ADD WS-LUE-DEBIT TO WS-SLD-N(WS-IDX)
                       SUBTRACT WS-LUE-CREDIT FROM WS-SLD-N(WS-IDX)
                   ELSE
                       ADD WS-LUE-DEBIT TO WS-SLD-N1(WS-IDX)
                       SUBTRACT WS-LUE-CREDIT FROM
                           WS-SLD-N1(WS-IDX)
                   END-IF
               ELSE
                   ADD 1 TO WS-NB-DEBORDEMENTS
               END-IF
           END-IF.

      *    Recherche le compte dans la table, cree l'entree au
      *    besoin - WS-TROUVE reste a 0 si la table deborde.
       CHERCHER-COMPTE-TABLE.
           MOVE 0 TO WS-TROUVE.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-NB-CPT OR WS-TROUVE = 1
               IF WS-SLD-COMPTE(WS-IDX) = WS-LUE-COMPTE
                   MOVE 1 TO WS-TROUVE
               ELSE
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM.
           IF WS-TROUVE = 0 AND WS-NB-CPT < 300
               ADD 1 TO WS-NB-CPT
               MOVE WS-NB-CPT TO WS-IDX
               MOVE WS-LUE-COMPTE TO WS-SLD-COMPTE(WS-IDX)
               MOVE 0 TO WS-SLD-N(WS-IDX)
               MOVE 0 TO WS-SLD-N1(WS-IDX)
               MOVE 1 TO WS-TROUVE
           END-IF.

      *===============================================
      * CLASSEMENT DES COMPTES DANS LES RUBRIQUES
      * Le sens du solde decide pour les comptes de tiers (4) et
      * de tresorerie (5) : debiteur a l'actif, crediteur en
      * dettes. Il est apprecie separement pour chaque periode.
      *===============================================
       CLASSER-UN-COMPTE.
           MOVE WS-SLD-COMPTE(WS-IDX) TO WS-COMPTE.
           COMPUTE WS-CPT-RACINE2 = WS-CPT-CLASSE * 10
               + WS-CPT-SOUS-CLASSE.
           MOVE WS-SLD-N(WS-IDX) TO WS-SOLDE.
           PERFORM DETERMINER-RUBRIQUE.
           IF WS-RUBRIQUE > 0
               PERFORM AJOUTER-SOLDE-N
           END-IF.
           MOVE WS-SLD-N1(WS-IDX) TO WS-SOLDE.
           PERFORM DETERMINER-RUBRIQUE.
           IF WS-RUBRIQUE > 0
               PERFORM AJOUTER-SOLDE-N1
           END-IF.
           ADD 1 TO WS-IDX.

      *    Rubrique du compte WS-COMPTE pour le solde WS-SOLDE
      *    (0 = hors etats : classes 8 et 9, comptes de liaison).
       DETERMINER-RUBRIQUE.
           MOVE 0 TO WS-RUBRIQUE.
           EVALUATE TRUE
               WHEN WS-CPT-RACINE2 >= 10 AND WS-CPT-RACINE2 <= 14
                   MOVE WS-RUB-CAPITAUX TO WS-RUBRIQUE
               WHEN WS-CPT-CLASSE = 1
                   MOVE WS-RUB-DETTES TO WS-RUBRIQUE
               WHEN WS-CPT-CLASSE = 2
                   MOVE WS-RUB-IMMOBILISE TO WS-RUBRIQUE
               WHEN WS-CPT-CLASSE = 3
                   MOVE WS-RUB-STOCKS TO WS-RUBRIQUE
               WHEN WS-CPT-CLASSE = 4 AND WS-SOLDE >= 0
                   MOVE WS-RUB-CREANCES TO WS-RUBRIQUE
               WHEN WS-CPT-CLASSE = 4
                   MOVE WS-RUB-DETTES TO WS-RUBRIQUE
               WHEN WS-CPT-CLASSE = 5 AND WS-SOLDE >= 0
                   MOVE WS-RUB-TRESORERIE TO WS-RUBRIQUE
               WHEN WS-CPT-CLASSE = 5
                   MOVE WS-RUB-DETTES TO WS-RUBRIQUE
               WHEN WS-CPT-RACINE2 = 66
                   MOVE WS-RUB-CHG-FIN TO WS-RUBRIQUE
               WHEN WS-CPT-RACINE2 = 67
                   MOVE WS-RUB-CHG-EXC TO WS-RUBRIQUE
               WHEN WS-CPT-RACINE2 = 68 AND WS-CPT-DETAIL = 6
                   MOVE WS-RUB-CHG-FIN TO WS-RUBRIQUE
               WHEN WS-CPT-RACINE2 = 68 AND WS-CPT-DETAIL = 7
                   MOVE WS-RUB-CHG-EXC TO WS-RUBRIQUE
               WHEN WS-CPT-RACINE2 = 69
                   MOVE WS-RUB-IMPOT TO WS-RUBRIQUE
               WHEN WS-CPT-CLASSE = 6
                   MOVE WS-RUB-CHG-EXPL TO WS-RUBRIQUE
               WHEN WS-CPT-RACINE2 = 76
                   MOVE WS-RUB-PRD-FIN TO WS-RUBRIQUE
               WHEN WS-CPT-RACINE2 = 77
                   MOVE WS-RUB-PRD-EXC TO WS-RUBRIQUE
               WHEN WS-CPT-RACINE2 = 78 AND WS-CPT-DETAIL = 6
                   MOVE WS-RUB-PRD-FIN TO WS-RUBRIQUE
               WHEN WS-CPT-RACINE2 = 78 AND WS-CPT-DETAIL = 7
                   MOVE WS-RUB-PRD-EXC TO WS-RUBRIQUE
               WHEN WS-CPT-CLASSE = 7
                   MOVE WS-RUB-PRD-EXPL TO WS-RUBRIQUE
           END-EVALUATE.

      *    Actifs et charges au debit (solde tel quel), passifs et
      *    produits au credit (solde change de signe).
       AJOUTER-SOLDE-N.
           IF WS-RUBRIQUE = WS-RUB-CAPITAUX OR
               WS-RUBRIQUE = WS-RUB-DETTES OR
               WS-RUBRIQUE = WS-RUB-PRD-EXPL OR
               WS-RUBRIQUE = WS-RUB-PRD-FIN OR
               WS-RUBRIQUE = WS-RUB-PRD-EXC
               SUBTRACT WS-SOLDE FROM WS-RUB-N(WS-RUBRIQUE)
           ELSE
               ADD WS-SOLDE TO WS-RUB-N(WS-RUBRIQUE)
           END-IF.

       AJOUTER-SOLDE-N1.
           IF WS-RUBRIQUE = WS-RUB-CAPITAUX OR
               WS-RUBRIQUE = WS-RUB-DETTES OR
               WS-RUBRIQUE = WS-RUB-PRD-EXPL OR
               WS-RUBRIQUE = WS-RUB-PRD-FIN OR
               WS-RUBRIQUE = WS-RUB-PRD-EXC
               SUBTRACT WS-SOLDE FROM WS-RUB-N1(WS-RUBRIQUE)
           ELSE
               ADD WS-SOLDE TO WS-RUB-N1(WS-RUBRIQUE)
           END-IF.

      *    Resultat de la periode = produits - charges ; il entre
      *    aux capitaux propres pour que le bilan s'equilibre
      *    avant cloture.
       CALCULER-RESULTAT.
           COMPUTE WS-RESULTAT-N =
               WS-RUB-N(WS-RUB-PRD-EXPL) - WS-RUB-N(WS-RUB-CHG-EXPL)
               + WS-RUB-N(WS-RUB-PRD-FIN) - WS-RUB-N(WS-RUB-CHG-FIN)
               + WS-RUB-N(WS-RUB-PRD-EXC) - WS-RUB-N(WS-RUB-CHG-EXC)
               - WS-RUB-N(WS-RUB-IMPOT).
           COMPUTE WS-RESULTAT-N1 =
               WS-RUB-N1(WS-RUB-PRD-EXPL)
               - WS-RUB-N1(WS-RUB-CHG-EXPL)
               + WS-RUB-N1(WS-RUB-PRD-FIN)
               - WS-RUB-N1(WS-RUB-CHG-FIN)
               + WS-RUB-N1(WS-RUB-PRD-EXC)
               - WS-RUB-N1(WS-RUB-CHG-EXC)
               - WS-RUB-N1(WS-RUB-IMPOT).
           MOVE WS-RESULTAT-N TO WS-RUB-N(WS-RUB-RESULTAT).
           MOVE WS-RESULTAT-N1 TO WS-RUB-N1(WS-RUB-RESULTAT).
           ADD WS-RESULTAT-N TO WS-RUB-N(WS-RUB-CAPITAUX).
           ADD WS-RESULTAT-N1 TO WS-RUB-N1(WS-RUB-CAPITAUX).

      *===============================================
      * IMPRESSION DES ETATS
      *===============================================
       IMPRIMER-BILAN.
           DISPLAY '=== BILAN AU ' WS-FIN-N ' ==='.
           DISPLAY '                                         PERIODE'
               '       PERIODE N-1'.
           DISPLAY '--- ACTIF ---'.
           MOVE 0 TO WS-TOTAL-N.
           MOVE 0 TO WS-TOTAL-N1.
           MOVE WS-RUB-IMMOBILISE TO WS-RUBRIQUE.
           PERFORM IMPRIMER-RUBRIQUE-TOTALISEE.
           MOVE WS-RUB-STOCKS TO WS-RUBRIQUE.
           PERFORM IMPRIMER-RUBRIQUE-TOTALISEE.
           MOVE WS-RUB-CREANCES TO WS-RUBRIQUE.
           PERFORM IMPRIMER-RUBRIQUE-TOTALISEE.
           MOVE WS-RUB-TRESORERIE TO WS-RUBRIQUE.
           PERFORM IMPRIMER-RUBRIQUE-TOTALISEE.
           MOVE 'TOTAL ACTIF' TO WS-LET-LIBELLE.
           PERFORM IMPRIMER-TOTAL.
           DISPLAY '--- PASSIF ---'.
           MOVE 0 TO WS-TOTAL-N.
           MOVE 0 TO WS-TOTAL-N1.
           MOVE WS-RUB-CAPITAUX TO WS-RUBRIQUE.
           PERFORM IMPRIMER-RUBRIQUE-TOTALISEE.
           MOVE WS-RUB-RESULTAT TO WS-RUBRIQUE.
           PERFORM IMPRIMER-RUBRIQUE.
           MOVE WS-RUB-DETTES TO WS-RUBRIQUE.
           PERFORM IMPRIMER-RUBRIQUE-TOTALISEE.
           MOVE 'TOTAL PASSIF' TO WS-LET-LIBELLE.
           PERFORM IMPRIMER-TOTAL.

       IMPRIMER-COMPTE-RESULTAT.
           DISPLAY '=== COMPTE DE RESULTAT DU ' WS-DEBUT-N ' AU '
               WS-FIN-N ' ==='.
           MOVE WS-RUB-PRD-EXPL TO WS-RUBRIQUE.
           PERFORM IMPRIMER-RUBRIQUE.
           MOVE WS-RUB-CHG-EXPL TO WS-RUBRIQUE.
           PERFORM IMPRIMER-RUBRIQUE.
           MOVE WS-RUB-PRD-FIN TO WS-RUBRIQUE.
           PERFORM IMPRIMER-RUBRIQUE.
           MOVE WS-RUB-CHG-FIN TO WS-RUBRIQUE.
           PERFORM IMPRIMER-RUBRIQUE.
           MOVE WS-RUB-PRD-EXC TO WS-RUBRIQUE.
           PERFORM IMPRIMER-RUBRIQUE.
           MOVE WS-RUB-CHG-EXC TO WS-RUBRIQUE.
           PERFORM IMPRIMER-RUBRIQUE.
           MOVE WS-RUB-IMPOT TO WS-RUBRIQUE.
           PERFORM IMPRIMER-RUBRIQUE.
           MOVE 'RESULTAT (+ = BENEFICE)' TO WS-LET-LIBELLE.
           MOVE WS-RESULTAT-N TO WS-LET-N.
           MOVE WS-RESULTAT-N1 TO WS-LET-N1.
           DISPLAY WS-LIGNE-ETAT.

       IMPRIMER-RUBRIQUE.
           MOVE WS-RUB-LIBELLE(WS-RUBRIQUE) TO WS-LET-LIBELLE.
           MOVE WS-RUB-N(WS-RUBRIQUE) TO WS-LET-N.
           MOVE WS-RUB-N1(WS-RUBRIQUE) TO WS-LET-N1.
           DISPLAY WS-LIGNE-ETAT.

       IMPRIMER-RUBRIQUE-TOTALISEE.
           PERFORM IMPRIMER-RUBRIQUE.
           ADD WS-RUB-N(WS-RUBRIQUE) TO WS-TOTAL-N.
           ADD WS-RUB-N1(WS-RUBRIQUE) TO WS-TOTAL-N1.

       IMPRIMER-TOTAL.
           MOVE WS-TOTAL-N TO WS-LET-N.
           MOVE WS-TOTAL-N1 TO WS-LET-N1.
           DISPLAY WS-LIGNE-ETAT.
