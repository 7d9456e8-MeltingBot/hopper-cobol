       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARANTIES.
      *===============================================
      * SERVICE APRES-VENTE - DOSSIERS DE GARANTIE
      * Interface ecran IBM 3270 - droit VENTES.
      * Une unite revenue en panne est retrouvee par son numero
      * de serie (SERIES.DAT : produit, client, reception et
      * livraison). A l'ouverture du dossier, les durees de
      * garantie de la fiche produit disent si la reparation est
      * gratuite pour le client (livraison + PRD-GARANTIE-MOIS)
      * et si son cout se reclame au fournisseur (reception +
      * PRD-GARANTIE-FRN). Le dossier suit ensuite les etapes
      * recu, diagnostique, envoye au fournisseur, repare, rendu
      * - chacune datee. Une reparation hors garantie se facture
      * dans FACTURE (creation de facture, option 3) ; les
      * dossiers couverts par le fournisseur alimentent la liste
      * des reclamations par fournisseur (PRD-FRN).
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DOSSIERS SAV - VOIR COPYBOOKS/GARANTIE.CPY
           SELECT GARANTIES ASSIGN TO 'GARANTIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAR-CLE
               FILE STATUS IS WS-GAR-STATUS.
           SELECT SERIES ASSIGN TO 'SERIES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SER-NUMERO
               FILE STATUS IS WS-SER-STATUS.
           SELECT PRODUITS ASSIGN TO 'PRODUITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODE.
           SELECT CLIENTS ASSIGN TO 'CLIENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID.
           SELECT FOURNISSEURS ASSIGN TO 'FOURNIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRN-CODE.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUTS PARTAGES - VOIR COPYBOOKS
       FD GARANTIES.
           COPY GARANTIE.
       FD SERIES.
           COPY SERIE.
       FD PRODUITS.
           COPY PRODUIT.
       FD CLIENTS.
           COPY CLIENT.
       FD FOURNISSEURS.
           COPY FOURNIS.
       WORKING-STORAGE SECTION.
       01 WS-CHOIX          PIC 9 VALUE 0.
       01 WS-FIN            PIC 9 VALUE 0.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-CONFIRM        PIC X VALUE SPACE.
       01 WS-LIGNE          PIC 99 VALUE 0.
       01 WS-DATE-JOUR      PIC 9(8) VALUE 0.
       01 WS-GAR-STATUS     PIC XX VALUE '00'.
           88 WS-GAR-OUVERT-OK VALUE '00'.
       01 WS-SER-STATUS     PIC XX VALUE '00'.
           88 WS-SER-OUVERT-OK VALUE '00'.
       01 WS-OPERATEUR      PIC X(6) VALUE SPACES.
      * Ouverture de session via le sous-programme SIGNON
       01 WS-FONCTION-SESSION PIC X(2) VALUE 'VE'.
       01 WS-DROITS-SESSION PIC X(11) VALUE SPACES.
       01 WS-SESSION-OK     PIC X VALUE 'N'.
      * Recherche des dossiers d'une unite
       01 WS-SERIE          PIC X(12) VALUE SPACES.
       01 WS-DERNIER-RANG   PIC 99 VALUE 0.
       01 WS-RANG-OUVERT    PIC 99 VALUE 0.
      * Fin de garantie : date de depart + duree en mois
       01 WS-DATE-CALC      PIC 9(8) VALUE 0.
       01 WS-DATE-CALC-R REDEFINES WS-DATE-CALC.
           05 WS-CALC-AAAA  PIC 9(4).
           05 WS-CALC-MM    PIC 99.
           05 WS-CALC-JJ    PIC 99.
       01 WS-NB-MOIS        PIC 999 VALUE 0.
       01 WS-NB-ANS         PIC 99 VALUE 0.
       01 WS-RESTE-MOIS     PIC 99 VALUE 0.
      * Avancement d'un dossier
       01 WS-ETAPES         PIC X(5) VALUE 'RDFPT'.
       01 WS-ETAPE-SAISIE   PIC X VALUE SPACE.
       01 WS-RANG-ETAPE     PIC 9 VALUE 0.
       01 WS-RANG-SAISIE    PIC 9 VALUE 0.
       01 WS-IDX-ETAPE      PIC 9 VALUE 0.
       01 WS-LIB-ETAPE      PIC X(13) VALUE SPACES.
      * Liste des reclamations fournisseur
       01 WS-FRN-RECLAM     PIC X(4) VALUE SPACES.
       01 WS-NB-RECLAM      PIC 999 VALUE 0.
       01 WS-TOTAL-RECLAM   PIC 9(8)V99 VALUE 0.
       PROCEDURE DIVISION.
       DEBUT.
      *    Ouverture de session obligatoire avant tout menu -
      *    voir OUVERTURE-SESSION.COB.
           CALL 'SIGNON' USING WS-FONCTION-SESSION WS-OPERATEUR
               WS-DROITS-SESSION WS-SESSION-OK.
           IF WS-SESSION-OK NOT = 'Y'
               DISPLAY 'ACCES REFUSE' LINE 16 POSITION 34
               STOP RUN
           END-IF.
           OPEN INPUT SERIES.
           IF NOT WS-SER-OUVERT-OK
               DISPLAY 'SERIES.DAT ABSENT' LINE 12 POSITION 31
               STOP RUN
           END-IF.
           OPEN I-O GARANTIES.
           IF NOT WS-GAR-OUVERT-OK
               OPEN OUTPUT GARANTIES
               CLOSE GARANTIES
               OPEN I-O GARANTIES
           END-IF.
           OPEN INPUT PRODUITS.
           OPEN INPUT CLIENTS.
           OPEN INPUT FOURNISSEURS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM UNTIL WS-FIN = 1
               PERFORM AFFICHER-MENU
               EVALUATE WS-CHOIX
                   WHEN 1 PERFORM OUVRIR-DOSSIER
                       THRU OUVRIR-DOSSIER-EXIT
                   WHEN 2 PERFORM AVANCER-DOSSIER
                       THRU AVANCER-DOSSIER-EXIT
                   WHEN 3 PERFORM CONSULTER-SERIE
                       THRU CONSULTER-SERIE-EXIT
                   WHEN 4 PERFORM LISTER-RECLAMATIONS
                       THRU LISTER-RECLAMATIONS-EXIT
                   WHEN 9 MOVE 1 TO WS-FIN
               END-EVALUATE
           END-PERFORM.
           CLOSE GARANTIES.
           CLOSE SERIES.
           CLOSE PRODUITS.
           CLOSE CLIENTS.
           CLOSE FOURNISSEURS.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY 'AU REVOIR' LINE 12 POSITION 35 HIGHLIGHT.
           STOP RUN.

       AFFICHER-MENU.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '================================================'
               LINE 2 POSITION 16 HIGHLIGHT.
           DISPLAY '     SERVICE APRES-VENTE - GARANTIES     '
               LINE 3 POSITION 20 REVERSE-VIDEO.
           DISPLAY '================================================'
               LINE 4 POSITION 16 HIGHLIGHT.
           DISPLAY '1. Ouvrir un dossier (unite en panne)' LINE 6
               POSITION 20.
           DISPLAY '2. Faire avancer un dossier' LINE 8 POSITION 20.
           DISPLAY '3. Historique d un numero de serie' LINE 10
               POSITION 20.
           DISPLAY '4. Reclamations fournisseur' LINE 12
               POSITION 20.
           DISPLAY '9. Quitter' LINE 14 POSITION 20 BLINK.
           DISPLAY 'Votre choix:' LINE 17 POSITION 20.
           ACCEPT WS-CHOIX LINE 17 POSITION 33.

      *===============================================
      * OUVERTURE D'UN DOSSIER
      * L'unite doit avoir ete livree (SER-STATUT L) et ne pas
      * avoir deja un dossier en cours. La couverture est figee
      * a l'ouverture, a la date du jour.
      *===============================================
       OUVRIR-DOSSIER.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== OUVERTURE D UN DOSSIER SAV ===' LINE 2
               POSITION 23 HIGHLIGHT.
           DISPLAY 'Numero de serie:' LINE 4 POSITION 10.
           DISPLAY '[____________]' LINE 4 POSITION 28 REVERSE-VIDEO.
           MOVE SPACES TO SER-NUMERO.
           ACCEPT SER-NUMERO LINE 4 POSITION 29.
           READ SERIES
               INVALID KEY
                   DISPLAY 'SERIE INCONNUE' LINE 14 POSITION 32
                       REVERSE-VIDEO
                   GO TO OUVRIR-DOSSIER-EXIT
           END-READ.
           IF SER-STATUT NOT = 'L'
               DISPLAY 'UNITE NON LIVREE A UN CLIENT' LINE 14
                   POSITION 25 REVERSE-VIDEO
               GO TO OUVRIR-DOSSIER-EXIT
           END-IF.
           MOVE SER-NUMERO TO WS-SERIE.
           PERFORM CHERCHER-DOSSIERS-SERIE.
           IF WS-RANG-OUVERT > 0
               DISPLAY 'DOSSIER DEJA EN COURS - RANG' LINE 14
                   POSITION 24 REVERSE-VIDEO
               DISPLAY WS-RANG-OUVERT LINE 14 POSITION 53
               GO TO OUVRIR-DOSSIER-EXIT
           END-IF.
           IF WS-DERNIER-RANG = 99
               DISPLAY 'NOMBRE DE DOSSIERS MAXIMUM ATTEINT' LINE 14
                   POSITION 23 REVERSE-VIDEO
               GO TO OUVRIR-DOSSIER-EXIT
           END-IF.
           MOVE SER-PRD TO PRD-CODE.
           READ PRODUITS
               INVALID KEY
                   DISPLAY 'PRODUIT INCONNU' LINE 14 POSITION 32
                       REVERSE-VIDEO
                   GO TO OUVRIR-DOSSIER-EXIT
           END-READ.
           MOVE SER-CLIENT TO CLI-ID.
           READ CLIENTS
               INVALID KEY
                   MOVE SPACES TO CLI-NOM
           END-READ.
           INITIALIZE GARANTIE-REC.
           MOVE WS-SERIE TO GAR-SERIE.
           COMPUTE GAR-RANG = WS-DERNIER-RANG + 1.
           MOVE SER-PRD TO GAR-PRD.
           MOVE SER-CLIENT TO GAR-CLIENT.
           MOVE PRD-FRN TO GAR-FRN.
      *    Garantie client : a compter de la livraison
           MOVE SER-DATE-SORTIE TO WS-DATE-CALC.
           MOVE PRD-GARANTIE-MOIS TO WS-NB-MOIS.
           PERFORM AJOUTER-MOIS.
           MOVE WS-DATE-CALC TO GAR-FIN-GARANTIE.
           IF PRD-GARANTIE-MOIS > 0 AND
               WS-DATE-JOUR <= GAR-FIN-GARANTIE
               MOVE 'Y' TO GAR-COUVERT
           ELSE
               MOVE 'N' TO GAR-COUVERT
           END-IF.
      *    Garantie fournisseur : a compter de la reception
           MOVE SER-DATE-ENTREE TO WS-DATE-CALC.
           MOVE PRD-GARANTIE-FRN TO WS-NB-MOIS.
           PERFORM AJOUTER-MOIS.
           MOVE WS-DATE-CALC TO GAR-FIN-GARANTIE-FRN.
           IF PRD-GARANTIE-FRN > 0 AND
               WS-DATE-JOUR <= GAR-FIN-GARANTIE-FRN
               MOVE 'Y' TO GAR-COUVERT-FRN
           ELSE
               MOVE 'N' TO GAR-COUVERT-FRN
           END-IF.
           DISPLAY 'Produit:' LINE 6 POSITION 10.
           DISPLAY SER-PRD LINE 6 POSITION 28.
           DISPLAY PRD-LIBELLE LINE 6 POSITION 38 HIGHLIGHT.
           DISPLAY 'Client:' LINE 7 POSITION 10.
           DISPLAY SER-CLIENT LINE 7 POSITION 28.
           DISPLAY CLI-NOM LINE 7 POSITION 38 HIGHLIGHT.
           DISPLAY 'Livre le:' LINE 8 POSITION 10.
           DISPLAY SER-DATE-SORTIE LINE 8 POSITION 28.
           DISPLAY 'Garantie client au:' LINE 9 POSITION 10.
           DISPLAY GAR-FIN-GARANTIE LINE 9 POSITION 30.
           IF GAR-COUVERT = 'Y'
               DISPLAY 'SOUS GARANTIE' LINE 9 POSITION 42 HIGHLIGHT
           ELSE
               DISPLAY 'HORS GARANTIE - A FACTURER' LINE 9
                   POSITION 42 REVERSE-VIDEO
           END-IF.
           DISPLAY 'Garantie fournisseur au:' LINE 10 POSITION 10.
           DISPLAY GAR-FIN-GARANTIE-FRN LINE 10 POSITION 35.
           IF GAR-COUVERT-FRN = 'Y'
               DISPLAY 'A RECLAMER A' LINE 10 POSITION 47 HIGHLIGHT
               DISPLAY GAR-FRN LINE 10 POSITION 60 HIGHLIGHT
           END-IF.
           DISPLAY 'Panne constatee:' LINE 12 POSITION 10.
           ACCEPT GAR-PANNE LINE 12 POSITION 28.
           MOVE 'R' TO GAR-ETAPE.
           MOVE WS-DATE-JOUR TO GAR-DATE-RECU.
      *    Le cout reclame au fournisseur part de la valeur de
      *    l'unite ; il se corrige au diagnostic.
           IF GAR-COUVERT-FRN = 'Y'
               MOVE PRD-COUT TO GAR-COUT
               MOVE 'A' TO GAR-RECLAM
           ELSE
               MOVE SPACE TO GAR-RECLAM
           END-IF.
           WRITE GARANTIE-REC
               INVALID KEY
                   DISPLAY 'ERREUR ECRITURE DOSSIER' LINE 14
                       POSITION 28 REVERSE-VIDEO
                   GO TO OUVRIR-DOSSIER-EXIT
           END-WRITE.
           DISPLAY '*** DOSSIER OUVERT - RANG ***' LINE 14
               POSITION 24 HIGHLIGHT.
           DISPLAY GAR-RANG LINE 14 POSITION 53 HIGHLIGHT.
       OUVRIR-DOSSIER-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 31.
           ACCEPT WS-CONFIRM.

      *    Dernier rang de dossier de l'unite (WS-SERIE) et rang
      *    du dossier encore ouvert (zero si aucun).
       CHERCHER-DOSSIERS-SERIE.
           MOVE 0 TO WS-DERNIER-RANG.
           MOVE 0 TO WS-RANG-OUVERT.
           MOVE WS-SERIE TO GAR-SERIE.
           MOVE 0 TO GAR-RANG.
           START GARANTIES KEY >= GAR-CLE
               INVALID KEY MOVE 1 TO WS-EOF
               NOT INVALID KEY MOVE 0 TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 1
               READ GARANTIES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF GAR-SERIE NOT = WS-SERIE
                           MOVE 1 TO WS-EOF
                       ELSE
                           MOVE GAR-RANG TO WS-DERNIER-RANG
                           IF GAR-ETAPE NOT = 'T'
                               MOVE GAR-RANG TO WS-RANG-OUVERT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    WS-DATE-CALC (AAAAMMJJ) avance de WS-NB-MOIS mois. Le
      *    jour est conserve tel quel : la date ne sert qu'a une
      *    comparaison avec la date du jour.
       AJOUTER-MOIS.
           IF WS-DATE-CALC > 0
               COMPUTE WS-NB-MOIS = WS-NB-MOIS + WS-CALC-MM - 1
               DIVIDE WS-NB-MOIS BY 12 GIVING WS-NB-ANS
                   REMAINDER WS-RESTE-MOIS
               ADD WS-NB-ANS TO WS-CALC-AAAA
               COMPUTE WS-CALC-MM = WS-RESTE-MOIS + 1
           END-IF.

      *===============================================
      * AVANCEMENT D'UN DOSSIER
      * Les etapes se suivent dans l'ordre R D F P T ; l'envoi au
      * fournisseur (F) peut etre saute quand l'atelier repare
      * lui-meme. Au diagnostic et a la reparation se saisissent
      * le montant a facturer (hors garantie) et le cout a
      * reclamer (garantie fournisseur).
      *===============================================
       AVANCER-DOSSIER.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== SUIVI D UN DOSSIER SAV ===' LINE 2
               POSITION 25 HIGHLIGHT.
           DISPLAY 'Numero de serie:' LINE 4 POSITION 10.
           DISPLAY '[____________]' LINE 4 POSITION 28 REVERSE-VIDEO.
           MOVE SPACES TO WS-SERIE.
           ACCEPT WS-SERIE LINE 4 POSITION 29.
           PERFORM CHERCHER-DOSSIERS-SERIE.
           IF WS-RANG-OUVERT = 0
               DISPLAY 'AUCUN DOSSIER EN COURS' LINE 14
                   POSITION 29 REVERSE-VIDEO
               GO TO AVANCER-DOSSIER-EXIT
           END-IF.
           MOVE WS-SERIE TO GAR-SERIE.
           MOVE WS-RANG-OUVERT TO GAR-RANG.
           READ GARANTIES
               INVALID KEY
                   GO TO AVANCER-DOSSIER-EXIT
           END-READ.
           DISPLAY 'Rang:' LINE 4 POSITION 45.
           DISPLAY GAR-RANG LINE 4 POSITION 51.
           DISPLAY 'Produit:' LINE 5 POSITION 10.
           DISPLAY GAR-PRD LINE 5 POSITION 28.
           DISPLAY 'Panne:' LINE 6 POSITION 10.
           DISPLAY GAR-PANNE LINE 6 POSITION 28.
           IF GAR-COUVERT = 'Y'
               DISPLAY 'SOUS GARANTIE' LINE 7 POSITION 28 HIGHLIGHT
           ELSE
               DISPLAY 'HORS GARANTIE' LINE 7 POSITION 28
                   REVERSE-VIDEO
           END-IF.
           IF GAR-COUVERT-FRN = 'Y'
               DISPLAY 'GARANTIE FOURNISSEUR' LINE 7 POSITION 44
                   HIGHLIGHT
           END-IF.
           MOVE GAR-ETAPE TO WS-ETAPE-SAISIE.
           PERFORM LIBELLE-ETAPE.
           MOVE WS-RANG-SAISIE TO WS-RANG-ETAPE.
           DISPLAY 'Etape actuelle:' LINE 8 POSITION 10.
           DISPLAY WS-LIB-ETAPE LINE 8 POSITION 28 HIGHLIGHT.
           DISPLAY 'D=diagnostique F=envoye fournisseur P=repare'
               LINE 10 POSITION 10.
           DISPLAY 'T=rendu au client' LINE 11 POSITION 10.
           DISPLAY 'Nouvelle etape:' LINE 12 POSITION 10.
           DISPLAY '[_]' LINE 12 POSITION 28 REVERSE-VIDEO.
           MOVE SPACE TO WS-ETAPE-SAISIE.
           ACCEPT WS-ETAPE-SAISIE LINE 12 POSITION 29.
           PERFORM LIBELLE-ETAPE.
           IF WS-RANG-SAISIE = 0 OR WS-RANG-SAISIE <= WS-RANG-ETAPE
               DISPLAY 'ETAPE INVALIDE OU DEJA PASSEE' LINE 16
                   POSITION 25 REVERSE-VIDEO
               GO TO AVANCER-DOSSIER-EXIT
           END-IF.
           EVALUATE WS-ETAPE-SAISIE
               WHEN 'D'
                   MOVE WS-DATE-JOUR TO GAR-DATE-DIAG
                   DISPLAY 'Diagnostic:' LINE 13 POSITION 10
                   ACCEPT GAR-DIAGNOSTIC LINE 13 POSITION 28
               WHEN 'F'
                   MOVE WS-DATE-JOUR TO GAR-DATE-ENVOI
               WHEN 'P'
                   MOVE WS-DATE-JOUR TO GAR-DATE-REPARE
               WHEN 'T'
                   MOVE WS-DATE-JOUR TO GAR-DATE-RENDU
           END-EVALUATE.
           IF WS-ETAPE-SAISIE = 'D' OR WS-ETAPE-SAISIE = 'P'
               PERFORM SAISIR-MONTANTS-DOSSIER
           END-IF.
           MOVE WS-ETAPE-SAISIE TO GAR-ETAPE.
           REWRITE GARANTIE-REC
               INVALID KEY
                   DISPLAY 'ERREUR MISE A JOUR DOSSIER' LINE 16
                       POSITION 27 REVERSE-VIDEO
                   GO TO AVANCER-DOSSIER-EXIT
           END-REWRITE.
           DISPLAY '*** DOSSIER MIS A JOUR ***' LINE 16 POSITION 27
               HIGHLIGHT.
           IF GAR-ETAPE = 'T' AND GAR-COUVERT NOT = 'Y' AND
               GAR-FACTURE = 0
               DISPLAY 'Reparation a facturer depuis FACTURE.'
                   LINE 17 POSITION 21
           END-IF.
       AVANCER-DOSSIER-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 31.
           ACCEPT WS-CONFIRM.

       SAISIR-MONTANTS-DOSSIER.
           IF GAR-COUVERT NOT = 'Y' AND GAR-FACTURE = 0
               DISPLAY 'Montant HT a facturer:' LINE 14 POSITION 10
               DISPLAY GAR-MONTANT LINE 14 POSITION 35 REVERSE-VIDEO
               ACCEPT GAR-MONTANT LINE 14 POSITION 35
           END-IF.
           IF GAR-COUVERT-FRN = 'Y' AND GAR-RECLAM = 'A'
               DISPLAY 'Cout a reclamer:' LINE 15 POSITION 10
               DISPLAY GAR-COUT LINE 15 POSITION 35 REVERSE-VIDEO
               ACCEPT GAR-COUT LINE 15 POSITION 35
           END-IF.

      *    Libelle et rang (1 a 5) de l'etape WS-ETAPE-SAISIE ;
      *    rang zero pour un code inconnu.
       LIBELLE-ETAPE.
           MOVE 0 TO WS-RANG-SAISIE.
           PERFORM VARYING WS-IDX-ETAPE FROM 1 BY 1
               UNTIL WS-IDX-ETAPE > 5
               IF WS-ETAPES(WS-IDX-ETAPE:1) = WS-ETAPE-SAISIE
                   MOVE WS-IDX-ETAPE TO WS-RANG-SAISIE
               END-IF
           END-PERFORM.
           EVALUATE WS-ETAPE-SAISIE
               WHEN 'R' MOVE 'RECU' TO WS-LIB-ETAPE
               WHEN 'D' MOVE 'DIAGNOSTIQUE' TO WS-LIB-ETAPE
               WHEN 'F' MOVE 'CHEZ FOURNIS.' TO WS-LIB-ETAPE
               WHEN 'P' MOVE 'REPARE' TO WS-LIB-ETAPE
               WHEN 'T' MOVE 'RENDU' TO WS-LIB-ETAPE
               WHEN OTHER MOVE SPACES TO WS-LIB-ETAPE
           END-EVALUATE.

      *===============================================
      * HISTORIQUE D'UN NUMERO DE SERIE
      * Vie de l'unite (reception, livraison) puis tous ses
      * dossiers SAV, du plus ancien au plus recent.
      *===============================================
       CONSULTER-SERIE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== HISTORIQUE D UNE UNITE ===' LINE 2
               POSITION 25 HIGHLIGHT.
           DISPLAY 'Numero de serie:' LINE 4 POSITION 10.
           DISPLAY '[____________]' LINE 4 POSITION 28 REVERSE-VIDEO.
           MOVE SPACES TO SER-NUMERO.
           ACCEPT SER-NUMERO LINE 4 POSITION 29.
           READ SERIES
               INVALID KEY
                   DISPLAY 'SERIE INCONNUE' LINE 14 POSITION 32
                       REVERSE-VIDEO
                   GO TO CONSULTER-SERIE-EXIT
           END-READ.
           DISPLAY 'Produit:' LINE 5 POSITION 10.
           DISPLAY SER-PRD LINE 5 POSITION 28.
           DISPLAY 'Recu le:' LINE 6 POSITION 10.
           DISPLAY SER-DATE-ENTREE LINE 6 POSITION 28.
           DISPLAY 'Cde achat:' LINE 6 POSITION 42.
           DISPLAY SER-CMD LINE 6 POSITION 54.
           DISPLAY 'Livre le:' LINE 7 POSITION 10.
           DISPLAY SER-DATE-SORTIE LINE 7 POSITION 28.
           DISPLAY 'Client:' LINE 7 POSITION 42.
           DISPLAY SER-CLIENT LINE 7 POSITION 54.
           DISPLAY 'RG' LINE 9 POSITION 3 UNDERLINE.
           DISPLAY 'RECU LE' LINE 9 POSITION 7 UNDERLINE.
           DISPLAY 'ETAPE' LINE 9 POSITION 17 UNDERLINE.
           DISPLAY 'GAR' LINE 9 POSITION 31 UNDERLINE.
           DISPLAY 'FRN' LINE 9 POSITION 35 UNDERLINE.
           DISPLAY 'PANNE' LINE 9 POSITION 40 UNDERLINE.
           DISPLAY 'FACTURE' LINE 9 POSITION 66 UNDERLINE.
           MOVE SER-NUMERO TO GAR-SERIE.
           MOVE 0 TO GAR-RANG.
           START GARANTIES KEY >= GAR-CLE
               INVALID KEY MOVE 1 TO WS-EOF
               NOT INVALID KEY MOVE 0 TO WS-EOF
           END-START.
           MOVE 10 TO WS-LIGNE.
           PERFORM UNTIL WS-EOF = 1 OR WS-LIGNE > 18
               READ GARANTIES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF GAR-SERIE NOT = SER-NUMERO
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM AFFICHER-LIGNE-DOSSIER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LIGNE = 10
               DISPLAY 'AUCUN DOSSIER SAV' LINE 10 POSITION 7
           END-IF.
       CONSULTER-SERIE-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 31.
           ACCEPT WS-CONFIRM.

       AFFICHER-LIGNE-DOSSIER.
           MOVE GAR-ETAPE TO WS-ETAPE-SAISIE.
           PERFORM LIBELLE-ETAPE.
           DISPLAY GAR-RANG LINE WS-LIGNE POSITION 3.
           DISPLAY GAR-DATE-RECU LINE WS-LIGNE POSITION 7.
           DISPLAY WS-LIB-ETAPE LINE WS-LIGNE POSITION 17.
           DISPLAY GAR-COUVERT LINE WS-LIGNE POSITION 32.
           DISPLAY GAR-COUVERT-FRN LINE WS-LIGNE POSITION 36.
           DISPLAY GAR-PANNE(1:24) LINE WS-LIGNE POSITION 40.
           IF GAR-FACTURE > 0
               DISPLAY GAR-FACTURE LINE WS-LIGNE POSITION 66
           END-IF.
           ADD 1 TO WS-LIGNE.

      *===============================================
      * RECLAMATIONS FOURNISSEUR
      * Dossiers a reclamer (GAR-RECLAM A) d'un fournisseur avec
      * le cout de chacun ; une fois la liste transmise, les
      * dossiers passent a R (reclames) a la date du jour et ne
      * reparaissent plus.
      *===============================================
       LISTER-RECLAMATIONS.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== RECLAMATIONS FOURNISSEUR ===' LINE 2
               POSITION 24 HIGHLIGHT.
           DISPLAY 'Code fournisseur:' LINE 4 POSITION 10.
           DISPLAY '[____]' LINE 4 POSITION 28 REVERSE-VIDEO.
           MOVE SPACES TO WS-FRN-RECLAM.
           ACCEPT WS-FRN-RECLAM LINE 4 POSITION 29.
           MOVE WS-FRN-RECLAM TO FRN-CODE.
           READ FOURNISSEURS
               INVALID KEY
                   MOVE SPACES TO FRN-NOM
           END-READ.
           DISPLAY FRN-NOM LINE 4 POSITION 36 HIGHLIGHT.
           DISPLAY 'SERIE' LINE 6 POSITION 3 UNDERLINE.
           DISPLAY 'RG' LINE 6 POSITION 16 UNDERLINE.
           DISPLAY 'PRODUIT' LINE 6 POSITION 19 UNDERLINE.
           DISPLAY 'RECU LE' LINE 6 POSITION 28 UNDERLINE.
           DISPLAY 'PANNE' LINE 6 POSITION 38 UNDERLINE.
           DISPLAY 'COUT' LINE 6 POSITION 64 UNDERLINE.
           MOVE 0 TO WS-NB-RECLAM.
           MOVE 0 TO WS-TOTAL-RECLAM.
           MOVE 7 TO WS-LIGNE.
           PERFORM PARCOURIR-RECLAMATIONS.
           DISPLAY 'Dossiers:' LINE 18 POSITION 3.
           DISPLAY WS-NB-RECLAM LINE 18 POSITION 13 HIGHLIGHT.
           DISPLAY 'Total a reclamer:' LINE 18 POSITION 40.
           DISPLAY WS-TOTAL-RECLAM LINE 18 POSITION 58 HIGHLIGHT.
           IF WS-NB-RECLAM = 0
               GO TO LISTER-RECLAMATIONS-EXIT
           END-IF.
           DISPLAY 'Liste transmise - marquer reclames (O/N):'
               LINE 19 POSITION 10.
           MOVE 'N' TO WS-CONFIRM.
           ACCEPT WS-CONFIRM LINE 19 POSITION 53.
           IF WS-CONFIRM = 'O'
               PERFORM MARQUER-RECLAMATIONS
               DISPLAY '*** DOSSIERS MARQUES RECLAMES ***' LINE 19
                   POSITION 23 HIGHLIGHT
           END-IF.
       LISTER-RECLAMATIONS-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 31.
           ACCEPT WS-CONFIRM.

      *    Au-dela de dix lignes l'ecran defile par page ; les
      *    totaux portent sur toute la liste.
       PARCOURIR-RECLAMATIONS.
           MOVE LOW-VALUES TO GAR-CLE.
           START GARANTIES KEY >= GAR-CLE
               INVALID KEY MOVE 1 TO WS-EOF
               NOT INVALID KEY MOVE 0 TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 1
               READ GARANTIES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF GAR-FRN = WS-FRN-RECLAM AND
                           GAR-RECLAM = 'A'
                           PERFORM AFFICHER-LIGNE-RECLAMATION
                       END-IF
               END-READ
           END-PERFORM.

       AFFICHER-LIGNE-RECLAMATION.
           IF WS-LIGNE > 16
               DISPLAY 'Suite... Appuyez ENTREE' LINE 18
                   POSITION 28
               ACCEPT WS-CONFIRM
               DISPLAY ' ' LINE 7 POSITION 1 ERASE EOS
               MOVE 7 TO WS-LIGNE
           END-IF.
           ADD 1 TO WS-NB-RECLAM.
           ADD GAR-COUT TO WS-TOTAL-RECLAM.
           DISPLAY GAR-SERIE LINE WS-LIGNE POSITION 3.
           DISPLAY GAR-RANG LINE WS-LIGNE POSITION 16.
           DISPLAY GAR-PRD LINE WS-LIGNE POSITION 19.
           DISPLAY GAR-DATE-RECU LINE WS-LIGNE POSITION 28.
           DISPLAY GAR-PANNE(1:24) LINE WS-LIGNE POSITION 38.
           DISPLAY GAR-COUT LINE WS-LIGNE POSITION 63.
           ADD 1 TO WS-LIGNE.

       MARQUER-RECLAMATIONS.
           MOVE LOW-VALUES TO GAR-CLE.
           START GARANTIES KEY >= GAR-CLE
               INVALID KEY MOVE 1 TO WS-EOF
               NOT INVALID KEY MOVE 0 TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 1
               READ GARANTIES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF GAR-FRN = WS-FRN-RECLAM AND
                           GAR-RECLAM = 'A'
                           MOVE 'R' TO GAR-RECLAM
                           MOVE WS-DATE-JOUR TO GAR-DATE-RECLAM
                           REWRITE GARANTIE-REC
                       END-IF
               END-READ
           END-PERFORM.
