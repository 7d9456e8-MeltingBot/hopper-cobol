       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMACHAT.
      *===============================================
      * DEMANDES D'ACHAT DES SERVICES
      * Interface ecran IBM 3270 - ouvert a tout operateur.
      * Le personnel (hotel, entrepot, bureaux) exprime ici ses
      * besoins au lieu d'appeler l'acheteur : demandeur (la
      * session), centre de cout (CENTRES.DAT), date de besoin,
      * et des lignes produit du catalogue ou article libre avec
      * quantite. Le responsable du centre (CTR-RESPONSABLE,
      * sinon un administrateur) approuve ou refuse ; l'acheteur
      * reprend ensuite les lignes approuvees en commande ou en
      * appel d'offres dans GESTION-ACHATS (saisie commandes,
      * option 9). Le demandeur suit chaque ligne jusqu'a la
      * reception, lue sur la commande qui l'a reprise.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DEMANDES D'ACHAT - VOIR COPYBOOKS/DEMACHAT.CPY ET
      *    DEMACHL.CPY
           SELECT DEMANDES-ACHAT ASSIGN TO 'DEMACHAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DMA-NUM
               FILE STATUS IS WS-DMA-STATUS.
           SELECT LIGNES-DEMANDE ASSIGN TO 'DEMACHAT-L.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DML-CLE
               FILE STATUS IS WS-DML-STATUS.
      *    CENTRES DE COUT - VOIR COPYBOOKS/CENTRE.CPY
           SELECT CENTRES ASSIGN TO 'CENTRES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-CODE
               FILE STATUS IS WS-CTR-STATUS.
           SELECT PRODUITS ASSIGN TO 'PRODUITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODE.
      *    COMMANDES FOURNISSEUR ET APPELS D'OFFRES, LUS POUR LE
      *    SUIVI DES LIGNES TRANSMISES A L'ACHETEUR
           SELECT COMMANDES ASSIGN TO 'COMMANDES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMD-NUM
               FILE STATUS IS WS-CMD-STATUS.
           SELECT LIGNES-COMMANDE ASSIGN TO 'COMMANDES-L.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCM-CLE
               FILE STATUS IS WS-LCM-STATUS.
           SELECT APPELS-OFFRES ASSIGN TO 'APPELS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AOF-NUM
               FILE STATUS IS WS-AOF-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUTS PARTAGES - VOIR COPYBOOKS
       FD DEMANDES-ACHAT.
           COPY DEMACHAT.
       FD LIGNES-DEMANDE.
           COPY DEMACHL.
       FD CENTRES.
           COPY CENTRE.
       FD PRODUITS.
           COPY PRODUIT.
       FD COMMANDES.
           COPY COMMANDE.
       FD LIGNES-COMMANDE.
           COPY LIGNECMD.
      *    APPELS D'OFFRES : EN-TETES - MEME LAYOUT QUE
      *    GESTION-ACHATS
       FD APPELS-OFFRES.
       01 APPEL-OFFRE-REC.
           05 AOF-NUM       PIC 9(6).
           05 AOF-DATE      PIC 9(8).
           05 AOF-STATUT    PIC X.
      *       E=EN CONSULTATION, A=ADJUGE, X=SANS SUITE
           05 AOF-FRN-RETENU PIC X(4).
           05 AOF-CMD       PIC 9(6).
       WORKING-STORAGE SECTION.
       01 WS-CHOIX          PIC 9 VALUE 0.
       01 WS-FIN            PIC 9 VALUE 0.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-LIG-EOF        PIC 9 VALUE 0.
       01 WS-CONFIRM        PIC X VALUE SPACE.
       01 WS-LIGNE          PIC 99 VALUE 0.
       01 WS-DATE-JOUR      PIC 9(8) VALUE 0.
       01 WS-DMA-STATUS     PIC XX VALUE '00'.
           88 WS-DMA-OUVERT-OK VALUE '00'.
       01 WS-DML-STATUS     PIC XX VALUE '00'.
           88 WS-DML-OUVERT-OK VALUE '00'.
       01 WS-CTR-STATUS     PIC XX VALUE '00'.
           88 WS-CTR-OUVERT-OK VALUE '00'.
       01 WS-CMD-STATUS     PIC XX VALUE '00'.
           88 WS-CMD-OUVERT-OK VALUE '00'.
       01 WS-LCM-STATUS     PIC XX VALUE '00'.
           88 WS-LCM-OUVERT-OK VALUE '00'.
       01 WS-AOF-STATUS     PIC XX VALUE '00'.
           88 WS-AOF-OUVERT-OK VALUE '00'.
      * Fichiers de l'achat presents (suivi des lignes)
       01 WS-CMD-DISPO      PIC X VALUE 'N'.
       01 WS-AOF-DISPO      PIC X VALUE 'N'.
       01 WS-OPERATEUR      PIC X(6) VALUE SPACES.
      * Ouverture de session via le sous-programme SIGNON - pas
      * de droit propre : toute personne habilitee a se
      * connecter peut exprimer un besoin. L'approbation est
      * reservee au responsable du centre ou a l'ADMINISTRATION.
       01 WS-FONCTION-SESSION PIC X(2) VALUE 'DA'.
       01 WS-DROITS-SESSION PIC X(11) VALUE SPACES.
       01 WS-SESSION-OK     PIC X VALUE 'N'.
      * Saisie d'une demande
       01 WS-NEXT-DMA       PIC 9(6) VALUE 1.
       01 WS-NUM-LIGNE      PIC 99 VALUE 0.
       01 WS-CONTINUER-SAISIE PIC X VALUE SPACE.
       01 WS-PRD-SAISI      PIC X(8) VALUE SPACES.
      * Suivi et approbation
       01 WS-DMA-SAISIE     PIC 9(6) VALUE 0.
       01 WS-LIB-STATUT     PIC X(12) VALUE SPACES.
       01 WS-LIB-ETAT       PIC X(18) VALUE SPACES.
       01 WS-CMD-SUIVIE     PIC 9(6) VALUE 0.
       01 WS-LIGNE-SUIVIE   PIC 99 VALUE 0.
       01 WS-DECISION       PIC X VALUE SPACE.
       01 WS-APPROBATION-OK PIC X VALUE 'N'.
       01 WS-NB-LISTEES     PIC 999 VALUE 0.
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
           OPEN INPUT CENTRES.
           IF NOT WS-CTR-OUVERT-OK
               DISPLAY 'CENTRES.DAT ABSENT' LINE 12 POSITION 31
               STOP RUN
           END-IF.
           OPEN I-O DEMANDES-ACHAT.
           IF NOT WS-DMA-OUVERT-OK
               OPEN OUTPUT DEMANDES-ACHAT
               CLOSE DEMANDES-ACHAT
               OPEN I-O DEMANDES-ACHAT
           END-IF.
           OPEN I-O LIGNES-DEMANDE.
           IF NOT WS-DML-OUVERT-OK
               OPEN OUTPUT LIGNES-DEMANDE
               CLOSE LIGNES-DEMANDE
               OPEN I-O LIGNES-DEMANDE
           END-IF.
           OPEN INPUT PRODUITS.
           OPEN INPUT COMMANDES.
           OPEN INPUT LIGNES-COMMANDE.
           IF WS-CMD-OUVERT-OK AND WS-LCM-OUVERT-OK
               MOVE 'Y' TO WS-CMD-DISPO
           END-IF.
           OPEN INPUT APPELS-OFFRES.
           IF WS-AOF-OUVERT-OK
               MOVE 'Y' TO WS-AOF-DISPO
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM INITIALISER-COMPTEUR-DMA.
           PERFORM UNTIL WS-FIN = 1
               PERFORM AFFICHER-MENU
               EVALUATE WS-CHOIX
                   WHEN 1 PERFORM NOUVELLE-DEMANDE
                       THRU NOUVELLE-DEMANDE-EXIT
                   WHEN 2 PERFORM SUIVRE-DEMANDES
                       THRU SUIVRE-DEMANDES-EXIT
                   WHEN 3 PERFORM APPROUVER-DEMANDES
                       THRU APPROUVER-DEMANDES-EXIT
                   WHEN 9 MOVE 1 TO WS-FIN
               END-EVALUATE
           END-PERFORM.
           CLOSE DEMANDES-ACHAT.
           CLOSE LIGNES-DEMANDE.
           CLOSE CENTRES.
           CLOSE PRODUITS.
           IF WS-CMD-OUVERT-OK
               CLOSE COMMANDES
           END-IF.
           IF WS-LCM-OUVERT-OK
               CLOSE LIGNES-COMMANDE
           END-IF.
           IF WS-AOF-DISPO = 'Y'
               CLOSE APPELS-OFFRES
           END-IF.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY 'AU REVOIR' LINE 12 POSITION 35 HIGHLIGHT.
           STOP RUN.

       AFFICHER-MENU.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '================================================'
               LINE 2 POSITION 16 HIGHLIGHT.
           DISPLAY '          DEMANDES D ACHAT DES SERVICES       '
               LINE 3 POSITION 16 REVERSE-VIDEO.
           DISPLAY '================================================'
               LINE 4 POSITION 16 HIGHLIGHT.
           DISPLAY '1. Nouvelle demande d achat' LINE 7 POSITION 20.
           DISPLAY '2. Suivre mes demandes' LINE 9 POSITION 20.
           DISPLAY '3. Approuver les demandes (responsable)' LINE 11
               POSITION 20.
           DISPLAY '9. Quitter' LINE 13 POSITION 20 BLINK.
           DISPLAY 'Votre choix:' LINE 16 POSITION 20.
           ACCEPT WS-CHOIX LINE 16 POSITION 33.

      *    Meme technique de reprise de compteur que
      *    GESTION-ACHATS/INITIALISER-COMPTEUR-AOF.
       INITIALISER-COMPTEUR-DMA.
           MOVE 1 TO WS-NEXT-DMA.
           MOVE 0 TO DMA-NUM.
           START DEMANDES-ACHAT KEY >= DMA-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ DEMANDES-ACHAT NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DMA-NUM + 1 > WS-NEXT-DMA
                           COMPUTE WS-NEXT-DMA = DMA-NUM + 1
                       END-IF
               END-READ
           END-PERFORM.

      *===============================================
      * SAISIE D'UNE DEMANDE
      * Le centre de cout est controle dans CENTRES.DAT. Les
      * lignes (dix au plus) sont ecrites au fil de la saisie,
      * l'en-tete a la fin : une demande sans ligne n'est pas
      * creee. La demande part aussitot a l'approbation.
      *===============================================
       NOUVELLE-DEMANDE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== NOUVELLE DEMANDE D ACHAT ===' LINE 2
               POSITION 24 HIGHLIGHT.
           DISPLAY 'Demandeur:' LINE 4 POSITION 10.
           DISPLAY WS-OPERATEUR LINE 4 POSITION 30 HIGHLIGHT.
           DISPLAY 'Centre de cout:' LINE 5 POSITION 10.
           DISPLAY '[____]' LINE 5 POSITION 29 REVERSE-VIDEO.
           MOVE SPACES TO CTR-CODE.
           ACCEPT CTR-CODE LINE 5 POSITION 30.
           READ CENTRES
               INVALID KEY
                   DISPLAY 'CENTRE DE COUT INCONNU' LINE 14
                       POSITION 29 REVERSE-VIDEO
                   GO TO NOUVELLE-DEMANDE-EXIT
           END-READ.
           DISPLAY CTR-LIBELLE LINE 5 POSITION 37.
           DISPLAY 'Date de besoin:' LINE 6 POSITION 10.
           DISPLAY '[________]' LINE 6 POSITION 29 REVERSE-VIDEO.
           MOVE 0 TO DMA-DATE-BESOIN.
           ACCEPT DMA-DATE-BESOIN LINE 6 POSITION 30.
           IF DMA-DATE-BESOIN < WS-DATE-JOUR
               DISPLAY 'DATE DE BESOIN DEJA PASSEE' LINE 14
                   POSITION 27 REVERSE-VIDEO
               GO TO NOUVELLE-DEMANDE-EXIT
           END-IF.
           MOVE WS-NEXT-DMA TO DMA-NUM.
           DISPLAY 'Numero demande:' LINE 7 POSITION 10.
           DISPLAY DMA-NUM LINE 7 POSITION 30 HIGHLIGHT.
           MOVE 0 TO WS-NUM-LIGNE.
           MOVE SPACE TO WS-CONTINUER-SAISIE.
           PERFORM SAISIR-LIGNE-DEMANDE
               THRU SAISIR-LIGNE-DEMANDE-EXIT
               UNTIL WS-CONTINUER-SAISIE = 'N'.
           IF WS-NUM-LIGNE = 0
               DISPLAY 'DEMANDE VIDE - ABANDONNEE' LINE 19
                   POSITION 28 HIGHLIGHT
               GO TO NOUVELLE-DEMANDE-EXIT
           END-IF.
           ADD 1 TO WS-NEXT-DMA.
           MOVE WS-OPERATEUR TO DMA-DEMANDEUR.
           MOVE CTR-CODE TO DMA-CENTRE.
           MOVE WS-DATE-JOUR TO DMA-DATE.
           MOVE 'A' TO DMA-STATUT.
           MOVE SPACES TO DMA-APPROBATEUR.
           MOVE 0 TO DMA-DATE-APPROB.
           MOVE SPACES TO DMA-MOTIF-REFUS.
           MOVE WS-NUM-LIGNE TO DMA-NB-LIGNES.
           WRITE DEMANDE-ACHAT-REC.
           DISPLAY '*** DEMANDE ENVOYEE A L APPROBATION ***' LINE 19
               POSITION 21 HIGHLIGHT.
       NOUVELLE-DEMANDE-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 21 POSITION 31 BLINK.
           ACCEPT WS-CONFIRM LINE 21 POSITION 49.

      *    Produit du catalogue, ou article libre si le code est
      *    laisse en blanc - meme tour de main que
      *    GESTION-ACHATS/SAISIR-LIGNE-COMMANDE.
       SAISIR-LIGNE-DEMANDE.
           ADD 1 TO WS-NUM-LIGNE.
           IF WS-NUM-LIGNE > 10
               SUBTRACT 1 FROM WS-NUM-LIGNE
               MOVE 'N' TO WS-CONTINUER-SAISIE
               GO TO SAISIR-LIGNE-DEMANDE-EXIT
           END-IF.
           DISPLAY ' ' LINE 9 POSITION 1 ERASE EOS.
           DISPLAY 'Ligne' LINE 9 POSITION 10.
           DISPLAY WS-NUM-LIGNE LINE 9 POSITION 16.
           DISPLAY 'Code produit (blanc=article libre,' LINE 10
               POSITION 10.
           DISPLAY 'FIN=00000000):' LINE 11 POSITION 10.
           DISPLAY '[________]' LINE 11 POSITION 29 REVERSE-VIDEO.
           MOVE SPACES TO WS-PRD-SAISI.
           ACCEPT WS-PRD-SAISI LINE 11 POSITION 30.
           IF WS-PRD-SAISI = '00000000'
               SUBTRACT 1 FROM WS-NUM-LIGNE
               MOVE 'N' TO WS-CONTINUER-SAISIE
               GO TO SAISIR-LIGNE-DEMANDE-EXIT
           END-IF.
           MOVE SPACES TO DML-PRD DML-LIBELLE DML-FRN.
           IF WS-PRD-SAISI = SPACES
               DISPLAY 'Description:' LINE 12 POSITION 10
               ACCEPT DML-LIBELLE LINE 12 POSITION 29
               IF DML-LIBELLE = SPACES
                   SUBTRACT 1 FROM WS-NUM-LIGNE
                   MOVE 'N' TO WS-CONTINUER-SAISIE
                   GO TO SAISIR-LIGNE-DEMANDE-EXIT
               END-IF
           ELSE
               MOVE WS-PRD-SAISI TO PRD-CODE
               READ PRODUITS
                   INVALID KEY
                       DISPLAY 'PRODUIT INCONNU' LINE 16
                           POSITION 32 HIGHLIGHT
                       SUBTRACT 1 FROM WS-NUM-LIGNE
                       GO TO SAISIR-LIGNE-DEMANDE-EXIT
               END-READ
      *        Un produit condamne ne se rachete plus.
               IF PRD-CYCLE = 'F' OR PRD-CYCLE = 'R'
                   DISPLAY 'PRODUIT EN FIN DE SERIE - ACHAT BLOQUE'
                       LINE 16 POSITION 21 HIGHLIGHT
                   SUBTRACT 1 FROM WS-NUM-LIGNE
                   GO TO SAISIR-LIGNE-DEMANDE-EXIT
               END-IF
               MOVE PRD-CODE TO DML-PRD
               MOVE PRD-LIBELLE TO DML-LIBELLE
               MOVE PRD-FRN TO DML-FRN
               DISPLAY 'Produit:' LINE 12 POSITION 10
               DISPLAY PRD-LIBELLE LINE 12 POSITION 29 HIGHLIGHT
           END-IF.
           DISPLAY 'Quantite:' LINE 13 POSITION 10.
           IF DML-PRD NOT = SPACES AND PRD-UNITE-ACHAT NOT = SPACES
               DISPLAY '(' LINE 13 POSITION 20
               DISPLAY PRD-UNITE-ACHAT LINE 13 POSITION 21
               DISPLAY ')' LINE 13 POSITION 24
           END-IF.
           DISPLAY '[____]' LINE 13 POSITION 29 REVERSE-VIDEO.
           MOVE 0 TO DML-QTE.
           ACCEPT DML-QTE LINE 13 POSITION 30.
           IF DML-QTE = 0
               DISPLAY 'QUANTITE NULLE - LIGNE IGNOREE' LINE 16
                   POSITION 25 HIGHLIGHT
               SUBTRACT 1 FROM WS-NUM-LIGNE
               GO TO SAISIR-LIGNE-DEMANDE-EXIT
           END-IF.
           MOVE WS-NEXT-DMA TO DML-NUM.
           MOVE WS-NUM-LIGNE TO DML-LIGNE.
           MOVE 'E' TO DML-STATUT.
           MOVE 0 TO DML-CMD DML-CMD-LIGNE.
           MOVE 0 TO DML-AOF DML-AOF-LIGNE.
           WRITE LIGNE-DEMANDE-REC.
           DISPLAY 'Ligne enregistree' LINE 16 POSITION 10.
       SAISIR-LIGNE-DEMANDE-EXIT.
           EXIT.

      *===============================================
      * SUIVI DES DEMANDES DU DEMANDEUR
      * Les demandes de l'operateur en session, puis le detail
      * d'une demande ligne par ligne.
      *===============================================
       SUIVRE-DEMANDES.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== MES DEMANDES D ACHAT ===' LINE 2
               POSITION 26 HIGHLIGHT.
           DISPLAY 'NUMERO' LINE 4 POSITION 5 UNDERLINE.
           DISPLAY 'DATE' LINE 4 POSITION 13 UNDERLINE.
           DISPLAY 'CENTRE' LINE 4 POSITION 23 UNDERLINE.
           DISPLAY 'BESOIN' LINE 4 POSITION 31 UNDERLINE.
           DISPLAY 'STATUT' LINE 4 POSITION 41 UNDERLINE.
           DISPLAY 'LIGNES' LINE 4 POSITION 55 UNDERLINE.
           MOVE 5 TO WS-LIGNE.
           MOVE 0 TO WS-NB-LISTEES.
           MOVE 0 TO DMA-NUM.
           START DEMANDES-ACHAT KEY >= DMA-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ DEMANDES-ACHAT NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DMA-DEMANDEUR = WS-OPERATEUR
                           PERFORM AFFICHER-LIGNE-DEMANDE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NB-LISTEES = 0
               DISPLAY 'AUCUNE DEMANDE' LINE 12 POSITION 33
                   HIGHLIGHT
               GO TO SUIVRE-DEMANDES-EXIT
           END-IF.
           DISPLAY 'Demande a detailler (0=aucune):' LINE 19
               POSITION 10.
           MOVE 0 TO WS-DMA-SAISIE.
           ACCEPT WS-DMA-SAISIE LINE 19 POSITION 43.
           IF WS-DMA-SAISIE = 0
               GO TO SUIVRE-DEMANDES-EXIT
           END-IF.
           MOVE WS-DMA-SAISIE TO DMA-NUM.
           READ DEMANDES-ACHAT
               INVALID KEY
                   DISPLAY 'DEMANDE INCONNUE' LINE 20 POSITION 32
                       HIGHLIGHT
                   GO TO SUIVRE-DEMANDES-EXIT
           END-READ.
           PERFORM AFFICHER-DETAIL-DEMANDE.
       SUIVRE-DEMANDES-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 31 BLINK.
           ACCEPT WS-CONFIRM LINE 22 POSITION 49.

      *    Une demande par ligne, douze par ecran.
       AFFICHER-LIGNE-DEMANDE.
           IF WS-LIGNE > 16
               DISPLAY 'Suite... Appuyez ENTREE' LINE 22 POSITION 28
               ACCEPT WS-CONFIRM
               DISPLAY ' ' LINE 5 POSITION 1 ERASE EOS
               MOVE 5 TO WS-LIGNE
           END-IF.
           PERFORM LIBELLER-STATUT-DEMANDE.
           DISPLAY DMA-NUM LINE WS-LIGNE POSITION 5.
           DISPLAY DMA-DATE LINE WS-LIGNE POSITION 13.
           DISPLAY DMA-CENTRE LINE WS-LIGNE POSITION 23.
           DISPLAY DMA-DATE-BESOIN LINE WS-LIGNE POSITION 31.
           DISPLAY WS-LIB-STATUT LINE WS-LIGNE POSITION 41.
           DISPLAY DMA-NB-LIGNES LINE WS-LIGNE POSITION 57.
           ADD 1 TO WS-LIGNE.
           ADD 1 TO WS-NB-LISTEES.

       LIBELLER-STATUT-DEMANDE.
           EVALUATE DMA-STATUT
               WHEN 'A' MOVE 'A APPROUVER' TO WS-LIB-STATUT
               WHEN 'V' MOVE 'APPROUVEE' TO WS-LIB-STATUT
               WHEN 'R' MOVE 'REFUSEE' TO WS-LIB-STATUT
               WHEN 'C' MOVE 'TRANSMISE' TO WS-LIB-STATUT
               WHEN OTHER MOVE SPACES TO WS-LIB-STATUT
           END-EVALUATE.

      *    Detail d'une demande (DEMANDE-ACHAT-REC lu) : en-tete
      *    puis une ligne par article avec son etat d'achat.
       AFFICHER-DETAIL-DEMANDE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== DEMANDE D ACHAT ===' LINE 2 POSITION 28
               HIGHLIGHT.
           PERFORM LIBELLER-STATUT-DEMANDE.
           DISPLAY 'Numero:' LINE 4 POSITION 3.
           DISPLAY DMA-NUM LINE 4 POSITION 11 HIGHLIGHT.
           DISPLAY 'Demandeur:' LINE 4 POSITION 20.
           DISPLAY DMA-DEMANDEUR LINE 4 POSITION 31.
           DISPLAY 'Centre:' LINE 4 POSITION 40.
           DISPLAY DMA-CENTRE LINE 4 POSITION 48.
           DISPLAY 'Besoin:' LINE 5 POSITION 3.
           DISPLAY DMA-DATE-BESOIN LINE 5 POSITION 11.
           DISPLAY 'Statut:' LINE 5 POSITION 20.
           DISPLAY WS-LIB-STATUT LINE 5 POSITION 28 HIGHLIGHT.
           IF DMA-STATUT = 'R'
               DISPLAY DMA-MOTIF-REFUS LINE 6 POSITION 20
           END-IF.
           IF DMA-APPROBATEUR NOT = SPACES
               DISPLAY 'Par:' LINE 5 POSITION 42
               DISPLAY DMA-APPROBATEUR LINE 5 POSITION 47
               DISPLAY DMA-DATE-APPROB LINE 5 POSITION 55
           END-IF.
           DISPLAY 'LG' LINE 8 POSITION 3 UNDERLINE.
           DISPLAY 'PRODUIT' LINE 8 POSITION 6 UNDERLINE.
           DISPLAY 'LIBELLE' LINE 8 POSITION 15 UNDERLINE.
           DISPLAY 'QTE' LINE 8 POSITION 40 UNDERLINE.
           DISPLAY 'ETAT' LINE 8 POSITION 46 UNDERLINE.
           DISPLAY 'CDE' LINE 8 POSITION 66 UNDERLINE.
           MOVE 9 TO WS-LIGNE.
           MOVE DMA-NUM TO DML-NUM.
           MOVE 0 TO DML-LIGNE.
           START LIGNES-DEMANDE KEY >= DML-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-LIG-EOF.
           PERFORM UNTIL WS-LIG-EOF = 1
               READ LIGNES-DEMANDE NEXT
                   AT END MOVE 1 TO WS-LIG-EOF
                   NOT AT END
                       IF DML-NUM NOT = DMA-NUM
                           MOVE 1 TO WS-LIG-EOF
                       ELSE
                           PERFORM ETAT-LIGNE-DEMANDE
                           DISPLAY DML-LIGNE LINE WS-LIGNE
                               POSITION 3
                           DISPLAY DML-PRD LINE WS-LIGNE POSITION 6
                           DISPLAY DML-LIBELLE(1:24) LINE WS-LIGNE
                               POSITION 15
                           DISPLAY DML-QTE LINE WS-LIGNE POSITION 40
                           DISPLAY WS-LIB-ETAT LINE WS-LIGNE
                               POSITION 46
                           IF WS-CMD-SUIVIE > 0
                               DISPLAY WS-CMD-SUIVIE LINE WS-LIGNE
                                   POSITION 66
                           END-IF
                           ADD 1 TO WS-LIGNE
                       END-IF
               END-READ
           END-PERFORM.

      *    Etat d'une ligne : tant qu'elle attend l'acheteur, celui
      *    de la demande ; transmise, celui de la ligne de
      *    commande qui l'a reprise (directement ou par
      *    l'adjudication de l'appel d'offres).
       ETAT-LIGNE-DEMANDE.
           MOVE 0 TO WS-CMD-SUIVIE.
           EVALUATE DML-STATUT
               WHEN 'C'
                   MOVE DML-CMD TO WS-CMD-SUIVIE
                   MOVE DML-CMD-LIGNE TO WS-LIGNE-SUIVIE
                   PERFORM ETAT-LIGNE-COMMANDE
               WHEN 'O'
                   MOVE 'EN APPEL D OFFRES' TO WS-LIB-ETAT
                   IF WS-AOF-DISPO = 'Y'
                       MOVE DML-AOF TO AOF-NUM
                       READ APPELS-OFFRES
                           INVALID KEY CONTINUE
                       END-READ
                       IF WS-AOF-OUVERT-OK AND AOF-STATUT = 'X'
                           MOVE 'APPEL SANS SUITE' TO WS-LIB-ETAT
                       END-IF
                       IF WS-AOF-OUVERT-OK AND AOF-STATUT = 'A'
                           MOVE AOF-CMD TO WS-CMD-SUIVIE
                           MOVE DML-AOF-LIGNE TO WS-LIGNE-SUIVIE
                           PERFORM ETAT-LIGNE-COMMANDE
                       END-IF
                   END-IF
               WHEN OTHER
                   EVALUATE DMA-STATUT
                       WHEN 'A' MOVE 'A APPROUVER' TO WS-LIB-ETAT
                       WHEN 'R' MOVE 'REFUSEE' TO WS-LIB-ETAT
                       WHEN OTHER MOVE 'CHEZ L ACHETEUR'
                           TO WS-LIB-ETAT
                   END-EVALUATE
           END-EVALUATE.

       ETAT-LIGNE-COMMANDE.
           MOVE 'COMMANDE PURGEE' TO WS-LIB-ETAT.
           IF WS-CMD-DISPO = 'Y'
               MOVE WS-CMD-SUIVIE TO CMD-NUM
               READ COMMANDES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       EVALUATE CMD-STATUT
                           WHEN 'X' MOVE 'COMMANDE ANNULEE'
                               TO WS-LIB-ETAT
                           WHEN 'E' MOVE 'COMMANDE A VALIDER'
                               TO WS-LIB-ETAT
                           WHEN OTHER MOVE 'COMMANDEE'
                               TO WS-LIB-ETAT
                       END-EVALUATE
                       MOVE WS-CMD-SUIVIE TO LCM-NUM
                       MOVE WS-LIGNE-SUIVIE TO LCM-NUM-LIGNE
                       READ LIGNES-COMMANDE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF LCM-STATUT = 'R'
                                   MOVE 'RECUE' TO WS-LIB-ETAT
                               ELSE
                                   IF LCM-QTE-RECUE > 0
                                       MOVE 'RECUE EN PARTIE'
                                           TO WS-LIB-ETAT
                                   END-IF
                               END-IF
                       END-READ
               END-READ
           END-IF.

      *===============================================
      * APPROBATION PAR LE RESPONSABLE DU CENTRE
      * Le responsable voit les demandes a approuver de ses
      * centres (CTR-RESPONSABLE), un administrateur toutes. Nul
      * n'approuve sa propre demande, sauf un administrateur.
      *===============================================
       APPROUVER-DEMANDES.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== DEMANDES A APPROUVER ===' LINE 2
               POSITION 26 HIGHLIGHT.
           DISPLAY 'NUMERO' LINE 4 POSITION 5 UNDERLINE.
           DISPLAY 'DATE' LINE 4 POSITION 13 UNDERLINE.
           DISPLAY 'CENTRE' LINE 4 POSITION 23 UNDERLINE.
           DISPLAY 'BESOIN' LINE 4 POSITION 31 UNDERLINE.
           DISPLAY 'DEMANDEUR' LINE 4 POSITION 41 UNDERLINE.
           DISPLAY 'LIGNES' LINE 4 POSITION 55 UNDERLINE.
           MOVE 5 TO WS-LIGNE.
           MOVE 0 TO WS-NB-LISTEES.
           MOVE 0 TO DMA-NUM.
           START DEMANDES-ACHAT KEY >= DMA-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ DEMANDES-ACHAT NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DMA-STATUT = 'A'
                           PERFORM CONTROLER-APPROBATEUR
                           IF WS-APPROBATION-OK = 'Y'
                               PERFORM AFFICHER-LIGNE-DEMANDE
                               DISPLAY DMA-DEMANDEUR
                                   LINE WS-LIGNE - 1 POSITION 41
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NB-LISTEES = 0
               DISPLAY 'AUCUNE DEMANDE A APPROUVER' LINE 12
                   POSITION 27 HIGHLIGHT
               GO TO APPROUVER-DEMANDES-EXIT
           END-IF.
           DISPLAY 'Demande a traiter (0=aucune):' LINE 19
               POSITION 10.
           MOVE 0 TO WS-DMA-SAISIE.
           ACCEPT WS-DMA-SAISIE LINE 19 POSITION 41.
           IF WS-DMA-SAISIE = 0
               GO TO APPROUVER-DEMANDES-EXIT
           END-IF.
           MOVE WS-DMA-SAISIE TO DMA-NUM.
           READ DEMANDES-ACHAT
               INVALID KEY
                   DISPLAY 'DEMANDE INCONNUE' LINE 20 POSITION 32
                       HIGHLIGHT
                   GO TO APPROUVER-DEMANDES-EXIT
           END-READ.
           IF DMA-STATUT NOT = 'A'
               DISPLAY 'DEMANDE DEJA TRAITEE' LINE 20 POSITION 30
                   HIGHLIGHT
               GO TO APPROUVER-DEMANDES-EXIT
           END-IF.
           PERFORM CONTROLER-APPROBATEUR.
           IF WS-APPROBATION-OK NOT = 'Y'
               DISPLAY 'VOUS N APPROUVEZ PAS CETTE DEMANDE' LINE 20
                   POSITION 23 REVERSE-VIDEO
               GO TO APPROUVER-DEMANDES-EXIT
           END-IF.
           PERFORM AFFICHER-DETAIL-DEMANDE.
           DISPLAY 'Decision (V=approuver, R=refuser, blanc=plus'
               LINE 20 POSITION 10.
           DISPLAY 'tard):' LINE 20 POSITION 56.
           MOVE SPACE TO WS-DECISION.
           ACCEPT WS-DECISION LINE 20 POSITION 63.
           EVALUATE WS-DECISION
               WHEN 'V'
               WHEN 'v'
                   MOVE 'V' TO DMA-STATUT
                   MOVE WS-OPERATEUR TO DMA-APPROBATEUR
                   MOVE WS-DATE-JOUR TO DMA-DATE-APPROB
                   REWRITE DEMANDE-ACHAT-REC
                   DISPLAY '*** DEMANDE APPROUVEE ***' LINE 21
                       POSITION 28 HIGHLIGHT
               WHEN 'R'
               WHEN 'r'
                   DISPLAY 'Motif:' LINE 21 POSITION 10
                   MOVE SPACES TO DMA-MOTIF-REFUS
                   ACCEPT DMA-MOTIF-REFUS LINE 21 POSITION 17
                   MOVE 'R' TO DMA-STATUT
                   MOVE WS-OPERATEUR TO DMA-APPROBATEUR
                   MOVE WS-DATE-JOUR TO DMA-DATE-APPROB
                   REWRITE DEMANDE-ACHAT-REC
                   DISPLAY '*** DEMANDE REFUSEE ***' LINE 21
                       POSITION 50 HIGHLIGHT
           END-EVALUATE.
       APPROUVER-DEMANDES-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 31 BLINK.
           ACCEPT WS-CONFIRM LINE 22 POSITION 49.

      *    WS-APPROBATION-OK a Y si l'operateur en session peut
      *    approuver la demande lue (DEMANDE-ACHAT-REC).
       CONTROLER-APPROBATEUR.
           MOVE 'N' TO WS-APPROBATION-OK.
           IF WS-DROITS-SESSION(10:1) = 'Y'
               MOVE 'Y' TO WS-APPROBATION-OK
           ELSE
               IF DMA-DEMANDEUR NOT = WS-OPERATEUR
                   MOVE DMA-CENTRE TO CTR-CODE
                   READ CENTRES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF CTR-RESPONSABLE = WS-OPERATEUR
                               MOVE 'Y' TO WS-APPROBATION-OK
                           END-IF
                   END-READ
               END-IF
           END-IF.
