       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIDELITE.
      *===============================================
      * PROGRAMME DE FIDELITE - RELEVES ET PASSIF
      * Interface ecran IBM 3270 - droit CLIENTS.
      * Les points se gagnent au comptoir (FACTURE), a l'hotel
      * (HOTEL, facture de depart) et au bar (POSBAR) sur les
      * factures reglees et les tickets, aux taux de chaque canal,
      * et se rachetent en mode de reglement FI aux trois
      * endroits - tout passe par le sous-programme FIDPOINTS
      * (fidelite-points.cob). Ici :
      * - le releve de points d'un client (solde, attente et
      *   detail des mouvements) ;
      * - l'etat du passif pour le comptable : les points
      *   disponibles valorises au taux de rachat ;
      * - le passage des points des factures reglees et
      *   l'expiration des points perimes, a lancer chaque jour ;
      * - les parametres (taux par canal, valeur du point, duree
      *   de validite), reserves au droit ADMINISTRATION.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    VOIR COPYBOOKS/FIDCOMPT.CPY, FIDMVT.CPY ET FIDPARM.CPY
      *    - ECRITS PAR FIDPOINTS, SEULEMENT LUS ICI
           SELECT FID-COMPTES ASSIGN TO 'FIDCOMPT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDC-CLIENT
               FILE STATUS IS WS-FDC-STATUS.
           SELECT FID-MOUVEMENTS ASSIGN TO 'FIDMVT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDM-CLE
               FILE STATUS IS WS-FDM-STATUS.
           SELECT FID-PARAMETRES ASSIGN TO 'FIDPARM.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FDP-STATUS.
      *    LAYOUT PARTAGE - VOIR COPYBOOKS/CLIENT.CPY
           SELECT CLIENTS ASSIGN TO 'CLIENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS WS-CLI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FID-COMPTES.
           COPY FIDCOMPT.
       FD FID-MOUVEMENTS.
           COPY FIDMVT.
       FD FID-PARAMETRES.
           COPY FIDPARM.
       FD CLIENTS.
           COPY CLIENT.
       WORKING-STORAGE SECTION.
       01 WS-CHOIX          PIC 9 VALUE 0.
       01 WS-FIN            PIC 9 VALUE 0.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-CONFIRM        PIC X VALUE SPACE.
       01 WS-LIGNE          PIC 99 VALUE 0.
       01 WS-FDC-STATUS     PIC XX VALUE '00'.
           88 WS-FDC-OUVERT-OK VALUE '00'.
       01 WS-FDM-STATUS     PIC XX VALUE '00'.
           88 WS-FDM-OUVERT-OK VALUE '00'.
       01 WS-FDP-STATUS     PIC XX VALUE '00'.
           88 WS-FDP-OUVERT-OK VALUE '00'.
       01 WS-CLI-STATUS     PIC XX VALUE '00'.
           88 WS-CLI-OUVERT-OK VALUE '00'.
       01 WS-OPERATEUR      PIC X(6) VALUE SPACES.
      * Ouverture de session via le sous-programme SIGNON
       01 WS-FONCTION-SESSION PIC X(2) VALUE 'CL'.
       01 WS-DROITS-SESSION PIC X(11) VALUE SPACES.
       01 WS-SESSION-OK     PIC X VALUE 'N'.
      * Identite de la societe via le sous-programme IDENTSOC
       01 WS-ETAB-SOCIETE   PIC X(2) VALUE 'SG'.
           COPY SOCIETE.
           COPY SOCEDIT.
      * Appel du sous-programme FIDPOINTS
       01 WS-FID-ACTION     PIC X VALUE SPACE.
       01 WS-FID-CLIENT     PIC 9(5) VALUE 0.
       01 WS-FID-CANAL      PIC X VALUE SPACE.
       01 WS-FID-REFERENCE  PIC 9(8) VALUE 0.
       01 WS-FID-MONTANT    PIC 9(8)V99 VALUE 0.
       01 WS-FID-MONTANT-BAR PIC 9(8)V99 VALUE 0.
       01 WS-FID-POINTS     PIC 9(7) VALUE 0.
       01 WS-FID-RESULTAT   PIC X VALUE SPACE.
      * Releve : libelles d'un mouvement
       01 WS-LIB-TYPE       PIC X(8) VALUE SPACES.
       01 WS-LIB-CANAL      PIC X(8) VALUE SPACES.
      * Passif des points
       01 WS-VALEUR-POINT   PIC 9V9999 VALUE 0.
       01 WS-VALEUR-COMPTE  PIC 9(7)V99 VALUE 0.
       01 WS-NB-COMPTES     PIC 9(5) VALUE 0.
       01 WS-TOT-POINTS     PIC 9(9) VALUE 0.
       01 WS-TOT-ATTENTE    PIC 9(9) VALUE 0.
       01 WS-TOT-PASSIF     PIC 9(9)V99 VALUE 0.
       01 WS-PTS-EXPIRES    PIC 9(7) VALUE 0.
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
           CALL 'IDENTSOC' USING WS-ETAB-SOCIETE SOCIETE-REC
               SOCIETE-EDITION.
           OPEN INPUT CLIENTS.
           IF NOT WS-CLI-OUVERT-OK
               DISPLAY 'CLIENTS.DAT ABSENT' LINE 12 POSITION 31
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-FIN = 1
               PERFORM AFFICHER-MENU
               EVALUATE WS-CHOIX
                   WHEN 1 PERFORM RELEVE-POINTS
                       THRU RELEVE-POINTS-EXIT
                   WHEN 2 PERFORM ETAT-PASSIF-POINTS
                       THRU ETAT-PASSIF-POINTS-EXIT
                   WHEN 3 PERFORM TRAITER-POINTS
                   WHEN 4 PERFORM GERER-PARAMETRES
                       THRU GERER-PARAMETRES-EXIT
                   WHEN 9 MOVE 1 TO WS-FIN
               END-EVALUATE
           END-PERFORM.
           CLOSE CLIENTS.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY 'AU REVOIR' LINE 12 POSITION 35 HIGHLIGHT.
           STOP RUN.

       AFFICHER-MENU.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '================================================'
               LINE 2 POSITION 16 HIGHLIGHT.
           DISPLAY '        PROGRAMME DE FIDELITE        '
               LINE 3 POSITION 22 REVERSE-VIDEO.
           DISPLAY '================================================'
               LINE 4 POSITION 16 HIGHLIGHT.
           DISPLAY '1. Releve de points d un client' LINE 6
               POSITION 20.
           DISPLAY '2. Etat du passif des points' LINE 8
               POSITION 20.
           DISPLAY '3. Validation et expiration des points' LINE 10
               POSITION 20.
           DISPLAY '4. Parametres du programme' LINE 12
               POSITION 20.
           DISPLAY '9. Quitter' LINE 14 POSITION 20 BLINK.
           DISPLAY 'Votre choix:' LINE 17 POSITION 20.
           ACCEPT WS-CHOIX LINE 17 POSITION 33.

       APPELER-FIDPOINTS.
           CALL 'FIDPOINTS' USING WS-FID-ACTION WS-FID-CLIENT
               WS-FID-CANAL WS-FID-REFERENCE WS-FID-MONTANT
               WS-FID-MONTANT-BAR WS-FID-POINTS WS-FID-RESULTAT.

      *===============================================
      * RELEVE DE POINTS
      * Les points perimes du client tombent d'abord (appel S),
      * puis le compte et ses mouvements sont lus tels quels.
      *===============================================
       RELEVE-POINTS.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== RELEVE DE POINTS FIDELITE ===' LINE 2
               POSITION 23 HIGHLIGHT.
           DISPLAY 'Numero de client:' LINE 4 POSITION 5.
           ACCEPT CLI-ID LINE 4 POSITION 24.
           READ CLIENTS
               INVALID KEY
                   DISPLAY 'CLIENT INCONNU' LINE 12 POSITION 32
                       REVERSE-VIDEO
                   GO TO RELEVE-POINTS-EXIT
           END-READ.
           DISPLAY CLI-NOM LINE 4 POSITION 32 HIGHLIGHT.
           MOVE 'S' TO WS-FID-ACTION.
           MOVE CLI-ID TO WS-FID-CLIENT.
           MOVE SPACE TO WS-FID-CANAL.
           MOVE 0 TO WS-FID-REFERENCE.
           MOVE 0 TO WS-FID-MONTANT.
           MOVE 0 TO WS-FID-MONTANT-BAR.
           PERFORM APPELER-FIDPOINTS.
           OPEN INPUT FID-COMPTES.
           IF NOT WS-FDC-OUVERT-OK
               DISPLAY 'AUCUN COMPTE FIDELITE' LINE 12 POSITION 29
                   REVERSE-VIDEO
               GO TO RELEVE-POINTS-EXIT
           END-IF.
           MOVE CLI-ID TO FDC-CLIENT.
           READ FID-COMPTES
               INVALID KEY
                   DISPLAY 'AUCUN COMPTE FIDELITE' LINE 12
                       POSITION 29 REVERSE-VIDEO
                   CLOSE FID-COMPTES
                   GO TO RELEVE-POINTS-EXIT
           END-READ.
           CLOSE FID-COMPTES.
           DISPLAY SOE-RAISON-SOCIALE LINE 1 POSITION 3 HIGHLIGHT.
           DISPLAY SOE-IDENTIFIANTS LINE 8 POSITION 3.
           DISPLAY 'Points disponibles:' LINE 5 POSITION 5.
           DISPLAY FDC-SOLDE LINE 5 POSITION 30 HIGHLIGHT.
           DISPLAY 'Valeur:' LINE 5 POSITION 42.
           DISPLAY WS-FID-MONTANT LINE 5 POSITION 50 HIGHLIGHT.
           DISPLAY 'En attente de reglement:' LINE 6 POSITION 5.
           DISPLAY FDC-ATTENTE LINE 6 POSITION 30.
           DISPLAY 'Compte ouvert le:' LINE 6 POSITION 42.
           DISPLAY FDC-DATE-OUVERTURE LINE 6 POSITION 60.
           DISPLAY 'Acquis/utilises/expires:' LINE 7 POSITION 5.
           DISPLAY FDC-CUMUL-ACQUIS LINE 7 POSITION 30.
           DISPLAY FDC-CUMUL-UTILISE LINE 7 POSITION 41.
           DISPLAY FDC-CUMUL-EXPIRE LINE 7 POSITION 52.
           DISPLAY 'DATE      MOUVEMENT CANAL    PIECE     POINTS'
               LINE 9 POSITION 5 UNDERLINE.
           DISPLAY 'EXPIRE LE' LINE 9 POSITION 55 UNDERLINE.
           OPEN INPUT FID-MOUVEMENTS.
           IF NOT WS-FDM-OUVERT-OK
               GO TO RELEVE-POINTS-EXIT
           END-IF.
           MOVE CLI-ID TO FDM-CLIENT.
           MOVE 0 TO FDM-SEQ.
           START FID-MOUVEMENTS KEY >= FDM-CLE
               INVALID KEY MOVE 1 TO WS-EOF
               NOT INVALID KEY MOVE 0 TO WS-EOF
           END-START.
           MOVE 10 TO WS-LIGNE.
           PERFORM UNTIL WS-EOF = 1
               READ FID-MOUVEMENTS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF FDM-CLIENT NOT = CLI-ID
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM AFFICHER-LIGNE-RELEVE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FID-MOUVEMENTS.
       RELEVE-POINTS-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 31.
           ACCEPT WS-CONFIRM.

      *    Onze mouvements par ecran : au-dela, le releve continue
      *    sur un ecran suivant.
       AFFICHER-LIGNE-RELEVE.
           IF WS-LIGNE > 20
               DISPLAY 'Suite... Appuyez ENTREE' LINE 22 POSITION 28
               ACCEPT WS-CONFIRM
               DISPLAY ' ' LINE 10 POSITION 1 ERASE EOS
               MOVE 10 TO WS-LIGNE
           END-IF.
           EVALUATE FDM-TYPE
               WHEN 'A' MOVE 'ATTENTE' TO WS-LIB-TYPE
               WHEN 'G' MOVE 'ACQUIS' TO WS-LIB-TYPE
               WHEN 'U' MOVE 'UTILISE' TO WS-LIB-TYPE
               WHEN 'X' MOVE 'EXPIRE' TO WS-LIB-TYPE
               WHEN 'R' MOVE 'REPRIS' TO WS-LIB-TYPE
               WHEN OTHER MOVE SPACES TO WS-LIB-TYPE
           END-EVALUATE.
           EVALUATE FDM-CANAL
               WHEN 'C' MOVE 'COMPTOIR' TO WS-LIB-CANAL
               WHEN 'H' MOVE 'HOTEL' TO WS-LIB-CANAL
               WHEN 'B' MOVE 'BAR' TO WS-LIB-CANAL
               WHEN OTHER MOVE SPACES TO WS-LIB-CANAL
           END-EVALUATE.
           DISPLAY FDM-DATE LINE WS-LIGNE POSITION 5.
           DISPLAY WS-LIB-TYPE LINE WS-LIGNE POSITION 15.
           DISPLAY WS-LIB-CANAL LINE WS-LIGNE POSITION 25.
           IF FDM-REFERENCE > 0
               DISPLAY FDM-REFERENCE LINE WS-LIGNE POSITION 34
           END-IF.
           DISPLAY FDM-POINTS LINE WS-LIGNE POSITION 44.
           IF FDM-TYPE = 'G' AND FDM-RESTANT > 0
               DISPLAY FDM-EXPIRE LINE WS-LIGNE POSITION 55
           END-IF.
           ADD 1 TO WS-LIGNE.

      *===============================================
      * ETAT DU PASSIF DES POINTS
      * Comme FACTURE/ETAT-PASSIF-BONS : ce que la maison doit
      * encore honorer en rachats - les points disponibles de
      * chaque compte a la valeur du point. Les points perimes
      * tombent d'abord ; les points en attente (factures non
      * reglees) sont donnes a part, ils ne sont pas encore dus.
      *===============================================
       ETAT-PASSIF-POINTS.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- PASSIF DES POINTS FIDELITE ---' LINE 2
               POSITION 23 HIGHLIGHT.
           MOVE 'X' TO WS-FID-ACTION.
           MOVE 0 TO WS-FID-CLIENT.
           PERFORM APPELER-FIDPOINTS.
           MOVE WS-FID-POINTS TO WS-PTS-EXPIRES.
           PERFORM CHARGER-PARAMETRES.
           DISPLAY 'CLIENT' LINE 4 POSITION 5 UNDERLINE.
           DISPLAY 'NOM' LINE 4 POSITION 12 UNDERLINE.
           DISPLAY 'POINTS' LINE 4 POSITION 34 UNDERLINE.
           DISPLAY 'VALEUR' LINE 4 POSITION 44 UNDERLINE.
           MOVE 0 TO WS-NB-COMPTES.
           MOVE 0 TO WS-TOT-POINTS.
           MOVE 0 TO WS-TOT-ATTENTE.
           MOVE 0 TO WS-TOT-PASSIF.
           OPEN INPUT FID-COMPTES.
           IF NOT WS-FDC-OUVERT-OK
               DISPLAY 'AUCUN COMPTE FIDELITE' LINE 12 POSITION 29
                   REVERSE-VIDEO
               GO TO ETAT-PASSIF-POINTS-EXIT
           END-IF.
           MOVE 0 TO FDC-CLIENT.
           START FID-COMPTES KEY >= FDC-CLIENT
               INVALID KEY MOVE 1 TO WS-EOF
               NOT INVALID KEY MOVE 0 TO WS-EOF
           END-START.
           MOVE 5 TO WS-LIGNE.
           PERFORM UNTIL WS-EOF = 1
               READ FID-COMPTES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD FDC-ATTENTE TO WS-TOT-ATTENTE
                       IF FDC-SOLDE > 0
                           PERFORM CUMULER-PASSIF-COMPTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FID-COMPTES.
           DISPLAY '------------------------------------------'
               LINE 18 POSITION 5.
           DISPLAY WS-NB-COMPTES LINE 19 POSITION 5 HIGHLIGHT.
           DISPLAY 'compte(s) - points:' LINE 19 POSITION 11.
           DISPLAY WS-TOT-POINTS LINE 19 POSITION 31 HIGHLIGHT.
           DISPLAY 'Passif:' LINE 19 POSITION 42.
           DISPLAY WS-TOT-PASSIF LINE 19 POSITION 50 HIGHLIGHT.
           DISPLAY 'Points en attente (non dus):' LINE 20
               POSITION 5.
           DISPLAY WS-TOT-ATTENTE LINE 20 POSITION 35.
           DISPLAY 'Expires ce jour:' LINE 20 POSITION 46.
           DISPLAY WS-PTS-EXPIRES LINE 20 POSITION 63.
       ETAT-PASSIF-POINTS-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 31.
           ACCEPT WS-CONFIRM.

       CUMULER-PASSIF-COMPTE.
           COMPUTE WS-VALEUR-COMPTE = FDC-SOLDE * WS-VALEUR-POINT.
           ADD 1 TO WS-NB-COMPTES.
           ADD FDC-SOLDE TO WS-TOT-POINTS.
           ADD WS-VALEUR-COMPTE TO WS-TOT-PASSIF.
           IF WS-LIGNE <= 17
               MOVE FDC-CLIENT TO CLI-ID
               READ CLIENTS
                   INVALID KEY MOVE SPACES TO CLI-NOM
               END-READ
               DISPLAY FDC-CLIENT LINE WS-LIGNE POSITION 5
               DISPLAY CLI-NOM LINE WS-LIGNE POSITION 12
               DISPLAY FDC-SOLDE LINE WS-LIGNE POSITION 33
               DISPLAY WS-VALEUR-COMPTE LINE WS-LIGNE POSITION 43
               ADD 1 TO WS-LIGNE
           END-IF.

      *===============================================
      * VALIDATION ET EXPIRATION
      * Les points des factures reglees depuis le dernier passage
      * deviennent utilisables, puis les points perimes tombent.
      * A lancer chaque jour ; le releve et le rachat font
      * tomber d'eux-memes les points perimes du client.
      *===============================================
       TRAITER-POINTS.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== VALIDATION ET EXPIRATION DES POINTS ==='
               LINE 2 POSITION 19 HIGHLIGHT.
           MOVE 'V' TO WS-FID-ACTION.
           MOVE 0 TO WS-FID-CLIENT.
           PERFORM APPELER-FIDPOINTS.
           DISPLAY 'Points des factures reglees valides:' LINE 8
               POSITION 15.
           DISPLAY WS-FID-POINTS LINE 8 POSITION 53 HIGHLIGHT.
           MOVE 'X' TO WS-FID-ACTION.
           PERFORM APPELER-FIDPOINTS.
           DISPLAY 'Points perimes expires:' LINE 10
               POSITION 15.
           DISPLAY WS-FID-POINTS LINE 10 POSITION 53 HIGHLIGHT.
           DISPLAY '*** TRAITEMENT TERMINE ***' LINE 14 POSITION 27
               HIGHLIGHT.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 31.
           ACCEPT WS-CONFIRM.

      *===============================================
      * PARAMETRES DU PROGRAMME
      * Reserve au droit ADMINISTRATION. Les taux sont en points
      * par euro TTC regle ; la valeur du point sert au rachat
      * et au passif ; une duree a zero supprime l'expiration.
      * Un changement ne vaut que pour les points acquis ensuite.
      *===============================================
       GERER-PARAMETRES.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== PARAMETRES DE FIDELITE ===' LINE 2
               POSITION 25 HIGHLIGHT.
           IF WS-DROITS-SESSION(10:1) NOT = 'Y'
               DISPLAY 'DROIT ADMINISTRATION REQUIS' LINE 12
                   POSITION 27 REVERSE-VIDEO
               GO TO GERER-PARAMETRES-EXIT
           END-IF.
           PERFORM CHARGER-PARAMETRES.
           DISPLAY 'Points par euro - comptoir:' LINE 6
               POSITION 15.
           DISPLAY FDP-TAUX-COMPTOIR LINE 6 POSITION 48.
           ACCEPT FDP-TAUX-COMPTOIR LINE 6 POSITION 48.
           DISPLAY 'Points par euro - hotel:' LINE 7 POSITION 15.
           DISPLAY FDP-TAUX-HOTEL LINE 7 POSITION 48.
           ACCEPT FDP-TAUX-HOTEL LINE 7 POSITION 48.
           DISPLAY 'Points par euro - bar:' LINE 8 POSITION 15.
           DISPLAY FDP-TAUX-BAR LINE 8 POSITION 48.
           ACCEPT FDP-TAUX-BAR LINE 8 POSITION 48.
           DISPLAY 'Valeur d un point (euros):' LINE 10
               POSITION 15.
           DISPLAY FDP-VALEUR-POINT LINE 10 POSITION 48.
           ACCEPT FDP-VALEUR-POINT LINE 10 POSITION 48.
           DISPLAY 'Validite des points (mois, 0=illimitee):'
               LINE 12 POSITION 15.
           DISPLAY FDP-DUREE-MOIS LINE 12 POSITION 57.
           ACCEPT FDP-DUREE-MOIS LINE 12 POSITION 57.
           OPEN OUTPUT FID-PARAMETRES.
           WRITE FID-PARM-REC.
           CLOSE FID-PARAMETRES.
           DISPLAY '*** PARAMETRES ENREGISTRES ***' LINE 15
               POSITION 25 HIGHLIGHT.
       GERER-PARAMETRES-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 31.
           ACCEPT WS-CONFIRM.

      *    Enregistrement de FIDPARM.DAT, a zero s'il n'existe pas.
       CHARGER-PARAMETRES.
           MOVE 0 TO FDP-TAUX-COMPTOIR FDP-TAUX-HOTEL FDP-TAUX-BAR.
           MOVE 0 TO FDP-VALEUR-POINT.
           MOVE 0 TO FDP-DUREE-MOIS.
           OPEN INPUT FID-PARAMETRES.
           IF WS-FDP-OUVERT-OK
               READ FID-PARAMETRES
                   AT END
                       MOVE 0 TO FDP-TAUX-COMPTOIR FDP-TAUX-HOTEL
                           FDP-TAUX-BAR
                       MOVE 0 TO FDP-VALEUR-POINT
                       MOVE 0 TO FDP-DUREE-MOIS
               END-READ
               CLOSE FID-PARAMETRES
           END-IF.
           MOVE FDP-VALEUR-POINT TO WS-VALEUR-POINT.
