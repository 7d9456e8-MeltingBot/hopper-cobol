      * Maintenance de OPERATEURS.DAT : creation, modification du
      * mot de passe, activation / desactivation et carte des
      * droits par fonction (voir COPYBOOKS/OPERATEUR.CPY pour la
      * position de chaque fonction). Le mot de passe pose ici
      * n'est conserve qu'en empreinte et doit etre change par
      * l'operateur a sa prochaine connexion ; c'est aussi ici
      * qu'un operateur verrouille par SIGNON est libere. Les
      * parametres de securite (SECPARM.DAT) s'y saisissent, et
      * un controle liste les operateurs dormants et les cartes
      * de droits qui cumulent des fonctions incompatibles.
      * Le programme est lui-meme
      * reserve au droit ADMINISTRATION ; au tout premier
      * lancement (fichier absent), il cree le fichier et laisse
      * enregistrer le premier administrateur.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-CODE
               FILE STATUS IS WS-OPR-STATUS.
      *    PARAMETRES DE SECURITE - VOIR COPYBOOKS/SECPARM.CPY
           SELECT SEC-PARAMETRES ASSIGN TO 'SECPARM.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    OPERATEURS ET DROITS - VOIR COPYBOOKS/OPERATEUR.CPY
       FD OPERATEURS-F.
           COPY OPERATEUR.
       FD SEC-PARAMETRES.
           COPY SECPARM.
       WORKING-STORAGE SECTION.
       01 WS-CHOIX         PIC 9 VALUE 0.
       01 WS-FIN           PIC 9 VALUE 0.
      * Ouverture de session via le sous-programme SIGNON
       01 WS-FONCTION-SESSION PIC X(2) VALUE 'AD'.
       01 WS-OPERATEUR     PIC X(6) VALUE SPACES.
       01 WS-DROITS-SESSION PIC X(11) VALUE SPACES.
       01 WS-SESSION-OK    PIC X VALUE 'N'.
      * Securite des mots de passe
       01 WS-SEC-STATUS    PIC XX VALUE '00'.
           88 WS-SEC-OUVERT-OK VALUE '00'.
       01 WS-NOUVEL-OPERATEUR PIC X VALUE 'N'.
       01 WS-MOT-SAISI     PIC X(8) VALUE SPACES.
       01 WS-IDX           PIC 9 VALUE 0.
       01 WS-DATE-JOUR     PIC 9(8) VALUE 0.
       01 WS-JOURS-INACTIF PIC 9(7) VALUE 0.
       01 WS-NB-ANOMALIES  PIC 999 VALUE 0.
       01 WS-ANOMALIE      PIC X(40) VALUE SPACES.
      * Fonctions qu'une meme carte de droits ne doit pas
      * cumuler : positions des deux droits dans OPR-DROITS.
       01 WS-INCOMPATIBLES-TABLE.
           05 FILLER PIC X(24) VALUE '0203SAISIE+VALID.ACHATS'.
           05 FILLER PIC X(24) VALUE '0506BANQUE + PAIE'.
           05 FILLER PIC X(24) VALUE '0205ACHATS + BANQUE'.
           05 FILLER PIC X(24) VALUE '0911VENTES + CREDIT'.
       01 WS-INCOMPATIBLES-R REDEFINES WS-INCOMPATIBLES-TABLE.
           05 WS-INC-ENTRY OCCURS 4 TIMES.
               10 WS-INC-DROIT-1 PIC 99.
               10 WS-INC-DROIT-2 PIC 99.
               10 WS-INC-LIBELLE PIC X(20).
       01 WS-IDX-INC       PIC 9 VALUE 0.
       PROCEDURE DIVISION.
       DEBUT.
           CALL 'SIGNON' USING WS-FONCTION-SESSION WS-OPERATEUR
               CLOSE OPERATEURS-F
               OPEN I-O OPERATEURS-F
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM CHARGER-PARAMETRES.
           PERFORM UNTIL WS-FIN = 1
               PERFORM AFFICHER-MENU
               EVALUATE WS-CHOIX
                   WHEN 1 PERFORM LISTER-OPERATEURS
                   WHEN 2 PERFORM SAISIR-OPERATEUR
                       THRU SAISIR-OPERATEUR-EXIT
                   WHEN 3 PERFORM CONTROLER-OPERATEURS
                   WHEN 4 PERFORM SAISIR-PARAMETRES
                   WHEN 9 MOVE 1 TO WS-FIN
               END-EVALUATE
           END-PERFORM.
           DISPLAY '1. Lister les operateurs' LINE 7 POSITION 20.
           DISPLAY '2. Creer / modifier un operateur' LINE 8
               POSITION 20.
           DISPLAY '3. Operateurs dormants / droits incompatibles'
               LINE 9 POSITION 20.
           DISPLAY '4. Parametres de securite' LINE 10 POSITION 20.
           DISPLAY '9. Quitter' LINE 12 POSITION 20 BLINK.
           DISPLAY 'Votre choix:' LINE 15 POSITION 20.
           ACCEPT WS-CHOIX LINE 15 POSITION 33.

       LISTER-OPERATEURS.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY 'NOM' LINE 4 POSITION 14 UNDERLINE.
           DISPLAY 'ACTIF' LINE 4 POSITION 37 UNDERLINE.
           DISPLAY 'DROITS' LINE 4 POSITION 45 UNDERLINE.
           DISPLAY 'VERR.' LINE 4 POSITION 58 UNDERLINE.
           MOVE LOW-VALUES TO OPR-CODE.
           START OPERATEURS-F KEY >= OPR-CODE
               INVALID KEY CONTINUE
                       DISPLAY OPR-ACTIF LINE WS-LIGNE POSITION 39
                       DISPLAY OPR-DROITS LINE WS-LIGNE
                           POSITION 45
                       IF OPR-VERROUILLE = 'Y'
                           DISPLAY 'Y' LINE WS-LIGNE POSITION 60
                       END-IF
                       ADD 1 TO WS-LIGNE
               END-READ
           END-PERFORM.
           ACCEPT OPR-CODE LINE 4 POSITION 27.
           READ OPERATEURS-F
               INVALID KEY
                   MOVE 'Y' TO WS-NOUVEL-OPERATEUR
                   MOVE SPACES TO OPR-NOM
                   MOVE SPACES TO OPR-MOT-DE-PASSE
                   MOVE 'Y' TO OPR-ACTIF
                   MOVE ALL 'N' TO OPR-DROITS
                   MOVE 0 TO OPR-EMPREINTE
                   MOVE 0 TO OPR-DATE-MDP
                   MOVE 0 TO OPR-ECHECS
                   MOVE 'N' TO OPR-VERROUILLE
                   MOVE 0 TO OPR-DERNIERE-CONNEXION
                   MOVE 0 TO OPR-ANCIENNE-EMPREINTE(1)
                   MOVE 0 TO OPR-ANCIENNE-EMPREINTE(2)
                   MOVE 0 TO OPR-ANCIENNE-EMPREINTE(3)
                   MOVE 0 TO OPR-ANCIENNE-EMPREINTE(4)
               NOT INVALID KEY
                   MOVE 'N' TO WS-NOUVEL-OPERATEUR
                   PERFORM NORMALISER-FICHE
                   DISPLAY 'Operateur existant:' LINE 5
                       POSITION 10
                   DISPLAY OPR-NOM LINE 5 POSITION 31 HIGHLIGHT
           END-READ.
           DISPLAY 'Nom:' LINE 6 POSITION 10.
           ACCEPT OPR-NOM LINE 6 POSITION 16.
      *    Un mot de passe pose par l'administrateur est
      *    provisoire : date a zero, SIGNON en exige le changement.
           IF WS-NOUVEL-OPERATEUR = 'Y'
               DISPLAY 'Mot de passe:' LINE 7 POSITION 10
           ELSE
               DISPLAY 'Nouveau mot de passe (blanc=inchange):'
                   LINE 7 POSITION 10
           END-IF.
           MOVE SPACES TO WS-MOT-SAISI.
           ACCEPT WS-MOT-SAISI LINE 7 POSITION 50 NO-ECHO.
           IF WS-MOT-SAISI = SPACES
               IF WS-NOUVEL-OPERATEUR = 'Y'
                   DISPLAY 'MOT DE PASSE OBLIGATOIRE' LINE 17
                       POSITION 25 REVERSE-VIDEO
                   GO TO SAISIR-OPERATEUR-EXIT
               END-IF
           ELSE
               CALL 'EMPREINTE' USING OPR-CODE WS-MOT-SAISI
                   OPR-EMPREINTE
               MOVE SPACES TO OPR-MOT-DE-PASSE
               MOVE 0 TO OPR-DATE-MDP
           END-IF.
           DISPLAY 'Actif (Y/N):' LINE 8 POSITION 10.
           ACCEPT OPR-ACTIF LINE 8 POSITION 24.
           IF OPR-VERROUILLE = 'Y'
               DISPLAY 'VERROUILLE apres' LINE 9 POSITION 10
                   REVERSE-VIDEO
               DISPLAY OPR-ECHECS LINE 9 POSITION 27
               DISPLAY 'echecs - deverrouiller (Y/N):' LINE 9
                   POSITION 30
               MOVE 'N' TO WS-CONFIRM
               ACCEPT WS-CONFIRM LINE 9 POSITION 60
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   MOVE 'N' TO OPR-VERROUILLE
                   MOVE 0 TO OPR-ECHECS
               END-IF
           END-IF.
           DISPLAY 'Droits (Y/N position par position):' LINE 10
               POSITION 10.
           DISPLAY '1:STOCK 2:ACHATS 3:VALID.ACHATS 4:FACTURE'
               POSITION 10.
           DISPLAY '8:CLIENTS 9:VENTES 10:ADMINISTRATION'
               LINE 13 POSITION 10.
           DISPLAY '11:GESTION CREDIT' LINE 13 POSITION 48.
           DISPLAY 'Carte des droits (11 car):' LINE 14
               POSITION 10.
           ACCEPT OPR-DROITS LINE 14 POSITION 38.
           WRITE OPERATEUR-REC
           END-WRITE.
           DISPLAY '*** OPERATEUR ENREGISTRE ***' LINE 17
               POSITION 25 HIGHLIGHT.
       SAISIR-OPERATEUR-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 21 POSITION 31.
           ACCEPT WS-CONFIRM.

      *    MEME LOGIQUE QUE SIGNON/NORMALISER-FICHE.
       NORMALISER-FICHE.
           IF OPR-EMPREINTE NOT NUMERIC
               MOVE 0 TO OPR-EMPREINTE
           END-IF.
           IF OPR-DATE-MDP NOT NUMERIC
               MOVE 0 TO OPR-DATE-MDP
           END-IF.
           IF OPR-ECHECS NOT NUMERIC
               MOVE 0 TO OPR-ECHECS
           END-IF.
           IF OPR-DERNIERE-CONNEXION NOT NUMERIC
               MOVE 0 TO OPR-DERNIERE-CONNEXION
           END-IF.
           IF OPR-VERROUILLE NOT = 'Y'
               MOVE 'N' TO OPR-VERROUILLE
           END-IF.
           MOVE 1 TO WS-IDX.
           PERFORM NORMALISER-HISTORIQUE
               UNTIL WS-IDX > 4.

       NORMALISER-HISTORIQUE.
           IF OPR-ANCIENNE-EMPREINTE(WS-IDX) NOT NUMERIC
               MOVE 0 TO OPR-ANCIENNE-EMPREINTE(WS-IDX)
           END-IF.
           ADD 1 TO WS-IDX.

      *===============================================
      * CONTROLE DES OPERATEURS
      * Operateurs actifs sans connexion depuis
      * SEC-JOURS-DORMANT jours (ou jamais connectes), operateurs
      * verrouilles, et cartes de droits cumulant deux fonctions
      * de la table des incompatibilites - une ligne par
      * anomalie, ecran par ecran.
      *===============================================
       CONTROLER-OPERATEURS.
           PERFORM AFFICHER-ENTETE-CONTROLE.
           MOVE 0 TO WS-NB-ANOMALIES.
           MOVE LOW-VALUES TO OPR-CODE.
           START OPERATEURS-F KEY >= OPR-CODE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ OPERATEURS-F NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM CONTROLER-UN-OPERATEUR
               END-READ
           END-PERFORM.
           DISPLAY WS-NB-ANOMALIES LINE 20 POSITION 5 HIGHLIGHT.
           DISPLAY 'anomalie(s)' LINE 20 POSITION 9.
           DISPLAY 'Appuyez ENTREE...' LINE 21 POSITION 31.
           ACCEPT WS-CONFIRM.

       AFFICHER-ENTETE-CONTROLE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- CONTROLE DES OPERATEURS ---' LINE 2
               POSITION 25 HIGHLIGHT.
           DISPLAY 'CODE' LINE 4 POSITION 5 UNDERLINE.
           DISPLAY 'NOM' LINE 4 POSITION 14 UNDERLINE.
           DISPLAY 'ANOMALIE' LINE 4 POSITION 37 UNDERLINE.
           MOVE 5 TO WS-LIGNE.

       CONTROLER-UN-OPERATEUR.
           PERFORM NORMALISER-FICHE.
           IF OPR-ACTIF = 'Y'
               IF OPR-DERNIERE-CONNEXION = 0
                   MOVE 'JAMAIS CONNECTE' TO WS-ANOMALIE
                   PERFORM ECRIRE-ANOMALIE
               ELSE
                   COMPUTE WS-JOURS-INACTIF =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                       - FUNCTION INTEGER-OF-DATE(
                       OPR-DERNIERE-CONNEXION)
                   IF WS-JOURS-INACTIF >= SEC-JOURS-DORMANT
                       MOVE SPACES TO WS-ANOMALIE
                       STRING 'DORMANT - DERNIERE CONNEXION '
                           DELIMITED BY SIZE
                           OPR-DERNIERE-CONNEXION DELIMITED BY SIZE
                           INTO WS-ANOMALIE
                       PERFORM ECRIRE-ANOMALIE
                   END-IF
               END-IF
           END-IF.
           IF OPR-VERROUILLE = 'Y'
               MOVE 'VERROUILLE APRES ECHECS' TO WS-ANOMALIE
               PERFORM ECRIRE-ANOMALIE
           END-IF.
           MOVE 1 TO WS-IDX-INC.
           PERFORM CONTROLER-INCOMPATIBILITE
               UNTIL WS-IDX-INC > 4.

       CONTROLER-INCOMPATIBILITE.
           IF OPR-DROITS(WS-INC-DROIT-1(WS-IDX-INC):1) = 'Y' AND
               OPR-DROITS(WS-INC-DROIT-2(WS-IDX-INC):1) = 'Y'
               MOVE SPACES TO WS-ANOMALIE
               STRING 'DROITS INCOMPATIBLES ' DELIMITED BY SIZE
                   WS-INC-LIBELLE(WS-IDX-INC) DELIMITED BY SIZE
                   INTO WS-ANOMALIE
               PERFORM ECRIRE-ANOMALIE
           END-IF.
           ADD 1 TO WS-IDX-INC.

       ECRIRE-ANOMALIE.
           IF WS-LIGNE > 18
               DISPLAY 'Appuyez ENTREE (suite)...' LINE 21
                   POSITION 27
               ACCEPT WS-CONFIRM
               PERFORM AFFICHER-ENTETE-CONTROLE
           END-IF.
           DISPLAY OPR-CODE LINE WS-LIGNE POSITION 5.
           DISPLAY OPR-NOM LINE WS-LIGNE POSITION 14.
           DISPLAY WS-ANOMALIE LINE WS-LIGNE POSITION 37.
           ADD 1 TO WS-LIGNE.
           ADD 1 TO WS-NB-ANOMALIES.

      *    MEME LOGIQUE QUE SIGNON/CHARGER-PARAMETRES.
       CHARGER-PARAMETRES.
           MOVE 5 TO SEC-ECHECS-MAX.
           MOVE 90 TO SEC-DUREE-MDP.
           MOVE 4 TO SEC-HISTORIQUE.
           MOVE 90 TO SEC-JOURS-DORMANT.
           OPEN INPUT SEC-PARAMETRES.
           IF WS-SEC-OUVERT-OK
               READ SEC-PARAMETRES
                   AT END
                       MOVE 5 TO SEC-ECHECS-MAX
                       MOVE 90 TO SEC-DUREE-MDP
                       MOVE 4 TO SEC-HISTORIQUE
                       MOVE 90 TO SEC-JOURS-DORMANT
               END-READ
               CLOSE SEC-PARAMETRES
           END-IF.
           IF SEC-HISTORIQUE > 4
               MOVE 4 TO SEC-HISTORIQUE
           END-IF.

       SAISIR-PARAMETRES.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- PARAMETRES DE SECURITE ---' LINE 2
               POSITION 25 HIGHLIGHT.
           DISPLAY 'Echecs avant verrouillage (0=jamais):' LINE 6
               POSITION 10.
           DISPLAY SEC-ECHECS-MAX LINE 6 POSITION 52.
           ACCEPT SEC-ECHECS-MAX LINE 6 POSITION 52.
           DISPLAY 'Validite du mot de passe en jours (0=sans):'
               LINE 8 POSITION 10.
           DISPLAY SEC-DUREE-MDP LINE 8 POSITION 55.
           ACCEPT SEC-DUREE-MDP LINE 8 POSITION 55.
           DISPLAY 'Anciens mots de passe refuses (0 a 4):' LINE 10
               POSITION 10.
           DISPLAY SEC-HISTORIQUE LINE 10 POSITION 52.
           ACCEPT SEC-HISTORIQUE LINE 10 POSITION 52.
           IF SEC-HISTORIQUE > 4
               MOVE 4 TO SEC-HISTORIQUE
           END-IF.
           DISPLAY 'Jours sans connexion = dormant:' LINE 12
               POSITION 10.
           DISPLAY SEC-JOURS-DORMANT LINE 12 POSITION 52.
           ACCEPT SEC-JOURS-DORMANT LINE 12 POSITION 52.
           OPEN OUTPUT SEC-PARAMETRES.
           WRITE SEC-PARM-REC.
           CLOSE SEC-PARAMETRES.
           DISPLAY '*** PARAMETRES ENREGISTRES ***' LINE 15
               POSITION 25 HIGHLIGHT.
           DISPLAY 'Appuyez ENTREE...' LINE 21 POSITION 31.
           ACCEPT WS-CONFIRM.
