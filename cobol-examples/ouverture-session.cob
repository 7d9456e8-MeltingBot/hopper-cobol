      * de la suite avant d'afficher leur menu : code operateur et
      * mot de passe controles contre OPERATEURS.DAT (trois essais,
      * chaque echec journalise dans AUDIT.DAT), puis controle du
      * droit sur la fonction demandee. Les echecs consecutifs
      * sont comptes sur la fiche, d'une session a l'autre : au
      * seuil de SECPARM.DAT l'operateur est verrouille jusqu'a
      * ce qu'un administrateur le libere. Un mot de passe
      * expire, ou pose par l'administrateur, doit etre change
      * avant d'entrer, sans reprendre un des derniers. Le mot
      * de passe n'est compare qu'en empreinte (sous-programme
      * EMPREINTE). Rend a l'appelant le code
      * operateur, la carte complete des droits (pour les
      * controles fins comme la validation des commandes) et le
      * verdict.
           SELECT AUDIT ASSIGN TO 'AUDIT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
      *    PARAMETRES DE SECURITE - VOIR COPYBOOKS/SECPARM.CPY
           SELECT SEC-PARAMETRES ASSIGN TO 'SECPARM.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    OPERATEURS ET DROITS - VOIR COPYBOOKS/OPERATEUR.CPY
           COPY OPERATEUR.
       FD AUDIT.
           COPY AUDIT.
       FD SEC-PARAMETRES.
           COPY SECPARM.
       WORKING-STORAGE SECTION.
       01 WS-OPR-STATUS    PIC XX VALUE '00'.
           88 WS-OPR-OUVERT-OK VALUE '00'.
       01 WS-ESSAIS        PIC 9 VALUE 0.
       01 WS-MOT-SAISI     PIC X(8) VALUE SPACES.
       01 WS-POSITION-DROIT PIC 99 VALUE 0.
       01 WS-SEC-STATUS    PIC XX VALUE '00'.
           88 WS-SEC-OUVERT-OK VALUE '00'.
       01 WS-DATE-JOUR     PIC 9(8) VALUE 0.
       01 WS-EMPREINTE-SAISIE PIC 9(12) VALUE 0.
       01 WS-EMPREINTE-NOUVELLE PIC 9(12) VALUE 0.
       01 WS-MOT-NOUVEAU   PIC X(8) VALUE SPACES.
       01 WS-MOT-CONFIRME  PIC X(8) VALUE SPACES.
       01 WS-JOURS-MDP     PIC S9(7) VALUE 0.
       01 WS-IDX           PIC 9 VALUE 0.
       01 WS-MDP-CHANGE    PIC X VALUE 'N'.
       01 WS-AUD-OPERATION PIC X(6) VALUE SPACES.
       01 WS-AUD-MOTIF     PIC X(40) VALUE SPACES.
       LINKAGE SECTION.
      *    CODE DE LA FONCTION DEMANDEE : ST ACHATS(AC) AV FA BQ
      *    PA HO CL VE AD - CO (COMPTABILITE : BUDGETS, PERIODES,
      *    IMMOBILISATIONS) S'APPUIE SUR LE DROIT BANQUE
       01 LNK-FONCTION     PIC X(2).
       01 LNK-OPERATEUR    PIC X(6).
       01 LNK-DROITS       PIC X(11).
       01 LNK-AUTORISE     PIC X.
       PROCEDURE DIVISION USING LNK-FONCTION LNK-OPERATEUR
           LNK-DROITS LNK-AUTORISE.
           MOVE 'N' TO LNK-AUTORISE.
           MOVE SPACES TO LNK-OPERATEUR.
           MOVE SPACES TO LNK-DROITS.
           OPEN I-O OPERATEURS.
           IF NOT WS-OPR-OUVERT-OK
      *        Amorcage : pas encore de fichier des operateurs
               DISPLAY 'FICHIER OPERATEURS ABSENT - ACCES LIBRE'
               MOVE 'Y' TO LNK-AUTORISE
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM CHARGER-PARAMETRES.
           MOVE 0 TO WS-ESSAIS.
           PERFORM CONTROLER-IDENTITE THRU CONTROLER-IDENTITE-EXIT
               UNTIL LNK-AUTORISE = 'Y' OR WS-ESSAIS >= 3.
           IF LNK-AUTORISE NOT = 'Y'
               CLOSE OPERATEURS
                       POSITION 25 REVERSE-VIDEO
                   GO TO CONTROLER-IDENTITE-EXIT
           END-READ.
           PERFORM NORMALISER-FICHE.
           IF OPR-ACTIF NOT = 'Y'
               PERFORM JOURNALISER-ECHEC
               DISPLAY 'OPERATEUR DESACTIVE' LINE 13 POSITION 25
                   REVERSE-VIDEO
               GO TO CONTROLER-IDENTITE-EXIT
           END-IF.
           IF OPR-VERROUILLE = 'Y'
               PERFORM JOURNALISER-ECHEC
               DISPLAY 'OPERATEUR VERROUILLE - VOIR UN '
                   LINE 13 POSITION 20 REVERSE-VIDEO
               DISPLAY 'ADMINISTRATEUR' LINE 13 POSITION 51
                   REVERSE-VIDEO
               GO TO CONTROLER-IDENTITE-EXIT
           END-IF.
           CALL 'EMPREINTE' USING OPR-CODE WS-MOT-SAISI
               WS-EMPREINTE-SAISIE.
      *    Fiche anterieure a l'empreinte : le mot de passe en
      *    clair est verifie une derniere fois, puis remplace.
           IF OPR-EMPREINTE = 0 AND OPR-MOT-DE-PASSE NOT = SPACES
               AND WS-MOT-SAISI = OPR-MOT-DE-PASSE
               MOVE WS-EMPREINTE-SAISIE TO OPR-EMPREINTE
               MOVE SPACES TO OPR-MOT-DE-PASSE
               MOVE 0 TO OPR-DATE-MDP
           END-IF.
           IF WS-EMPREINTE-SAISIE NOT = OPR-EMPREINTE
               PERFORM COMPTER-ECHEC
               PERFORM JOURNALISER-ECHEC
               DISPLAY 'MOT DE PASSE FAUX' LINE 13 POSITION 25
                   REVERSE-VIDEO
               GO TO CONTROLER-IDENTITE-EXIT
           END-IF.
           MOVE 0 TO OPR-ECHECS.
           PERFORM CONTROLER-EXPIRATION.
           IF WS-JOURS-MDP < 0
               PERFORM CHANGER-MOT-DE-PASSE
                   THRU CHANGER-MOT-DE-PASSE-EXIT
               IF WS-MDP-CHANGE NOT = 'Y'
      *            Pas d'entree sans nouveau mot de passe
                   REWRITE OPERATEUR-REC
                   MOVE 3 TO WS-ESSAIS
                   GO TO CONTROLER-IDENTITE-EXIT
               END-IF
           END-IF.
           MOVE WS-DATE-JOUR TO OPR-DERNIERE-CONNEXION.
           REWRITE OPERATEUR-REC.
           MOVE OPR-CODE TO LNK-OPERATEUR.
           MOVE OPR-DROITS TO LNK-DROITS.
           MOVE 'Y' TO LNK-AUTORISE.
       CONTROLER-IDENTITE-EXIT.
           EXIT.

      *    Parametres de securite, valeurs de la maison si
      *    SECPARM.DAT n'existe pas.
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

      *    Zones de securite d'une fiche creee avant elles.
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

      *    Echec de mot de passe : compte sur la fiche, quelle que
      *    soit la session ; au seuil, verrouillage.
       COMPTER-ECHEC.
           IF OPR-ECHECS < 99
               ADD 1 TO OPR-ECHECS
           END-IF.
           IF SEC-ECHECS-MAX > 0 AND OPR-ECHECS >= SEC-ECHECS-MAX
               MOVE 'Y' TO OPR-VERROUILLE
               MOVE 'VERROU' TO WS-AUD-OPERATION
               MOVE 'OPERATEUR VERROUILLE' TO WS-AUD-MOTIF
               PERFORM JOURNALISER-EVENEMENT
               MOVE 3 TO WS-ESSAIS
           END-IF.
           REWRITE OPERATEUR-REC.

      *    WS-JOURS-MDP negatif = changement obligatoire : mot de
      *    passe pose par l'administrateur (date a zero) ou plus
      *    vieux que la duree de validite.
       CONTROLER-EXPIRATION.
           MOVE 0 TO WS-JOURS-MDP.
           IF OPR-DATE-MDP = 0
               MOVE -1 TO WS-JOURS-MDP
           ELSE
               IF SEC-DUREE-MDP > 0
                   COMPUTE WS-JOURS-MDP = SEC-DUREE-MDP -
                       (FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                       - FUNCTION INTEGER-OF-DATE(OPR-DATE-MDP))
                   IF WS-JOURS-MDP = 0
                       MOVE -1 TO WS-JOURS-MDP
                   END-IF
               END-IF
           END-IF.

      *    Nouveau mot de passe saisi deux fois ; refuse s'il est
      *    vide, s'il reprend le mot de passe courant ou l'un des
      *    SEC-HISTORIQUE precedents.
       CHANGER-MOT-DE-PASSE.
           MOVE 'N' TO WS-MDP-CHANGE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- CHANGEMENT DE MOT DE PASSE ---' LINE 4
               POSITION 23 HIGHLIGHT.
           DISPLAY 'Votre mot de passe doit etre change.' LINE 6
               POSITION 20.
           DISPLAY 'Nouveau mot de passe:' LINE 8 POSITION 20.
           MOVE SPACES TO WS-MOT-NOUVEAU.
           ACCEPT WS-MOT-NOUVEAU LINE 8 POSITION 42 NO-ECHO.
           DISPLAY 'Confirmation:' LINE 10 POSITION 20.
           MOVE SPACES TO WS-MOT-CONFIRME.
           ACCEPT WS-MOT-CONFIRME LINE 10 POSITION 42 NO-ECHO.
           IF WS-MOT-NOUVEAU = SPACES OR
               WS-MOT-NOUVEAU NOT = WS-MOT-CONFIRME
               DISPLAY 'SAISIES DIFFERENTES OU VIDES' LINE 13
                   POSITION 25 REVERSE-VIDEO
               GO TO CHANGER-MOT-DE-PASSE-EXIT
           END-IF.
           CALL 'EMPREINTE' USING OPR-CODE WS-MOT-NOUVEAU
               WS-EMPREINTE-NOUVELLE.
           IF WS-EMPREINTE-NOUVELLE = OPR-EMPREINTE
               DISPLAY 'MOT DE PASSE DEJA UTILISE' LINE 13
                   POSITION 25 REVERSE-VIDEO
               GO TO CHANGER-MOT-DE-PASSE-EXIT
           END-IF.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > SEC-HISTORIQUE
               IF WS-EMPREINTE-NOUVELLE =
                   OPR-ANCIENNE-EMPREINTE(WS-IDX)
                   MOVE 'R' TO WS-MDP-CHANGE
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.
           IF WS-MDP-CHANGE = 'R'
               DISPLAY 'MOT DE PASSE DEJA UTILISE' LINE 13
                   POSITION 25 REVERSE-VIDEO
               GO TO CHANGER-MOT-DE-PASSE-EXIT
           END-IF.
           MOVE OPR-ANCIENNE-EMPREINTE(3) TO
               OPR-ANCIENNE-EMPREINTE(4).
           MOVE OPR-ANCIENNE-EMPREINTE(2) TO
               OPR-ANCIENNE-EMPREINTE(3).
           MOVE OPR-ANCIENNE-EMPREINTE(1) TO
               OPR-ANCIENNE-EMPREINTE(2).
           MOVE OPR-EMPREINTE TO OPR-ANCIENNE-EMPREINTE(1).
           MOVE WS-EMPREINTE-NOUVELLE TO OPR-EMPREINTE.
           MOVE WS-DATE-JOUR TO OPR-DATE-MDP.
           MOVE 'Y' TO WS-MDP-CHANGE.
           MOVE 'MDP' TO WS-AUD-OPERATION.
           MOVE 'MOT DE PASSE CHANGE' TO WS-AUD-MOTIF.
           PERFORM JOURNALISER-EVENEMENT.
       CHANGER-MOT-DE-PASSE-EXIT.
           EXIT.

       CONTROLER-DROIT-FONCTION.
           EVALUATE LNK-FONCTION
               WHEN 'ST' MOVE 1 TO WS-POSITION-DROIT
               WHEN 'FA' MOVE 4 TO WS-POSITION-DROIT
               WHEN 'BQ' MOVE 5 TO WS-POSITION-DROIT
      *        La comptabilite releve du meme droit que la banque
      *        - pas de position propre dans la carte.
               WHEN 'CO' MOVE 5 TO WS-POSITION-DROIT
               WHEN 'PA' MOVE 6 TO WS-POSITION-DROIT
               WHEN 'HO' MOVE 7 TO WS-POSITION-DROIT
               END-IF
           END-IF.

      *    Chaque refus (operateur inconnu, desactive,
      *    verrouille, mot de passe faux, droit manquant) part au
      *    journal d'audit.
       JOURNALISER-ECHEC.
           MOVE 'LOGIN' TO WS-AUD-OPERATION.
           MOVE 'ACCES REFUSE' TO WS-AUD-MOTIF.
           PERFORM JOURNALISER-EVENEMENT.

      *    Verrouillage et changement de mot de passe passent au
      *    meme journal.
       JOURNALISER-EVENEMENT.
           MOVE 'SIGNON' TO AUD-PROGRAMME.
           MOVE WS-AUD-OPERATION TO AUD-OPERATION.
           MOVE OPR-CODE TO AUD-OPERATEUR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-HEURE.
           MOVE LNK-FONCTION TO AUD-CLE.
           MOVE SPACES TO AUD-AVANT.
           MOVE WS-AUD-MOTIF TO AUD-APRES.
           OPEN EXTEND AUDIT.
           IF NOT WS-AUD-OUVERT-OK
               OPEN OUTPUT AUDIT
