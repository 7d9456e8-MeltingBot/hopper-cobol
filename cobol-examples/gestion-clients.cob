      *   restent consultables)
      * - Journal des contacts/interactions
      * - Journal d'audit (qui a cree/modifie/supprime quoi)
      * - Accords de remise de fin d'annee par paliers
      * - Adresses de livraison (depots, magasins) par client
      * - Effacement des donnees personnelles sur demande du
      *   client (meme anonymisation que le lot RGPDCLI)
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PXC-CLE.
      *    REMISES DE FIN D'ANNEE - VOIR COPYBOOKS/REMFIN.CPY,
      *    CALCULEES ET EMISES EN AVOIR PAR RFACLI.
           SELECT REMISES-FIN ASSIGN TO 'REMFIN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFA-CLE
               FILE STATUS IS WS-RFA-STATUS.
      *    ADRESSES DE LIVRAISON - VOIR COPYBOOKS/ADRLIV.CPY,
      *    CHOISIES A LA COMMANDE PAR GESTION-VENTES.
           SELECT ADRESSES-LIV ASSIGN TO 'ADRLIV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADL-CLE
               FILE STATUS IS WS-ADL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT PARTAGEE AVEC FACTURE - VOIR COPYBOOKS/CLIENT.CPY
      *    TARIFS CLIENTS - VOIR COPYBOOKS/PRIXCLI.CPY
       FD PRIX-CLIENTS.
           COPY PRIXCLI.
      *    REMISES DE FIN D'ANNEE - VOIR COPYBOOKS/REMFIN.CPY
       FD REMISES-FIN.
           COPY REMFIN.
      *    ADRESSES DE LIVRAISON - VOIR COPYBOOKS/ADRLIV.CPY
       FD ADRESSES-LIV.
           COPY ADRLIV.
       WORKING-STORAGE SECTION.
       01 WS-CHOIX PIC 9 VALUE 0.
       01 WS-FIN PIC 9 VALUE 0.
           88 WS-CNT-OUVERT-OK VALUE '00'.
       01 WS-AUD-STATUS PIC XX VALUE '00'.
           88 WS-AUD-OUVERT-OK VALUE '00'.
       01 WS-RFA-STATUS PIC XX VALUE '00'.
           88 WS-RFA-OUVERT-OK VALUE '00'.
       01 WS-ADL-STATUS PIC XX VALUE '00'.
           88 WS-ADL-OUVERT-OK VALUE '00'.
       01 WS-ADL-EXISTE PIC 9 VALUE 0.
       01 WS-ADL-SAUVE PIC X(77) VALUE SPACES.
       01 WS-IDX-PALIER PIC 9 VALUE 0.
       01 WS-PALIERS-OK PIC X VALUE 'Y'.
       01 WS-OPERATEUR PIC X(6) VALUE SPACES.
      * Ouverture de session via le sous-programme SIGNON
       01 WS-FONCTION-SESSION PIC X(2) VALUE 'CL'.
       01 WS-DROITS-SESSION PIC X(11) VALUE SPACES.
       01 WS-SESSION-OK PIC X VALUE 'N'.
      * Verrouillage d'enregistrement via le sous-programme VERROU
       01 WS-VRL-ACTION PIC X VALUE SPACE.
       01 WS-VRL-ENREG PIC X(18) VALUE SPACES.
       01 WS-VRL-RESULTAT PIC X VALUE SPACE.
       01 WS-AUD-AVANT-NOM PIC X(20) VALUE SPACES.
      * Anonymisation via le sous-programme ANONCLI
       01 WS-ANO-PROGRAMME PIC X(8) VALUE 'CLIENTS'.
       01 WS-ANO-COMPTES.
           05 WS-ANO-RESERV PIC 9(5).
           05 WS-ANO-CONTACTS PIC 9(5).
           05 WS-ANO-VENTES PIC 9(5).
           05 WS-ANO-ADRESSES PIC 9(5).
           05 WS-ANO-AUDIT PIC 9(5).
           05 WS-ANO-ANNUL PIC 9(5).
       01 WS-AUD-AVANT-VILLE PIC X(15) VALUE SPACES.
      * Groupe de societes
       01 WS-GRP-SAISI PIC 9(5) VALUE 0.
       01 WS-GRP-ANCIEN PIC 9(5) VALUE 0.
       01 WS-GRP-TETE-OK PIC X VALUE 'N'.
       01 WS-NB-FILIALES PIC 9(4) VALUE 0.
       01 WS-CLI-SAUVE PIC X(200) VALUE SPACES.
       PROCEDURE DIVISION.
       DEBUT.
      *    Ouverture de session obligatoire avant tout menu -
           END-IF.
           OPEN I-O CLIENTS.
           OPEN I-O PRIX-CLIENTS.
           OPEN I-O REMISES-FIN.
           IF NOT WS-RFA-OUVERT-OK
               OPEN OUTPUT REMISES-FIN
               CLOSE REMISES-FIN
               OPEN I-O REMISES-FIN
           END-IF.
           OPEN I-O ADRESSES-LIV.
           IF NOT WS-ADL-OUVERT-OK
               OPEN OUTPUT ADRESSES-LIV
               CLOSE ADRESSES-LIV
               OPEN I-O ADRESSES-LIV
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM UNTIL WS-FIN = 1
               PERFORM AFFICHER-MENU
                   WHEN 1 PERFORM AJOUTER-CLIENT
                   WHEN 2 PERFORM RECHERCHER-CLIENT
                   WHEN 3 PERFORM MODIFIER-CLIENT
                   WHEN 4 PERFORM MENU-SUPPRESSION
                   WHEN 5 PERFORM LISTER-CLIENTS
                   WHEN 6 PERFORM RECHERCHER-NOM-VILLE
                   WHEN 7 PERFORM MENU-CONTACTS
           END-PERFORM.
           CLOSE CLIENTS.
           CLOSE PRIX-CLIENTS.
           CLOSE REMISES-FIN.
           CLOSE ADRESSES-LIV.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY 'Au revoir!' LINE 12 POSITION 35 HIGHLIGHT.
           STOP RUN.
           DISPLAY '1. Ajouter un client' LINE 6 POSITION 25.
           DISPLAY '2. Rechercher par ID' LINE 7 POSITION 25.
           DISPLAY '3. Modifier un client' LINE 8 POSITION 25.
           DISPLAY '4. Supprimer / effacer' LINE 9 POSITION 25.
           DISPLAY '5. Lister tous les clients' LINE 10 POSITION 25.
           DISPLAY '6. Rechercher par nom/ville' LINE 11 POSITION 25.
           DISPLAY '7. Contacts / livraisons' LINE 12 POSITION 25.
           DISPLAY '8. Tarifs / groupes' LINE 13 POSITION 25.
           DISPLAY '9. Quitter' LINE 14 POSITION 25 BLINK.
           DISPLAY 'Votre choix:' LINE 17 POSITION 25.
           ACCEPT WS-CHOIX LINE 17 POSITION 38.
           ACCEPT CLI-VILLE LINE 9 POSITION 35.
           DISPLAY 'Solde:' LINE 11 POSITION 10.
           ACCEPT CLI-SOLDE LINE 11 POSITION 35.
           DISPLAY 'Regime TVA (F/I/X):' LINE 12 POSITION 10.
           MOVE 'F' TO CLI-REGIME-TVA.
           ACCEPT CLI-REGIME-TVA LINE 12 POSITION 35.
           DISPLAY 'Pays (FR, DE...):' LINE 12 POSITION 42.
           MOVE 'FR' TO CLI-PAYS.
           ACCEPT CLI-PAYS LINE 12 POSITION 60.
           DISPLAY 'Limite de credit:' LINE 13 POSITION 10.
           ACCEPT CLI-LIMITE-CREDIT LINE 13 POSITION 35.
      *    Bloc d'identite postale et fiscale - requis par la
           MOVE 'N' TO CLI-BLOQUE.
           MOVE 'N' TO CLI-MANDAT.
           MOVE SPACES TO CLI-MANDAT-REF.
           MOVE 'N' TO CLI-CHEQUE-REFUSE.
           MOVE 0 TO CLI-FUSION.
           MOVE 0 TO CLI-GROUPE.
           MOVE 0 TO CLI-LIMITE-GROUPE.
           MOVE 'N' TO CLI-RELANCE-GROUPE.
           IF CLI-PAYS = SPACES
               MOVE 'FR' TO CLI-PAYS
           END-IF.
           PERFORM CONTROLER-REGIME-TVA.
           IF CLI-SOLDE > CLI-LIMITE-CREDIT
               DISPLAY 'ATTENTION: SOLDE > LIMITE DE CREDIT' LINE 19
                   POSITION 14 REVERSE-VIDEO
               DISPLAY 'BLOQUE (RELANCES)' LINE 15 POSITION 35
                   REVERSE-VIDEO
           END-IF.
           IF CLI-FUSION > 0
               DISPLAY 'FUSIONNE DANS' LINE 15 POSITION 54
               DISPLAY CLI-FUSION LINE 15 POSITION 68 HIGHLIGHT
           END-IF.
           DISPLAY 'Adresse:' LINE 16 POSITION 15.
           DISPLAY CLI-ADRESSE LINE 16 POSITION 25.
           DISPLAY CLI-CODE-POSTAL LINE 17 POSITION 25.
           DISPLAY CLI-SIRET LINE 18 POSITION 25.
           DISPLAY 'TVA:' LINE 18 POSITION 42.
           DISPLAY CLI-TVA-INTRA LINE 18 POSITION 47.
           DISPLAY 'Regime TVA:' LINE 17 POSITION 42.
           DISPLAY CLI-REGIME-TVA LINE 17 POSITION 54.
           DISPLAY 'Pays:' LINE 17 POSITION 58.
           DISPLAY CLI-PAYS LINE 17 POSITION 64.
           IF CLI-GROUPE > 0
               DISPLAY 'Groupe:' LINE 19 POSITION 15
               DISPLAY CLI-GROUPE LINE 19 POSITION 25
               IF CLI-GROUPE = CLI-ID
                   DISPLAY 'TETE - LIMITE GROUPE' LINE 19 POSITION 32
                   DISPLAY CLI-LIMITE-GROUPE LINE 19 POSITION 53
               END-IF
           END-IF.

      *    Regime de TVA : F par defaut ; le regime intracommunautaire
      *    exige le numero de TVA du client, sans lequel la vente
      *    reste taxee en France.
       CONTROLER-REGIME-TVA.
           IF CLI-REGIME-TVA NOT = 'I' AND CLI-REGIME-TVA NOT = 'X'
               MOVE 'F' TO CLI-REGIME-TVA
           END-IF.
           IF CLI-REGIME-TVA = 'I' AND CLI-TVA-INTRA = SPACES
               MOVE 'F' TO CLI-REGIME-TVA
               DISPLAY 'SANS NUMERO DE TVA INTRA : REGIME F' LINE 21
                   POSITION 14 REVERSE-VIDEO
           END-IF.

       MODIFIER-CLIENT.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
                           POSITION 54 REVERSE-VIDEO
                       ACCEPT CLI-MANDAT-REF LINE 17 POSITION 54
                   END-IF
                   DISPLAY 'Regime TVA (F/I/X):' LINE 18 POSITION 10
                   DISPLAY CLI-REGIME-TVA LINE 18 POSITION 38
                       REVERSE-VIDEO
                   ACCEPT CLI-REGIME-TVA LINE 18 POSITION 38
                   PERFORM CONTROLER-REGIME-TVA
                   DISPLAY 'Pays:' LINE 18 POSITION 42
                   DISPLAY CLI-PAYS LINE 18 POSITION 48
                       REVERSE-VIDEO
                   ACCEPT CLI-PAYS LINE 18 POSITION 48
                   IF CLI-PAYS = SPACES
                       MOVE 'FR' TO CLI-PAYS
                   END-IF
                   DISPLAY 'Cheques refuses (Y/N):' LINE 19
                       POSITION 10
                   DISPLAY CLI-CHEQUE-REFUSE LINE 19 POSITION 38
                       REVERSE-VIDEO
                   ACCEPT CLI-CHEQUE-REFUSE LINE 19 POSITION 38
                   REWRITE CLIENT-REC
                   STRING WS-AUD-AVANT-NOM DELIMITED BY SIZE
                       ' / ' DELIMITED BY SIZE
       MODIFIER-CLIENT-FIN.
           PERFORM LIBERER-VERROU-ENREG.

       MENU-SUPPRESSION.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- SUPPRESSION / EFFACEMENT ---' LINE 2
               POSITION 24 HIGHLIGHT.
           DISPLAY '1. Desactiver un client' LINE 6 POSITION 26.
           DISPLAY '2. Effacer les donnees personnelles' LINE 8
               POSITION 26.
           DISPLAY '0. Retour' LINE 10 POSITION 26.
           DISPLAY 'Choix:' LINE 13 POSITION 26.
           ACCEPT WS-CHOIX LINE 13 POSITION 33.
           EVALUATE WS-CHOIX
               WHEN 1 PERFORM SUPPRIMER-CLIENT
               WHEN 2 PERFORM EFFACER-CLIENT THRU EFFACER-CLIENT-EXIT
           END-EVALUATE.

      *    Demande d'effacement d'un client (protection des
      *    donnees) : la fiche et ses traces sont anonymisees par
      *    ANONCLI, comme le fait le lot annuel RGPDCLI ; les
      *    pieces et montants restent. Reserve au droit
      *    ADMINISTRATION - l'operation est irreversible. Refuse
      *    tant que le client a un solde ouvert.
       EFFACER-CLIENT.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- EFFACEMENT DES DONNEES PERSONNELLES ---'
               LINE 2 POSITION 19 HIGHLIGHT.
           IF WS-DROITS-SESSION(10:1) NOT = 'Y'
               DISPLAY 'DROIT ADMINISTRATION REQUIS' LINE 12
                   POSITION 27 REVERSE-VIDEO
               GO TO EFFACER-CLIENT-EXIT
           END-IF.
           DISPLAY 'ID a effacer:' LINE 5 POSITION 10.
           ACCEPT CLI-ID LINE 5 POSITION 30.
           MOVE 'CLIENTS' TO WS-VRL-FICHIER.
           MOVE CLI-ID TO WS-VRL-ENREG.
           PERFORM POSER-VERROU-ENREG.
           IF WS-VRL-RESULTAT NOT = 'Y'
               GO TO EFFACER-CLIENT-EXIT
           END-IF.
           READ CLIENTS
               INVALID KEY
                   DISPLAY 'Client non trouve!' LINE 12 POSITION 30
                       REVERSE-VIDEO
                   GO TO EFFACER-CLIENT-FIN
           END-READ.
           IF CLI-ANONYME
               DISPLAY 'CLIENT DEJA ANONYMISE' LINE 12 POSITION 29
                   REVERSE-VIDEO
               GO TO EFFACER-CLIENT-FIN
           END-IF.
           IF CLI-SOLDE NOT = 0
               DISPLAY 'SOLDE OUVERT - EFFACEMENT IMPOSSIBLE' LINE 12
                   POSITION 22 REVERSE-VIDEO
               DISPLAY CLI-SOLDE LINE 13 POSITION 34 HIGHLIGHT
               GO TO EFFACER-CLIENT-FIN
           END-IF.
           DISPLAY CLI-NOM LINE 5 POSITION 40 HIGHLIGHT.
           DISPLAY CLI-VILLE LINE 6 POSITION 40.
           DISPLAY 'Effacement DEFINITIF? (O/N)' LINE 8 POSITION 20
               BLINK.
           ACCEPT WS-CONFIRM LINE 8 POSITION 50.
           IF WS-CONFIRM NOT = 'O' AND WS-CONFIRM NOT = 'o'
               DISPLAY 'Effacement annule' LINE 12 POSITION 31
               GO TO EFFACER-CLIENT-FIN
           END-IF.
      *    ANONCLI reprend ADRLIV.DAT : le fichier est rendu le
      *    temps de l'appel.
           CLOSE ADRESSES-LIV.
           CALL 'ANONCLI' USING CLIENT-REC WS-ANO-PROGRAMME
               WS-OPERATEUR WS-ANO-COMPTES.
           OPEN I-O ADRESSES-LIV.
           REWRITE CLIENT-REC.
           DISPLAY '*** DONNEES PERSONNELLES EFFACEES ***' LINE 12
               POSITION 22 HIGHLIGHT.
           DISPLAY 'Sejours:' LINE 14 POSITION 20.
           DISPLAY WS-ANO-RESERV LINE 14 POSITION 35.
           DISPLAY 'Contacts:' LINE 15 POSITION 20.
           DISPLAY WS-ANO-CONTACTS LINE 15 POSITION 35.
           DISPLAY 'Ventes:' LINE 16 POSITION 20.
           DISPLAY WS-ANO-VENTES LINE 16 POSITION 35.
           DISPLAY 'Adresses:' LINE 17 POSITION 20.
           DISPLAY WS-ANO-ADRESSES LINE 17 POSITION 35.
           DISPLAY 'Traces:' LINE 18 POSITION 20.
           DISPLAY WS-ANO-AUDIT LINE 18 POSITION 35.
           DISPLAY 'Annulations:' LINE 19 POSITION 20.
           DISPLAY WS-ANO-ANNUL LINE 19 POSITION 35.
       EFFACER-CLIENT-FIN.
           PERFORM LIBERER-VERROU-ENREG.
       EFFACER-CLIENT-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 30.
           ACCEPT WS-CONFIRM.

      *    Suppression logique : le client reste dans CLIENTS.DAT
      *    (solde, factures et contacts restent rattaches) mais
      *    n'apparait plus dans les listes et recherches courantes.
               HIGHLIGHT.
           DISPLAY '1. Ajouter un contact' LINE 6 POSITION 26.
           DISPLAY '2. Historique des contacts' LINE 8 POSITION 26.
           DISPLAY '3. Adresse de livraison' LINE 9 POSITION 26.
           DISPLAY '4. Consulter les adresses' LINE 10 POSITION 26.
           DISPLAY '0. Retour' LINE 11 POSITION 26.
           DISPLAY 'Choix:' LINE 13 POSITION 26.
           ACCEPT WS-CHOIX LINE 13 POSITION 33.
           EVALUATE WS-CHOIX
               WHEN 1 PERFORM AJOUTER-CONTACT
               WHEN 2 PERFORM HISTORIQUE-CONTACTS
               WHEN 3 PERFORM SAISIR-ADRESSE-LIV
                   THRU SAISIR-ADRESSE-LIV-EXIT
               WHEN 4 PERFORM CONSULTER-ADRESSES-LIV
           END-EVALUATE.

       AJOUTER-CONTACT.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 30.
           ACCEPT WS-CONFIRM.

      *===============================================
      * ADRESSES DE LIVRAISON
      * Un client peut se faire livrer sur plusieurs sites
      * (depots, magasins) : chaque adresse porte un code propre
      * au client, l'une d'elles est proposee par defaut a la
      * saisie des commandes. La facture garde l'adresse de la
      * fiche client.
      *===============================================
       SAISIR-ADRESSE-LIV.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- ADRESSE DE LIVRAISON ---' LINE 2
               POSITION 26 HIGHLIGHT.
           DISPLAY 'ID client:' LINE 4 POSITION 10.
           ACCEPT CLI-ID LINE 4 POSITION 28.
           READ CLIENTS
               INVALID KEY
                   DISPLAY 'CLIENT INCONNU!' LINE 14 POSITION 31
                       REVERSE-VIDEO
                   GO TO SAISIR-ADRESSE-LIV-EXIT
           END-READ.
           DISPLAY CLI-NOM LINE 4 POSITION 36 HIGHLIGHT.
           DISPLAY 'Code adresse:' LINE 5 POSITION 10.
           MOVE SPACES TO ADL-CODE.
           ACCEPT ADL-CODE LINE 5 POSITION 28.
           IF ADL-CODE = SPACES
               DISPLAY 'CODE ADRESSE OBLIGATOIRE' LINE 14
                   POSITION 28 REVERSE-VIDEO
               GO TO SAISIR-ADRESSE-LIV-EXIT
           END-IF.
           MOVE CLI-ID TO ADL-CLIENT.
           MOVE 0 TO WS-ADL-EXISTE.
           READ ADRESSES-LIV
               INVALID KEY
                   MOVE SPACES TO ADL-LIBELLE
                   MOVE SPACES TO ADL-ADRESSE
                   MOVE SPACES TO ADL-CODE-POSTAL
                   MOVE SPACES TO ADL-VILLE
                   MOVE CLI-PAYS TO ADL-PAYS
                   MOVE 'N' TO ADL-DEFAUT
               NOT INVALID KEY
                   MOVE 1 TO WS-ADL-EXISTE
                   DISPLAY '(MODIFICATION)' LINE 5 POSITION 36
                       HIGHLIGHT
           END-READ.
           MOVE ADL-VILLE TO WS-AUD-AVANT-VILLE.
           DISPLAY 'Libelle du site:' LINE 7 POSITION 10.
           DISPLAY ADL-LIBELLE LINE 7 POSITION 30 REVERSE-VIDEO.
           ACCEPT ADL-LIBELLE LINE 7 POSITION 30.
           DISPLAY 'Adresse:' LINE 8 POSITION 10.
           DISPLAY ADL-ADRESSE LINE 8 POSITION 30 REVERSE-VIDEO.
           ACCEPT ADL-ADRESSE LINE 8 POSITION 30.
           DISPLAY 'Code postal:' LINE 9 POSITION 10.
           DISPLAY ADL-CODE-POSTAL LINE 9 POSITION 30 REVERSE-VIDEO.
           ACCEPT ADL-CODE-POSTAL LINE 9 POSITION 30.
           DISPLAY 'Ville:' LINE 10 POSITION 10.
           DISPLAY ADL-VILLE LINE 10 POSITION 30 REVERSE-VIDEO.
           ACCEPT ADL-VILLE LINE 10 POSITION 30.
           DISPLAY 'Pays:' LINE 11 POSITION 10.
           DISPLAY ADL-PAYS LINE 11 POSITION 30 REVERSE-VIDEO.
           ACCEPT ADL-PAYS LINE 11 POSITION 30.
           IF ADL-PAYS = SPACES
               MOVE CLI-PAYS TO ADL-PAYS
           END-IF.
           DISPLAY 'Adresse par defaut (Y/N):' LINE 12 POSITION 10.
           DISPLAY ADL-DEFAUT LINE 12 POSITION 37 REVERSE-VIDEO.
           ACCEPT ADL-DEFAUT LINE 12 POSITION 37.
           IF ADL-DEFAUT NOT = 'Y'
               MOVE 'N' TO ADL-DEFAUT
           END-IF.
           IF ADL-ADRESSE = SPACES OR ADL-VILLE = SPACES
               DISPLAY 'ADRESSE ET VILLE OBLIGATOIRES' LINE 14
                   POSITION 26 REVERSE-VIDEO
               GO TO SAISIR-ADRESSE-LIV-EXIT
           END-IF.
      *    Une seule adresse par defaut : la nouvelle retire le
      *    fanion des autres adresses du client.
           IF ADL-DEFAUT = 'Y'
               MOVE ADRESSE-LIV-REC TO WS-ADL-SAUVE
               PERFORM RETIRER-DEFAUT-ADRESSES
               MOVE WS-ADL-SAUVE TO ADRESSE-LIV-REC
           END-IF.
           MOVE SPACES TO AUD-AVANT.
           MOVE SPACES TO AUD-APRES.
           STRING 'LIVR ' DELIMITED BY SIZE
               ADL-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ADL-VILLE DELIMITED BY SIZE
               ' DEF=' DELIMITED BY SIZE
               ADL-DEFAUT DELIMITED BY SIZE
               INTO AUD-APRES.
           IF WS-ADL-EXISTE = 1
               REWRITE ADRESSE-LIV-REC
               STRING 'LIVR ' DELIMITED BY SIZE
                   ADL-CODE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AUD-AVANT-VILLE DELIMITED BY SIZE
                   INTO AUD-AVANT
               PERFORM ECRIRE-AUDIT-UPDATE
           ELSE
               WRITE ADRESSE-LIV-REC
               PERFORM ECRIRE-AUDIT-CREATE
           END-IF.
           DISPLAY '*** ADRESSE ENREGISTREE ***' LINE 14
               POSITION 27 HIGHLIGHT.
       SAISIR-ADRESSE-LIV-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 30.
           ACCEPT WS-CONFIRM.

       RETIRER-DEFAUT-ADRESSES.
           MOVE LOW-VALUES TO ADL-CODE.
           MOVE CLI-ID TO ADL-CLIENT.
           START ADRESSES-LIV KEY >= ADL-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ ADRESSES-LIV NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ADL-CLIENT NOT = CLI-ID
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF ADL-DEFAUT = 'Y'
                               MOVE 'N' TO ADL-DEFAUT
                               REWRITE ADRESSE-LIV-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CONSULTER-ADRESSES-LIV.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- ADRESSES DE LIVRAISON DU CLIENT ---'
               LINE 2 POSITION 21 HIGHLIGHT.
           DISPLAY 'ID client:' LINE 4 POSITION 10.
           ACCEPT CLI-ID LINE 4 POSITION 28.
           READ CLIENTS
               INVALID KEY
                   MOVE SPACES TO CLI-ADRESSE
                   MOVE SPACES TO CLI-CODE-POSTAL
                   MOVE SPACES TO CLI-VILLE
           END-READ.
           DISPLAY 'Facturation:' LINE 5 POSITION 5.
           DISPLAY CLI-ADRESSE LINE 5 POSITION 18.
           DISPLAY CLI-CODE-POSTAL LINE 5 POSITION 49.
           DISPLAY CLI-VILLE LINE 5 POSITION 55.
           DISPLAY 'CODE' LINE 7 POSITION 3 UNDERLINE.
           DISPLAY 'SITE' LINE 7 POSITION 8 UNDERLINE.
           DISPLAY 'ADRESSE' LINE 7 POSITION 24 UNDERLINE.
           DISPLAY 'CP' LINE 7 POSITION 55 UNDERLINE.
           DISPLAY 'VILLE' LINE 7 POSITION 61 UNDERLINE.
           MOVE LOW-VALUES TO ADL-CODE.
           MOVE CLI-ID TO ADL-CLIENT.
           START ADRESSES-LIV KEY >= ADL-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           MOVE 8 TO WS-LIGNE.
           PERFORM UNTIL WS-EOF = 1 OR WS-LIGNE > 17
               READ ADRESSES-LIV NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ADL-CLIENT NOT = CLI-ID
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM AFFICHER-ADRESSE-LIV
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY '* = adresse proposee par defaut' LINE 19
               POSITION 5.
           DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 30.
           ACCEPT WS-CONFIRM.

       AFFICHER-ADRESSE-LIV.
           IF ADL-DEFAUT = 'Y'
               DISPLAY '*' LINE WS-LIGNE POSITION 2 HIGHLIGHT
           END-IF.
           DISPLAY ADL-CODE LINE WS-LIGNE POSITION 3.
           DISPLAY ADL-LIBELLE LINE WS-LIGNE POSITION 8.
           DISPLAY ADL-ADRESSE LINE WS-LIGNE POSITION 24.
           DISPLAY ADL-CODE-POSTAL LINE WS-LIGNE POSITION 55.
           DISPLAY ADL-VILLE LINE WS-LIGNE POSITION 61.
           ADD 1 TO WS-LIGNE.

      *===============================================
      * TARIFS CLIENTS
      * Meme bareme que les tarifs fournisseurs de GESTION-ACHATS,
               HIGHLIGHT.
           DISPLAY '1. Saisir un tarif' LINE 6 POSITION 26.
           DISPLAY '2. Consulter les tarifs' LINE 8 POSITION 26.
           DISPLAY '3. Remise de fin d annee' LINE 9 POSITION 26.
           DISPLAY '4. Consulter les remises' LINE 10 POSITION 26.
           DISPLAY '5. Groupe de societes' LINE 11 POSITION 26.
           DISPLAY '0. Retour' LINE 12 POSITION 26.
           DISPLAY 'Choix:' LINE 14 POSITION 26.
           ACCEPT WS-CHOIX LINE 14 POSITION 33.
           EVALUATE WS-CHOIX
               WHEN 1 PERFORM SAISIR-TARIF-CLIENT
               WHEN 2 PERFORM CONSULTER-TARIFS-CLIENT
               WHEN 3 PERFORM SAISIR-REMISE-FIN
                   THRU SAISIR-REMISE-FIN-EXIT
               WHEN 4 PERFORM CONSULTER-REMISES-FIN
               WHEN 5 PERFORM SAISIR-GROUPE-CLIENT
                   THRU SAISIR-GROUPE-CLIENT-EXIT
           END-EVALUATE.

       SAISIR-TARIF-CLIENT.
           DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 30.
           ACCEPT WS-CONFIRM.

      *===============================================
      * GROUPE DE SOCIETES
      * Rattache la fiche a une tete de groupe (CLI-GROUPE). La
      * tete porte son propre numero, la limite de credit globale
      * du groupe et le choix d'une relance unique. Une tete ne
      * peut etre dissoute tant que des filiales lui sont
      * rattachees ; une filiale ne peut etre rattachee qu'a une
      * fiche deja declaree tete.
      *===============================================
       SAISIR-GROUPE-CLIENT.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- GROUPE DE SOCIETES ---' LINE 2
               POSITION 27 HIGHLIGHT.
           DISPLAY 'ID client:' LINE 4 POSITION 10.
           ACCEPT CLI-ID LINE 4 POSITION 28.
           MOVE 'CLIENTS' TO WS-VRL-FICHIER.
           MOVE CLI-ID TO WS-VRL-ENREG.
           PERFORM POSER-VERROU-ENREG.
           IF WS-VRL-RESULTAT NOT = 'Y'
               GO TO SAISIR-GROUPE-CLIENT-EXIT
           END-IF.
           READ CLIENTS
               INVALID KEY
                   DISPLAY 'CLIENT INCONNU!' LINE 12 POSITION 31
                       REVERSE-VIDEO
                   GO TO SAISIR-GROUPE-CLIENT-FIN
           END-READ.
           DISPLAY CLI-NOM LINE 4 POSITION 36 HIGHLIGHT.
           MOVE CLI-GROUPE TO WS-GRP-ANCIEN.
           MOVE CLI-GROUPE TO WS-GRP-SAISI.
           DISPLAY 'Tete de groupe (0=aucun):' LINE 6 POSITION 10.
           DISPLAY WS-GRP-SAISI LINE 6 POSITION 40 REVERSE-VIDEO.
           DISPLAY '(son propre ID = tete du groupe)' LINE 7
               POSITION 10.
           ACCEPT WS-GRP-SAISI LINE 6 POSITION 40.
           IF WS-GRP-ANCIEN = CLI-ID AND WS-GRP-SAISI NOT = CLI-ID
               PERFORM COMPTER-FILIALES
               IF WS-NB-FILIALES > 0
                   DISPLAY 'FILIALES ENCORE RATTACHEES:' LINE 12
                       POSITION 20 REVERSE-VIDEO
                   DISPLAY WS-NB-FILIALES LINE 12 POSITION 48
                   GO TO SAISIR-GROUPE-CLIENT-FIN
               END-IF
           END-IF.
           IF WS-GRP-SAISI > 0 AND WS-GRP-SAISI NOT = CLI-ID
               PERFORM CONTROLER-TETE-GROUPE
               IF WS-GRP-TETE-OK NOT = 'Y'
                   DISPLAY 'TETE DE GROUPE INCONNUE' LINE 12
                       POSITION 28 REVERSE-VIDEO
                   GO TO SAISIR-GROUPE-CLIENT-FIN
               END-IF
           END-IF.
           MOVE WS-GRP-SAISI TO CLI-GROUPE.
           IF CLI-GROUPE = CLI-ID
               DISPLAY 'Limite credit du groupe:' LINE 9
                   POSITION 10
               DISPLAY CLI-LIMITE-GROUPE LINE 9 POSITION 40
                   REVERSE-VIDEO
               ACCEPT CLI-LIMITE-GROUPE LINE 9 POSITION 40
               DISPLAY 'Relance unique a la tete (Y/N):' LINE 10
                   POSITION 10
               DISPLAY CLI-RELANCE-GROUPE LINE 10 POSITION 42
                   REVERSE-VIDEO
               ACCEPT CLI-RELANCE-GROUPE LINE 10 POSITION 42
               IF CLI-RELANCE-GROUPE NOT = 'Y'
                   MOVE 'N' TO CLI-RELANCE-GROUPE
               END-IF
           ELSE
               MOVE 0 TO CLI-LIMITE-GROUPE
               MOVE 'N' TO CLI-RELANCE-GROUPE
           END-IF.
           REWRITE CLIENT-REC
               INVALID KEY
                   DISPLAY 'ERREUR MISE A JOUR' LINE 12 POSITION 31
                       REVERSE-VIDEO
                   GO TO SAISIR-GROUPE-CLIENT-FIN
           END-REWRITE.
           DISPLAY '*** GROUPE ENREGISTRE ***' LINE 12 POSITION 28
               HIGHLIGHT.
           MOVE SPACES TO AUD-AVANT.
           MOVE SPACES TO AUD-APRES.
           STRING 'GROUPE ' DELIMITED BY SIZE
               WS-GRP-ANCIEN DELIMITED BY SIZE
               INTO AUD-AVANT.
           STRING 'GROUPE ' DELIMITED BY SIZE
               CLI-GROUPE DELIMITED BY SIZE
               ' LIMITE=' DELIMITED BY SIZE
               CLI-LIMITE-GROUPE DELIMITED BY SIZE
               ' RELANCE=' DELIMITED BY SIZE
               CLI-RELANCE-GROUPE DELIMITED BY SIZE
               INTO AUD-APRES.
           PERFORM ECRIRE-AUDIT-UPDATE.
       SAISIR-GROUPE-CLIENT-FIN.
           PERFORM LIBERER-VERROU-ENREG.
       SAISIR-GROUPE-CLIENT-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 30.
           ACCEPT WS-CONFIRM.

      *    La fiche en cours est sauvegardee puis restauree : le
      *    REWRITE qui suit se fait sur sa cle.
       CONTROLER-TETE-GROUPE.
           MOVE CLIENT-REC TO WS-CLI-SAUVE.
           MOVE 'N' TO WS-GRP-TETE-OK.
           MOVE WS-GRP-SAISI TO CLI-ID.
           READ CLIENTS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CLI-GROUPE = CLI-ID AND CLI-SUPPRIME NOT = 'Y'
                       MOVE 'Y' TO WS-GRP-TETE-OK
                   END-IF
           END-READ.
           MOVE WS-CLI-SAUVE TO CLIENT-REC.

       COMPTER-FILIALES.
           MOVE CLIENT-REC TO WS-CLI-SAUVE.
           MOVE 0 TO WS-NB-FILIALES.
           MOVE 0 TO CLI-ID.
           START CLIENTS KEY >= CLI-ID
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ CLIENTS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CLI-GROUPE = WS-GRP-ANCIEN AND
                           CLI-ID NOT = WS-GRP-ANCIEN
                           ADD 1 TO WS-NB-FILIALES
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-CLI-SAUVE TO CLIENT-REC.

      *===============================================
      * REMISES DE FIN D'ANNEE
      * Accord de ristourne par paliers de chiffre d'affaires sur
      * une periode (en general l'annee civile) : le taux du plus
      * haut palier atteint s'applique a tout le CA net de la
      * periode. RFACLI suit l'accord en cours d'annee et emet
      * l'avoir a la cloture.
      *===============================================
       SAISIR-REMISE-FIN.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- REMISE DE FIN D ANNEE ---' LINE 2
               POSITION 25 HIGHLIGHT.
           DISPLAY 'ID client:' LINE 4 POSITION 10.
           ACCEPT RFA-CLIENT LINE 4 POSITION 28.
           MOVE RFA-CLIENT TO CLI-ID.
           READ CLIENTS
               INVALID KEY
                   DISPLAY 'CLIENT INCONNU!' LINE 12 POSITION 31
                       REVERSE-VIDEO
                   GO TO SAISIR-REMISE-FIN-EXIT
           END-READ.
           DISPLAY CLI-NOM LINE 4 POSITION 36 HIGHLIGHT.
           DISPLAY 'Periode du (AAAAMMJJ):' LINE 5 POSITION 10.
           ACCEPT RFA-DEBUT LINE 5 POSITION 34.
           DISPLAY 'Periode au (AAAAMMJJ):' LINE 6 POSITION 10.
           ACCEPT RFA-FIN LINE 6 POSITION 34.
           IF RFA-FIN < RFA-DEBUT
               DISPLAY 'PERIODE INCOHERENTE' LINE 12 POSITION 30
                   REVERSE-VIDEO
               GO TO SAISIR-REMISE-FIN-EXIT
           END-IF.
           DISPLAY 'PALIER  SEUIL CA HT     TAUX %' LINE 8
               POSITION 10 UNDERLINE.
           MOVE 1 TO WS-IDX-PALIER.
           MOVE 9 TO WS-LIGNE.
           PERFORM UNTIL WS-IDX-PALIER > 3
               DISPLAY WS-IDX-PALIER LINE WS-LIGNE POSITION 12
               MOVE 0 TO RFA-SEUIL(WS-IDX-PALIER)
               MOVE 0 TO RFA-TAUX(WS-IDX-PALIER)
               ACCEPT RFA-SEUIL(WS-IDX-PALIER) LINE WS-LIGNE
                   POSITION 18
               IF RFA-SEUIL(WS-IDX-PALIER) > 0
                   ACCEPT RFA-TAUX(WS-IDX-PALIER) LINE WS-LIGNE
                       POSITION 34
               END-IF
               ADD 1 TO WS-IDX-PALIER
               ADD 1 TO WS-LIGNE
           END-PERFORM.
      *    Paliers croissants en seuil comme en taux, le premier
      *    obligatoire.
           MOVE 'Y' TO WS-PALIERS-OK.
           IF RFA-SEUIL(1) = 0 OR RFA-TAUX(1) = 0
               MOVE 'N' TO WS-PALIERS-OK
           END-IF.
           MOVE 2 TO WS-IDX-PALIER.
           PERFORM UNTIL WS-IDX-PALIER > 3
               IF RFA-SEUIL(WS-IDX-PALIER) > 0
                   IF RFA-SEUIL(WS-IDX-PALIER) NOT >
                       RFA-SEUIL(WS-IDX-PALIER - 1) OR
                       RFA-TAUX(WS-IDX-PALIER) NOT >
                       RFA-TAUX(WS-IDX-PALIER - 1)
                       MOVE 'N' TO WS-PALIERS-OK
                   END-IF
               END-IF
               ADD 1 TO WS-IDX-PALIER
           END-PERFORM.
           IF WS-PALIERS-OK NOT = 'Y'
               DISPLAY 'PALIERS INCOHERENTS (CROISSANTS REQUIS)'
                   LINE 14 POSITION 20 REVERSE-VIDEO
               GO TO SAISIR-REMISE-FIN-EXIT
           END-IF.
           MOVE 'A' TO RFA-STATUT.
           MOVE 0 TO RFA-CA-RETENU.
           MOVE 0 TO RFA-TAUX-ATTEINT.
           MOVE 0 TO RFA-MONTANT.
           MOVE 0 TO RFA-AVOIR.
           MOVE 0 TO RFA-DATE-EMISSION.
           WRITE REMISE-FIN-REC
               INVALID KEY
                   DISPLAY 'ACCORD DEJA EXISTANT POUR CETTE PERIODE'
                       LINE 14 POSITION 20 REVERSE-VIDEO
                   GO TO SAISIR-REMISE-FIN-EXIT
           END-WRITE.
           DISPLAY '*** ACCORD ENREGISTRE ***' LINE 14 POSITION 28
               HIGHLIGHT.
           MOVE SPACES TO AUD-AVANT.
           MOVE SPACES TO AUD-APRES.
           STRING 'RFA ' DELIMITED BY SIZE
               RFA-DEBUT DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               RFA-FIN DELIMITED BY SIZE
               INTO AUD-APRES.
           PERFORM ECRIRE-AUDIT-CREATE.
       SAISIR-REMISE-FIN-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 30.
           ACCEPT WS-CONFIRM.

       CONSULTER-REMISES-FIN.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- REMISES DE FIN D ANNEE DU CLIENT ---'
               LINE 2 POSITION 20 HIGHLIGHT.
           DISPLAY 'ID client:' LINE 4 POSITION 10.
           ACCEPT CLI-ID LINE 4 POSITION 28.
           DISPLAY 'DU' LINE 6 POSITION 3 UNDERLINE.
           DISPLAY 'AU' LINE 6 POSITION 12 UNDERLINE.
           DISPLAY 'SEUIL 1' LINE 6 POSITION 21 UNDERLINE.
           DISPLAY 'TX1' LINE 6 POSITION 32 UNDERLINE.
           DISPLAY 'ST' LINE 6 POSITION 38 UNDERLINE.
           DISPLAY 'CA RETENU' LINE 6 POSITION 41 UNDERLINE.
           DISPLAY 'REMISE HT' LINE 6 POSITION 55 UNDERLINE.
           DISPLAY 'AVOIR' LINE 6 POSITION 67 UNDERLINE.
           MOVE LOW-VALUES TO RFA-CLE.
           MOVE CLI-ID TO RFA-CLIENT.
           START REMISES-FIN KEY >= RFA-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           MOVE 8 TO WS-LIGNE.
           PERFORM UNTIL WS-EOF = 1 OR WS-LIGNE > 17
               READ REMISES-FIN NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RFA-CLIENT NOT = CLI-ID
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM AFFICHER-REMISE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 30.
           ACCEPT WS-CONFIRM.

       AFFICHER-REMISE-FIN.
           DISPLAY RFA-DEBUT LINE WS-LIGNE POSITION 3.
           DISPLAY RFA-FIN LINE WS-LIGNE POSITION 12.
           DISPLAY RFA-SEUIL(1) LINE WS-LIGNE POSITION 21.
           DISPLAY RFA-TAUX(1) LINE WS-LIGNE POSITION 32.
           DISPLAY RFA-STATUT LINE WS-LIGNE POSITION 38.
           IF RFA-STATUT = 'E'
               DISPLAY RFA-CA-RETENU LINE WS-LIGNE POSITION 41
               DISPLAY RFA-MONTANT LINE WS-LIGNE POSITION 55
               DISPLAY RFA-AVOIR LINE WS-LIGNE POSITION 67
           END-IF.
           ADD 1 TO WS-LIGNE.

      *===============================================
      * JOURNAL D'AUDIT
      * AUD-AVANT/AUD-APRES sont renseignes par l'appelant avant
