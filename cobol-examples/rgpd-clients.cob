       IDENTIFICATION DIVISION.
       PROGRAM-ID. RGPDCLI.
      *===============================================
      * ANONYMISATION DES CLIENTS INACTIFS (PROTECTION DES
      * DONNEES) - lot annuel
      * Un client dont la derniere trace d'activite est plus
      * ancienne que la duree de conservation (saisie au
      * lancement, 3 ans par defaut) et qui n'a plus rien en
      * cours est anonymise par le sous-programme ANONCLI, le
      * meme qu'appelle CLIENTS sur demande d'effacement.
      * Activite retenue : date de facture ou d'avoir
      * (FACTURES), de commande (CDEVTE), de fin de sejour
      * (RESERV), de contact (CLICONTA) et de creation ou
      * modification de la fiche dans CLIENTS (AUDIT.DAT).
      * En cours : solde non nul, commande non soldee (E, A, L,
      * H) ou sejour reserve / en maison (R, A).
      * Les fiches supprimees ou fusionnees sont candidates au
      * meme titre ; les fiches deja anonymisees sont ignorees.
      * En simulation, le registre est imprime sans rien
      * modifier. Le registre ne porte que le numero client,
      * jamais les donnees effacees.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTS ASSIGN TO 'CLIENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS WS-CLI-STATUS.
      *    SOURCES D'ACTIVITE - FACULTATIVES
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
           SELECT CONTACTS ASSIGN TO 'CLICONTA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.
           SELECT AUDIT ASSIGN TO 'AUDIT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.
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
       FD CONTACTS.
           COPY CONTACT.
       FD AUDIT.
           COPY AUDIT.
       WORKING-STORAGE SECTION.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-CLI-STATUS     PIC XX VALUE '00'.
           88 WS-CLI-OUVERT-OK VALUE '00'.
       01 WS-FIC-STATUS     PIC XX VALUE '00'.
           88 WS-FIC-OUVERT-OK VALUE '00'.
      *    Parametres du lancement
       01 WS-ANS-CONSERVATION PIC 99 VALUE 0.
       01 WS-MISE-A-JOUR    PIC X VALUE 'N'.
       01 WS-DATE-JOUR      PIC 9(8) VALUE 0.
       01 WS-DATE-LIMITE    PIC 9(8) VALUE 0.
      *    Identite transmise a ANONCLI pour la trace d'audit
       01 WS-PROGRAMME      PIC X(8) VALUE 'RGPDCLI'.
       01 WS-OPERATEUR      PIC X(6) VALUE 'BATCH'.
       01 WS-COMPTES.
           05 WS-NB-RESERV      PIC 9(5).
           05 WS-NB-CONTACTS    PIC 9(5).
           05 WS-NB-VENTES      PIC 9(5).
           05 WS-NB-ADRESSES    PIC 9(5).
           05 WS-NB-AUDIT       PIC 9(5).
           05 WS-NB-ANNUL       PIC 9(5).
      *    Fiches candidates, chargees dans l'ordre des CLI-ID
      *    (recherche dichotomique)
       01 WS-NB-CLI         PIC 9(4) VALUE 0.
       01 WS-CLI-IGNORES    PIC 9(4) VALUE 0.
       01 WS-CLIENTS-TABLE.
           05 WS-CLI-ENTRY OCCURS 5000 TIMES.
               10 WS-TC-ID       PIC 9(5).
               10 WS-TC-ACTIVITE PIC 9(8).
      *           O = QUELQUE CHOSE EN COURS, LA FICHE EST GARDEE
               10 WS-TC-EN-COURS PIC X.
       01 WS-I              PIC 9(4) VALUE 0.
       01 WS-BAS            PIC 9(4) VALUE 0.
       01 WS-HAUT           PIC 9(4) VALUE 0.
       01 WS-MILIEU         PIC 9(4) VALUE 0.
       01 WS-TROUVE         PIC 9(4) VALUE 0.
       01 WS-ID-CHERCHE     PIC 9(5) VALUE 0.
       01 WS-DATE-ACTIVITE  PIC 9(8) VALUE 0.
      *    Totaux du registre
       01 WS-NB-ANONYMISES  PIC 9(5) VALUE 0.
       01 WS-NB-EN-COURS    PIC 9(5) VALUE 0.
       01 WS-NB-RECENTS     PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'DUREE DE CONSERVATION EN ANNEES (DEFAUT 3) ?'.
           ACCEPT WS-ANS-CONSERVATION.
           IF WS-ANS-CONSERVATION = 0
               MOVE 3 TO WS-ANS-CONSERVATION
           END-IF.
           DISPLAY 'ANONYMISER (O) OU SIMULATION (N) ?'.
           ACCEPT WS-MISE-A-JOUR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           COMPUTE WS-DATE-LIMITE =
               WS-DATE-JOUR - WS-ANS-CONSERVATION * 10000.
           OPEN I-O CLIENTS.
           IF NOT WS-CLI-OUVERT-OK
               DISPLAY 'CLIENTS.DAT ABSENT'
               STOP RUN
           END-IF.
           PERFORM CHARGER-CLIENTS.
           PERFORM RELEVER-FACTURES THRU RELEVER-FACTURES-EXIT.
           PERFORM RELEVER-COMMANDES THRU RELEVER-COMMANDES-EXIT.
           PERFORM RELEVER-SEJOURS THRU RELEVER-SEJOURS-EXIT.
           PERFORM RELEVER-CONTACTS THRU RELEVER-CONTACTS-EXIT.
           PERFORM RELEVER-AUDIT THRU RELEVER-AUDIT-EXIT.
           PERFORM IMPRIMER-REGISTRE.
           CLOSE CLIENTS.
           STOP RUN.

       CHARGER-CLIENTS.
           MOVE 0 TO CLI-ID.
           START CLIENTS KEY >= CLI-ID
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ CLIENTS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF NOT CLI-ANONYME
                           PERFORM RETENIR-CLIENT
                       END-IF
               END-READ
           END-PERFORM.

       RETENIR-CLIENT.
           IF WS-NB-CLI >= 5000
               ADD 1 TO WS-CLI-IGNORES
           ELSE
               ADD 1 TO WS-NB-CLI
               MOVE CLI-ID TO WS-TC-ID(WS-NB-CLI)
               MOVE 0 TO WS-TC-ACTIVITE(WS-NB-CLI)
               MOVE 'N' TO WS-TC-EN-COURS(WS-NB-CLI)
               IF CLI-SOLDE NOT = 0
                   MOVE 'O' TO WS-TC-EN-COURS(WS-NB-CLI)
               END-IF
           END-IF.

       RELEVER-FACTURES.
           OPEN INPUT FACTURES.
           IF NOT WS-FIC-OUVERT-OK
               GO TO RELEVER-FACTURES-EXIT
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
                       MOVE FAC-CLIENT TO WS-ID-CHERCHE
                       MOVE FAC-DATE TO WS-DATE-ACTIVITE
                       PERFORM NOTER-ACTIVITE
               END-READ
           END-PERFORM.
           CLOSE FACTURES.
       RELEVER-FACTURES-EXIT.
           EXIT.

       RELEVER-COMMANDES.
           OPEN INPUT CDE-VENTES.
           IF NOT WS-FIC-OUVERT-OK
               GO TO RELEVER-COMMANDES-EXIT
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
                       MOVE CVT-CLIENT TO WS-ID-CHERCHE
                       MOVE CVT-DATE TO WS-DATE-ACTIVITE
                       PERFORM NOTER-ACTIVITE
                       IF WS-TROUVE > 0 AND
                           (CVT-STATUT = 'E' OR CVT-STATUT = 'A'
                           OR CVT-STATUT = 'L' OR CVT-STATUT = 'H')
                           MOVE 'O' TO WS-TC-EN-COURS(WS-TROUVE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CDE-VENTES.
       RELEVER-COMMANDES-EXIT.
           EXIT.

       RELEVER-SEJOURS.
           OPEN INPUT RESERVATIONS.
           IF NOT WS-FIC-OUVERT-OK
               GO TO RELEVER-SEJOURS-EXIT
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
                       MOVE RES-CLI-ID TO WS-ID-CHERCHE
                       MOVE RES-FIN TO WS-DATE-ACTIVITE
                       PERFORM NOTER-ACTIVITE
                       IF WS-TROUVE > 0 AND
                           (RES-STATUT = 'R' OR RES-STATUT = 'A')
                           MOVE 'O' TO WS-TC-EN-COURS(WS-TROUVE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESERVATIONS.
       RELEVER-SEJOURS-EXIT.
           EXIT.

       RELEVER-CONTACTS.
           OPEN INPUT CONTACTS.
           IF NOT WS-FIC-OUVERT-OK
               GO TO RELEVER-CONTACTS-EXIT
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ CONTACTS
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE CNT-CLIENT TO WS-ID-CHERCHE
                       MOVE CNT-DATE TO WS-DATE-ACTIVITE
                       PERFORM NOTER-ACTIVITE
               END-READ
           END-PERFORM.
           CLOSE CONTACTS.
       RELEVER-CONTACTS-EXIT.
           EXIT.

      *    Creation et modifications de la fiche par CLIENTS (la
      *    cle d'audit est le CLI-ID) : une fiche creee sans
      *    jamais servir est ainsi conservee le meme delai.
       RELEVER-AUDIT.
           OPEN INPUT AUDIT.
           IF NOT WS-FIC-OUVERT-OK
               GO TO RELEVER-AUDIT-EXIT
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ AUDIT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF AUD-PROGRAMME = 'CLIENTS' AND
                           AUD-CLE(1:5) IS NUMERIC
                           MOVE AUD-CLE(1:5) TO WS-ID-CHERCHE
                           MOVE AUD-DATE TO WS-DATE-ACTIVITE
                           PERFORM NOTER-ACTIVITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT.
       RELEVER-AUDIT-EXIT.
           EXIT.

      *    Retient la date la plus recente pour WS-ID-CHERCHE ;
      *    WS-TROUVE rend le rang dans la table (0 = client hors
      *    table : deja anonymise ou inconnu).
       NOTER-ACTIVITE.
           PERFORM CHERCHER-CLIENT-TABLE.
           IF WS-TROUVE > 0
               IF WS-DATE-ACTIVITE > WS-TC-ACTIVITE(WS-TROUVE)
                   MOVE WS-DATE-ACTIVITE TO WS-TC-ACTIVITE(WS-TROUVE)
               END-IF
           END-IF.

       CHERCHER-CLIENT-TABLE.
           MOVE 0 TO WS-TROUVE.
           MOVE 1 TO WS-BAS.
           MOVE WS-NB-CLI TO WS-HAUT.
           PERFORM UNTIL WS-BAS > WS-HAUT OR WS-TROUVE > 0
               COMPUTE WS-MILIEU = (WS-BAS + WS-HAUT) / 2
               IF WS-TC-ID(WS-MILIEU) = WS-ID-CHERCHE
                   MOVE WS-MILIEU TO WS-TROUVE
               ELSE
                   IF WS-TC-ID(WS-MILIEU) < WS-ID-CHERCHE
                       COMPUTE WS-BAS = WS-MILIEU + 1
                   ELSE
                       IF WS-MILIEU = 1
                           MOVE 0 TO WS-HAUT
                       ELSE
                           COMPUTE WS-HAUT = WS-MILIEU - 1
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       IMPRIMER-REGISTRE.
           DISPLAY '=== REGISTRE DES ANONYMISATIONS ==='.
           DISPLAY 'DATE ' WS-DATE-JOUR '  CONSERVATION '
               WS-ANS-CONSERVATION ' AN(S)  INACTIFS DEPUIS LE '
               WS-DATE-LIMITE.
           IF WS-MISE-A-JOUR NOT = 'O'
               DISPLAY '*** SIMULATION - AUCUNE MISE A JOUR ***'
           END-IF.
           DISPLAY 'CLIENT  DERN.ACTIV  SEJOURS CONTACTS  VENTES'
               ' ADRESSES   AUDIT  ANNUL.'.
           DISPLAY '-----------------------------------------------'.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-NB-CLI
               IF WS-TC-EN-COURS(WS-I) = 'O'
                   ADD 1 TO WS-NB-EN-COURS
               ELSE
                   IF WS-TC-ACTIVITE(WS-I) >= WS-DATE-LIMITE
                       ADD 1 TO WS-NB-RECENTS
                   ELSE
                       PERFORM ANONYMISER-CANDIDAT
                           THRU ANONYMISER-CANDIDAT-EXIT
                   END-IF
               END-IF
               ADD 1 TO WS-I
           END-PERFORM.
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'FICHES ANONYMISEES         : ' WS-NB-ANONYMISES.
           DISPLAY 'FICHES GARDEES (EN COURS)  : ' WS-NB-EN-COURS.
           DISPLAY 'FICHES GARDEES (ACTIVITE)  : ' WS-NB-RECENTS.
           IF WS-CLI-IGNORES > 0
               DISPLAY 'FICHES NON EXAMINEES (TABLE PLEINE): '
                   WS-CLI-IGNORES
           END-IF.

       ANONYMISER-CANDIDAT.
           MOVE 0 TO WS-NB-RESERV.
           MOVE 0 TO WS-NB-CONTACTS.
           MOVE 0 TO WS-NB-VENTES.
           MOVE 0 TO WS-NB-ADRESSES.
           MOVE 0 TO WS-NB-AUDIT.
           MOVE 0 TO WS-NB-ANNUL.
           IF WS-MISE-A-JOUR = 'O'
               MOVE WS-TC-ID(WS-I) TO CLI-ID
               READ CLIENTS
                   INVALID KEY GO TO ANONYMISER-CANDIDAT-EXIT
               END-READ
               CALL 'ANONCLI' USING CLIENT-REC WS-PROGRAMME
                   WS-OPERATEUR WS-COMPTES
               REWRITE CLIENT-REC
           END-IF.
           ADD 1 TO WS-NB-ANONYMISES.
           DISPLAY WS-TC-ID(WS-I) '   ' WS-TC-ACTIVITE(WS-I) '   '
               WS-NB-RESERV '    ' WS-NB-CONTACTS '   '
               WS-NB-VENTES '    ' WS-NB-ADRESSES '   '
               WS-NB-AUDIT '  ' WS-NB-ANNUL.
       ANONYMISER-CANDIDAT-EXIT.
           EXIT.
