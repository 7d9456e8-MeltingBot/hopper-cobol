       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOUBLCLI.
      *===============================================
      * DETECTION DES DOUBLONS CLIENTS
      * Etat des fiches de CLIENTS.DAT qui designent probablement
      * le meme client : un meme client cree a la fois par le
      * comptoir, l'import CSV et le client de passage de HOTEL
      * (CREER-CLIENT-PASSAGE) eclate son encours, ses releves et
      * sa rentabilite. Sont rapprochees deux fiches actives dont
      * les noms se ressemblent (memes premieres lettres une fois
      * retires espaces et ponctuation) et qui partagent le code
      * postal ou le SIRET, ainsi que deux fiches de meme SIRET
      * quel que soit le nom. La fusion elle-meme se fait dans
      * FUSIONCLI, apres verification de l'etat.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTS ASSIGN TO 'CLIENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS WS-CLI-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT PARTAGEE - VOIR COPYBOOKS/CLIENT.CPY
       FD CLIENTS.
           COPY CLIENT.
       WORKING-STORAGE SECTION.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-CLI-STATUS     PIC XX VALUE '00'.
           88 WS-CLI-OUVERT-OK VALUE '00'.
      *    Longueur de nom normalise comparee
       01 WS-LG-COMPARAISON PIC 99 VALUE 8.
      *    Fiches actives chargees
       01 WS-NB-CLI         PIC 9(4) VALUE 0.
       01 WS-CLI-IGNORES    PIC 9(4) VALUE 0.
       01 WS-CLIENTS-TABLE.
           05 WS-CLI-ENTRY OCCURS 2000 TIMES.
               10 WS-TC-ID      PIC 9(5).
               10 WS-TC-NOM     PIC X(20).
               10 WS-TC-CLE     PIC X(20).
               10 WS-TC-CP      PIC X(5).
               10 WS-TC-SIRET   PIC X(14).
               10 WS-TC-SOLDE   PIC S9(7)V99.
       01 WS-I              PIC 9(4) VALUE 0.
       01 WS-J              PIC 9(4) VALUE 0.
      *    Normalisation du nom
       01 WS-NOM-BRUT       PIC X(20) VALUE SPACES.
       01 WS-NOM-CLE        PIC X(20) VALUE SPACES.
       01 WS-IDX-CAR        PIC 99 VALUE 0.
       01 WS-IDX-CLE        PIC 99 VALUE 0.
       01 WS-CAR            PIC X VALUE SPACE.
      *    Comparaison d'une paire
       01 WS-NOMS-VOISINS   PIC 9 VALUE 0.
       01 WS-MOTIF          PIC X(9) VALUE SPACES.
       01 WS-NB-PAIRES      PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       DEBUT.
           OPEN INPUT CLIENTS.
           IF NOT WS-CLI-OUVERT-OK
               DISPLAY 'CLIENTS.DAT ABSENT'
               STOP RUN
           END-IF.
           PERFORM CHARGER-CLIENTS.
           CLOSE CLIENTS.
           DISPLAY '=== DOUBLONS CLIENTS PROBABLES ==='.
           DISPLAY 'MOTIF     ID    NOM                  CP    '
               'SIRET                 SOLDE'.
           DISPLAY '-----------------------------------------------'.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I >= WS-NB-CLI
               COMPUTE WS-J = WS-I + 1
               PERFORM UNTIL WS-J > WS-NB-CLI
                   PERFORM COMPARER-PAIRE
                   ADD 1 TO WS-J
               END-PERFORM
               ADD 1 TO WS-I
           END-PERFORM.
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'FICHES ACTIVES EXAMINEES: ' WS-NB-CLI.
           DISPLAY 'PAIRES A VERIFIER       : ' WS-NB-PAIRES.
           IF WS-CLI-IGNORES > 0
               DISPLAY 'FICHES NON EXAMINEES (TABLE PLEINE): '
                   WS-CLI-IGNORES
           END-IF.
           STOP RUN.

      *    Les fiches supprimees (dont les fiches deja fusionnees)
      *    ne sont pas candidates.
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
                       IF CLI-SUPPRIME NOT = 'Y'
                           PERFORM RETENIR-CLIENT
                       END-IF
               END-READ
           END-PERFORM.

       RETENIR-CLIENT.
           IF WS-NB-CLI >= 2000
               ADD 1 TO WS-CLI-IGNORES
           ELSE
               ADD 1 TO WS-NB-CLI
               MOVE CLI-ID TO WS-TC-ID(WS-NB-CLI)
               MOVE CLI-NOM TO WS-TC-NOM(WS-NB-CLI)
               MOVE CLI-CODE-POSTAL TO WS-TC-CP(WS-NB-CLI)
               MOVE CLI-SIRET TO WS-TC-SIRET(WS-NB-CLI)
               MOVE CLI-SOLDE TO WS-TC-SOLDE(WS-NB-CLI)
               MOVE CLI-NOM TO WS-NOM-BRUT
               PERFORM NORMALISER-NOM
               MOVE WS-NOM-CLE TO WS-TC-CLE(WS-NB-CLI)
           END-IF.

      *    Nom en majuscules sans espaces ni ponctuation :
      *    'Dupont & Fils' et 'DUPONT ET FILS' donnent tous deux
      *    une cle commencant par DUPONT.
       NORMALISER-NOM.
           INSPECT WS-NOM-BRUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO WS-NOM-CLE.
           MOVE 0 TO WS-IDX-CLE.
           MOVE 1 TO WS-IDX-CAR.
           PERFORM UNTIL WS-IDX-CAR > 20
               MOVE WS-NOM-BRUT(WS-IDX-CAR:1) TO WS-CAR
               IF (WS-CAR >= 'A' AND WS-CAR <= 'Z') OR
                   (WS-CAR >= '0' AND WS-CAR <= '9')
                   ADD 1 TO WS-IDX-CLE
                   MOVE WS-CAR TO WS-NOM-CLE(WS-IDX-CLE:1)
               END-IF
               ADD 1 TO WS-IDX-CAR
           END-PERFORM.

       COMPARER-PAIRE.
           MOVE SPACES TO WS-MOTIF.
           MOVE 0 TO WS-NOMS-VOISINS.
           IF WS-TC-CLE(WS-I) NOT = SPACES AND
               WS-TC-CLE(WS-I)(1:WS-LG-COMPARAISON) =
               WS-TC-CLE(WS-J)(1:WS-LG-COMPARAISON)
               MOVE 1 TO WS-NOMS-VOISINS
           END-IF.
           IF WS-TC-SIRET(WS-I) NOT = SPACES AND
               WS-TC-SIRET(WS-I) = WS-TC-SIRET(WS-J)
               IF WS-NOMS-VOISINS = 1
                   MOVE 'NOM+SIRET' TO WS-MOTIF
               ELSE
                   MOVE 'SIRET' TO WS-MOTIF
               END-IF
           ELSE
               IF WS-NOMS-VOISINS = 1 AND
                   WS-TC-CP(WS-I) NOT = SPACES AND
                   WS-TC-CP(WS-I) = WS-TC-CP(WS-J)
                   MOVE 'NOM+CP' TO WS-MOTIF
               END-IF
           END-IF.
           IF WS-MOTIF NOT = SPACES
               ADD 1 TO WS-NB-PAIRES
               DISPLAY WS-MOTIF ' ' WS-TC-ID(WS-I) ' '
                   WS-TC-NOM(WS-I) ' ' WS-TC-CP(WS-I) ' '
                   WS-TC-SIRET(WS-I) ' ' WS-TC-SOLDE(WS-I)
               DISPLAY '          ' WS-TC-ID(WS-J) ' '
                   WS-TC-NOM(WS-J) ' ' WS-TC-CP(WS-J) ' '
                   WS-TC-SIRET(WS-J) ' ' WS-TC-SOLDE(WS-J)
           END-IF.
