       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANIFESTE.
      *===============================================
      * MANIFESTE DES ENLEVEMENTS PAR TRANSPORTEUR
      * Job batch de fin de journee : pour chaque transporteur
      * (TRANSPOR.DAT, ou un seul sur demande), reprend les
      * commandes clients livrees a la date demandee (CVT-DATE-
      * LIVREE, statut L ou F) confiees a ce transporteur, avec
      * l'adresse de livraison (site ADRLIV.DAT ou fiche client),
      * le nombre de colis, le poids brut et la reference de suivi
      * saisis a la livraison dans GESTION-VENTES.
      *  - feuille d'enlevement imprimee, a faire signer par le
      *    chauffeur, avec le total colis et poids ;
      *  - fichier remis au transporteur, MANIF-cccc-aaaammjj.TXT,
      *    au format de sa fiche (TRS-FORMAT) : F = enregistrements
      *    positionnels H / D / Z, C = CSV point-virgule avec une
      *    ligne d'intitules.
      * Relancer la journee reecrit les memes fichiers.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSPORTEURS ASSIGN TO 'TRANSPOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRS-CODE
               FILE STATUS IS WS-TRS-STATUS.
           SELECT CDE-VENTES ASSIGN TO 'CDEVTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CVT-NUM.
           SELECT CLIENTS ASSIGN TO 'CLIENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID.
           SELECT ADRESSES-LIV ASSIGN TO 'ADRLIV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADL-CLE
               FILE STATUS IS WS-ADL-STATUS.
      *    FICHIER REMIS AU TRANSPORTEUR (NOM DYNAMIQUE)
           SELECT MANIFESTE-FICHIER ASSIGN TO WS-NOM-MANIFESTE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUTS PARTAGEES - VOIR COPYBOOKS
       FD TRANSPORTEURS.
           COPY TRANSPOR.
       FD CDE-VENTES.
           COPY CDEVTE.
       FD CLIENTS.
           COPY CLIENT.
       FD ADRESSES-LIV.
           COPY ADRLIV.
      *    FORMAT F : UN H (CHARGEUR ET DATE), UN D PAR COMMANDE,
      *    UN Z DE CONTROLE EN QUEUE. FORMAT C : LIGNE CSV LIBRE.
       FD MANIFESTE-FICHIER.
       01 MAN-REC.
           05 MAN-TYPE      PIC X.
           05 MAN-DETAIL    PIC X(159).
       01 MAN-REC-H REDEFINES MAN-REC.
           05 MNH-TYPE      PIC X.
           05 MNH-TRANSPORTEUR PIC X(4).
           05 MNH-COMPTE    PIC X(10).
           05 MNH-DATE      PIC 9(8).
           05 MNH-NOM       PIC X(20).
           05 FILLER        PIC X(117).
       01 MAN-REC-D REDEFINES MAN-REC.
           05 MND-TYPE      PIC X.
           05 MND-COMMANDE  PIC 9(6).
           05 MND-CLIENT    PIC 9(5).
           05 MND-NOM       PIC X(20).
           05 MND-LIEU      PIC X(15).
           05 MND-ADRESSE   PIC X(30).
           05 MND-CP        PIC X(5).
           05 MND-VILLE     PIC X(15).
           05 MND-PAYS      PIC X(2).
           05 MND-COLIS     PIC 9(3).
      *       POIDS BRUT EN KG, 2 DECIMALES IMPLICITES
           05 MND-POIDS     PIC 9(5)V99.
           05 MND-SUIVI     PIC X(15).
           05 FILLER        PIC X(36).
       01 MAN-REC-Z REDEFINES MAN-REC.
           05 MNZ-TYPE      PIC X.
           05 MNZ-NB-EXPED  PIC 9(5).
           05 MNZ-TOTAL-COLIS PIC 9(6).
           05 MNZ-TOTAL-POIDS PIC 9(8)V99.
           05 FILLER        PIC X(138).
       WORKING-STORAGE SECTION.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-EOF-CDE        PIC 9 VALUE 0.
       01 WS-TRS-STATUS     PIC XX VALUE '00'.
           88 WS-TRS-OUVERT-OK VALUE '00'.
       01 WS-ADL-STATUS     PIC XX VALUE '00'.
       01 WS-ADRLIV-DISPO   PIC 9 VALUE 0.
       01 WS-ADL-OK         PIC 9 VALUE 0.
       01 WS-MAN-STATUS     PIC XX VALUE '00'.
       01 WS-MAN-OUVERT     PIC 9 VALUE 0.
       01 WS-NOM-MANIFESTE  PIC X(30) VALUE SPACES.
       01 WS-DATE-JOUR      PIC 9(8) VALUE 0.
       01 WS-DATE-MANIF     PIC 9(8) VALUE 0.
       01 WS-TRS-FILTRE     PIC X(4) VALUE SPACES.
      *    Adresse de livraison de la commande en cours
       01 WS-LIV-LIBELLE    PIC X(15) VALUE SPACES.
       01 WS-LIV-ADRESSE    PIC X(30) VALUE SPACES.
       01 WS-LIV-CP         PIC X(5) VALUE SPACES.
       01 WS-LIV-VILLE      PIC X(15) VALUE SPACES.
       01 WS-LIV-PAYS       PIC X(2) VALUE SPACES.
      *    Ligne CSV et zones editees
       01 WS-LIGNE-CSV      PIC X(160) VALUE SPACES.
       01 WS-POINTEUR       PIC 999 VALUE 1.
       01 WS-COLIS-ED       PIC ZZ9.
       01 WS-POIDS-ED       PIC ZZZZ9.99.
      *    Cumuls du transporteur et du jour
       01 WS-NB-EXPED       PIC 9(5) VALUE 0.
       01 WS-TOT-COLIS      PIC 9(6) VALUE 0.
       01 WS-TOT-POIDS      PIC 9(8)V99 VALUE 0.
       01 WS-NB-TRS         PIC 999 VALUE 0.
       01 WS-JOUR-EXPED     PIC 9(5) VALUE 0.
       01 WS-JOUR-COLIS     PIC 9(6) VALUE 0.
       01 WS-JOUR-POIDS     PIC 9(8)V99 VALUE 0.
       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           DISPLAY 'DATE DES ENLEVEMENTS AAAAMMJJ (0 = AUJOURD HUI) ?'.
           ACCEPT WS-DATE-MANIF.
           IF WS-DATE-MANIF NOT NUMERIC OR WS-DATE-MANIF = 0
               MOVE WS-DATE-JOUR TO WS-DATE-MANIF
           END-IF.
           DISPLAY 'TRANSPORTEUR (BLANC = TOUS) ?'.
           ACCEPT WS-TRS-FILTRE.
           OPEN INPUT TRANSPORTEURS.
           IF NOT WS-TRS-OUVERT-OK
               DISPLAY 'AUCUN TRANSPORTEUR (TRANSPOR.DAT ABSENT)'
               STOP RUN
           END-IF.
           OPEN INPUT CDE-VENTES.
           OPEN INPUT CLIENTS.
           OPEN INPUT ADRESSES-LIV.
           IF WS-ADL-STATUS = '00'
               MOVE 1 TO WS-ADRLIV-DISPO
           END-IF.
           PERFORM PARCOURIR-TRANSPORTEURS.
           DISPLAY '==============================================='.
           DISPLAY 'JOURNEE ' WS-DATE-MANIF ' : ' WS-NB-TRS
               ' TRANSPORTEUR(S), ' WS-JOUR-EXPED ' EXPEDITION(S), '
               WS-JOUR-COLIS ' COLIS, ' WS-JOUR-POIDS ' KG'.
           IF WS-ADRLIV-DISPO = 1
               CLOSE ADRESSES-LIV
           END-IF.
           CLOSE CLIENTS.
           CLOSE CDE-VENTES.
           CLOSE TRANSPORTEURS.
           STOP RUN.

       PARCOURIR-TRANSPORTEURS.
           MOVE LOW-VALUES TO TRS-CODE.
           IF WS-TRS-FILTRE NOT = SPACES
               MOVE WS-TRS-FILTRE TO TRS-CODE
           END-IF.
           START TRANSPORTEURS KEY >= TRS-CODE
               INVALID KEY MOVE 1 TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 1
               READ TRANSPORTEURS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-TRS-FILTRE NOT = SPACES AND
                           TRS-CODE NOT = WS-TRS-FILTRE
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM TRAITER-TRANSPORTEUR
                       END-IF
               END-READ
           END-PERFORM.

      *    Le fichier n'est ouvert qu'a la premiere expedition : un
      *    transporteur sans enlevement ce jour n'en recoit pas.
       TRAITER-TRANSPORTEUR.
           IF TRS-FORMAT NOT = 'C'
               MOVE 'F' TO TRS-FORMAT
           END-IF.
           MOVE 0 TO WS-MAN-OUVERT.
           MOVE 0 TO WS-NB-EXPED.
           MOVE 0 TO WS-TOT-COLIS.
           MOVE 0 TO WS-TOT-POIDS.
           MOVE LOW-VALUES TO CVT-NUM.
           START CDE-VENTES KEY >= CVT-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF-CDE.
           PERFORM UNTIL WS-EOF-CDE = 1
               READ CDE-VENTES NEXT
                   AT END MOVE 1 TO WS-EOF-CDE
                   NOT AT END
                       IF CVT-TRANSPORTEUR = TRS-CODE AND
                           CVT-DATE-LIVREE = WS-DATE-MANIF AND
                           (CVT-STATUT = 'L' OR CVT-STATUT = 'F')
                           PERFORM EDITER-EXPEDITION
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MAN-OUVERT = 1
               PERFORM CLORE-MANIFESTE
           END-IF.

       OUVRIR-MANIFESTE.
           MOVE SPACES TO WS-NOM-MANIFESTE.
           STRING 'MANIF-' DELIMITED BY SIZE
               TRS-CODE DELIMITED BY SPACE
               '-' DELIMITED BY SIZE
               WS-DATE-MANIF DELIMITED BY SIZE
               '.TXT' DELIMITED BY SIZE
               INTO WS-NOM-MANIFESTE.
           OPEN OUTPUT MANIFESTE-FICHIER.
           MOVE 1 TO WS-MAN-OUVERT.
           ADD 1 TO WS-NB-TRS.
           DISPLAY ' '.
           DISPLAY '=== FEUILLE D ENLEVEMENT DU ' WS-DATE-MANIF ' ==='.
           DISPLAY 'TRANSPORTEUR ' TRS-CODE ' ' TRS-NOM ' TEL '
               TRS-TEL.
           DISPLAY 'COMPTE CHARGEUR ' TRS-COMPTE '  FICHIER '
               WS-NOM-MANIFESTE.
           DISPLAY 'CDE    DESTINATAIRE         CP    VILLE          '
               ' COL    POIDS SUIVI'.
           DISPLAY '-----------------------------------------------'
               '-----------------------------'.
           IF TRS-FORMAT = 'C'
               MOVE SPACES TO MAN-REC
               STRING 'COMMANDE;CLIENT;NOM;LIEU;ADRESSE;CP;VILLE;'
                   DELIMITED BY SIZE
                   'PAYS;COLIS;POIDS;SUIVI' DELIMITED BY SIZE
                   INTO MAN-REC
               WRITE MAN-REC
           ELSE
               MOVE SPACES TO MAN-REC
               MOVE 'H' TO MNH-TYPE
               MOVE TRS-CODE TO MNH-TRANSPORTEUR
               MOVE TRS-COMPTE TO MNH-COMPTE
               MOVE WS-DATE-MANIF TO MNH-DATE
               MOVE TRS-NOM TO MNH-NOM
               WRITE MAN-REC
           END-IF.

       EDITER-EXPEDITION.
           IF WS-MAN-OUVERT = 0
               PERFORM OUVRIR-MANIFESTE
           END-IF.
           PERFORM CHARGER-ADRESSE-LIVRAISON
               THRU CHARGER-ADRESSE-LIVRAISON-EXIT.
      *    Commandes livrees avant le calcul des colis : zones a
      *    blanc, remises a zero.
           IF CVT-NB-COLIS NOT NUMERIC
               MOVE 0 TO CVT-NB-COLIS
           END-IF.
           IF CVT-POIDS NOT NUMERIC
               MOVE 0 TO CVT-POIDS
           END-IF.
           ADD 1 TO WS-NB-EXPED.
           ADD CVT-NB-COLIS TO WS-TOT-COLIS.
           ADD CVT-POIDS TO WS-TOT-POIDS.
           MOVE CVT-NB-COLIS TO WS-COLIS-ED.
           MOVE CVT-POIDS TO WS-POIDS-ED.
           DISPLAY CVT-NUM ' ' CLI-NOM ' ' WS-LIV-CP ' '
               WS-LIV-VILLE ' ' WS-COLIS-ED ' ' WS-POIDS-ED ' '
               CVT-TRACKING.
           IF WS-LIV-LIBELLE NOT = 'FACTURATION'
               DISPLAY '       ' WS-LIV-LIBELLE ' ' WS-LIV-ADRESSE
           ELSE
               DISPLAY '       ' WS-LIV-ADRESSE
           END-IF.
           IF TRS-FORMAT = 'C'
               PERFORM ECRIRE-LIGNE-CSV
           ELSE
               MOVE SPACES TO MAN-REC
               MOVE 'D' TO MND-TYPE
               MOVE CVT-NUM TO MND-COMMANDE
               MOVE CVT-CLIENT TO MND-CLIENT
               MOVE CLI-NOM TO MND-NOM
               MOVE WS-LIV-LIBELLE TO MND-LIEU
               MOVE WS-LIV-ADRESSE TO MND-ADRESSE
               MOVE WS-LIV-CP TO MND-CP
               MOVE WS-LIV-VILLE TO MND-VILLE
               MOVE WS-LIV-PAYS TO MND-PAYS
               MOVE CVT-NB-COLIS TO MND-COLIS
               MOVE CVT-POIDS TO MND-POIDS
               MOVE CVT-TRACKING TO MND-SUIVI
               WRITE MAN-REC
           END-IF.

      *    Zones alphanumeriques reprises jusqu'au premier double
      *    blanc (fin de zone), montants edites sans zeros de tete.
       ECRIRE-LIGNE-CSV.
           MOVE SPACES TO WS-LIGNE-CSV.
           MOVE 1 TO WS-POINTEUR.
           STRING CVT-NUM DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               CVT-CLIENT DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               CLI-NOM DELIMITED BY '  '
               ';' DELIMITED BY SIZE
               WS-LIV-LIBELLE DELIMITED BY '  '
               ';' DELIMITED BY SIZE
               WS-LIV-ADRESSE DELIMITED BY '  '
               ';' DELIMITED BY SIZE
               WS-LIV-CP DELIMITED BY SPACE
               ';' DELIMITED BY SIZE
               WS-LIV-VILLE DELIMITED BY '  '
               ';' DELIMITED BY SIZE
               WS-LIV-PAYS DELIMITED BY SPACE
               ';' DELIMITED BY SIZE
               INTO WS-LIGNE-CSV WITH POINTER WS-POINTEUR.
           STRING WS-COLIS-ED DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WS-POIDS-ED DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               CVT-TRACKING DELIMITED BY SPACE
               INTO WS-LIGNE-CSV WITH POINTER WS-POINTEUR.
           MOVE WS-LIGNE-CSV TO MAN-REC.
           WRITE MAN-REC.

       CLORE-MANIFESTE.
           MOVE WS-TOT-COLIS TO WS-COLIS-ED.
           DISPLAY '-----------------------------------------------'
               '-----------------------------'.
           DISPLAY 'TOTAL ' TRS-CODE ' : ' WS-NB-EXPED
               ' EXPEDITION(S), ' WS-TOT-COLIS ' COLIS, '
               WS-TOT-POIDS ' KG'.
           DISPLAY ' '.
           DISPLAY 'SIGNATURE CHAUFFEUR : ______________________'.
           IF TRS-FORMAT NOT = 'C'
               MOVE SPACES TO MAN-REC
               MOVE 'Z' TO MNZ-TYPE
               MOVE WS-NB-EXPED TO MNZ-NB-EXPED
               MOVE WS-TOT-COLIS TO MNZ-TOTAL-COLIS
               MOVE WS-TOT-POIDS TO MNZ-TOTAL-POIDS
               WRITE MAN-REC
           END-IF.
           CLOSE MANIFESTE-FICHIER.
           ADD WS-NB-EXPED TO WS-JOUR-EXPED.
           ADD WS-TOT-COLIS TO WS-JOUR-COLIS.
           ADD WS-TOT-POIDS TO WS-JOUR-POIDS.

      *    MEME LOGIQUE QUE GESTION-VENTES/CHARGER-ADRESSE-LIVRAISON :
      *    le site de ADRLIV.DAT, ou l'adresse de la fiche client si
      *    CVT-ADR-LIV est a blanc ou inconnu. La fiche client est
      *    toujours lue ici, pour le nom du destinataire.
       CHARGER-ADRESSE-LIVRAISON.
           MOVE CVT-CLIENT TO CLI-ID.
           READ CLIENTS
               INVALID KEY
                   MOVE SPACES TO CLI-NOM
                   MOVE SPACES TO CLI-ADRESSE
                   MOVE SPACES TO CLI-CODE-POSTAL
                   MOVE SPACES TO CLI-VILLE
                   MOVE SPACES TO CLI-PAYS
           END-READ.
           MOVE 1 TO WS-ADL-OK.
           IF CVT-ADR-LIV NOT = SPACES
               MOVE 0 TO WS-ADL-OK
               IF WS-ADRLIV-DISPO = 1
                   MOVE CVT-CLIENT TO ADL-CLIENT
                   MOVE CVT-ADR-LIV TO ADL-CODE
                   READ ADRESSES-LIV
                       NOT INVALID KEY
                           MOVE 1 TO WS-ADL-OK
                           MOVE ADL-LIBELLE TO WS-LIV-LIBELLE
                           MOVE ADL-ADRESSE TO WS-LIV-ADRESSE
                           MOVE ADL-CODE-POSTAL TO WS-LIV-CP
                           MOVE ADL-VILLE TO WS-LIV-VILLE
                           MOVE ADL-PAYS TO WS-LIV-PAYS
                           IF ADL-PAYS = SPACES
                               MOVE CLI-PAYS TO WS-LIV-PAYS
                           END-IF
                   END-READ
               END-IF
               IF WS-ADL-OK = 1
                   GO TO CHARGER-ADRESSE-LIVRAISON-EXIT
               END-IF
           END-IF.
           MOVE 'FACTURATION' TO WS-LIV-LIBELLE.
           MOVE CLI-ADRESSE TO WS-LIV-ADRESSE.
           MOVE CLI-CODE-POSTAL TO WS-LIV-CP.
           MOVE CLI-VILLE TO WS-LIV-VILLE.
           MOVE CLI-PAYS TO WS-LIV-PAYS.
       CHARGER-ADRESSE-LIVRAISON-EXIT.
           EXIT.
