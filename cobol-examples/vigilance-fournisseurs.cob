       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIGILFRN.
      *===============================================
      * RELANCE DES DOCUMENTS DE VIGILANCE SOUS-TRAITANTS
      * Job batch (hebdomadaire) : parcourt les fournisseurs et
      * leurs documents DOCFRN.DAT (tenus dans GESTION-ACHATS) et
      * imprime :
      *   A RELANCER   - document qui expire dans les 30 jours,
      *   EXPIRE       - document deja expire,
      *   MANQUANT     - KBIS ou attestation URSSAF (URSF) jamais
      *                  recu pour un fournisseur soumis,
      *   A SOUMETTRE  - fournisseur non soumis dont les achats
      *                  HT de l'annee depassent le seuil de
      *                  vigilance.
      * Pour un fournisseur soumis (FRN-VIGILANCE = 'O'), un
      * document obligatoire EXPIRE ou MANQUANT retient ses
      * factures dans COMPTAFRN jusqu'a reception de la piece.
      * Rien n'est modifie : la relance reste aux achats.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    LAYOUTS PARTAGEES - VOIR COPYBOOKS
           SELECT FOURNISSEURS ASSIGN TO 'FOURNIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRN-CODE
               FILE STATUS IS WS-FRN-STATUS.
           SELECT DOCUMENTS-FRN ASSIGN TO 'DOCFRN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCF-CLE
               FILE STATUS IS WS-DCF-STATUS.
           SELECT FACT-FOURNISSEUR ASSIGN TO 'FACTFRN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FFR-CLE
               FILE STATUS IS WS-FFR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FOURNISSEURS.
           COPY FOURNIS.
       FD DOCUMENTS-FRN.
           COPY DOCFRN.
       FD FACT-FOURNISSEUR.
           COPY FACTFRN.
       WORKING-STORAGE SECTION.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-DOC-EOF        PIC 9 VALUE 0.
       01 WS-FFR-EOF        PIC 9 VALUE 0.
       01 WS-FRN-STATUS     PIC XX VALUE '00'.
           88 WS-FRN-OUVERT-OK VALUE '00'.
       01 WS-DCF-STATUS     PIC XX VALUE '00'.
           88 WS-DCF-OUVERT-OK VALUE '00'.
       01 WS-FFR-STATUS     PIC XX VALUE '00'.
           88 WS-FFR-OUVERT-OK VALUE '00'.
       01 WS-DATE-JOUR      PIC 9(8) VALUE 0.
       01 WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-ANNEE-JOUR  PIC 9(4).
           05 FILLER         PIC 9(4).
       01 WS-DATE-LIMITE    PIC 9(8) VALUE 0.
       01 WS-JULIEN         PIC 9(9) VALUE 0.
      *    HORIZON DE RELANCE ET SEUIL ANNUEL D'ACHATS HT (EUR)
      *    AU-DELA DUQUEL LE FOURNISSEUR DOIT ETRE SOUMIS
       01 WS-HORIZON-JOURS  PIC 999 VALUE 30.
       01 WS-SEUIL-VIGILANCE PIC 9(7)V99 VALUE 5000.
       01 WS-VIG-TYPE       PIC X(4) VALUE SPACES.
       01 WS-ACHATS-ANNEE   PIC 9(9)V99 VALUE 0.
       01 WS-ACHAT-EUR      PIC 9(9)V99 VALUE 0.
       01 WS-NB-FRN         PIC 9(5) VALUE 0.
       01 WS-NB-SOUMIS      PIC 9(5) VALUE 0.
       01 WS-NB-RELANCES    PIC 9(5) VALUE 0.
       01 WS-NB-EXPIRES     PIC 9(5) VALUE 0.
       01 WS-NB-MANQUANTS   PIC 9(5) VALUE 0.
       01 WS-NB-A-SOUMETTRE PIC 9(5) VALUE 0.
       01 WS-LIGNE-VIG.
           05 WS-LVG-MOTIF   PIC X(12).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LVG-FRN     PIC X(4).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LVG-NOM     PIC X(20).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LVG-TYPE    PIC X(4).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LVG-DATE    PIC X(8).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LVG-DETAIL  PIC X(20).
       01 WS-LVG-MONTANT    PIC Z(8)9.99.
       PROCEDURE DIVISION.
       DEBUT.
           OPEN INPUT FOURNISSEURS.
           IF NOT WS-FRN-OUVERT-OK
               DISPLAY 'FOURNIS.DAT ABSENT - RIEN A CONTROLER'
               STOP RUN
           END-IF.
           OPEN INPUT DOCUMENTS-FRN.
           OPEN INPUT FACT-FOURNISSEUR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           COMPUTE WS-JULIEN =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               + WS-HORIZON-JOURS.
           COMPUTE WS-DATE-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-JULIEN).
           DISPLAY '=== DOCUMENTS DE VIGILANCE AU ' WS-DATE-JOUR
               ' (RELANCE JUSQU AU ' WS-DATE-LIMITE ') ==='.
           DISPLAY 'MOTIF        FRN  NOM                  TYPE '
               'EXPIRE LE'.
           MOVE LOW-VALUES TO FRN-CODE.
           START FOURNISSEURS KEY >= FRN-CODE
               INVALID KEY MOVE 1 TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 1
               READ FOURNISSEURS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END PERFORM TRAITER-FOURNISSEUR
               END-READ
           END-PERFORM.
           CLOSE FOURNISSEURS.
           IF WS-DCF-OUVERT-OK
               CLOSE DOCUMENTS-FRN
           END-IF.
           IF WS-FFR-OUVERT-OK
               CLOSE FACT-FOURNISSEUR
           END-IF.
           DISPLAY '=== CONTROLE VIGILANCE TERMINE ==='.
           DISPLAY 'FOURNISSEURS LUS:        ' WS-NB-FRN.
           DISPLAY 'FOURNISSEURS SOUMIS:     ' WS-NB-SOUMIS.
           DISPLAY 'DOCUMENTS A RELANCER:    ' WS-NB-RELANCES.
           DISPLAY 'DOCUMENTS EXPIRES:       ' WS-NB-EXPIRES.
           DISPLAY 'DOCUMENTS MANQUANTS:     ' WS-NB-MANQUANTS.
           DISPLAY 'FOURNISSEURS A SOUMETTRE:' WS-NB-A-SOUMETTRE.
           STOP RUN.

      *    Les documents recus sont controles pour tout
      *    fournisseur ; les pieces obligatoires et le seuil
      *    d'achats selon qu'il est soumis ou non.
       TRAITER-FOURNISSEUR.
           ADD 1 TO WS-NB-FRN.
           IF WS-DCF-OUVERT-OK
               PERFORM CONTROLER-DOCUMENTS-FRN
           END-IF.
           IF FRN-VIGILANCE = 'O'
               ADD 1 TO WS-NB-SOUMIS
               MOVE 'KBIS' TO WS-VIG-TYPE
               PERFORM CONTROLER-DOCUMENT-OBLIGATOIRE
               MOVE 'URSF' TO WS-VIG-TYPE
               PERFORM CONTROLER-DOCUMENT-OBLIGATOIRE
           ELSE
               IF WS-FFR-OUVERT-OK
                   PERFORM CONTROLER-SEUIL-ACHATS
               END-IF
           END-IF.

       CONTROLER-DOCUMENTS-FRN.
           MOVE FRN-CODE TO DCF-FRN.
           MOVE LOW-VALUES TO DCF-TYPE.
           MOVE 0 TO WS-DOC-EOF.
           START DOCUMENTS-FRN KEY >= DCF-CLE
               INVALID KEY MOVE 1 TO WS-DOC-EOF
           END-START.
           PERFORM UNTIL WS-DOC-EOF = 1
               READ DOCUMENTS-FRN NEXT
                   AT END MOVE 1 TO WS-DOC-EOF
                   NOT AT END
                       IF DCF-FRN NOT = FRN-CODE
                           MOVE 1 TO WS-DOC-EOF
                       ELSE
                           PERFORM CONTROLER-UN-DOCUMENT
                       END-IF
               END-READ
           END-PERFORM.

       CONTROLER-UN-DOCUMENT.
           MOVE SPACES TO WS-LIGNE-VIG.
           MOVE FRN-CODE TO WS-LVG-FRN.
           MOVE FRN-NOM TO WS-LVG-NOM.
           MOVE DCF-TYPE TO WS-LVG-TYPE.
           MOVE DCF-EXPIRATION TO WS-LVG-DATE.
           IF DCF-EXPIRATION < WS-DATE-JOUR
               MOVE 'EXPIRE' TO WS-LVG-MOTIF
               IF FRN-VIGILANCE = 'O'
                   MOVE 'PAIEMENTS RETENUS' TO WS-LVG-DETAIL
               END-IF
               ADD 1 TO WS-NB-EXPIRES
               DISPLAY WS-LIGNE-VIG
           ELSE
               IF DCF-EXPIRATION <= WS-DATE-LIMITE
                   MOVE 'A RELANCER' TO WS-LVG-MOTIF
                   ADD 1 TO WS-NB-RELANCES
                   DISPLAY WS-LIGNE-VIG
               END-IF
           END-IF.

       CONTROLER-DOCUMENT-OBLIGATOIRE.
           MOVE FRN-CODE TO DCF-FRN.
           MOVE WS-VIG-TYPE TO DCF-TYPE.
           IF WS-DCF-OUVERT-OK
               READ DOCUMENTS-FRN
                   INVALID KEY PERFORM SIGNALER-DOCUMENT-MANQUANT
               END-READ
           ELSE
               PERFORM SIGNALER-DOCUMENT-MANQUANT
           END-IF.

       SIGNALER-DOCUMENT-MANQUANT.
           MOVE SPACES TO WS-LIGNE-VIG.
           MOVE 'MANQUANT' TO WS-LVG-MOTIF.
           MOVE FRN-CODE TO WS-LVG-FRN.
           MOVE FRN-NOM TO WS-LVG-NOM.
           MOVE WS-VIG-TYPE TO WS-LVG-TYPE.
           MOVE 'PAIEMENTS RETENUS' TO WS-LVG-DETAIL.
           ADD 1 TO WS-NB-MANQUANTS.
           DISPLAY WS-LIGNE-VIG.

      *    Achats HT de l'annee civile en cours, en EUR au taux de
      *    la facture, pour un fournisseur pas encore soumis.
       CONTROLER-SEUIL-ACHATS.
           MOVE 0 TO WS-ACHATS-ANNEE.
           MOVE FRN-CODE TO FFR-FRN.
           MOVE LOW-VALUES TO FFR-NUMERO.
           MOVE 0 TO WS-FFR-EOF.
           START FACT-FOURNISSEUR KEY >= FFR-CLE
               INVALID KEY MOVE 1 TO WS-FFR-EOF
           END-START.
           PERFORM UNTIL WS-FFR-EOF = 1
               READ FACT-FOURNISSEUR NEXT
                   AT END MOVE 1 TO WS-FFR-EOF
                   NOT AT END
                       IF FFR-FRN NOT = FRN-CODE
                           MOVE 1 TO WS-FFR-EOF
                       ELSE
                           IF FFR-DATE(1:4) = WS-ANNEE-JOUR
                               PERFORM CUMULER-ACHAT-ANNEE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ACHATS-ANNEE > WS-SEUIL-VIGILANCE
               MOVE SPACES TO WS-LIGNE-VIG
               MOVE 'A SOUMETTRE' TO WS-LVG-MOTIF
               MOVE FRN-CODE TO WS-LVG-FRN
               MOVE FRN-NOM TO WS-LVG-NOM
               MOVE WS-ACHATS-ANNEE TO WS-LVG-MONTANT
               MOVE WS-LVG-MONTANT TO WS-LVG-DETAIL
               ADD 1 TO WS-NB-A-SOUMETTRE
               DISPLAY WS-LIGNE-VIG ' EUR HT'
           END-IF.

       CUMULER-ACHAT-ANNEE.
           IF FFR-TAUX > 0
               COMPUTE WS-ACHAT-EUR ROUNDED = FFR-MONTANT * FFR-TAUX
           ELSE
               MOVE FFR-MONTANT TO WS-ACHAT-EUR
           END-IF.
           ADD WS-ACHAT-EUR TO WS-ACHATS-ANNEE.
