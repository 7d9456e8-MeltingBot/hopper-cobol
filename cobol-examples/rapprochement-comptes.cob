       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPROGL.
      *===============================================
      * RAPPROCHEMENT DES COMPTES COLLECTIFS AVEC LES AUXILIAIRES
      * Job batch (avant la cloture du mois) : compare, a une date
      * d'arrete, le solde du grand livre ECRITURES.DAT avec la
      * gestion qui l'alimente :
      *   411 (clients)      contre la somme des CLI-SOLDE,
      *   401 (fournisseurs) contre les factures FACTFRN.DAT non
      *                      payees (A et B) en EUR,
      *   512 (banque)       contre les CPT-SOLDE des comptes
      *                      bancaires de la maison saisis.
      * Pour chaque paire, imprime l'ecart puis les pieces qui
      * peuvent l'expliquer :
      *   NON COMPTA  - piece de gestion d'un jour sans lot
      *                 COMPTAGL (ou facture d'achat non passee
      *                 au journal AC),
      *   HORS PERIODE- piece datee apres l'arrete, deja dans le
      *                 solde de gestion mais pas au grand livre,
      *   MANUELLE    - ecriture du collectif venue d'un autre
      *                 journal que ceux de COMPTAGL (OD...).
      * Le reste, s'il y en a, est imprime en ecart non explique.
      * Un jour de lot est un jour ou COMPTAGL a passe au moins
      * une ecriture VE, RG, BQ ou PA. Les pieces anterieures a
      * la premiere ecriture du grand livre (exercices clos) sont
      * reputees comptabilisees.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECRITURES ASSIGN TO 'ECRITURES.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ECR-STATUS.
      *    LAYOUTS PARTAGEES - VOIR COPYBOOKS
           SELECT CLIENTS ASSIGN TO 'CLIENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS WS-CLI-STATUS.
           SELECT FACTURES ASSIGN TO 'FACTURES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAC-NUM
               FILE STATUS IS WS-FAC-STATUS.
           SELECT REGLEMENTS ASSIGN TO 'REGLFACT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT FACT-FOURNISSEUR ASSIGN TO 'FACTFRN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FFR-CLE
               FILE STATUS IS WS-FFR-STATUS.
           SELECT COMPTES ASSIGN TO 'COMPTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPT-NUM
               FILE STATUS IS WS-CPT-STATUS.
           SELECT MVT-BANQUE ASSIGN TO 'MVTBANQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MVTB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ECRITURES.
           COPY ECRITURE.
       FD CLIENTS.
           COPY CLIENT.
       FD FACTURES.
           COPY FACTURE.
       FD REGLEMENTS.
           COPY REGLEMENT.
       FD FACT-FOURNISSEUR.
           COPY FACTFRN.
       FD COMPTES.
           COPY COMPTE.
       FD MVT-BANQUE.
           COPY MVTBANQ.
       WORKING-STORAGE SECTION.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-ECR-STATUS     PIC XX VALUE '00'.
           88 WS-ECR-OUVERT-OK VALUE '00'.
       01 WS-CLI-STATUS     PIC XX VALUE '00'.
           88 WS-CLI-OUVERT-OK VALUE '00'.
       01 WS-FAC-STATUS     PIC XX VALUE '00'.
           88 WS-FAC-OUVERT-OK VALUE '00'.
       01 WS-REG-STATUS     PIC XX VALUE '00'.
           88 WS-REG-OUVERT-OK VALUE '00'.
       01 WS-FFR-STATUS     PIC XX VALUE '00'.
           88 WS-FFR-OUVERT-OK VALUE '00'.
       01 WS-CPT-STATUS     PIC XX VALUE '00'.
           88 WS-CPT-OUVERT-OK VALUE '00'.
       01 WS-MVTB-STATUS    PIC XX VALUE '00'.
           88 WS-MVTB-OUVERT-OK VALUE '00'.
       01 WS-DATE-ARRETE    PIC 9(8) VALUE 0.
      *    PREMIERE DATE DU GRAND LIVRE (0 = GRAND LIVRE VIDE)
       01 WS-DATE-MIN       PIC 9(8) VALUE 0.
       01 WS-DATE-PIECE     PIC 9(8) VALUE 0.
       01 WS-COMPTE         PIC 9(6) VALUE 0.
       01 WS-COMPTE-R REDEFINES WS-COMPTE.
           05 WS-COMPTE-RACINE PIC 9(3).
           05 FILLER           PIC 9(3).
       01 WS-RACINE-CTRL    PIC 9(3) VALUE 0.
      *    JOURS DE LOT COMPTAGL DU GRAND LIVRE
       01 WS-NB-LOTS        PIC 9(4) VALUE 0.
       01 WS-NB-LOTS-HORS-TABLE PIC 9(5) VALUE 0.
       01 WS-LOTS-TABLE.
           05 WS-LOT-DATE OCCURS 1000 TIMES PIC 9(8).
       01 WS-IDX-LOT        PIC 9(4) VALUE 0.
       01 WS-LOT-TROUVE     PIC X VALUE 'N'.
      *    COMPTES BANCAIRES DE LA MAISON SAISIS
       01 WS-CPT-SAISI      PIC 9(10) VALUE 0.
       01 WS-NB-MAISON      PIC 99 VALUE 0.
       01 WS-MAISON-TABLE.
           05 WS-MAISON-CPT OCCURS 10 TIMES PIC 9(10).
       01 WS-IDX            PIC 99 VALUE 0.
       01 WS-MAISON-TROUVE  PIC X VALUE 'N'.
      *    SOLDES ET ECARTS DE LA PAIRE EN COURS
       01 WS-SOLDE-GL       PIC S9(11)V99 VALUE 0.
       01 WS-SOLDE-AUX      PIC S9(11)V99 VALUE 0.
       01 WS-ECART          PIC S9(11)V99 VALUE 0.
       01 WS-EXPLIQUE       PIC S9(11)V99 VALUE 0.
       01 WS-NON-EXPLIQUE   PIC S9(11)V99 VALUE 0.
       01 WS-MONTANT-PIECE  PIC S9(11)V99 VALUE 0.
       01 WS-NB-CANDIDATS   PIC 9(5) VALUE 0.
       01 WS-TOT-AUTRES-CPT PIC S9(11)V99 VALUE 0.
       01 WS-NB-AUTRES-CPT  PIC 9(5) VALUE 0.
       01 WS-TOT-VIREMENTS  PIC S9(11)V99 VALUE 0.
       01 WS-NB-VIREMENTS   PIC 9(5) VALUE 0.
      *    CONTRE-VALEUR EUR D'UNE FACTURE FOURNISSEUR - MEME
      *    CALCUL QUE COMPTAGL/CONVERTIR-FACTURE-FRN.
       01 WS-TAUX-FFR       PIC 9(3)V9(4) VALUE 1.
       01 WS-HT-EUR         PIC 9(9)V99 VALUE 0.
       01 WS-TVA-EUR        PIC 9(9)V99 VALUE 0.
       01 WS-TTC-EUR        PIC 9(9)V99 VALUE 0.
       01 WS-FFR-OUVERTE    PIC S9(11)V99 VALUE 0.
       01 WS-FFR-AU-GL      PIC S9(11)V99 VALUE 0.
       01 WS-FFR-MOTIF-HP   PIC 9 VALUE 0.
       01 WS-LIGNE-SOLDE.
           05 WS-LSL-LIBELLE PIC X(30).
           05 WS-LSL-MONTANT PIC -(11)9.99.
       01 WS-LIGNE-PIECE.
           05 WS-LPC-MOTIF   PIC X(12).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LPC-JOURNAL PIC X(2).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LPC-PIECE   PIC X(16).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LPC-DATE    PIC 9(8).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LPC-MONTANT PIC -(11)9.99.
       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'DATE D''ARRETE (AAAAMMJJ, 0 = CE JOUR) ?'.
           ACCEPT WS-DATE-ARRETE.
           IF WS-DATE-ARRETE = 0
               ACCEPT WS-DATE-ARRETE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'COMPTES BANCAIRES DE LA MAISON (0 = FIN) :'.
           MOVE 1 TO WS-CPT-SAISI.
           PERFORM SAISIR-COMPTE-MAISON
               UNTIL WS-CPT-SAISI = 0 OR WS-NB-MAISON = 10.
           DISPLAY '=== RAPPROCHEMENT DES COMPTES COLLECTIFS AU '
               WS-DATE-ARRETE ' ==='.
           PERFORM CHARGER-JOURS-DE-LOT.
           IF WS-NB-LOTS-HORS-TABLE > 0
               DISPLAY '*** PLUS DE 1000 JOURS DE LOT - PIECES '
                   'NON COMPTA A VERIFIER ***'
           END-IF.
           PERFORM RAPPROCHER-CLIENTS.
           PERFORM RAPPROCHER-FOURNISSEURS.
           PERFORM RAPPROCHER-BANQUE.
           STOP RUN.

       SAISIR-COMPTE-MAISON.
           ACCEPT WS-CPT-SAISI.
           IF WS-CPT-SAISI NOT = 0
               ADD 1 TO WS-NB-MAISON
               MOVE WS-CPT-SAISI TO WS-MAISON-CPT(WS-NB-MAISON)
           END-IF.

      *    Jours ou COMPTAGL a tourne, et premiere date du grand
      *    livre. Le fichier etant ecrit lot apres lot, un jour
      *    deja vu est le plus souvent le dernier de la table.
       CHARGER-JOURS-DE-LOT.
           MOVE 0 TO WS-NB-LOTS.
           MOVE 0 TO WS-DATE-MIN.
           OPEN INPUT ECRITURES.
           IF WS-ECR-OUVERT-OK
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ ECRITURES
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM NOTER-JOUR-DE-LOT
                   END-READ
               END-PERFORM
               CLOSE ECRITURES
           END-IF.

       NOTER-JOUR-DE-LOT.
           IF WS-DATE-MIN = 0 OR ECR-DATE < WS-DATE-MIN
               MOVE ECR-DATE TO WS-DATE-MIN
           END-IF.
           IF ECR-JOURNAL = 'VE' OR ECR-JOURNAL = 'RG'
               OR ECR-JOURNAL = 'BQ' OR ECR-JOURNAL = 'PA'
               MOVE ECR-DATE TO WS-DATE-PIECE
               PERFORM CHERCHER-JOUR-DE-LOT
               IF WS-LOT-TROUVE = 'N'
                   IF WS-NB-LOTS < 1000
                       ADD 1 TO WS-NB-LOTS
                       MOVE ECR-DATE TO WS-LOT-DATE(WS-NB-LOTS)
                   ELSE
                       ADD 1 TO WS-NB-LOTS-HORS-TABLE
                   END-IF
               END-IF
           END-IF.

      *    WS-LOT-TROUVE = 'Y' si WS-DATE-PIECE est un jour de lot
       CHERCHER-JOUR-DE-LOT.
           MOVE 'N' TO WS-LOT-TROUVE.
           MOVE WS-NB-LOTS TO WS-IDX-LOT.
           PERFORM UNTIL WS-IDX-LOT = 0 OR WS-LOT-TROUVE = 'Y'
               IF WS-LOT-DATE(WS-IDX-LOT) = WS-DATE-PIECE
                   MOVE 'Y' TO WS-LOT-TROUVE
               ELSE
                   SUBTRACT 1 FROM WS-IDX-LOT
               END-IF
           END-PERFORM.

      *    Piece de gestion datee WS-DATE-PIECE : passee au grand
      *    livre a l'arrete si elle est d'un jour de lot, ou
      *    anterieure au grand livre. WS-LOT-TROUVE en retour.
       PIECE-AU-GRAND-LIVRE.
           IF WS-DATE-PIECE > WS-DATE-ARRETE
               MOVE 'N' TO WS-LOT-TROUVE
           ELSE
               IF WS-DATE-MIN > 0 AND WS-DATE-PIECE < WS-DATE-MIN
                   MOVE 'Y' TO WS-LOT-TROUVE
               ELSE
                   PERFORM CHERCHER-JOUR-DE-LOT
               END-IF
           END-IF.

      *    Solde D - C du collectif WS-RACINE-CTRL a l'arrete
       CALCULER-SOLDE-GL.
           MOVE 0 TO WS-SOLDE-GL.
           OPEN INPUT ECRITURES.
           IF WS-ECR-OUVERT-OK
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ ECRITURES
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE ECR-COMPTE TO WS-COMPTE
                           IF WS-COMPTE-RACINE = WS-RACINE-CTRL
                               AND ECR-DATE NOT > WS-DATE-ARRETE
                               COMPUTE WS-SOLDE-GL = WS-SOLDE-GL
                                   + ECR-DEBIT - ECR-CREDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ECRITURES
           END-IF.

      *    Ecritures du collectif WS-RACINE-CTRL a l'arrete venues
      *    d'un autre journal que ceux de COMPTAGL et des a-nouveaux.
      *    Le montant imprime est D - C ; l'appelant en deduit sa
      *    part d'ecart.
       LISTER-SAISIES-MANUELLES.
           OPEN INPUT ECRITURES.
           IF WS-ECR-OUVERT-OK
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ ECRITURES
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE ECR-COMPTE TO WS-COMPTE
                           IF WS-COMPTE-RACINE = WS-RACINE-CTRL
                               AND ECR-DATE NOT > WS-DATE-ARRETE
                               PERFORM CONTROLER-JOURNAL-MANUEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ECRITURES
           END-IF.

       CONTROLER-JOURNAL-MANUEL.
           IF ECR-JOURNAL = 'AN'
               CONTINUE
           ELSE
               IF (WS-RACINE-CTRL = 411
                       AND (ECR-JOURNAL = 'VE' OR ECR-JOURNAL = 'RG'))
                   OR (WS-RACINE-CTRL = 401
                       AND (ECR-JOURNAL = 'AC' OR ECR-JOURNAL = 'BQ'))
                   OR (WS-RACINE-CTRL = 512
                       AND (ECR-JOURNAL = 'BQ' OR ECR-JOURNAL = 'RG'))
                   CONTINUE
               ELSE
                   COMPUTE WS-MONTANT-PIECE =
                       ECR-DEBIT - ECR-CREDIT
                   IF WS-RACINE-CTRL = 401
                       ADD WS-MONTANT-PIECE TO WS-EXPLIQUE
                   ELSE
                       SUBTRACT WS-MONTANT-PIECE FROM WS-EXPLIQUE
                   END-IF
                   MOVE 'MANUELLE' TO WS-LPC-MOTIF
                   MOVE ECR-JOURNAL TO WS-LPC-JOURNAL
                   MOVE ECR-PIECE TO WS-LPC-PIECE
                   MOVE ECR-DATE TO WS-LPC-DATE
                   PERFORM IMPRIMER-CANDIDAT
               END-IF
           END-IF.

       IMPRIMER-CANDIDAT.
           MOVE WS-MONTANT-PIECE TO WS-LPC-MONTANT.
           DISPLAY WS-LIGNE-PIECE.
           ADD 1 TO WS-NB-CANDIDATS.

       IMPRIMER-ENTETE-PAIRE.
           MOVE 'SOLDE GRAND LIVRE' TO WS-LSL-LIBELLE.
           MOVE WS-SOLDE-GL TO WS-LSL-MONTANT.
           DISPLAY WS-LIGNE-SOLDE.
           MOVE 'SOLDE DE GESTION' TO WS-LSL-LIBELLE.
           MOVE WS-SOLDE-AUX TO WS-LSL-MONTANT.
           DISPLAY WS-LIGNE-SOLDE.
           COMPUTE WS-ECART = WS-SOLDE-AUX - WS-SOLDE-GL.
           MOVE 'ECART (GESTION - GRAND LIVRE)' TO WS-LSL-LIBELLE.
           MOVE WS-ECART TO WS-LSL-MONTANT.
           DISPLAY WS-LIGNE-SOLDE.
           MOVE 0 TO WS-EXPLIQUE.
           MOVE 0 TO WS-NB-CANDIDATS.
           DISPLAY 'MOTIF        JL PIECE            DATE    '
               '         MONTANT'.

       IMPRIMER-PIED-PAIRE.
           IF WS-NB-CANDIDATS = 0
               DISPLAY '  (AUCUNE PIECE CANDIDATE)'
           END-IF.
           DISPLAY '--------------------------------------'.
           MOVE 'ECART EXPLIQUE' TO WS-LSL-LIBELLE.
           MOVE WS-EXPLIQUE TO WS-LSL-MONTANT.
           DISPLAY WS-LIGNE-SOLDE.
           COMPUTE WS-NON-EXPLIQUE = WS-ECART - WS-EXPLIQUE.
           MOVE 'ECART NON EXPLIQUE' TO WS-LSL-LIBELLE.
           MOVE WS-NON-EXPLIQUE TO WS-LSL-MONTANT.
           DISPLAY WS-LIGNE-SOLDE.
           DISPLAY ' '.

      *===============================================
      * 411 CONTRE LES FICHES CLIENTS
      * Factures (avoirs en negatif) et reglements pas encore au
      * grand livre a l'arrete.
      *===============================================
       RAPPROCHER-CLIENTS.
           DISPLAY '--- 411 CLIENTS / CLIENTS.DAT ---'.
           MOVE 411 TO WS-RACINE-CTRL.
           PERFORM CALCULER-SOLDE-GL.
           MOVE 0 TO WS-SOLDE-AUX.
           OPEN INPUT CLIENTS.
           IF WS-CLI-OUVERT-OK
               MOVE 0 TO CLI-ID
               START CLIENTS KEY >= CLI-ID
                   INVALID KEY CONTINUE
               END-START
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ CLIENTS NEXT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD CLI-SOLDE TO WS-SOLDE-AUX
                   END-READ
               END-PERFORM
               CLOSE CLIENTS
           END-IF.
           PERFORM IMPRIMER-ENTETE-PAIRE.
           OPEN INPUT FACTURES.
           IF WS-FAC-OUVERT-OK
               MOVE 0 TO FAC-NUM
               START FACTURES KEY >= FAC-NUM
                   INVALID KEY CONTINUE
               END-START
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ FACTURES NEXT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM CONTROLER-FACTURE-CLIENT
                   END-READ
               END-PERFORM
               CLOSE FACTURES
           END-IF.
           OPEN INPUT REGLEMENTS.
           IF WS-REG-OUVERT-OK
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ REGLEMENTS
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM CONTROLER-REGLEMENT-CLIENT
                   END-READ
               END-PERFORM
               CLOSE REGLEMENTS
           END-IF.
           PERFORM LISTER-SAISIES-MANUELLES.
           PERFORM IMPRIMER-PIED-PAIRE.

       CONTROLER-FACTURE-CLIENT.
           MOVE FAC-DATE TO WS-DATE-PIECE.
           PERFORM PIECE-AU-GRAND-LIVRE.
           IF WS-LOT-TROUVE = 'N'
               IF FAC-TYPE = 'A'
                   COMPUTE WS-MONTANT-PIECE = 0 - FAC-TOTAL-TTC
               ELSE
                   MOVE FAC-TOTAL-TTC TO WS-MONTANT-PIECE
               END-IF
               ADD WS-MONTANT-PIECE TO WS-EXPLIQUE
               PERFORM MOTIF-PIECE-DE-GESTION
               MOVE 'VE' TO WS-LPC-JOURNAL
               MOVE SPACES TO WS-LPC-PIECE
               STRING 'FAC ' DELIMITED BY SIZE
                   FAC-NUM DELIMITED BY SIZE
                   INTO WS-LPC-PIECE
               MOVE FAC-DATE TO WS-LPC-DATE
               PERFORM IMPRIMER-CANDIDAT
           END-IF.

       CONTROLER-REGLEMENT-CLIENT.
           MOVE REG-DATE TO WS-DATE-PIECE.
           PERFORM PIECE-AU-GRAND-LIVRE.
           IF WS-LOT-TROUVE = 'N'
               IF REG-MODE = 'CI' OR REG-MODE = 'RJ'
                   MOVE REG-MONTANT TO WS-MONTANT-PIECE
               ELSE
                   COMPUTE WS-MONTANT-PIECE = 0 - REG-MONTANT
               END-IF
               ADD WS-MONTANT-PIECE TO WS-EXPLIQUE
               PERFORM MOTIF-PIECE-DE-GESTION
               MOVE 'RG' TO WS-LPC-JOURNAL
               MOVE SPACES TO WS-LPC-PIECE
               STRING 'REG ' DELIMITED BY SIZE
                   REG-FAC DELIMITED BY SIZE
                   INTO WS-LPC-PIECE
               MOVE REG-DATE TO WS-LPC-DATE
               PERFORM IMPRIMER-CANDIDAT
           END-IF.

       MOTIF-PIECE-DE-GESTION.
           IF WS-DATE-PIECE > WS-DATE-ARRETE
               MOVE 'HORS PERIODE' TO WS-LPC-MOTIF
           ELSE
               MOVE 'NON COMPTA' TO WS-LPC-MOTIF
           END-IF.

      *===============================================
      * 401 CONTRE LES FACTURES FOURNISSEURS OUVERTES
      * Pour chaque facture : ce qu'elle pese dans les factures
      * ouvertes (TTC EUR si A ou B) contre ce qu'elle pese au
      * 401 a l'arrete (TTC si passee au journal AC, moins le TTC
      * si son reglement PF est d'un jour de lot). Toute
      * difference est une piece candidate.
      *===============================================
       RAPPROCHER-FOURNISSEURS.
           DISPLAY '--- 401 FOURNISSEURS / FACTFRN.DAT ---'.
           MOVE 401 TO WS-RACINE-CTRL.
           PERFORM CALCULER-SOLDE-GL.
           COMPUTE WS-SOLDE-GL = 0 - WS-SOLDE-GL.
           MOVE 0 TO WS-SOLDE-AUX.
           OPEN INPUT FACT-FOURNISSEUR.
           IF WS-FFR-OUVERT-OK
               MOVE LOW-VALUES TO FFR-CLE
               START FACT-FOURNISSEUR KEY >= FFR-CLE
                   INVALID KEY CONTINUE
               END-START
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ FACT-FOURNISSEUR NEXT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF FFR-STATUT = 'A' OR FFR-STATUT = 'B'
                               PERFORM CONVERTIR-FACTURE-FRN
                               ADD WS-TTC-EUR TO WS-SOLDE-AUX
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM IMPRIMER-ENTETE-PAIRE.
           IF WS-FFR-OUVERT-OK
               MOVE LOW-VALUES TO FFR-CLE
               START FACT-FOURNISSEUR KEY >= FFR-CLE
                   INVALID KEY CONTINUE
               END-START
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ FACT-FOURNISSEUR NEXT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM CONTROLER-FACTURE-FRN
                   END-READ
               END-PERFORM
               CLOSE FACT-FOURNISSEUR
           END-IF.
           PERFORM LISTER-SAISIES-MANUELLES.
           PERFORM IMPRIMER-PIED-PAIRE.

       CONTROLER-FACTURE-FRN.
           PERFORM CONVERTIR-FACTURE-FRN.
           MOVE 0 TO WS-FFR-OUVERTE.
           MOVE 0 TO WS-FFR-AU-GL.
           MOVE 0 TO WS-FFR-MOTIF-HP.
           IF FFR-STATUT = 'A' OR FFR-STATUT = 'B'
               MOVE WS-TTC-EUR TO WS-FFR-OUVERTE
           END-IF.
           IF FFR-COMPTA = 'O'
               IF FFR-DATE > WS-DATE-ARRETE
                   MOVE 1 TO WS-FFR-MOTIF-HP
               ELSE
                   MOVE WS-TTC-EUR TO WS-FFR-AU-GL
               END-IF
           END-IF.
           IF FFR-STATUT = 'P'
               MOVE FFR-DATE-PAIEMENT TO WS-DATE-PIECE
               PERFORM PIECE-AU-GRAND-LIVRE
               IF WS-LOT-TROUVE = 'Y'
                   SUBTRACT WS-TTC-EUR FROM WS-FFR-AU-GL
               END-IF
               IF FFR-DATE-PAIEMENT > WS-DATE-ARRETE
                   MOVE 1 TO WS-FFR-MOTIF-HP
               END-IF
           END-IF.
           IF WS-FFR-OUVERTE NOT = WS-FFR-AU-GL
               COMPUTE WS-MONTANT-PIECE =
                   WS-FFR-OUVERTE - WS-FFR-AU-GL
               ADD WS-MONTANT-PIECE TO WS-EXPLIQUE
               IF WS-FFR-MOTIF-HP = 1
                   MOVE 'HORS PERIODE' TO WS-LPC-MOTIF
               ELSE
                   MOVE 'NON COMPTA' TO WS-LPC-MOTIF
               END-IF
               MOVE 'AC' TO WS-LPC-JOURNAL
               MOVE SPACES TO WS-LPC-PIECE
               STRING FFR-FRN DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FFR-NUMERO DELIMITED BY SIZE
                   INTO WS-LPC-PIECE
               MOVE FFR-DATE TO WS-LPC-DATE
               PERFORM IMPRIMER-CANDIDAT
           END-IF.

      *    MEME CALCUL QUE COMPTAGL/CONVERTIR-FACTURE-FRN.
       CONVERTIR-FACTURE-FRN.
           MOVE 1 TO WS-TAUX-FFR.
           IF FFR-DEVISE NOT = SPACES AND FFR-DEVISE NOT = 'EUR'
               AND FFR-TAUX > 0
               MOVE FFR-TAUX TO WS-TAUX-FFR
           END-IF.
           COMPUTE WS-HT-EUR ROUNDED = FFR-MONTANT * WS-TAUX-FFR.
           COMPUTE WS-TVA-EUR ROUNDED = FFR-TVA * WS-TAUX-FFR.
           COMPUTE WS-TTC-EUR = WS-HT-EUR + WS-TVA-EUR.

      *===============================================
      * 512 CONTRE LES COMPTES BANCAIRES DE LA MAISON
      * Mouvements des comptes de la maison pas encore au grand
      * livre. COMPTAGL passe aussi au 512 les mouvements des
      * autres comptes de COMPTES.DAT et les reglements clients
      * par virement (VI) : ils sont totalises a part.
      *===============================================
       RAPPROCHER-BANQUE.
           DISPLAY '--- 512 BANQUE / COMPTES.DAT ---'.
           MOVE 512 TO WS-RACINE-CTRL.
           PERFORM CALCULER-SOLDE-GL.
           MOVE 0 TO WS-SOLDE-AUX.
           OPEN INPUT COMPTES.
           IF WS-CPT-OUVERT-OK
               MOVE 1 TO WS-IDX
               PERFORM LIRE-COMPTE-MAISON
                   UNTIL WS-IDX > WS-NB-MAISON
               CLOSE COMPTES
           END-IF.
           PERFORM IMPRIMER-ENTETE-PAIRE.
           MOVE 0 TO WS-TOT-AUTRES-CPT.
           MOVE 0 TO WS-NB-AUTRES-CPT.
           OPEN INPUT MVT-BANQUE.
           IF WS-MVTB-OUVERT-OK
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ MVT-BANQUE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM CONTROLER-MOUVEMENT-BANQUE
                   END-READ
               END-PERFORM
               CLOSE MVT-BANQUE
           END-IF.
           MOVE 0 TO WS-TOT-VIREMENTS.
           MOVE 0 TO WS-NB-VIREMENTS.
           OPEN INPUT REGLEMENTS.
           IF WS-REG-OUVERT-OK
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ REGLEMENTS
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF REG-MODE = 'VI'
                               PERFORM CONTROLER-VIREMENT-CLIENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGLEMENTS
           END-IF.
           PERFORM LISTER-SAISIES-MANUELLES.
           IF WS-NB-AUTRES-CPT > 0
               MOVE 'AUTRES CPT' TO WS-LPC-MOTIF
               MOVE 'BQ' TO WS-LPC-JOURNAL
               MOVE SPACES TO WS-LPC-PIECE
               STRING WS-NB-AUTRES-CPT DELIMITED BY SIZE
                   ' MOUVEMENTS' DELIMITED BY SIZE
                   INTO WS-LPC-PIECE
               MOVE WS-DATE-ARRETE TO WS-LPC-DATE
               MOVE WS-TOT-AUTRES-CPT TO WS-MONTANT-PIECE
               ADD WS-MONTANT-PIECE TO WS-EXPLIQUE
               PERFORM IMPRIMER-CANDIDAT
           END-IF.
           IF WS-NB-VIREMENTS > 0
               MOVE 'VIREMENTS' TO WS-LPC-MOTIF
               MOVE 'RG' TO WS-LPC-JOURNAL
               MOVE SPACES TO WS-LPC-PIECE
               STRING WS-NB-VIREMENTS DELIMITED BY SIZE
                   ' REGLEMENTS' DELIMITED BY SIZE
                   INTO WS-LPC-PIECE
               MOVE WS-DATE-ARRETE TO WS-LPC-DATE
               MOVE WS-TOT-VIREMENTS TO WS-MONTANT-PIECE
               ADD WS-MONTANT-PIECE TO WS-EXPLIQUE
               PERFORM IMPRIMER-CANDIDAT
           END-IF.
           PERFORM IMPRIMER-PIED-PAIRE.

       LIRE-COMPTE-MAISON.
           MOVE WS-MAISON-CPT(WS-IDX) TO CPT-NUM.
           READ COMPTES
               INVALID KEY
                   DISPLAY 'COMPTE ' CPT-NUM ' INEXISTANT - IGNORE'
               NOT INVALID KEY
                   ADD CPT-SOLDE TO WS-SOLDE-AUX
           END-READ.
           ADD 1 TO WS-IDX.

       CHERCHER-COMPTE-MAISON.
           MOVE 'N' TO WS-MAISON-TROUVE.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-NB-MAISON
               OR WS-MAISON-TROUVE = 'Y'
               IF WS-MAISON-CPT(WS-IDX) = MVB-CPT
                   MOVE 'Y' TO WS-MAISON-TROUVE
               ELSE
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM.

       CONTROLER-MOUVEMENT-BANQUE.
           PERFORM CHERCHER-COMPTE-MAISON.
           MOVE MVB-DATE TO WS-DATE-PIECE.
           PERFORM PIECE-AU-GRAND-LIVRE.
           IF WS-MAISON-TROUVE = 'Y'
               IF WS-LOT-TROUVE = 'N'
                   MOVE MVB-MONTANT TO WS-MONTANT-PIECE
                   ADD WS-MONTANT-PIECE TO WS-EXPLIQUE
                   PERFORM MOTIF-PIECE-DE-GESTION
                   MOVE 'BQ' TO WS-LPC-JOURNAL
                   MOVE SPACES TO WS-LPC-PIECE
                   STRING 'CPT ' DELIMITED BY SIZE
                       MVB-CPT(5:6) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       MVB-TYPE DELIMITED BY SIZE
                       INTO WS-LPC-PIECE
                   MOVE MVB-DATE TO WS-LPC-DATE
                   PERFORM IMPRIMER-CANDIDAT
               END-IF
           ELSE
               IF WS-LOT-TROUVE = 'Y'
                   SUBTRACT MVB-MONTANT FROM WS-TOT-AUTRES-CPT
                   ADD 1 TO WS-NB-AUTRES-CPT
               END-IF
           END-IF.

       CONTROLER-VIREMENT-CLIENT.
           MOVE REG-DATE TO WS-DATE-PIECE.
           PERFORM PIECE-AU-GRAND-LIVRE.
           IF WS-LOT-TROUVE = 'Y'
               SUBTRACT REG-MONTANT FROM WS-TOT-VIREMENTS
               ADD 1 TO WS-NB-VIREMENTS
           END-IF.
