       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTFEC.
      *===============================================
      * FICHIER DES ECRITURES COMPTABLES (FEC)
      * Job batch, a lancer a la demande du controle fiscal :
      * toutes les ecritures d'un exercice, qu'il soit encore au
      * grand livre ECRITURES.DAT ou deja archive par CLOTUREGL
      * dans ECRARCH.DAT, au format legal - les 18 colonnes
      * separees par des barres verticales, une ligne par
      * ecriture, precedees de la ligne d'entete.
      *  - les a-nouveaux (journal AN) viennent en tete, puis
      *    chaque journal a la suite, dans l'ordre du grand livre
      *  - numero d'ecriture sequentiel par journal (une piece a
      *    une date = une ecriture)
      *  - libelles des journaux ci-dessous, libelles des comptes
      *    repris du plan PLANCPT.DAT
      *  - date de validation : date de l'ecriture, les pieces
      *    etant portees au grand livre definitives
      * Un controle prealable liste les pieces desequilibrees et
      * les trous de numerotation des pieces numerotees (factures
      * FAC du journal VE, pieces OD) : mode C pour le controle
      * seul, mode E pour le controle puis le fichier FEC.TXT.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECRITURES ASSIGN TO 'ECRITURES.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ECR-STATUS.
      *    ARCHIVE DES EXERCICES CLOS - ECRITE PAR CLOTUREGL
           SELECT ECR-ARCHIVE ASSIGN TO 'ECRARCH.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT PLAN-COMPTES ASSIGN TO 'PLANCPT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-COMPTE.
      *    FICHIER REMIS A L'ADMINISTRATION
           SELECT FEC ASSIGN TO 'FEC.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEC-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT PARTAGEE AVEC COMPTAGL - VOIR COPYBOOKS/ECRITURE.CPY
       FD ECRITURES.
           COPY ECRITURE.
      *    MEME LAYOUT QUE LE GRAND LIVRE, LU DANS WS-ECR-LUE
       FD ECR-ARCHIVE.
       01 ECR-ARCHIVE-REC   PIC X(72).
       FD PLAN-COMPTES.
       01 PLAN-COMPTE-REC.
           05 PLN-COMPTE    PIC 9(6).
           05 PLN-LIBELLE   PIC X(30).
       FD FEC.
       01 FEC-REC           PIC X(300).
       WORKING-STORAGE SECTION.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-MODE           PIC X VALUE SPACE.
       01 WS-ANNEE          PIC 9(4) VALUE 0.
       01 WS-ECR-STATUS     PIC XX VALUE '00'.
           88 WS-ECR-OUVERT-OK VALUE '00'.
       01 WS-ARC-STATUS     PIC XX VALUE '00'.
           88 WS-ARC-OUVERT-OK VALUE '00'.
       01 WS-FEC-STATUS     PIC XX VALUE '00'.
      * Ecriture courante, lue du grand livre ou de l'archive -
      * image de COPYBOOKS/ECRITURE.CPY
       01 WS-ECR-LUE.
           05 WS-LUE-DATE    PIC 9(8).
           05 WS-LUE-JOURNAL PIC X(2).
           05 WS-LUE-PIECE   PIC X(10).
           05 WS-LUE-COMPTE  PIC 9(6).
           05 WS-LUE-LIBELLE PIC X(20).
           05 WS-LUE-DEBIT   PIC 9(9)V99.
           05 WS-LUE-CREDIT  PIC 9(9)V99.
           05 WS-LUE-CENTRE  PIC X(4).
      * Passe en cours : 0 = controle prealable, 1 = a-nouveaux,
      * 2 = journal WS-JOURNAL-PASSE
       01 WS-PASSE          PIC 9 VALUE 0.
       01 WS-JOURNAL-PASSE  PIC X(2) VALUE SPACES.
       01 WS-SOURCE         PIC 9 VALUE 0.
      * Journaux de l'exercice, dans l'ordre de premiere
      * apparition : cumuls du controle et numero d'ecriture
       01 WS-NB-JOURNAUX    PIC 99 VALUE 0.
       01 WS-IDX-JNL        PIC 99 VALUE 0.
       01 WS-TROUVE         PIC 9 VALUE 0.
       01 WS-JOURNAUX-TABLE.
           05 WS-JNL-ENTRY OCCURS 30 TIMES.
               10 WS-JNL-CODE    PIC X(2).
               10 WS-JNL-NB-LIGNES PIC 9(7).
               10 WS-JNL-DEBIT   PIC 9(11)V99.
               10 WS-JNL-CREDIT  PIC 9(11)V99.
               10 WS-JNL-DERNIER-NUM PIC 9(7).
      * Libelles des journaux de la maison
       01 WS-LIBELLES-JOURNAUX.
           05 FILLER PIC X(32) VALUE 'ANA-NOUVEAUX'.
           05 FILLER PIC X(32) VALUE 'VEVENTES'.
           05 FILLER PIC X(32) VALUE 'RGREGLEMENTS CLIENTS'.
           05 FILLER PIC X(32) VALUE 'BQBANQUE'.
           05 FILLER PIC X(32) VALUE 'PAPAIE'.
           05 FILLER PIC X(32) VALUE 'ACACHATS'.
           05 FILLER PIC X(32) VALUE 'ODOPERATIONS DIVERSES'.
           05 FILLER PIC X(32) VALUE 'IMIMMOBILISATIONS'.
           05 FILLER PIC X(32) VALUE 'IVINVENTAIRE'.
           05 FILLER PIC X(32) VALUE 'CLCLOTURE DE L EXERCICE'.
       01 WS-LIBELLES-JOURNAUX-R REDEFINES WS-LIBELLES-JOURNAUX.
           05 WS-LJN-ENTRY OCCURS 10 TIMES.
               10 WS-LJN-CODE    PIC X(2).
               10 WS-LJN-LIBELLE PIC X(30).
       01 WS-NB-LIB-JOURNAUX PIC 99 VALUE 10.
       01 WS-IDX-LIB        PIC 99 VALUE 0.
       01 WS-LIBELLE-JOURNAL PIC X(30) VALUE SPACES.
      * Controle d'equilibre par piece : les lignes d'une piece
      * se suivent au grand livre (meme journal, piece et date)
       01 WS-PIECE-COURANTE.
           05 WS-PC-JOURNAL  PIC X(2).
           05 WS-PC-PIECE    PIC X(10).
           05 WS-PC-DATE     PIC 9(8).
       01 WS-PIECE-LUE.
           05 WS-PL-JOURNAL  PIC X(2).
           05 WS-PL-PIECE    PIC X(10).
           05 WS-PL-DATE     PIC 9(8).
       01 WS-PC-DEBIT       PIC 9(11)V99 VALUE 0.
       01 WS-PC-CREDIT      PIC 9(11)V99 VALUE 0.
       01 WS-NB-DESEQUILIBRES PIC 9(5) VALUE 0.
       01 WS-NB-TROUS       PIC 9(5) VALUE 0.
       01 WS-NUM-PIECE      PIC 9(7) VALUE 0.
       01 WS-NUM-PIECE-OK   PIC 9 VALUE 0.
      * Numero d'ecriture FEC
       01 WS-ECRITURE-NUM   PIC 9(7) VALUE 0.
       01 WS-NB-LIGNES-FEC  PIC 9(7) VALUE 0.
      * Mise en forme de la ligne FEC
       01 WS-LIGNE-FEC      PIC X(300) VALUE SPACES.
       01 WS-POINTEUR       PIC 9(3) VALUE 1.
       01 WS-TEXTE          PIC X(30) VALUE SPACES.
       01 WS-MONTANT        PIC 9(11)V99 VALUE 0.
       01 WS-MONTANT-R REDEFINES WS-MONTANT.
           05 WS-MNT-ENTIER  PIC 9(11).
           05 WS-MNT-DECIMALES PIC 99.
       01 WS-MNT-EDITE      PIC Z(10)9.
       01 WS-NB-ESPACES     PIC 99 VALUE 0.
       01 WS-MONTANT-TEXTE  PIC X(15) VALUE SPACES.
       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'EXERCICE A EXPORTER (AAAA) ?'.
           ACCEPT WS-ANNEE.
           DISPLAY 'MODE (C=CONTROLE SEUL, E=CONTROLE ET FEC) ?'.
           ACCEPT WS-MODE.
           DISPLAY '=== FEC DE L EXERCICE ' WS-ANNEE ' ==='.
           OPEN INPUT PLAN-COMPTES.
      *    Controle prealable : equilibre des pieces, trous de
      *    numerotation, inventaire des journaux de l'exercice.
           DISPLAY '--- CONTROLE PREALABLE ---'.
           MOVE 0 TO WS-NB-JOURNAUX.
           MOVE 0 TO WS-NB-DESEQUILIBRES.
           MOVE 0 TO WS-NB-TROUS.
           MOVE SPACES TO WS-PIECE-COURANTE.
           MOVE 0 TO WS-PC-DEBIT.
           MOVE 0 TO WS-PC-CREDIT.
           MOVE 0 TO WS-PASSE.
           PERFORM LIRE-EXERCICE.
           PERFORM CONTROLER-PIECE-COURANTE.
           PERFORM AFFICHER-CONTROLE.
           IF WS-MODE = 'E' OR WS-MODE = 'e'
               PERFORM ECRIRE-FEC
           END-IF.
           CLOSE PLAN-COMPTES.
           STOP RUN.

      *    Parcourt l'exercice : l'archive d'abord (exercices
      *    clos), puis le grand livre - chaque ecriture de l'annee
      *    passe par TRAITER-ECRITURE-LUE.
       LIRE-EXERCICE.
           MOVE 1 TO WS-SOURCE.
           OPEN INPUT ECR-ARCHIVE.
           IF WS-ARC-OUVERT-OK
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ ECR-ARCHIVE INTO WS-ECR-LUE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-LUE-DATE(1:4) = WS-ANNEE
                               PERFORM TRAITER-ECRITURE-LUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ECR-ARCHIVE
           END-IF.
           MOVE 2 TO WS-SOURCE.
           OPEN INPUT ECRITURES.
           IF WS-ECR-OUVERT-OK
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ ECRITURES INTO WS-ECR-LUE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-LUE-DATE(1:4) = WS-ANNEE
                               PERFORM TRAITER-ECRITURE-LUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ECRITURES
           END-IF.

       TRAITER-ECRITURE-LUE.
           EVALUATE WS-PASSE
               WHEN 0
                   PERFORM CONTROLER-ECRITURE
               WHEN 1
                   IF WS-LUE-JOURNAL = 'AN'
                       PERFORM ECRIRE-LIGNE-FEC
                   END-IF
               WHEN 2
                   IF WS-LUE-JOURNAL = WS-JOURNAL-PASSE
                       PERFORM ECRIRE-LIGNE-FEC
                   END-IF
           END-EVALUATE.

      *===============================================
      * CONTROLE PREALABLE
      *===============================================
       CONTROLER-ECRITURE.
           PERFORM CHERCHER-JOURNAL.
           IF WS-TROUVE = 1
               ADD 1 TO WS-JNL-NB-LIGNES(WS-IDX-JNL)
               ADD WS-LUE-DEBIT TO WS-JNL-DEBIT(WS-IDX-JNL)
               ADD WS-LUE-CREDIT TO WS-JNL-CREDIT(WS-IDX-JNL)
           END-IF.
           MOVE WS-LUE-JOURNAL TO WS-PL-JOURNAL.
           MOVE WS-LUE-PIECE TO WS-PL-PIECE.
           MOVE WS-LUE-DATE TO WS-PL-DATE.
           IF WS-PIECE-LUE NOT = WS-PIECE-COURANTE
               PERFORM CONTROLER-PIECE-COURANTE
               MOVE WS-PIECE-LUE TO WS-PIECE-COURANTE
               MOVE 0 TO WS-PC-DEBIT
               MOVE 0 TO WS-PC-CREDIT
               IF WS-TROUVE = 1
                   PERFORM CONTROLER-NUMEROTATION
               END-IF
           END-IF.
           ADD WS-LUE-DEBIT TO WS-PC-DEBIT.
           ADD WS-LUE-CREDIT TO WS-PC-CREDIT.

      *    Piece qui vient de se terminer : debit = credit.
       CONTROLER-PIECE-COURANTE.
           IF WS-PIECE-COURANTE NOT = SPACES AND
               WS-PC-DEBIT NOT = WS-PC-CREDIT
               ADD 1 TO WS-NB-DESEQUILIBRES
               DISPLAY 'PIECE DESEQUILIBREE ' WS-PC-JOURNAL ' '
                   WS-PC-PIECE ' DU ' WS-PC-DATE
                   ' D ' WS-PC-DEBIT ' C ' WS-PC-CREDIT
           END-IF.

      *    Pieces numerotees par la maison : factures du journal
      *    des ventes (FAC + numero) et operations diverses (OD +
      *    numero). Chaque nouvelle piece doit suivre la
      *    precedente du meme journal ; un numero qui saute est
      *    un trou. Les avoirs partagent la numerotation des
      *    factures.
       CONTROLER-NUMEROTATION.
           MOVE 0 TO WS-NUM-PIECE-OK.
           IF WS-LUE-JOURNAL = 'VE' AND WS-LUE-PIECE(1:4) = 'FAC '
               AND WS-LUE-PIECE(5:6) IS NUMERIC
               MOVE WS-LUE-PIECE(5:6) TO WS-NUM-PIECE
               MOVE 1 TO WS-NUM-PIECE-OK
           END-IF.
           IF WS-LUE-JOURNAL = 'OD' AND WS-LUE-PIECE(1:3) = 'OD '
               AND WS-LUE-PIECE(4:7) IS NUMERIC
               MOVE WS-LUE-PIECE(4:7) TO WS-NUM-PIECE
               MOVE 1 TO WS-NUM-PIECE-OK
           END-IF.
           IF WS-NUM-PIECE-OK = 1
               IF WS-JNL-DERNIER-NUM(WS-IDX-JNL) > 0 AND
                   WS-NUM-PIECE >
                   WS-JNL-DERNIER-NUM(WS-IDX-JNL) + 1
                   ADD 1 TO WS-NB-TROUS
                   DISPLAY 'TROU DE NUMEROTATION ' WS-LUE-JOURNAL
                       ' APRES ' WS-JNL-DERNIER-NUM(WS-IDX-JNL)
                       ' JUSQU A ' WS-NUM-PIECE
               END-IF
               IF WS-NUM-PIECE > WS-JNL-DERNIER-NUM(WS-IDX-JNL)
                   MOVE WS-NUM-PIECE TO
                       WS-JNL-DERNIER-NUM(WS-IDX-JNL)
               END-IF
           END-IF.

      *    Recherche du journal dans la table, creation au besoin -
      *    WS-TROUVE reste a 0 si la table deborde.
       CHERCHER-JOURNAL.
           MOVE 0 TO WS-TROUVE.
           MOVE 1 TO WS-IDX-JNL.
           PERFORM UNTIL WS-IDX-JNL > WS-NB-JOURNAUX
               OR WS-TROUVE = 1
               IF WS-JNL-CODE(WS-IDX-JNL) = WS-LUE-JOURNAL
                   MOVE 1 TO WS-TROUVE
               ELSE
                   ADD 1 TO WS-IDX-JNL
               END-IF
           END-PERFORM.
           IF WS-TROUVE = 0 AND WS-NB-JOURNAUX < 30
               ADD 1 TO WS-NB-JOURNAUX
               MOVE WS-NB-JOURNAUX TO WS-IDX-JNL
               MOVE WS-LUE-JOURNAL TO WS-JNL-CODE(WS-IDX-JNL)
               MOVE 0 TO WS-JNL-NB-LIGNES(WS-IDX-JNL)
               MOVE 0 TO WS-JNL-DEBIT(WS-IDX-JNL)
               MOVE 0 TO WS-JNL-CREDIT(WS-IDX-JNL)
               MOVE 0 TO WS-JNL-DERNIER-NUM(WS-IDX-JNL)
               MOVE 1 TO WS-TROUVE
           END-IF.

       AFFICHER-CONTROLE.
           MOVE 1 TO WS-IDX-JNL.
           PERFORM AFFICHER-UN-JOURNAL
               UNTIL WS-IDX-JNL > WS-NB-JOURNAUX.
           DISPLAY 'PIECES DESEQUILIBREES : ' WS-NB-DESEQUILIBRES.
           DISPLAY 'TROUS DE NUMEROTATION : ' WS-NB-TROUS.
           IF WS-NB-DESEQUILIBRES > 0 OR WS-NB-TROUS > 0
               DISPLAY '*** ANOMALIES A LEVER AVANT ENVOI DU FEC ***'
           END-IF.

       AFFICHER-UN-JOURNAL.
           DISPLAY 'JOURNAL ' WS-JNL-CODE(WS-IDX-JNL) ' LIGNES '
               WS-JNL-NB-LIGNES(WS-IDX-JNL)
               ' D ' WS-JNL-DEBIT(WS-IDX-JNL)
               ' C ' WS-JNL-CREDIT(WS-IDX-JNL).
           ADD 1 TO WS-IDX-JNL.

      *===============================================
      * ECRITURE DU FEC
      * Ligne d'entete, a-nouveaux, puis un passage par journal
      * de l'exercice dans l'ordre de la table.
      *===============================================
       ECRIRE-FEC.
           OPEN OUTPUT FEC.
           MOVE 0 TO WS-NB-LIGNES-FEC.
           MOVE SPACES TO WS-LIGNE-FEC.
           STRING 'JournalCode|JournalLib|EcritureNum|'
               DELIMITED BY SIZE
               'EcritureDate|CompteNum|CompteLib|CompAuxNum|'
               DELIMITED BY SIZE
               'CompAuxLib|PieceRef|PieceDate|EcritureLib|'
               DELIMITED BY SIZE
               'Debit|Credit|EcritureLet|DateLet|ValidDate|'
               DELIMITED BY SIZE
               'Montantdevise|Idevise' DELIMITED BY SIZE
               INTO WS-LIGNE-FEC.
           WRITE FEC-REC FROM WS-LIGNE-FEC.
           MOVE 1 TO WS-PASSE.
           MOVE 'AN' TO WS-JOURNAL-PASSE.
           PERFORM PREPARER-JOURNAL-PASSE.
           PERFORM LIRE-EXERCICE.
           MOVE 2 TO WS-PASSE.
           MOVE 1 TO WS-IDX-JNL.
           PERFORM EXPORTER-UN-JOURNAL
               UNTIL WS-IDX-JNL > WS-NB-JOURNAUX.
           CLOSE FEC.
           DISPLAY WS-NB-LIGNES-FEC ' LIGNE(S) ECRITE(S) DANS FEC.TXT'.

       EXPORTER-UN-JOURNAL.
           IF WS-JNL-CODE(WS-IDX-JNL) NOT = 'AN'
               MOVE WS-JNL-CODE(WS-IDX-JNL) TO WS-JOURNAL-PASSE
               PERFORM PREPARER-JOURNAL-PASSE
               PERFORM LIRE-EXERCICE
           END-IF.
           ADD 1 TO WS-IDX-JNL.

      *    Libelle du journal et remise a zero de la numerotation
      *    des ecritures et de la rupture par piece.
       PREPARER-JOURNAL-PASSE.
           MOVE 0 TO WS-ECRITURE-NUM.
           MOVE SPACES TO WS-PIECE-COURANTE.
           MOVE SPACES TO WS-LIBELLE-JOURNAL.
           STRING 'JOURNAL ' DELIMITED BY SIZE
               WS-JOURNAL-PASSE DELIMITED BY SIZE
               INTO WS-LIBELLE-JOURNAL.
           MOVE 1 TO WS-IDX-LIB.
           PERFORM UNTIL WS-IDX-LIB > WS-NB-LIB-JOURNAUX
               IF WS-LJN-CODE(WS-IDX-LIB) = WS-JOURNAL-PASSE
                   MOVE WS-LJN-LIBELLE(WS-IDX-LIB) TO
                       WS-LIBELLE-JOURNAL
               END-IF
               ADD 1 TO WS-IDX-LIB
           END-PERFORM.

       ECRIRE-LIGNE-FEC.
           MOVE WS-LUE-JOURNAL TO WS-PL-JOURNAL.
           MOVE WS-LUE-PIECE TO WS-PL-PIECE.
           MOVE WS-LUE-DATE TO WS-PL-DATE.
           IF WS-PIECE-LUE NOT = WS-PIECE-COURANTE
               ADD 1 TO WS-ECRITURE-NUM
               MOVE WS-PIECE-LUE TO WS-PIECE-COURANTE
           END-IF.
           MOVE WS-LUE-COMPTE TO PLN-COMPTE.
           MOVE SPACES TO PLN-LIBELLE.
           READ PLAN-COMPTES
               INVALID KEY CONTINUE
           END-READ.
           INSPECT PLN-LIBELLE REPLACING ALL '|' BY '/'.
           INSPECT WS-LUE-LIBELLE REPLACING ALL '|' BY '/'.
           INSPECT WS-LUE-PIECE REPLACING ALL '|' BY '/'.
           MOVE SPACES TO WS-LIGNE-FEC.
           MOVE 1 TO WS-POINTEUR.
           STRING WS-LUE-JOURNAL DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-LIBELLE-JOURNAL DELIMITED BY '  '
               '|' DELIMITED BY SIZE
               WS-ECRITURE-NUM DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-LUE-DATE DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-LUE-COMPTE DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               PLN-LIBELLE DELIMITED BY '  '
               '|' DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-LUE-PIECE DELIMITED BY '  '
               '|' DELIMITED BY SIZE
               WS-LUE-DATE DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-LUE-LIBELLE DELIMITED BY '  '
               '|' DELIMITED BY SIZE
               INTO WS-LIGNE-FEC WITH POINTER WS-POINTEUR.
           MOVE WS-LUE-DEBIT TO WS-MONTANT.
           PERFORM FORMATER-MONTANT.
           STRING WS-MONTANT-TEXTE DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               INTO WS-LIGNE-FEC WITH POINTER WS-POINTEUR.
           MOVE WS-LUE-CREDIT TO WS-MONTANT.
           PERFORM FORMATER-MONTANT.
      *    Lettrage, date de lettrage, montant et code devise :
      *    vides, le grand livre ne les porte pas.
           STRING WS-MONTANT-TEXTE DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-LUE-DATE DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               INTO WS-LIGNE-FEC WITH POINTER WS-POINTEUR.
           WRITE FEC-REC FROM WS-LIGNE-FEC.
           ADD 1 TO WS-NB-LIGNES-FEC.

      *    Montant au format du FEC : virgule decimale, sans zeros
      *    de tete ni separateur de milliers (1234,50).
       FORMATER-MONTANT.
           MOVE WS-MNT-ENTIER TO WS-MNT-EDITE.
           MOVE 0 TO WS-NB-ESPACES.
           INSPECT WS-MNT-EDITE TALLYING WS-NB-ESPACES
               FOR LEADING SPACE.
           MOVE SPACES TO WS-MONTANT-TEXTE.
           STRING WS-MNT-EDITE(WS-NB-ESPACES + 1:) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-MNT-DECIMALES DELIMITED BY SIZE
               INTO WS-MONTANT-TEXTE.
