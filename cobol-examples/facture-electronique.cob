       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTELEC.
      *===============================================
      * FACTURES ELECTRONIQUES
      * Job batch, pour les clients professionnels (CLI-SIRET
      * renseigne) qui recoivent leurs factures par la plateforme
      * de facturation electronique au lieu de la facture
      * imprimee de FACTURE :
      *  mode 1 - emission : les factures et avoirs du jour de
      *    FACTURES.DAT partent dans FACTELEC.TXT, fichier
      *    structure remis a la plateforme (entete, vendeur,
      *    acheteur, lignes, ventilation de TVA par taux,
      *    montants, un total de controle Z en queue). Chaque
      *    piece emise est suivie dans FACELEC.DAT, une piece
      *    deja emise ne repart pas.
      *  mode 2 - import des retours de statut de la plateforme
      *    (STATELEC.DAT : deposee, rejetee, approuvee, payee),
      *    portes sur le suivi de chaque piece.
      *  mode 3 - liste des pieces rejetees, a corriger.
      *  mode 4 - renvoi d'une piece rejetee, une fois corrigee.
      * L'echeance est la date de facture plus le delai de
      * paiement de la maison (celui du premier niveau de la
      * chaine de relance de FACTURE).
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTURES ASSIGN TO 'FACTURES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAC-NUM.
           SELECT LIGNES-FACTURE ASSIGN TO 'FACLIGNE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGF-CLE.
           SELECT CLIENTS ASSIGN TO 'CLIENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID.
           SELECT FACT-ELEC ASSIGN TO 'FACELEC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEL-FAC
               FILE STATUS IS WS-FEL-STATUS.
      *    FICHIER REMIS A LA PLATEFORME
           SELECT FACT-EXPORT ASSIGN TO 'FACTELEC.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEX-STATUS.
      *    RETOURS DE STATUT RECUS DE LA PLATEFORME
           SELECT STATUTS-RETOUR ASSIGN TO 'STATELEC.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FXR-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUTS PARTAGEES - VOIR COPYBOOKS
       FD FACTURES.
           COPY FACTURE.
       FD LIGNES-FACTURE.
           COPY FACLIGNE.
       FD CLIENTS.
           COPY CLIENT.
       FD FACT-ELEC.
           COPY FACELEC.
      *    FACTURE STRUCTUREE : PAR PIECE UN E (ENTETE), UN V
      *    (VENDEUR), UN A (ACHETEUR), UN L PAR LIGNE, UN T PAR
      *    TAUX DE TVA, UN M (MONTANTS) ; UN Z DE CONTROLE EN
      *    QUEUE DE FICHIER.
       FD FACT-EXPORT.
       01 FACT-EXPORT-REC.
           05 FEX-TYPE      PIC X.
           05 FEX-DETAIL    PIC X(159).
       01 FACT-EXPORT-E REDEFINES FACT-EXPORT-REC.
           05 FXE-TYPE      PIC X.
           05 FXE-FACTURE   PIC 9(6).
      *       380 = FACTURE, 381 = AVOIR
           05 FXE-NATURE    PIC X(3).
           05 FXE-DATE      PIC 9(8).
           05 FXE-ECHEANCE  PIC 9(8).
      *       FACTURE D'ORIGINE D'UN AVOIR
           05 FXE-ORIGINE   PIC 9(6).
           05 FXE-DEVISE    PIC X(3).
           05 FXE-CONDITIONS PIC X(40).
           05 FXE-PENALITES PIC X(75).
           05 FILLER        PIC X(10).
       01 FACT-EXPORT-P REDEFINES FACT-EXPORT-REC.
           05 FXP-TYPE      PIC X.
           05 FXP-FACTURE   PIC 9(6).
           05 FXP-NOM       PIC X(30).
           05 FXP-ADRESSE   PIC X(30).
           05 FXP-CODE-POSTAL PIC X(5).
           05 FXP-VILLE     PIC X(20).
           05 FXP-SIRET     PIC X(14).
           05 FXP-TVA-INTRA PIC X(13).
           05 FILLER        PIC X(41).
       01 FACT-EXPORT-L REDEFINES FACT-EXPORT-REC.
           05 FXL-TYPE      PIC X.
           05 FXL-FACTURE   PIC 9(6).
           05 FXL-NO        PIC 99.
           05 FXL-ART       PIC X(8).
           05 FXL-LIBELLE   PIC X(25).
           05 FXL-QTE       PIC 9(3).
           05 FXL-PRIX      PIC 9(5)V99.
           05 FXL-MONTANT   PIC 9(6)V99.
           05 FXL-TVA-CODE  PIC X.
           05 FXL-TAUX      PIC 9(2)V99.
           05 FXL-TVA       PIC 9(6)V99.
           05 FILLER        PIC X(87).
       01 FACT-EXPORT-T REDEFINES FACT-EXPORT-REC.
           05 FXT-TYPE      PIC X.
           05 FXT-FACTURE   PIC 9(6).
           05 FXT-TVA-CODE  PIC X.
           05 FXT-TAUX      PIC 9(2)V99.
           05 FXT-BASE      PIC 9(8)V99.
           05 FXT-MONTANT   PIC 9(6)V99.
      *       MENTION LEGALE D'UNE BASE EXONEREE (CODES I ET E)
           05 FXT-MENTION   PIC X(34).
           05 FILLER        PIC X(96).
       01 FACT-EXPORT-M REDEFINES FACT-EXPORT-REC.
           05 FXM-TYPE      PIC X.
           05 FXM-FACTURE   PIC 9(6).
           05 FXM-TOTAL-HT  PIC 9(8)V99.
           05 FXM-TVA       PIC 9(6)V99.
           05 FXM-TOTAL-TTC PIC 9(8)V99.
           05 FXM-DEJA-PAYE PIC 9(8)V99.
           05 FXM-NET-A-PAYER PIC 9(8)V99.
           05 FILLER        PIC X(105).
       01 FACT-EXPORT-Z REDEFINES FACT-EXPORT-REC.
           05 FXZ-TYPE      PIC X.
           05 FXZ-DATE      PIC 9(8).
           05 FXZ-NB-PIECES PIC 9(5).
           05 FXZ-TOTAL-TTC PIC 9(11)V99.
           05 FILLER        PIC X(133).
      *    UN RETOUR PAR PIECE ET CHANGEMENT DE STATUT (D, R, A, P
      *    COMME FEL-STATUT)
       FD STATUTS-RETOUR.
       01 STATUT-RETOUR-REC.
           05 FXR-FACTURE   PIC 9(6).
           05 FXR-STATUT    PIC X.
           05 FXR-DATE      PIC 9(8).
           05 FXR-MOTIF     PIC X(40).
       WORKING-STORAGE SECTION.
       01 WS-EOF           PIC 9 VALUE 0.
       01 WS-EOF-LIGNES    PIC 9 VALUE 0.
       01 WS-MODE          PIC 9 VALUE 0.
       01 WS-DATE-JOUR     PIC 9(8) VALUE 0.
       01 WS-DATE-PIECES   PIC 9(8) VALUE 0.
       01 WS-FAC-RENVOI    PIC 9(6) VALUE 0.
       01 WS-RENVOI-OK     PIC X VALUE 'N'.
       01 WS-FEL-STATUS    PIC XX VALUE '00'.
           88 WS-FEL-OUVERT-OK VALUE '00'.
       01 WS-FEX-STATUS    PIC XX VALUE '00'.
       01 WS-FXR-STATUS    PIC XX VALUE '00'.
           88 WS-FXR-OUVERT-OK VALUE '00'.
      * Identite de la maison - meme entete que la facture
      * imprimee de FACTURE, via le sous-programme IDENTSOC
       01 WS-ETAB-SOCIETE  PIC X(2) VALUE 'SG'.
           COPY SOCIETE.
           COPY SOCEDIT.
      * Conditions de paiement portees sur chaque facture
       01 WS-DELAI-PAIEMENT PIC 9(3) VALUE 30.
       01 WS-CONDITIONS    PIC X(40)
           VALUE 'PAIEMENT A 30 JOURS DATE DE FACTURE'.
      * Ventilation de la TVA par taux (1=20%, 2=10%, 3=5,5%,
      * 4=intracommunautaire exonere - code I, 5=export exonere -
      * code E) - meme table que FACTURE
       01 WS-TAUX-TVA-TABLE.
           05 FILLER PIC 9(2)V99 VALUE 20.00.
           05 FILLER PIC 9(2)V99 VALUE 10.00.
           05 FILLER PIC 9(2)V99 VALUE 05.50.
           05 FILLER PIC 9(2)V99 VALUE 00.00.
           05 FILLER PIC 9(2)V99 VALUE 00.00.
       01 WS-TAUX-TVA-R REDEFINES WS-TAUX-TVA-TABLE.
           05 WS-TAUX-TVA PIC 9(2)V99 OCCURS 5 TIMES.
       01 WS-CODES-TVA     PIC X(5) VALUE '123IE'.
       01 WS-BASES-TVA-TABLE.
           05 WS-BASE-TVA PIC 9(8)V99 OCCURS 5 TIMES.
           05 WS-MONT-TVA PIC 9(6)V99 OCCURS 5 TIMES.
       01 WS-MENTION-INTRA PIC X(34)
           VALUE 'EXONERATION TVA, ART 262 TER I CGI'.
       01 WS-MENTION-EXPORT PIC X(34)
           VALUE 'EXONERATION TVA, ART 262 I CGI'.
       01 WS-IDX-TVA       PIC 9 VALUE 1.
       01 WS-CODE-TVA      PIC X VALUE SPACE.
       01 WS-TVA-LIGNE     PIC 9(6)V99 VALUE 0.
      * Compteurs
       01 WS-NB-EMISES     PIC 9(5) VALUE 0.
       01 WS-TOT-EMIS      PIC 9(11)V99 VALUE 0.
       01 WS-NB-DEJA-EMISES PIC 9(5) VALUE 0.
       01 WS-NB-SANS-SIRET PIC 9(5) VALUE 0.
       01 WS-NB-RETOURS    PIC 9(5) VALUE 0.
       01 WS-NB-DEPOSEES   PIC 9(5) VALUE 0.
       01 WS-NB-REJETEES   PIC 9(5) VALUE 0.
       01 WS-NB-APPROUVEES PIC 9(5) VALUE 0.
       01 WS-NB-PAYEES     PIC 9(5) VALUE 0.
       01 WS-NB-INCONNUS   PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           CALL 'IDENTSOC' USING WS-ETAB-SOCIETE SOCIETE-REC
               SOCIETE-EDITION.
           DISPLAY '1=EMISSION  2=IMPORT DES STATUTS  '
               '3=LISTE DES REJETS  4=RENVOI ?'.
           ACCEPT WS-MODE.
           OPEN INPUT FACTURES.
           OPEN INPUT LIGNES-FACTURE.
           OPEN INPUT CLIENTS.
           OPEN I-O FACT-ELEC.
           IF NOT WS-FEL-OUVERT-OK
               OPEN OUTPUT FACT-ELEC
               CLOSE FACT-ELEC
               OPEN I-O FACT-ELEC
           END-IF.
           EVALUATE WS-MODE
               WHEN 1 PERFORM EMETTRE-FACTURES
               WHEN 2 PERFORM IMPORTER-STATUTS
               WHEN 3 PERFORM LISTER-REJETS
               WHEN 4 PERFORM RENVOYER-FACTURE
               WHEN OTHER DISPLAY 'MODE INCONNU'
           END-EVALUATE.
           CLOSE FACT-ELEC.
           CLOSE CLIENTS.
           CLOSE LIGNES-FACTURE.
           CLOSE FACTURES.
           STOP RUN.

      *===============================================
      * EMISSION DES FACTURES DU JOUR
      * Factures et avoirs de la date demandee (le jour par
      * defaut) des clients a SIRET ; les autres clients gardent
      * la facture imprimee.
      *===============================================
       EMETTRE-FACTURES.
           DISPLAY 'DATE DES PIECES (AAAAMMJJ, 0 = AUJOURD HUI) ?'.
           ACCEPT WS-DATE-PIECES.
           IF WS-DATE-PIECES = 0
               MOVE WS-DATE-JOUR TO WS-DATE-PIECES
           END-IF.
           DISPLAY '=== EMISSION ELECTRONIQUE DES PIECES DU '
               WS-DATE-PIECES ' ==='.
           OPEN OUTPUT FACT-EXPORT.
           MOVE 0 TO WS-NB-EMISES.
           MOVE 0 TO WS-TOT-EMIS.
           MOVE 0 TO WS-NB-DEJA-EMISES.
           MOVE 0 TO WS-NB-SANS-SIRET.
           MOVE 0 TO FAC-NUM.
           START FACTURES KEY >= FAC-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ FACTURES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF FAC-DATE = WS-DATE-PIECES
                           PERFORM SELECTIONNER-FACTURE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM ECRIRE-QUEUE-EXPORT.
           CLOSE FACT-EXPORT.
           DISPLAY 'PIECES EMISES       : ' WS-NB-EMISES
               ' POUR ' WS-TOT-EMIS.
           DISPLAY 'DEJA EMISES         : ' WS-NB-DEJA-EMISES.
           DISPLAY 'CLIENTS SANS SIRET  : ' WS-NB-SANS-SIRET.

       SELECTIONNER-FACTURE.
           MOVE FAC-CLIENT TO CLI-ID.
           READ CLIENTS
               INVALID KEY MOVE SPACES TO CLI-SIRET
           END-READ.
           IF CLI-SIRET = SPACES
               ADD 1 TO WS-NB-SANS-SIRET
           ELSE
               MOVE FAC-NUM TO FEL-FAC
               READ FACT-ELEC
                   INVALID KEY
                       PERFORM EMETTRE-UNE-FACTURE
                       MOVE FAC-NUM TO FEL-FAC
                       MOVE 'E' TO FEL-STATUT
                       MOVE WS-DATE-JOUR TO FEL-DATE-EMISSION
                       MOVE WS-DATE-JOUR TO FEL-DATE-STATUT
                       MOVE SPACES TO FEL-MOTIF
                       MOVE 1 TO FEL-NB-ENVOIS
                       WRITE FACT-ELEC-REC
                   NOT INVALID KEY
                       ADD 1 TO WS-NB-DEJA-EMISES
               END-READ
           END-IF.

      *    Ecrit la piece courante (FACTURE-REC, CLIENT-REC) dans
      *    FACT-EXPORT.
       EMETTRE-UNE-FACTURE.
           MOVE SPACES TO FACT-EXPORT-REC.
           MOVE 'E' TO FXE-TYPE.
           MOVE FAC-NUM TO FXE-FACTURE.
           MOVE FAC-DATE TO FXE-DATE.
           MOVE 'EUR' TO FXE-DEVISE.
           IF FAC-TYPE = 'A'
               MOVE '381' TO FXE-NATURE
               MOVE FAC-REF-AVOIR TO FXE-ORIGINE
               MOVE FAC-DATE TO FXE-ECHEANCE
           ELSE
               MOVE '380' TO FXE-NATURE
               MOVE 0 TO FXE-ORIGINE
               COMPUTE FXE-ECHEANCE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FAC-DATE)
                   + WS-DELAI-PAIEMENT)
           END-IF.
           MOVE WS-CONDITIONS TO FXE-CONDITIONS.
           MOVE SOC-PENALITES TO FXE-PENALITES.
           WRITE FACT-EXPORT-REC.
      *    Vendeur puis acheteur
           MOVE SPACES TO FACT-EXPORT-REC.
           MOVE 'V' TO FXP-TYPE.
           MOVE FAC-NUM TO FXP-FACTURE.
           MOVE SOC-NOM TO FXP-NOM.
           MOVE SOC-ADRESSE TO FXP-ADRESSE.
           MOVE SOC-CODE-POSTAL TO FXP-CODE-POSTAL.
           MOVE SOC-VILLE TO FXP-VILLE.
           MOVE SOC-SIRET TO FXP-SIRET.
           MOVE SOC-TVA TO FXP-TVA-INTRA.
           WRITE FACT-EXPORT-REC.
           MOVE SPACES TO FACT-EXPORT-REC.
           MOVE 'A' TO FXP-TYPE.
           MOVE FAC-NUM TO FXP-FACTURE.
           MOVE CLI-NOM TO FXP-NOM.
           MOVE CLI-ADRESSE TO FXP-ADRESSE.
           MOVE CLI-CODE-POSTAL TO FXP-CODE-POSTAL.
           MOVE CLI-VILLE TO FXP-VILLE.
           MOVE CLI-SIRET TO FXP-SIRET.
           MOVE CLI-TVA-INTRA TO FXP-TVA-INTRA.
           WRITE FACT-EXPORT-REC.
      *    Lignes, avec la ventilation par taux au passage
           MOVE 1 TO WS-IDX-TVA.
           PERFORM UNTIL WS-IDX-TVA > 5
               MOVE 0 TO WS-BASE-TVA(WS-IDX-TVA)
               MOVE 0 TO WS-MONT-TVA(WS-IDX-TVA)
               ADD 1 TO WS-IDX-TVA
           END-PERFORM.
           MOVE FAC-NUM TO LGF-NUM.
           MOVE 0 TO LGF-NO.
           START LIGNES-FACTURE KEY >= LGF-CLE
               INVALID KEY MOVE 1 TO WS-EOF-LIGNES
               NOT INVALID KEY MOVE 0 TO WS-EOF-LIGNES
           END-START.
           PERFORM UNTIL WS-EOF-LIGNES = 1
               READ LIGNES-FACTURE NEXT
                   AT END MOVE 1 TO WS-EOF-LIGNES
                   NOT AT END
                       IF LGF-NUM NOT = FAC-NUM
                           MOVE 1 TO WS-EOF-LIGNES
                       ELSE
                           PERFORM EMETTRE-UNE-LIGNE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 1 TO WS-IDX-TVA.
           PERFORM EMETTRE-UN-TAUX UNTIL WS-IDX-TVA > 5.
      *    Montants de la piece, acompte deja regle deduit
           MOVE SPACES TO FACT-EXPORT-REC.
           MOVE 'M' TO FXM-TYPE.
           MOVE FAC-NUM TO FXM-FACTURE.
           MOVE FAC-TOTAL-HT TO FXM-TOTAL-HT.
           MOVE FAC-TVA TO FXM-TVA.
           MOVE FAC-TOTAL-TTC TO FXM-TOTAL-TTC.
           MOVE FAC-MONTANT-PAYE TO FXM-DEJA-PAYE.
           IF FAC-MONTANT-PAYE < FAC-TOTAL-TTC
               COMPUTE FXM-NET-A-PAYER =
                   FAC-TOTAL-TTC - FAC-MONTANT-PAYE
           ELSE
               MOVE 0 TO FXM-NET-A-PAYER
           END-IF.
           WRITE FACT-EXPORT-REC.
           ADD 1 TO WS-NB-EMISES.
           ADD FAC-TOTAL-TTC TO WS-TOT-EMIS.
           DISPLAY '  ' FAC-TYPE ' ' FAC-NUM ' ' CLI-NOM ' '
               FAC-TOTAL-TTC.

      *    Meme regle de taux que FACTURE/VENTILER-TVA-LIGNE : les
      *    codes inconnus ou a blanc retombent sur le taux normal.
       EMETTRE-UNE-LIGNE.
           MOVE LGF-TVA-CODE TO WS-CODE-TVA.
           EVALUATE WS-CODE-TVA
               WHEN '2' MOVE 2 TO WS-IDX-TVA
               WHEN '3' MOVE 3 TO WS-IDX-TVA
               WHEN 'I' MOVE 4 TO WS-IDX-TVA
               WHEN 'E' MOVE 5 TO WS-IDX-TVA
               WHEN OTHER
                   MOVE 1 TO WS-IDX-TVA
                   MOVE '1' TO WS-CODE-TVA
           END-EVALUATE.
           COMPUTE WS-TVA-LIGNE ROUNDED = LGF-MONTANT
               * WS-TAUX-TVA(WS-IDX-TVA) / 100.
           ADD LGF-MONTANT TO WS-BASE-TVA(WS-IDX-TVA).
           ADD WS-TVA-LIGNE TO WS-MONT-TVA(WS-IDX-TVA).
           MOVE SPACES TO FACT-EXPORT-REC.
           MOVE 'L' TO FXL-TYPE.
           MOVE FAC-NUM TO FXL-FACTURE.
           MOVE LGF-NO TO FXL-NO.
           MOVE LGF-ART TO FXL-ART.
           MOVE LGF-LIBELLE TO FXL-LIBELLE.
           MOVE LGF-QTE TO FXL-QTE.
           MOVE LGF-PRIX TO FXL-PRIX.
           MOVE LGF-MONTANT TO FXL-MONTANT.
           MOVE WS-CODE-TVA TO FXL-TVA-CODE.
           MOVE WS-TAUX-TVA(WS-IDX-TVA) TO FXL-TAUX.
           MOVE WS-TVA-LIGNE TO FXL-TVA.
           WRITE FACT-EXPORT-REC.

       EMETTRE-UN-TAUX.
           IF WS-BASE-TVA(WS-IDX-TVA) NOT = 0
               MOVE SPACES TO FACT-EXPORT-REC
               MOVE 'T' TO FXT-TYPE
               MOVE FAC-NUM TO FXT-FACTURE
               MOVE WS-CODES-TVA(WS-IDX-TVA:1) TO FXT-TVA-CODE
               MOVE WS-TAUX-TVA(WS-IDX-TVA) TO FXT-TAUX
               MOVE WS-BASE-TVA(WS-IDX-TVA) TO FXT-BASE
               MOVE WS-MONT-TVA(WS-IDX-TVA) TO FXT-MONTANT
               IF WS-IDX-TVA = 4
                   MOVE WS-MENTION-INTRA TO FXT-MENTION
               END-IF
               IF WS-IDX-TVA = 5
                   MOVE WS-MENTION-EXPORT TO FXT-MENTION
               END-IF
               WRITE FACT-EXPORT-REC
           END-IF.
           ADD 1 TO WS-IDX-TVA.

       ECRIRE-QUEUE-EXPORT.
           MOVE SPACES TO FACT-EXPORT-REC.
           MOVE 'Z' TO FXZ-TYPE.
           MOVE WS-DATE-JOUR TO FXZ-DATE.
           MOVE WS-NB-EMISES TO FXZ-NB-PIECES.
           MOVE WS-TOT-EMIS TO FXZ-TOTAL-TTC.
           WRITE FACT-EXPORT-REC.

      *===============================================
      * IMPORT DES RETOURS DE STATUT
      * Chaque retour de la plateforme remplace le statut de la
      * piece ; le motif accompagne surtout les rejets.
      *===============================================
       IMPORTER-STATUTS.
           OPEN INPUT STATUTS-RETOUR.
           IF NOT WS-FXR-OUVERT-OK
               DISPLAY 'AUCUN RETOUR DE STATUT (STATELEC.DAT)'
           ELSE
               DISPLAY '=== IMPORT DES STATUTS DE LA PLATEFORME ==='
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ STATUTS-RETOUR
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END PERFORM IMPORTER-UN-STATUT
                   END-READ
               END-PERFORM
               CLOSE STATUTS-RETOUR
               PERFORM AFFICHER-BILAN-IMPORT
           END-IF.

       AFFICHER-BILAN-IMPORT.
           DISPLAY 'RETOURS LUS     : ' WS-NB-RETOURS.
           DISPLAY 'DEPOSEES        : ' WS-NB-DEPOSEES.
           DISPLAY 'REJETEES        : ' WS-NB-REJETEES.
           DISPLAY 'APPROUVEES      : ' WS-NB-APPROUVEES.
           DISPLAY 'PAYEES          : ' WS-NB-PAYEES.
           DISPLAY 'NON RECONNUS    : ' WS-NB-INCONNUS.
           IF WS-NB-REJETEES > 0
               DISPLAY '*** PIECES REJETEES A CORRIGER - '
                   'VOIR LA LISTE DES REJETS (MODE 3) ***'
           END-IF.

       IMPORTER-UN-STATUT.
           ADD 1 TO WS-NB-RETOURS.
           IF FXR-STATUT NOT = 'D' AND FXR-STATUT NOT = 'R'
               AND FXR-STATUT NOT = 'A' AND FXR-STATUT NOT = 'P'
               ADD 1 TO WS-NB-INCONNUS
               DISPLAY 'STATUT INCONNU ' FXR-STATUT
                   ' POUR LA PIECE ' FXR-FACTURE
           ELSE
               MOVE FXR-FACTURE TO FEL-FAC
               READ FACT-ELEC
                   INVALID KEY
                       ADD 1 TO WS-NB-INCONNUS
                       DISPLAY 'PIECE NON EMISE ' FXR-FACTURE
                   NOT INVALID KEY
                       PERFORM APPLIQUER-STATUT
               END-READ
           END-IF.

       APPLIQUER-STATUT.
           MOVE FXR-STATUT TO FEL-STATUT.
           MOVE FXR-DATE TO FEL-DATE-STATUT.
           MOVE FXR-MOTIF TO FEL-MOTIF.
           REWRITE FACT-ELEC-REC.
           EVALUATE FXR-STATUT
               WHEN 'D' ADD 1 TO WS-NB-DEPOSEES
               WHEN 'R' ADD 1 TO WS-NB-REJETEES
               WHEN 'A' ADD 1 TO WS-NB-APPROUVEES
               WHEN 'P' ADD 1 TO WS-NB-PAYEES
           END-EVALUATE.

      *===============================================
      * LISTE DES PIECES REJETEES
      *===============================================
       LISTER-REJETS.
           DISPLAY '=== PIECES REJETEES PAR LA PLATEFORME ==='.
           DISPLAY 'PIECE  CLIENT               REJET     MOTIF'.
           MOVE 0 TO WS-NB-REJETEES.
           MOVE 0 TO FEL-FAC.
           START FACT-ELEC KEY >= FEL-FAC
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ FACT-ELEC NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF FEL-STATUT = 'R'
                           PERFORM LISTER-UN-REJET
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY WS-NB-REJETEES ' PIECE(S) A CORRIGER'.

       LISTER-UN-REJET.
           ADD 1 TO WS-NB-REJETEES.
           MOVE SPACES TO CLI-NOM.
           MOVE FEL-FAC TO FAC-NUM.
           READ FACTURES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE FAC-CLIENT TO CLI-ID
                   READ CLIENTS
                       INVALID KEY CONTINUE
                   END-READ
           END-READ.
           DISPLAY FEL-FAC ' ' CLI-NOM ' ' FEL-DATE-STATUT ' '
               FEL-MOTIF.

      *===============================================
      * RENVOI D'UNE PIECE REJETEE
      * La piece corrigee repart seule dans FACTELEC.TXT et son
      * suivi repasse a E.
      *===============================================
       RENVOYER-FACTURE.
           DISPLAY 'NUMERO DE LA PIECE A RENVOYER ?'.
           ACCEPT WS-FAC-RENVOI.
           MOVE 'N' TO WS-RENVOI-OK.
           MOVE WS-FAC-RENVOI TO FEL-FAC.
           READ FACT-ELEC
               INVALID KEY
                   DISPLAY 'PIECE JAMAIS EMISE - PASSER PAR '
                       'L EMISSION DU JOUR'
               NOT INVALID KEY
                   IF FEL-STATUT NOT = 'R'
                       DISPLAY 'PIECE NON REJETEE (STATUT '
                           FEL-STATUT ') - RENVOI REFUSE'
                   ELSE
                       MOVE 'Y' TO WS-RENVOI-OK
                   END-IF
           END-READ.
           IF WS-RENVOI-OK = 'Y'
               MOVE WS-FAC-RENVOI TO FAC-NUM
               READ FACTURES
                   INVALID KEY
                       DISPLAY 'FACTURE INCONNUE'
                       MOVE 'N' TO WS-RENVOI-OK
               END-READ
           END-IF.
           IF WS-RENVOI-OK = 'Y'
               MOVE FAC-CLIENT TO CLI-ID
               READ CLIENTS
                   INVALID KEY
                       DISPLAY 'CLIENT INCONNU'
                       MOVE 'N' TO WS-RENVOI-OK
               END-READ
           END-IF.
           IF WS-RENVOI-OK = 'Y'
               PERFORM RENVOYER-UNE-PIECE
           END-IF.

       RENVOYER-UNE-PIECE.
           OPEN OUTPUT FACT-EXPORT.
           MOVE 0 TO WS-NB-EMISES.
           MOVE 0 TO WS-TOT-EMIS.
           PERFORM EMETTRE-UNE-FACTURE.
           PERFORM ECRIRE-QUEUE-EXPORT.
           CLOSE FACT-EXPORT.
           MOVE 'E' TO FEL-STATUT.
           MOVE WS-DATE-JOUR TO FEL-DATE-EMISSION.
           MOVE WS-DATE-JOUR TO FEL-DATE-STATUT.
           MOVE SPACES TO FEL-MOTIF.
           ADD 1 TO FEL-NB-ENVOIS.
           REWRITE FACT-ELEC-REC.
           DISPLAY 'PIECE ' WS-FAC-RENVOI ' RENVOYEE (ENVOI N. '
               FEL-NB-ENVOIS ')'.
