      *   au budget du mois, avec ecart en montant et en
      *   pourcentage - fini la ressaisie de la balance dans le
      *   tableur a chaque fin de mois.
      * - Saisie des ecritures d'operations diverses (journal OD) :
      *   provisions, reclassements, corrections, portes
      *   directement au grand livre. Une piece ne s'enregistre
      *   qu'equilibree et datee d'un mois ouvert ; une piece a
      *   extourner recoit sa piece inverse au premier jour du
      *   mois suivant.
      * - Bareme de depreciation des stocks dormants (anciennete
      *   sans sortie / taux), applique par STOCKDORM.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-COMPTE.
      *    GRAND LIVRE - ALIMENTE PAR COMPTAGL, ET ICI PAR LA
      *    SAISIE DES OPERATIONS DIVERSES
           SELECT ECRITURES ASSIGN TO 'ECRITURES.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ECR-STATUS.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-CODE.
      *    JOURNAL D'AUDIT - VOIR COPYBOOKS/AUDIT.CPY : TOUTE PIECE
      *    OD SAISIE A LA MAIN Y EST TRACEE
           SELECT AUDIT ASSIGN TO 'AUDIT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
      *    BAREME DE DEPRECIATION DES STOCKS - VOIR
      *    COPYBOOKS/BAREMEDEP.CPY
           SELECT BAREME-DEP ASSIGN TO 'BAREMEDEP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BDP-ANCIENNETE
               FILE STATUS IS WS-BDP-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    BUDGET MENSUEL PAR COMPTE : LE MONTANT EST LE MOUVEMENT
      *    CENTRES DE COUT - VOIR COPYBOOKS/CENTRE.CPY
       FD CENTRES.
           COPY CENTRE.
      *    JOURNAL D'AUDIT - VOIR COPYBOOKS/AUDIT.CPY
       FD AUDIT.
           COPY AUDIT.
      *    BAREME DE DEPRECIATION - VOIR COPYBOOKS/BAREMEDEP.CPY
       FD BAREME-DEP.
           COPY BAREMEDEP.
       WORKING-STORAGE SECTION.
       01 WS-CHOIX         PIC 9 VALUE 0.
       01 WS-FIN           PIC 9 VALUE 0.
      * Ouverture de session via le sous-programme SIGNON
       01 WS-OPERATEUR     PIC X(6) VALUE SPACES.
       01 WS-FONCTION-SESSION PIC X(2) VALUE 'CO'.
       01 WS-DROITS-SESSION PIC X(11) VALUE SPACES.
       01 WS-SESSION-OK    PIC X VALUE 'N'.
      * Rapport budget / realise : cumuls du mois par compte -
      * meme technique de table que COMPTAGL/IMPRIMER-BALANCE
       01 WS-REALISE-NET   PIC S9(11)V99 VALUE 0.
       01 WS-ECART         PIC S9(11)V99 VALUE 0.
       01 WS-ECART-PCT     PIC S9(4)V99 VALUE 0.
       01 WS-AUD-STATUS    PIC XX VALUE '00'.
           88 WS-AUD-OUVERT-OK VALUE '00'.
       01 WS-BDP-STATUS    PIC XX VALUE '00'.
           88 WS-BDP-OUVERT-OK VALUE '00'.
      * Saisie des operations diverses : lignes de la piece en
      * memoire jusqu'a l'equilibre, puis ecrites d'un bloc
       01 WS-OD-DATE       PIC 9(8) VALUE 0.
       01 WS-OD-LIBELLE    PIC X(20) VALUE SPACES.
       01 WS-OD-EXTOURNE   PIC X VALUE 'N'.
       01 WS-OD-VALIDE     PIC 9 VALUE 0.
       01 WS-OD-FINIE      PIC 9 VALUE 0.
       01 WS-OD-ABANDON    PIC 9 VALUE 0.
       01 WS-PERIODE-FERMEE PIC 9 VALUE 0.
       01 WS-MOIS-CONTROLE PIC 9(6) VALUE 0.
       01 WS-OD-COMPTE     PIC 9(6) VALUE 0.
       01 WS-OD-CENTRE     PIC X(4) VALUE SPACES.
       01 WS-OD-DEBIT      PIC 9(9)V99 VALUE 0.
       01 WS-OD-CREDIT     PIC 9(9)V99 VALUE 0.
       01 WS-OD-TOTAL-DEBIT PIC 9(11)V99 VALUE 0.
       01 WS-OD-TOTAL-CREDIT PIC 9(11)V99 VALUE 0.
       01 WS-OD-NB-LIGNES  PIC 99 VALUE 0.
       01 WS-OD-IDX        PIC 99 VALUE 0.
       01 WS-OD-LIGNES-TABLE.
           05 WS-ODL-ENTRY OCCURS 20 TIMES.
               10 WS-ODL-COMPTE PIC 9(6).
               10 WS-ODL-CENTRE PIC X(4).
               10 WS-ODL-DEBIT  PIC 9(9)V99.
               10 WS-ODL-CREDIT PIC 9(9)V99.
      *    NUMEROTATION CONTINUE DES PIECES OD ('OD ' + 7 CHIFFRES),
      *    REPRISE DU PLUS GRAND NUMERO DEJA AU GRAND LIVRE
       01 WS-OD-NUMERO     PIC 9(7) VALUE 0.
       01 WS-OD-PIECE.
           05 FILLER       PIC X(3) VALUE 'OD '.
           05 WS-OD-PIECE-NUM PIC 9(7) VALUE 0.
      *    DATE DE L'EXTOURNE : PREMIER JOUR DU MOIS SUIVANT
       01 WS-OD-DATE-EXT.
           05 WS-ODX-AAAA  PIC 9(4).
           05 WS-ODX-MM    PIC 99.
           05 WS-ODX-JJ    PIC 99.
       01 WS-OD-DATE-EXT-N REDEFINES WS-OD-DATE-EXT PIC 9(8).
       PROCEDURE DIVISION.
       DEBUT.
      *    Ouverture de session obligatoire avant tout menu -
                   WHEN 2 PERFORM CONSULTER-BUDGET-COMPTE
                   WHEN 3 PERFORM RAPPORT-BUDGET-REALISE
                   WHEN 4 PERFORM GERER-PERIODES
                   WHEN 5 PERFORM GERER-CENTRES THRU GERER-CENTRES-EXIT
                   WHEN 6 PERFORM SAISIR-ECRITURE-OD
                   WHEN 7 PERFORM GERER-BAREME-DEPRECIATION
                   WHEN 9 MOVE 1 TO WS-FIN
               END-EVALUATE
           END-PERFORM.
           DISPLAY '3. Rapport budget / realise' LINE 9 POSITION 20.
           DISPLAY '4. Periodes comptables' LINE 10 POSITION 20.
           DISPLAY '5. Centres de cout' LINE 11 POSITION 20.
           DISPLAY '6. Ecriture d operations diverses (OD)' LINE 12
               POSITION 20.
           DISPLAY '7. Bareme de depreciation des stocks' LINE 13
               POSITION 20.
           DISPLAY '9. Quitter' LINE 14 POSITION 20 BLINK.
           DISPLAY 'Votre choix:' LINE 16 POSITION 20.
           ACCEPT WS-CHOIX LINE 16 POSITION 33.

      *===============================================
      * PERIODES COMPTABLES
      * Fermer un mois interdit toute nouvelle piece datee de ce
      * mois dans FACTURE, GESTION-ACHATS, COMPTAGL et la saisie
      * des operations diverses. La reouverture est reservee au
      * droit ADMINISTRATION (position 10 de la carte des droits).
      *===============================================
       GERER-PERIODES.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
               HIGHLIGHT.
           DISPLAY 'CODE' LINE 4 POSITION 15 UNDERLINE.
           DISPLAY 'LIBELLE' LINE 4 POSITION 25 UNDERLINE.
           DISPLAY 'RESPONSABLE' LINE 4 POSITION 47 UNDERLINE.
           MOVE LOW-VALUES TO CTR-CODE.
           START CENTRES KEY >= CTR-CODE
               INVALID KEY CONTINUE
                       DISPLAY CTR-CODE LINE WS-LIGNE POSITION 15
                       DISPLAY CTR-LIBELLE LINE WS-LIGNE
                           POSITION 25
                       DISPLAY CTR-RESPONSABLE LINE WS-LIGNE
                           POSITION 47
                       ADD 1 TO WS-LIGNE
               END-READ
           END-PERFORM.
               INVALID KEY
                   DISPLAY 'Libelle:' LINE 17 POSITION 10
                   ACCEPT CTR-LIBELLE LINE 17 POSITION 20
                   DISPLAY 'Responsable:' LINE 18 POSITION 10
                   MOVE SPACES TO CTR-RESPONSABLE
                   ACCEPT CTR-RESPONSABLE LINE 18 POSITION 24
                   WRITE CENTRE-REC
                   DISPLAY '*** CENTRE CREE ***' LINE 19
                       POSITION 10 HIGHLIGHT
                   DISPLAY 'Libelle:' LINE 17 POSITION 10
                   DISPLAY CTR-LIBELLE LINE 17 POSITION 20
                   ACCEPT CTR-LIBELLE LINE 17 POSITION 20
                   DISPLAY 'Responsable:' LINE 18 POSITION 10
                   DISPLAY CTR-RESPONSABLE LINE 18 POSITION 24
                   ACCEPT CTR-RESPONSABLE LINE 18 POSITION 24
                   REWRITE CENTRE-REC
                   DISPLAY '*** CENTRE MODIFIE ***' LINE 19
                       POSITION 10 HIGHLIGHT
           DISPLAY 'Appuyez ENTREE...' LINE 21 POSITION 31.
           ACCEPT WS-CONFIRM.

      *===============================================
      * BAREME DE DEPRECIATION DES STOCKS DORMANTS
      * Une tranche par anciennete (mois sans sortie) et son
      * taux ; un taux a zero supprime la tranche. Le fichier est
      * cree au premier passage.
      *===============================================
       GERER-BAREME-DEPRECIATION.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- BAREME DE DEPRECIATION DES STOCKS ---'
               LINE 2 POSITION 20 HIGHLIGHT.
           OPEN I-O BAREME-DEP.
           IF NOT WS-BDP-OUVERT-OK
               OPEN OUTPUT BAREME-DEP
               CLOSE BAREME-DEP
               OPEN I-O BAREME-DEP
           END-IF.
           DISPLAY 'MOIS SANS SORTIE' LINE 4 POSITION 15 UNDERLINE.
           DISPLAY 'TAUX %' LINE 4 POSITION 35 UNDERLINE.
           MOVE 0 TO BDP-ANCIENNETE.
           START BAREME-DEP KEY >= BDP-ANCIENNETE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           MOVE 5 TO WS-LIGNE.
           PERFORM UNTIL WS-EOF = 1 OR WS-LIGNE > 14
               READ BAREME-DEP NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       DISPLAY BDP-ANCIENNETE LINE WS-LIGNE
                           POSITION 15
                       DISPLAY BDP-TAUX LINE WS-LIGNE POSITION 35
                       ADD 1 TO WS-LIGNE
               END-READ
           END-PERFORM.
           DISPLAY 'Anciennete a creer/modifier (0=aucune):'
               LINE 16 POSITION 10.
           MOVE 0 TO BDP-ANCIENNETE.
           ACCEPT BDP-ANCIENNETE LINE 16 POSITION 50.
           IF BDP-ANCIENNETE > 0
               PERFORM MAJ-TRANCHE-BAREME
           END-IF.
           CLOSE BAREME-DEP.
           DISPLAY 'Appuyez ENTREE...' LINE 21 POSITION 31.
           ACCEPT WS-CONFIRM.

       MAJ-TRANCHE-BAREME.
           READ BAREME-DEP
               INVALID KEY
                   MOVE 0 TO BDP-TAUX
                   DISPLAY 'Taux % (0=supprimer):' LINE 17
                       POSITION 10
                   ACCEPT BDP-TAUX LINE 17 POSITION 32
                   IF BDP-TAUX > 0 AND BDP-TAUX <= 100
                       WRITE BAREME-DEP-REC
                       DISPLAY '*** TRANCHE CREEE ***' LINE 19
                           POSITION 10 HIGHLIGHT
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'Taux % (0=supprimer):' LINE 17
                       POSITION 10
                   DISPLAY BDP-TAUX LINE 17 POSITION 32
                   ACCEPT BDP-TAUX LINE 17 POSITION 32
                   IF BDP-TAUX = 0
                       DELETE BAREME-DEP
                       DISPLAY '*** TRANCHE SUPPRIMEE ***' LINE 19
                           POSITION 10 HIGHLIGHT
                   ELSE
                       IF BDP-TAUX <= 100
                           REWRITE BAREME-DEP-REC
                           DISPLAY '*** TRANCHE MODIFIEE ***'
                               LINE 19 POSITION 10 HIGHLIGHT
                       END-IF
                   END-IF
           END-READ.
           IF BDP-TAUX > 100
               DISPLAY 'TAUX SUPERIEUR A 100% - REFUSE' LINE 19
                   POSITION 10 REVERSE-VIDEO
           END-IF.

      *===============================================
      * SAISIE DU BUDGET
      * Un montant par compte et par mois ; le compte doit
           DISPLAY WS-ECART-PCT LINE WS-LIGNE POSITION 60.
           ADD 1 TO WS-LIGNE.
           ADD 1 TO WS-IDX.

      *===============================================
      * ECRITURES D'OPERATIONS DIVERSES (JOURNAL OD)
      * Provisions, reclassements et corrections de la comptable,
      * saisis ligne a ligne (compte du plan, centre de cout,
      * debit ou credit). La piece reste en memoire tant qu'elle
      * n'est pas equilibree ; elle est refusee si sa date tombe
      * dans un mois ferme de PERIODES.DAT. Une piece a extourner
      * (provision de fin de mois, charge a payer...) recoit
      * aussitot sa piece inverse datee du premier jour du mois
      * suivant, sous son propre numero.
      *===============================================
       SAISIR-ECRITURE-OD.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- ECRITURE D OPERATIONS DIVERSES ---' LINE 2
               POSITION 21 HIGHLIGHT.
           MOVE 0 TO WS-OD-NB-LIGNES.
           MOVE 0 TO WS-OD-TOTAL-DEBIT.
           MOVE 0 TO WS-OD-TOTAL-CREDIT.
           MOVE 0 TO WS-OD-FINIE.
           MOVE 0 TO WS-OD-ABANDON.
           PERFORM SAISIR-ENTETE-OD.
           IF WS-OD-VALIDE = 1
               PERFORM SAISIR-LIGNE-OD UNTIL WS-OD-FINIE = 1
               IF WS-OD-ABANDON = 0
                   PERFORM ENREGISTRER-PIECE-OD
               ELSE
                   DISPLAY '*** PIECE ABANDONNEE - RIEN N EST '
                       'ENREGISTRE ***' LINE 19 POSITION 16
                       REVERSE-VIDEO
               END-IF
           END-IF.
           DISPLAY 'Appuyez ENTREE...' LINE 21 POSITION 31.
           ACCEPT WS-CONFIRM.

      *    Date, libelle et extourne ; WS-OD-VALIDE a 0 si la date
      *    (ou celle de l'extourne) tombe dans un mois ferme.
       SAISIR-ENTETE-OD.
           MOVE 0 TO WS-OD-VALIDE.
           DISPLAY 'Date de la piece (AAAAMMJJ):' LINE 4 POSITION 10.
           ACCEPT WS-OD-DATE LINE 4 POSITION 40.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-OD-DATE) NOT = 0
               DISPLAY 'DATE INVALIDE' LINE 19 POSITION 33
                   REVERSE-VIDEO
           ELSE
               MOVE WS-OD-DATE(1:6) TO WS-MOIS-CONTROLE
               PERFORM CONTROLER-PERIODE-OD
               IF WS-PERIODE-FERMEE = 1
                   DISPLAY 'PERIODE COMPTABLE FERMEE - PIECE '
                       'REFUSEE' LINE 19 POSITION 20 REVERSE-VIDEO
               ELSE
                   MOVE 1 TO WS-OD-VALIDE
               END-IF
           END-IF.
           IF WS-OD-VALIDE = 1
               DISPLAY 'Libelle:' LINE 5 POSITION 10
               MOVE SPACES TO WS-OD-LIBELLE
               ACCEPT WS-OD-LIBELLE LINE 5 POSITION 40
               DISPLAY 'A extourner le mois suivant (O/N):' LINE 6
                   POSITION 10
               MOVE 'N' TO WS-OD-EXTOURNE
               ACCEPT WS-OD-EXTOURNE LINE 6 POSITION 45
               IF WS-OD-EXTOURNE = 'o'
                   MOVE 'O' TO WS-OD-EXTOURNE
               END-IF
               IF WS-OD-EXTOURNE = 'O'
                   PERFORM CALCULER-DATE-EXTOURNE
                   MOVE WS-OD-DATE-EXT-N(1:6) TO WS-MOIS-CONTROLE
                   PERFORM CONTROLER-PERIODE-OD
                   IF WS-PERIODE-FERMEE = 1
                       MOVE 0 TO WS-OD-VALIDE
                       DISPLAY 'MOIS DE L EXTOURNE FERME - PIECE '
                           'REFUSEE' LINE 19 POSITION 20
                           REVERSE-VIDEO
                   ELSE
                       DISPLAY 'Extourne le' LINE 6 POSITION 50
                       DISPLAY WS-OD-DATE-EXT-N LINE 6 POSITION 62
                           HIGHLIGHT
                   END-IF
               END-IF
           END-IF.

       CALCULER-DATE-EXTOURNE.
           MOVE WS-OD-DATE TO WS-OD-DATE-EXT-N.
           IF WS-ODX-MM = 12
               ADD 1 TO WS-ODX-AAAA
               MOVE 1 TO WS-ODX-MM
           ELSE
               ADD 1 TO WS-ODX-MM
           END-IF.
           MOVE 1 TO WS-ODX-JJ.

      *    Un mois sans enregistrement dans PERIODES.DAT est
      *    repute ouvert - meme regle que COMPTAGL.
       CONTROLER-PERIODE-OD.
           MOVE 0 TO WS-PERIODE-FERMEE.
           MOVE WS-MOIS-CONTROLE TO PER-MOIS.
           READ PERIODES
               NOT INVALID KEY
                   IF PER-STATUT = 'F'
                       MOVE 1 TO WS-PERIODE-FERMEE
                   END-IF
           END-READ.

      *    Une ligne par passage : compte 0 termine la saisie, ce
      *    qui n'est accepte que sur une piece equilibree d'au moins
      *    deux lignes - sinon la comptable complete ou abandonne.
       SAISIR-LIGNE-OD.
           DISPLAY ' ' LINE 8 POSITION 1 ERASE EOS.
           DISPLAY 'Ligne' LINE 8 POSITION 10.
           COMPUTE WS-OD-IDX = WS-OD-NB-LIGNES + 1.
           DISPLAY WS-OD-IDX LINE 8 POSITION 16 HIGHLIGHT.
           DISPLAY 'Total debit:' LINE 16 POSITION 10.
           DISPLAY WS-OD-TOTAL-DEBIT LINE 16 POSITION 24 HIGHLIGHT.
           DISPLAY 'Total credit:' LINE 17 POSITION 10.
           DISPLAY WS-OD-TOTAL-CREDIT LINE 17 POSITION 24 HIGHLIGHT.
           DISPLAY 'Compte (0=fin de piece):' LINE 9 POSITION 10.
           MOVE 0 TO WS-OD-COMPTE.
           ACCEPT WS-OD-COMPTE LINE 9 POSITION 40.
           IF WS-OD-COMPTE = 0
               PERFORM TERMINER-PIECE-OD
           ELSE
               IF WS-OD-NB-LIGNES >= 20
                   DISPLAY 'PIECE LIMITEE A 20 LIGNES' LINE 19
                       POSITION 27 REVERSE-VIDEO
                   ACCEPT WS-CONFIRM LINE 19 POSITION 60
               ELSE
                   PERFORM SAISIR-MONTANTS-LIGNE-OD
               END-IF
           END-IF.

       TERMINER-PIECE-OD.
           IF WS-OD-NB-LIGNES >= 2 AND WS-OD-TOTAL-DEBIT > 0 AND
               WS-OD-TOTAL-DEBIT = WS-OD-TOTAL-CREDIT
               MOVE 1 TO WS-OD-FINIE
           ELSE
               DISPLAY 'PIECE NON EQUILIBREE - ABANDONNER (O/N)?'
                   LINE 19 POSITION 18 REVERSE-VIDEO
               MOVE 'N' TO WS-CONFIRM
               ACCEPT WS-CONFIRM LINE 19 POSITION 60
               IF WS-CONFIRM = 'O' OR WS-CONFIRM = 'o'
                   MOVE 1 TO WS-OD-ABANDON
                   MOVE 1 TO WS-OD-FINIE
               END-IF
           END-IF.

      *    Le compte doit exister au plan, le centre (facultatif)
      *    au referentiel ; un seul des deux montants est servi.
       SAISIR-MONTANTS-LIGNE-OD.
           MOVE WS-OD-COMPTE TO PLN-COMPTE.
           READ PLAN-COMPTES
               INVALID KEY
                   DISPLAY 'COMPTE ABSENT DU PLAN' LINE 19
                       POSITION 29 REVERSE-VIDEO
                   ACCEPT WS-CONFIRM LINE 19 POSITION 60
               NOT INVALID KEY
                   DISPLAY PLN-LIBELLE LINE 9 POSITION 48 HIGHLIGHT
                   PERFORM SAISIR-CENTRE-LIGNE-OD
           END-READ.

       SAISIR-CENTRE-LIGNE-OD.
           DISPLAY 'Centre de cout (blanc=aucun):' LINE 10
               POSITION 10.
           MOVE SPACES TO WS-OD-CENTRE.
           ACCEPT WS-OD-CENTRE LINE 10 POSITION 40.
           MOVE 1 TO WS-TROUVE.
           IF WS-OD-CENTRE NOT = SPACES
               MOVE WS-OD-CENTRE TO CTR-CODE
               READ CENTRES
                   INVALID KEY
                       MOVE 0 TO WS-TROUVE
                       DISPLAY 'CENTRE DE COUT INCONNU' LINE 19
                           POSITION 29 REVERSE-VIDEO
                       ACCEPT WS-CONFIRM LINE 19 POSITION 60
               END-READ
           END-IF.
           IF WS-TROUVE = 1
               DISPLAY 'Debit:' LINE 11 POSITION 10
               MOVE 0 TO WS-OD-DEBIT
               ACCEPT WS-OD-DEBIT LINE 11 POSITION 40
               DISPLAY 'Credit:' LINE 12 POSITION 10
               MOVE 0 TO WS-OD-CREDIT
               ACCEPT WS-OD-CREDIT LINE 12 POSITION 40
               IF (WS-OD-DEBIT = 0 AND WS-OD-CREDIT = 0) OR
                   (WS-OD-DEBIT > 0 AND WS-OD-CREDIT > 0)
                   DISPLAY 'UN DEBIT OU UN CREDIT PAR LIGNE' LINE 19
                       POSITION 24 REVERSE-VIDEO
                   ACCEPT WS-CONFIRM LINE 19 POSITION 60
               ELSE
                   ADD 1 TO WS-OD-NB-LIGNES
                   MOVE WS-OD-COMPTE TO
                       WS-ODL-COMPTE(WS-OD-NB-LIGNES)
                   MOVE WS-OD-CENTRE TO
                       WS-ODL-CENTRE(WS-OD-NB-LIGNES)
                   MOVE WS-OD-DEBIT TO WS-ODL-DEBIT(WS-OD-NB-LIGNES)
                   MOVE WS-OD-CREDIT TO
                       WS-ODL-CREDIT(WS-OD-NB-LIGNES)
                   ADD WS-OD-DEBIT TO WS-OD-TOTAL-DEBIT
                   ADD WS-OD-CREDIT TO WS-OD-TOTAL-CREDIT
               END-IF
           END-IF.

      *    Piece equilibree : numerotee a la suite du grand livre,
      *    ecrite avec son extourne eventuelle, puis tracee.
       ENREGISTRER-PIECE-OD.
           PERFORM CHERCHER-DERNIER-NUMERO-OD.
           ADD 1 TO WS-OD-NUMERO.
           MOVE WS-OD-NUMERO TO WS-OD-PIECE-NUM.
           OPEN EXTEND ECRITURES.
           IF NOT WS-ECR-OUVERT-OK
               OPEN OUTPUT ECRITURES
           END-IF.
           MOVE 1 TO WS-OD-IDX.
           PERFORM ECRIRE-LIGNE-OD UNTIL WS-OD-IDX > WS-OD-NB-LIGNES.
           DISPLAY '*** PIECE ENREGISTREE ***' LINE 19 POSITION 16
               HIGHLIGHT.
           DISPLAY WS-OD-PIECE LINE 19 POSITION 43 HIGHLIGHT.
           MOVE WS-OD-PIECE TO AUD-CLE.
           IF WS-OD-EXTOURNE = 'O'
               ADD 1 TO WS-OD-NUMERO
               MOVE WS-OD-NUMERO TO WS-OD-PIECE-NUM
               MOVE 1 TO WS-OD-IDX
               PERFORM ECRIRE-EXTOURNE-OD
                   UNTIL WS-OD-IDX > WS-OD-NB-LIGNES
               DISPLAY 'Extourne:' LINE 20 POSITION 16
               DISPLAY WS-OD-PIECE LINE 20 POSITION 26 HIGHLIGHT
               DISPLAY 'du' LINE 20 POSITION 37
               DISPLAY WS-OD-DATE-EXT-N LINE 20 POSITION 40
                   HIGHLIGHT
           END-IF.
           CLOSE ECRITURES.
           MOVE SPACES TO AUD-AVANT.
           MOVE SPACES TO AUD-APRES.
           STRING 'OD ' DELIMITED BY SIZE
               WS-OD-DATE DELIMITED BY SIZE
               ' EXT=' DELIMITED BY SIZE
               WS-OD-EXTOURNE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-OD-LIBELLE DELIMITED BY SIZE
               INTO AUD-APRES.
           MOVE 'CREATE' TO AUD-OPERATION.
           PERFORM ECRIRE-AUDIT.

       ECRIRE-LIGNE-OD.
           MOVE WS-OD-DATE TO ECR-DATE.
           MOVE 'OD' TO ECR-JOURNAL.
           MOVE WS-OD-PIECE TO ECR-PIECE.
           MOVE WS-ODL-COMPTE(WS-OD-IDX) TO ECR-COMPTE.
           MOVE WS-OD-LIBELLE TO ECR-LIBELLE.
           MOVE WS-ODL-DEBIT(WS-OD-IDX) TO ECR-DEBIT.
           MOVE WS-ODL-CREDIT(WS-OD-IDX) TO ECR-CREDIT.
           MOVE WS-ODL-CENTRE(WS-OD-IDX) TO ECR-CENTRE.
           WRITE ECRITURE-REC.
           ADD 1 TO WS-OD-IDX.

      *    Meme piece, debit et credit croises, libelle prefixe
      *    EXT pour la retrouver au grand livre.
       ECRIRE-EXTOURNE-OD.
           MOVE WS-OD-DATE-EXT-N TO ECR-DATE.
           MOVE 'OD' TO ECR-JOURNAL.
           MOVE WS-OD-PIECE TO ECR-PIECE.
           MOVE WS-ODL-COMPTE(WS-OD-IDX) TO ECR-COMPTE.
           MOVE SPACES TO ECR-LIBELLE.
           STRING 'EXT ' DELIMITED BY SIZE
               WS-OD-LIBELLE DELIMITED BY SIZE
               INTO ECR-LIBELLE.
           MOVE WS-ODL-CREDIT(WS-OD-IDX) TO ECR-DEBIT.
           MOVE WS-ODL-DEBIT(WS-OD-IDX) TO ECR-CREDIT.
           MOVE WS-ODL-CENTRE(WS-OD-IDX) TO ECR-CENTRE.
           WRITE ECRITURE-REC.
           ADD 1 TO WS-OD-IDX.

      *    Plus grand numero de piece OD deja porte au grand livre.
       CHERCHER-DERNIER-NUMERO-OD.
           MOVE 0 TO WS-OD-NUMERO.
           OPEN INPUT ECRITURES.
           IF WS-ECR-OUVERT-OK
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ ECRITURES
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF ECR-JOURNAL = 'OD' AND
                               ECR-PIECE(1:3) = 'OD ' AND
                               ECR-PIECE(4:7) IS NUMERIC
                               IF ECR-PIECE(4:7) > WS-OD-NUMERO
                                   MOVE ECR-PIECE(4:7) TO
                                       WS-OD-NUMERO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ECRITURES
           END-IF.

       ECRIRE-AUDIT.
           MOVE 'BUDGETGL' TO AUD-PROGRAMME.
           MOVE WS-OPERATEUR TO AUD-OPERATEUR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-HEURE.
           OPEN EXTEND AUDIT.
           IF NOT WS-AUD-OUVERT-OK
               OPEN OUTPUT AUDIT
           END-IF.
           WRITE AUDIT-REC.
           CLOSE AUDIT.
