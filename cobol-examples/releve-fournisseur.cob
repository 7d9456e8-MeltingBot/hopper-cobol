       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPROFRN.
      *===============================================
      * RAPPROCHEMENT DU RELEVE DE COMPTE FOURNISSEUR
      * Job batch (a reception du releve mensuel) : lit le releve
      * RELEVEFRN.DAT d'un fournisseur - factures, reglements et
      * avoirs tels qu'il les voit - et le rapproche de nos
      * factures FACTFRN.DAT et des avoirs attendus de RETFRN.DAT.
      * Imprime les differences :
      *   FACTURE INCONNUE - facture du releve absente de FACTFRN,
      *   ECART MONTANT    - facture connue, TTC different,
      *   REGL NON IMPUTE  - facture payee par COMPTAFRN dans la
      *                      periode du releve, reglement absent
      *                      du releve,
      *   REGL INCONNU     - reglement du releve qu'on ne
      *                      retrouve pas paye chez nous,
      *   AVOIR MANQUANT   - retour en attente d'avoir (statut A)
      *                      sans avoir sur le releve,
      *   AVOIR INCONNU    - avoir du releve sans retour attendu.
      * Le releve est dans la devise du fournisseur, comme nos
      * factures (FFR-MONTANT + FFR-TVA) ; rien n'est modifie,
      * le pointage reste au comptable.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    RELEVE REMIS PAR LE FOURNISSEUR, UN FOURNISSEUR PAR
      *    FICHIER
           SELECT RELEVE-FRN ASSIGN TO 'RELEVEFRN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLF-STATUS.
      *    LAYOUTS PARTAGEES - VOIR COPYBOOKS
           SELECT FOURNISSEURS ASSIGN TO 'FOURNIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRN-CODE
               FILE STATUS IS WS-FRN-STATUS.
           SELECT FACT-FOURNISSEUR ASSIGN TO 'FACTFRN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FFR-CLE
               FILE STATUS IS WS-FFR-STATUS.
           SELECT RETOURS-FRN ASSIGN TO 'RETFRN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTF-NUM
               FILE STATUS IS WS-RTF-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    F = FACTURE (RLF-NUMERO = NOTRE FFR-NUMERO),
      *    R = REGLEMENT RECU (RLF-REFERENCE = FACTURE REGLEE),
      *    A = AVOIR (RLF-REFERENCE = NOTRE NUMERO DE RETOUR
      *        RTF-NUM QUAND LE FOURNISSEUR LE REPREND)
       FD RELEVE-FRN.
       01 RELEVE-FRN-REC.
           05 RLF-TYPE       PIC X.
           05 RLF-NUMERO     PIC X(10).
           05 RLF-DATE       PIC 9(8).
           05 RLF-MONTANT    PIC 9(9)V99.
           05 RLF-REFERENCE  PIC X(10).
       FD FOURNISSEURS.
           COPY FOURNIS.
       FD FACT-FOURNISSEUR.
           COPY FACTFRN.
       FD RETOURS-FRN.
           COPY RETFRN.
       WORKING-STORAGE SECTION.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-RLF-STATUS     PIC XX VALUE '00'.
           88 WS-RLF-OUVERT-OK VALUE '00'.
       01 WS-FRN-STATUS     PIC XX VALUE '00'.
           88 WS-FRN-OUVERT-OK VALUE '00'.
       01 WS-FFR-STATUS     PIC XX VALUE '00'.
           88 WS-FFR-OUVERT-OK VALUE '00'.
       01 WS-RTF-STATUS     PIC XX VALUE '00'.
           88 WS-RTF-OUVERT-OK VALUE '00'.
       01 WS-FRN-SAISI      PIC X(4) VALUE SPACES.
       01 WS-IDX            PIC 999 VALUE 0.
       01 WS-TROUVE         PIC 9 VALUE 0.
       01 WS-NB-RELEVE      PIC 9(5) VALUE 0.
       01 WS-NB-IGNORES     PIC 9(5) VALUE 0.
       01 WS-DATE-MIN-RELEVE PIC 9(8) VALUE 99999999.
       01 WS-DATE-MAX-RELEVE PIC 9(8) VALUE 0.
       01 WS-TTC            PIC 9(9)V99 VALUE 0.
       01 WS-REGLE          PIC 9(9)V99 VALUE 0.
       01 WS-RTF-REF        PIC X(10) VALUE SPACES.
      *    COMPTEURS DE DIFFERENCES PAR NATURE
       01 WS-NB-FAC-INCONNUES PIC 9(5) VALUE 0.
       01 WS-NB-ECARTS      PIC 9(5) VALUE 0.
       01 WS-NB-REGL-NON-IMP PIC 9(5) VALUE 0.
       01 WS-NB-REGL-INCONNUS PIC 9(5) VALUE 0.
       01 WS-NB-AVR-MANQUANTS PIC 9(5) VALUE 0.
       01 WS-NB-AVR-INCONNUS PIC 9(5) VALUE 0.
      *    TABLE DES LIGNES DU RELEVE, AVEC FANION DE POINTAGE
       01 WS-RELEVE-TABLE.
           05 WS-RLF-ENTRY OCCURS 500 TIMES.
               10 WS-RLF-TYPE-T    PIC X.
               10 WS-RLF-NUMERO-T  PIC X(10).
               10 WS-RLF-DATE-T    PIC 9(8).
               10 WS-RLF-MONTANT-T PIC 9(9)V99.
               10 WS-RLF-REF-T     PIC X(10).
               10 WS-RLF-POINTE    PIC X.
       01 WS-LIGNE-ECART.
           05 WS-LEC-MOTIF   PIC X(16).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LEC-PIECE   PIC X(10).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LEC-DATE    PIC 9(8).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LEC-RELEVE  PIC Z(8)9.99.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LEC-CHEZ-NOUS PIC Z(8)9.99.
       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'FOURNISSEUR DU RELEVE (CODE) ?'.
           ACCEPT WS-FRN-SAISI.
           OPEN INPUT FOURNISSEURS.
           MOVE WS-FRN-SAISI TO FRN-CODE.
           MOVE SPACES TO FRN-NOM.
           IF WS-FRN-OUVERT-OK
               READ FOURNISSEURS
                   INVALID KEY MOVE 'INCONNU' TO FRN-NOM
               END-READ
               CLOSE FOURNISSEURS
           END-IF.
           DISPLAY '=== RAPPROCHEMENT DU RELEVE FOURNISSEUR '
               WS-FRN-SAISI ' ' FRN-NOM ' ==='.
           PERFORM CHARGER-RELEVE THRU CHARGER-RELEVE-EXIT.
           IF WS-NB-RELEVE = 0
               DISPLAY 'RELEVE VIDE OU ABSENT - RIEN A RAPPROCHER'
               STOP RUN
           END-IF.
           DISPLAY 'PERIODE DU RELEVE : ' WS-DATE-MIN-RELEVE
               ' AU ' WS-DATE-MAX-RELEVE.
           DISPLAY 'MOTIF            PIECE      DATE     '
               '     RELEVE    CHEZ NOUS'.
           OPEN INPUT FACT-FOURNISSEUR.
           PERFORM CONTROLER-FACTURES-RELEVE.
           IF WS-FFR-OUVERT-OK
               PERFORM CONTROLER-REGLEMENTS
                   THRU CONTROLER-REGLEMENTS-EXIT
               CLOSE FACT-FOURNISSEUR
           END-IF.
           PERFORM LISTER-REGLEMENTS-INCONNUS.
           PERFORM CONTROLER-AVOIRS-ATTENDUS
               THRU CONTROLER-AVOIRS-ATTENDUS-EXIT.
           PERFORM LISTER-AVOIRS-INCONNUS.
           DISPLAY '=== RAPPROCHEMENT TERMINE ==='.
           DISPLAY 'LIGNES DE RELEVE:        ' WS-NB-RELEVE.
           DISPLAY 'FACTURES INCONNUES:      ' WS-NB-FAC-INCONNUES.
           DISPLAY 'ECARTS DE MONTANT:       ' WS-NB-ECARTS.
           DISPLAY 'REGLEMENTS NON IMPUTES:  ' WS-NB-REGL-NON-IMP.
           DISPLAY 'REGLEMENTS INCONNUS:     ' WS-NB-REGL-INCONNUS.
           DISPLAY 'AVOIRS MANQUANTS:        ' WS-NB-AVR-MANQUANTS.
           DISPLAY 'AVOIRS INCONNUS:         ' WS-NB-AVR-INCONNUS.
           IF WS-NB-IGNORES > 0
               DISPLAY WS-NB-IGNORES ' LIGNE(S) DE RELEVE AU-DELA '
                   'DE LA TABLE DE 500 NON TRAITEE(S)'
           END-IF.
           STOP RUN.

      *    Meme chargement que RAPPROBANQ/CHARGER-RELEVE.
       CHARGER-RELEVE.
           OPEN INPUT RELEVE-FRN.
           IF NOT WS-RLF-OUVERT-OK
               GO TO CHARGER-RELEVE-EXIT
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ RELEVE-FRN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-NB-RELEVE < 500
                           ADD 1 TO WS-NB-RELEVE
                           MOVE RLF-TYPE TO
                               WS-RLF-TYPE-T(WS-NB-RELEVE)
                           MOVE RLF-NUMERO TO
                               WS-RLF-NUMERO-T(WS-NB-RELEVE)
                           MOVE RLF-DATE TO
                               WS-RLF-DATE-T(WS-NB-RELEVE)
                           MOVE RLF-MONTANT TO
                               WS-RLF-MONTANT-T(WS-NB-RELEVE)
                           MOVE RLF-REFERENCE TO
                               WS-RLF-REF-T(WS-NB-RELEVE)
                           MOVE SPACE TO
                               WS-RLF-POINTE(WS-NB-RELEVE)
                           IF RLF-DATE < WS-DATE-MIN-RELEVE
                               MOVE RLF-DATE TO WS-DATE-MIN-RELEVE
                           END-IF
                           IF RLF-DATE > WS-DATE-MAX-RELEVE
                               MOVE RLF-DATE TO WS-DATE-MAX-RELEVE
                           END-IF
                       ELSE
                           ADD 1 TO WS-NB-IGNORES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RELEVE-FRN.
       CHARGER-RELEVE-EXIT.
           EXIT.

      *    Chaque facture du releve est cherchee dans FACTFRN.DAT
      *    sous son numero chez le fournisseur ; le TTC de notre
      *    facture doit etre celui du releve.
       CONTROLER-FACTURES-RELEVE.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-NB-RELEVE
               IF WS-RLF-TYPE-T(WS-IDX) = 'F'
                   PERFORM CONTROLER-UNE-FACTURE
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.

       CONTROLER-UNE-FACTURE.
           MOVE 'P' TO WS-RLF-POINTE(WS-IDX).
           MOVE SPACES TO WS-LIGNE-ECART.
           MOVE WS-RLF-NUMERO-T(WS-IDX) TO WS-LEC-PIECE.
           MOVE WS-RLF-DATE-T(WS-IDX) TO WS-LEC-DATE.
           MOVE WS-RLF-MONTANT-T(WS-IDX) TO WS-LEC-RELEVE.
           MOVE 0 TO WS-LEC-CHEZ-NOUS.
           IF NOT WS-FFR-OUVERT-OK
               MOVE 'FACTURE INCONNUE' TO WS-LEC-MOTIF
               ADD 1 TO WS-NB-FAC-INCONNUES
               DISPLAY WS-LIGNE-ECART
           ELSE
               MOVE WS-FRN-SAISI TO FFR-FRN
               MOVE WS-RLF-NUMERO-T(WS-IDX) TO FFR-NUMERO
               READ FACT-FOURNISSEUR
                   INVALID KEY
                       MOVE 'FACTURE INCONNUE' TO WS-LEC-MOTIF
                       ADD 1 TO WS-NB-FAC-INCONNUES
                       DISPLAY WS-LIGNE-ECART
                   NOT INVALID KEY
                       COMPUTE WS-TTC = FFR-MONTANT + FFR-TVA
                       IF WS-TTC NOT = WS-RLF-MONTANT-T(WS-IDX)
                           MOVE 'ECART MONTANT' TO WS-LEC-MOTIF
                           MOVE WS-TTC TO WS-LEC-CHEZ-NOUS
                           ADD 1 TO WS-NB-ECARTS
                           DISPLAY WS-LIGNE-ECART
                       END-IF
               END-READ
           END-IF.

      *    Chaque facture du fournisseur payee dans la periode du
      *    releve doit y figurer en reglement (RLF-REFERENCE) pour
      *    le montant vire : TTC moins l'escompte pris. Un
      *    reglement plus recent attend le prochain releve.
       CONTROLER-REGLEMENTS.
           MOVE WS-FRN-SAISI TO FFR-FRN.
           MOVE LOW-VALUES TO FFR-NUMERO.
           START FACT-FOURNISSEUR KEY >= FFR-CLE
               INVALID KEY GO TO CONTROLER-REGLEMENTS-EXIT
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ FACT-FOURNISSEUR NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF FFR-FRN NOT = WS-FRN-SAISI
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF FFR-STATUT = 'P' AND
                               FFR-DATE-PAIEMENT >= WS-DATE-MIN-RELEVE
                               AND FFR-DATE-PAIEMENT <=
                                   WS-DATE-MAX-RELEVE
                               PERFORM POINTER-UN-REGLEMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       CONTROLER-REGLEMENTS-EXIT.
           EXIT.

       POINTER-UN-REGLEMENT.
           COMPUTE WS-REGLE = FFR-MONTANT + FFR-TVA.
           IF FFR-ESCOMPTE NUMERIC
               SUBTRACT FFR-ESCOMPTE FROM WS-REGLE
           END-IF.
           MOVE 0 TO WS-TROUVE.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-NB-RELEVE OR WS-TROUVE = 1
               IF WS-RLF-POINTE(WS-IDX) = SPACE AND
                   WS-RLF-TYPE-T(WS-IDX) = 'R' AND
                   WS-RLF-REF-T(WS-IDX) = FFR-NUMERO
                   MOVE 1 TO WS-TROUVE
               ELSE
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LIGNE-ECART.
           MOVE FFR-NUMERO TO WS-LEC-PIECE.
           MOVE WS-REGLE TO WS-LEC-CHEZ-NOUS.
           IF WS-TROUVE = 1
               MOVE 'P' TO WS-RLF-POINTE(WS-IDX)
               IF WS-RLF-MONTANT-T(WS-IDX) NOT = WS-REGLE
                   MOVE 'ECART MONTANT' TO WS-LEC-MOTIF
                   MOVE WS-RLF-DATE-T(WS-IDX) TO WS-LEC-DATE
                   MOVE WS-RLF-MONTANT-T(WS-IDX) TO WS-LEC-RELEVE
                   ADD 1 TO WS-NB-ECARTS
                   DISPLAY WS-LIGNE-ECART
               END-IF
           ELSE
               MOVE 'REGL NON IMPUTE' TO WS-LEC-MOTIF
               MOVE FFR-DATE-PAIEMENT TO WS-LEC-DATE
               MOVE 0 TO WS-LEC-RELEVE
               ADD 1 TO WS-NB-REGL-NON-IMP
               DISPLAY WS-LIGNE-ECART
           END-IF.

       LISTER-REGLEMENTS-INCONNUS.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-NB-RELEVE
               IF WS-RLF-TYPE-T(WS-IDX) = 'R' AND
                   WS-RLF-POINTE(WS-IDX) = SPACE
                   MOVE SPACES TO WS-LIGNE-ECART
                   MOVE 'REGL INCONNU' TO WS-LEC-MOTIF
                   MOVE WS-RLF-REF-T(WS-IDX) TO WS-LEC-PIECE
                   MOVE WS-RLF-DATE-T(WS-IDX) TO WS-LEC-DATE
                   MOVE WS-RLF-MONTANT-T(WS-IDX) TO WS-LEC-RELEVE
                   MOVE 0 TO WS-LEC-CHEZ-NOUS
                   ADD 1 TO WS-NB-REGL-INCONNUS
                   DISPLAY WS-LIGNE-ECART
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.

      *    Tout retour du fournisseur encore en attente d'avoir
      *    (statut A) et anterieur a la fin du releve doit y
      *    trouver son avoir : sous notre numero de retour
      *    s'il est repris, a defaut pour le montant du retour.
       CONTROLER-AVOIRS-ATTENDUS.
           OPEN INPUT RETOURS-FRN.
           IF NOT WS-RTF-OUVERT-OK
               GO TO CONTROLER-AVOIRS-ATTENDUS-EXIT
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ RETOURS-FRN NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RTF-FRN = WS-FRN-SAISI AND
                           RTF-STATUT = 'A' AND
                           RTF-DATE <= WS-DATE-MAX-RELEVE
                           PERFORM POINTER-UN-AVOIR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RETOURS-FRN.
       CONTROLER-AVOIRS-ATTENDUS-EXIT.
           EXIT.

       POINTER-UN-AVOIR.
           MOVE RTF-NUM TO WS-RTF-REF.
           MOVE 0 TO WS-TROUVE.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-NB-RELEVE OR WS-TROUVE = 1
               IF WS-RLF-POINTE(WS-IDX) = SPACE AND
                   WS-RLF-TYPE-T(WS-IDX) = 'A' AND
                   WS-RLF-REF-T(WS-IDX) = WS-RTF-REF
                   MOVE 1 TO WS-TROUVE
               ELSE
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-NB-RELEVE OR WS-TROUVE = 1
               IF WS-RLF-POINTE(WS-IDX) = SPACE AND
                   WS-RLF-TYPE-T(WS-IDX) = 'A' AND
                   WS-RLF-MONTANT-T(WS-IDX) = RTF-MONTANT
                   MOVE 1 TO WS-TROUVE
               ELSE
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM.
           IF WS-TROUVE = 1
               MOVE 'P' TO WS-RLF-POINTE(WS-IDX)
           ELSE
               MOVE SPACES TO WS-LIGNE-ECART
               MOVE 'AVOIR MANQUANT' TO WS-LEC-MOTIF
               MOVE WS-RTF-REF TO WS-LEC-PIECE
               MOVE RTF-DATE TO WS-LEC-DATE
               MOVE 0 TO WS-LEC-RELEVE
               MOVE RTF-MONTANT TO WS-LEC-CHEZ-NOUS
               ADD 1 TO WS-NB-AVR-MANQUANTS
               DISPLAY WS-LIGNE-ECART
           END-IF.

       LISTER-AVOIRS-INCONNUS.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-NB-RELEVE
               IF WS-RLF-TYPE-T(WS-IDX) = 'A' AND
                   WS-RLF-POINTE(WS-IDX) = SPACE
                   MOVE SPACES TO WS-LIGNE-ECART
                   MOVE 'AVOIR INCONNU' TO WS-LEC-MOTIF
                   MOVE WS-RLF-NUMERO-T(WS-IDX) TO WS-LEC-PIECE
                   MOVE WS-RLF-DATE-T(WS-IDX) TO WS-LEC-DATE
                   MOVE WS-RLF-MONTANT-T(WS-IDX) TO WS-LEC-RELEVE
                   MOVE 0 TO WS-LEC-CHEZ-NOUS
                   ADD 1 TO WS-NB-AVR-INCONNUS
                   DISPLAY WS-LIGNE-ECART
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.
