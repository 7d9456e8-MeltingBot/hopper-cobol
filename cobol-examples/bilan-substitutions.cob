       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILANSUBST.
      *===============================================
      * TAUX DE SUBSTITUTION
      * Pour chaque produit demande sur une periode de
      * facturation (blanc = tout l'historique), nombre de lignes
      * de facture et nombre de lignes servies par un substitut
      * (LGF-ART-ORIGINE, pose a la vente au comptoir dans
      * FACTURE ou repris de la ligne de commande GESTION-VENTES).
      * Le produit demande est l'origine quand elle existe, sinon
      * l'article facture. Les avoirs ne comptent pas. Seuls les
      * produits ayant eu au moins une substitution sont edites,
      * suivis du taux global.
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
           SELECT PRODUITS ASSIGN TO 'PRODUITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODE.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUTS PARTAGEES - VOIR COPYBOOKS
       FD FACTURES.
           COPY FACTURE.
       FD LIGNES-FACTURE.
           COPY FACLIGNE.
       FD PRODUITS.
           COPY PRODUIT.
       WORKING-STORAGE SECTION.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-DATE-DEBUT     PIC 9(8) VALUE 0.
       01 WS-DATE-FIN       PIC 9(8) VALUE 0.
       01 WS-FAC-RETENUE    PIC 9 VALUE 0.
       01 WS-PRD-DEMANDE    PIC X(8) VALUE SPACES.
       01 WS-SUBSTITUEE     PIC 9 VALUE 0.
      *    Produits demandes et leurs cumuls
       01 WS-NB-PRD         PIC 999 VALUE 0.
       01 WS-LIGNES-IGNOREES PIC 9(5) VALUE 0.
       01 WS-IDX-PRD        PIC 999 VALUE 0.
       01 WS-PRD-TROUVE     PIC 999 VALUE 0.
       01 WS-PRD-TABLE.
           05 WS-PRD-ENTRY OCCURS 500 TIMES.
               10 WS-TS-CODE    PIC X(8).
               10 WS-TS-LIGNES  PIC 9(5).
               10 WS-TS-SUBST   PIC 9(5).
       01 WS-LIBELLE        PIC X(20) VALUE SPACES.
       01 WS-TAUX-SUBST     PIC 999V9 VALUE 0.
      *    Totaux
       01 WS-NB-EDITES      PIC 999 VALUE 0.
       01 WS-TOT-LIGNES     PIC 9(6) VALUE 0.
       01 WS-TOT-SUBST      PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'DATE DE DEBUT AAAAMMJJ (0 = DEPUIS TOUJOURS) ?'.
           ACCEPT WS-DATE-DEBUT.
           DISPLAY 'DATE DE FIN AAAAMMJJ (0 = JUSQU A CE JOUR) ?'.
           ACCEPT WS-DATE-FIN.
           IF WS-DATE-DEBUT NOT NUMERIC
               MOVE 0 TO WS-DATE-DEBUT
           END-IF.
           IF WS-DATE-FIN NOT NUMERIC OR WS-DATE-FIN = 0
               MOVE 99999999 TO WS-DATE-FIN
           END-IF.
           OPEN INPUT FACTURES.
           OPEN INPUT LIGNES-FACTURE.
           OPEN INPUT PRODUITS.
           PERFORM CUMULER-LIGNES-FACTURE.
           PERFORM IMPRIMER-BILAN.
           CLOSE PRODUITS.
           CLOSE LIGNES-FACTURE.
           CLOSE FACTURES.
           STOP RUN.

      *    Un seul passage sur les lignes de facture, triees par
      *    numero de facture : l'en-tete n'est relu qu'au
      *    changement de facture.
       CUMULER-LIGNES-FACTURE.
           MOVE LOW-VALUES TO LGF-CLE.
           START LIGNES-FACTURE KEY >= LGF-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO FAC-NUM.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ LIGNES-FACTURE NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF LGF-NUM NOT = FAC-NUM
                           PERFORM LIRE-ENTETE-FACTURE
                       END-IF
                       IF WS-FAC-RETENUE = 1 AND LGF-ART NOT = SPACES
                           PERFORM CUMULER-UNE-LIGNE
                       END-IF
               END-READ
           END-PERFORM.

       LIRE-ENTETE-FACTURE.
           MOVE 0 TO WS-FAC-RETENUE.
           MOVE LGF-NUM TO FAC-NUM.
           READ FACTURES
               NOT INVALID KEY
                   IF FAC-TYPE NOT = 'A' AND
                       FAC-DATE >= WS-DATE-DEBUT AND
                       FAC-DATE <= WS-DATE-FIN
                       MOVE 1 TO WS-FAC-RETENUE
                   END-IF
           END-READ.

      *    Les lignes ecrites avant l'existence de l'origine ont
      *    la zone a blanc ou a zero binaire : non substituees.
       CUMULER-UNE-LIGNE.
           IF LGF-ART-ORIGINE = SPACES OR
               LGF-ART-ORIGINE = LOW-VALUES
               MOVE LGF-ART TO WS-PRD-DEMANDE
               MOVE 0 TO WS-SUBSTITUEE
           ELSE
               MOVE LGF-ART-ORIGINE TO WS-PRD-DEMANDE
               MOVE 1 TO WS-SUBSTITUEE
           END-IF.
           MOVE 0 TO WS-PRD-TROUVE.
           MOVE 1 TO WS-IDX-PRD.
           PERFORM UNTIL WS-IDX-PRD > WS-NB-PRD OR
               WS-PRD-TROUVE > 0
               IF WS-TS-CODE(WS-IDX-PRD) = WS-PRD-DEMANDE
                   MOVE WS-IDX-PRD TO WS-PRD-TROUVE
               END-IF
               ADD 1 TO WS-IDX-PRD
           END-PERFORM.
           IF WS-PRD-TROUVE = 0
               IF WS-NB-PRD >= 500
                   ADD 1 TO WS-LIGNES-IGNOREES
               ELSE
                   ADD 1 TO WS-NB-PRD
                   MOVE WS-NB-PRD TO WS-PRD-TROUVE
                   MOVE WS-PRD-DEMANDE TO WS-TS-CODE(WS-NB-PRD)
                   MOVE 0 TO WS-TS-LIGNES(WS-NB-PRD)
                   MOVE 0 TO WS-TS-SUBST(WS-NB-PRD)
               END-IF
           END-IF.
           IF WS-PRD-TROUVE > 0
               ADD 1 TO WS-TS-LIGNES(WS-PRD-TROUVE)
               ADD WS-SUBSTITUEE TO WS-TS-SUBST(WS-PRD-TROUVE)
               ADD 1 TO WS-TOT-LIGNES
               ADD WS-SUBSTITUEE TO WS-TOT-SUBST
           END-IF.

       IMPRIMER-BILAN.
           DISPLAY '=== TAUX DE SUBSTITUTION ==='.
           DISPLAY 'PERIODE DU ' WS-DATE-DEBUT ' AU ' WS-DATE-FIN.
           DISPLAY 'PRODUIT  LIBELLE              LIGNES  SUBST'
               '  TAUX%'.
           DISPLAY '-----------------------------------------------'.
           MOVE 1 TO WS-IDX-PRD.
           PERFORM UNTIL WS-IDX-PRD > WS-NB-PRD
               IF WS-TS-SUBST(WS-IDX-PRD) > 0
                   PERFORM IMPRIMER-LIGNE-BILAN
               END-IF
               ADD 1 TO WS-IDX-PRD
           END-PERFORM.
           DISPLAY '-----------------------------------------------'.
           IF WS-NB-EDITES = 0
               DISPLAY 'AUCUNE SUBSTITUTION SUR LA PERIODE'
           END-IF.
           MOVE 0 TO WS-TAUX-SUBST.
           IF WS-TOT-LIGNES > 0
               COMPUTE WS-TAUX-SUBST ROUNDED =
                   WS-TOT-SUBST * 100 / WS-TOT-LIGNES
           END-IF.
           DISPLAY 'TOTAL LIGNES ' WS-TOT-LIGNES ' SUBSTITUEES '
               WS-TOT-SUBST ' TAUX ' WS-TAUX-SUBST '%'.
           IF WS-LIGNES-IGNOREES > 0
               DISPLAY 'LIGNES NON TRAITEES (TABLE PLEINE): '
                   WS-LIGNES-IGNOREES
           END-IF.

       IMPRIMER-LIGNE-BILAN.
           ADD 1 TO WS-NB-EDITES.
           MOVE SPACES TO WS-LIBELLE.
           MOVE WS-TS-CODE(WS-IDX-PRD) TO PRD-CODE.
           READ PRODUITS
               INVALID KEY MOVE '** INCONNU **' TO WS-LIBELLE
               NOT INVALID KEY MOVE PRD-LIBELLE TO WS-LIBELLE
           END-READ.
           COMPUTE WS-TAUX-SUBST ROUNDED =
               WS-TS-SUBST(WS-IDX-PRD) * 100 /
               WS-TS-LIGNES(WS-IDX-PRD).
           DISPLAY WS-TS-CODE(WS-IDX-PRD) ' ' WS-LIBELLE ' '
               WS-TS-LIGNES(WS-IDX-PRD) '  '
               WS-TS-SUBST(WS-IDX-PRD) '  ' WS-TAUX-SUBST.
