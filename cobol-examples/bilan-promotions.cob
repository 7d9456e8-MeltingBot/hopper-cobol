       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILANPROMO.
      *===============================================
      * BILAN DES PROMOTIONS
      * Etat de fin de campagne : pour chaque promotion de
      * PROMOS.DAT (ou une seule, au choix), volume et marge des
      * lignes de facture vendues sous son code (LGF-PROMO, pose
      * a la saisie directe dans FACTURE ou repris de la ligne de
      * commande GESTION-VENTES). Le cout est le cout de revient
      * actuel de la fiche produit, converti en unites de vente.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOS ASSIGN TO 'PROMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CODE
               FILE STATUS IS WS-PRM-STATUS.
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
       FD PROMOS.
           COPY PROMO.
       FD LIGNES-FACTURE.
           COPY FACLIGNE.
       FD PRODUITS.
           COPY PRODUIT.
       WORKING-STORAGE SECTION.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-PRM-STATUS     PIC XX VALUE '00'.
           88 WS-PRM-OUVERT-OK VALUE '00'.
       01 WS-CODE-DEMANDE   PIC X(6) VALUE SPACES.
      *    Promotions retenues et leurs cumuls
       01 WS-NB-PROMOS      PIC 999 VALUE 0.
       01 WS-PROMOS-IGNOREES PIC 999 VALUE 0.
       01 WS-IDX-PRM        PIC 999 VALUE 0.
       01 WS-PRM-TROUVEE    PIC 999 VALUE 0.
       01 WS-PROMOS-TABLE.
           05 WS-PRM-ENTRY OCCURS 200 TIMES.
               10 WS-TP-CODE    PIC X(6).
               10 WS-TP-LIBELLE PIC X(25).
               10 WS-TP-DEBUT   PIC 9(8).
               10 WS-TP-FIN     PIC 9(8).
               10 WS-TP-LIGNES  PIC 9(5).
               10 WS-TP-QTE     PIC 9(7).
               10 WS-TP-CA      PIC 9(9)V99.
               10 WS-TP-COUT    PIC 9(9)V99.
      *    Ligne en cours
       01 WS-COEF-VENTE     PIC 9(4) VALUE 1.
       01 WS-COUT-LIGNE     PIC 9(9)V99 VALUE 0.
       01 WS-MARGE          PIC S9(9)V99 VALUE 0.
       01 WS-TAUX-MARGE     PIC S999V9 VALUE 0.
      *    Totaux
       01 WS-TOT-LIGNES     PIC 9(6) VALUE 0.
       01 WS-TOT-QTE        PIC 9(8) VALUE 0.
       01 WS-TOT-CA         PIC 9(9)V99 VALUE 0.
       01 WS-TOT-COUT       PIC 9(9)V99 VALUE 0.
       01 WS-TOT-MARGE      PIC S9(9)V99 VALUE 0.
       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'CODE PROMOTION (BLANC = TOUTES) ?'.
           ACCEPT WS-CODE-DEMANDE.
           OPEN INPUT PROMOS.
           IF NOT WS-PRM-OUVERT-OK
               DISPLAY 'AUCUNE PROMOTION (PROMOS.DAT ABSENT)'
               STOP RUN
           END-IF.
           OPEN INPUT LIGNES-FACTURE.
           OPEN INPUT PRODUITS.
           PERFORM CHARGER-PROMOTIONS.
           IF WS-NB-PROMOS = 0
               DISPLAY 'AUCUNE PROMOTION A BILANTER'
           ELSE
               PERFORM CUMULER-LIGNES-PROMO
               PERFORM IMPRIMER-BILAN
           END-IF.
           CLOSE PRODUITS.
           CLOSE LIGNES-FACTURE.
           CLOSE PROMOS.
           STOP RUN.

       CHARGER-PROMOTIONS.
           MOVE LOW-VALUES TO PRM-CODE.
           START PROMOS KEY >= PRM-CODE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ PROMOS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-CODE-DEMANDE = SPACES OR
                           WS-CODE-DEMANDE = PRM-CODE
                           PERFORM RETENIR-PROMOTION
                       END-IF
               END-READ
           END-PERFORM.

       RETENIR-PROMOTION.
           IF WS-NB-PROMOS >= 200
               ADD 1 TO WS-PROMOS-IGNOREES
           ELSE
               ADD 1 TO WS-NB-PROMOS
               MOVE PRM-CODE TO WS-TP-CODE(WS-NB-PROMOS)
               MOVE PRM-LIBELLE TO WS-TP-LIBELLE(WS-NB-PROMOS)
               MOVE PRM-DEBUT TO WS-TP-DEBUT(WS-NB-PROMOS)
               MOVE PRM-FIN TO WS-TP-FIN(WS-NB-PROMOS)
               MOVE 0 TO WS-TP-LIGNES(WS-NB-PROMOS)
               MOVE 0 TO WS-TP-QTE(WS-NB-PROMOS)
               MOVE 0 TO WS-TP-CA(WS-NB-PROMOS)
               MOVE 0 TO WS-TP-COUT(WS-NB-PROMOS)
           END-IF.

      *    Un seul passage sur les lignes de facture : chaque
      *    ligne portant un code promotion retenu est cumulee.
       CUMULER-LIGNES-PROMO.
           MOVE LOW-VALUES TO LGF-CLE.
           START LIGNES-FACTURE KEY >= LGF-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ LIGNES-FACTURE NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF LGF-PROMO NOT = SPACES
                           PERFORM CUMULER-UNE-LIGNE-PROMO
                       END-IF
               END-READ
           END-PERFORM.

       CUMULER-UNE-LIGNE-PROMO.
           MOVE 0 TO WS-PRM-TROUVEE.
           MOVE 1 TO WS-IDX-PRM.
           PERFORM UNTIL WS-IDX-PRM > WS-NB-PROMOS OR
               WS-PRM-TROUVEE > 0
               IF WS-TP-CODE(WS-IDX-PRM) = LGF-PROMO
                   MOVE WS-IDX-PRM TO WS-PRM-TROUVEE
               END-IF
               ADD 1 TO WS-IDX-PRM
           END-PERFORM.
           IF WS-PRM-TROUVEE > 0
               MOVE 1 TO WS-COEF-VENTE
               MOVE 0 TO WS-COUT-LIGNE
               MOVE LGF-ART TO PRD-CODE
               READ PRODUITS
                   NOT INVALID KEY
                       IF PRD-COEF-VENTE > 1
                           MOVE PRD-COEF-VENTE TO WS-COEF-VENTE
                       END-IF
                       COMPUTE WS-COUT-LIGNE ROUNDED =
                           LGF-QTE * WS-COEF-VENTE * PRD-COUT
               END-READ
               ADD 1 TO WS-TP-LIGNES(WS-PRM-TROUVEE)
               ADD LGF-QTE TO WS-TP-QTE(WS-PRM-TROUVEE)
               ADD LGF-MONTANT TO WS-TP-CA(WS-PRM-TROUVEE)
               ADD WS-COUT-LIGNE TO WS-TP-COUT(WS-PRM-TROUVEE)
           END-IF.

       IMPRIMER-BILAN.
           DISPLAY '=== BILAN DES PROMOTIONS ==='.
           DISPLAY 'CODE   LIBELLE                   DU       AU'
               '       LIGNES   QTE'.
           DISPLAY '         CA HT         COUT         MARGE  '
               'TAUX%'.
           DISPLAY '-----------------------------------------------'.
           MOVE 1 TO WS-IDX-PRM.
           PERFORM UNTIL WS-IDX-PRM > WS-NB-PROMOS
               PERFORM IMPRIMER-LIGNE-BILAN
               ADD 1 TO WS-IDX-PRM
           END-PERFORM.
           DISPLAY '-----------------------------------------------'.
           COMPUTE WS-TOT-MARGE = WS-TOT-CA - WS-TOT-COUT.
           MOVE 0 TO WS-TAUX-MARGE.
           IF WS-TOT-CA > 0
               COMPUTE WS-TAUX-MARGE ROUNDED =
                   WS-TOT-MARGE * 100 / WS-TOT-CA
           END-IF.
           DISPLAY 'TOTAL LIGNES ' WS-TOT-LIGNES ' QTE ' WS-TOT-QTE.
           DISPLAY '  CA HT ' WS-TOT-CA ' COUT ' WS-TOT-COUT
               ' MARGE ' WS-TOT-MARGE ' ' WS-TAUX-MARGE '%'.
           IF WS-PROMOS-IGNOREES > 0
               DISPLAY 'PROMOTIONS NON TRAITEES (TABLE PLEINE): '
                   WS-PROMOS-IGNOREES
           END-IF.

       IMPRIMER-LIGNE-BILAN.
           COMPUTE WS-MARGE = WS-TP-CA(WS-IDX-PRM)
               - WS-TP-COUT(WS-IDX-PRM).
           MOVE 0 TO WS-TAUX-MARGE.
           IF WS-TP-CA(WS-IDX-PRM) > 0
               COMPUTE WS-TAUX-MARGE ROUNDED =
                   WS-MARGE * 100 / WS-TP-CA(WS-IDX-PRM)
           END-IF.
           DISPLAY WS-TP-CODE(WS-IDX-PRM) ' '
               WS-TP-LIBELLE(WS-IDX-PRM) ' '
               WS-TP-DEBUT(WS-IDX-PRM) ' ' WS-TP-FIN(WS-IDX-PRM)
               ' ' WS-TP-LIGNES(WS-IDX-PRM) ' '
               WS-TP-QTE(WS-IDX-PRM).
           DISPLAY '    ' WS-TP-CA(WS-IDX-PRM) ' '
               WS-TP-COUT(WS-IDX-PRM) ' ' WS-MARGE ' '
               WS-TAUX-MARGE.
           ADD WS-TP-LIGNES(WS-IDX-PRM) TO WS-TOT-LIGNES.
           ADD WS-TP-QTE(WS-IDX-PRM) TO WS-TOT-QTE.
           ADD WS-TP-CA(WS-IDX-PRM) TO WS-TOT-CA.
           ADD WS-TP-COUT(WS-IDX-PRM) TO WS-TOT-COUT.
