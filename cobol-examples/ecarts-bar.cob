       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECARTBAR.
      *===============================================
      * ECARTS DE CONSOMMATION DU BAR
      * Job batch : sur une periode (blanc = tout l'historique),
      * pour chaque produit mouvemente a l'entrepot BAR, la
      * consommation theorique sortie par les recettes a chaque
      * cloture de service du point de vente (POSBAR, mouvements
      * S de MVTSTOCK.DAT) rapprochee des ecarts de comptage
      * physique du bar (mouvements C passes par STOCK) : un
      * comptage en dessous du stock en livre revele pertes,
      * casse ou doses trop genereuses. Consommation reelle =
      * theorique moins l'ecart de comptage. Valorise au cout
      * moyen pondere (PRD-COUT, repli sur PRD-PRIX comme
      * VALOSTOCK) ; le taux d'ecart est rapporte a la
      * consommation theorique.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUITS ASSIGN TO 'PRODUITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODE.
      *    JOURNAL DES MOUVEMENTS - VOIR COPYBOOKS/MVTSTK.CPY
           SELECT MVT-STOCK ASSIGN TO 'MVTSTOCK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MVT-CLE.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUTS PARTAGEES - VOIR COPYBOOKS
       FD PRODUITS.
           COPY PRODUIT.
       FD MVT-STOCK.
           COPY MVTSTK.
       WORKING-STORAGE SECTION.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-DATE-DEBUT     PIC 9(8) VALUE 0.
       01 WS-DATE-FIN       PIC 9(8) VALUE 0.
       01 WS-ENTREPOT-BAR   PIC X(4) VALUE 'BAR '.
      *    Produit courant (le journal est trie par produit)
       01 WS-PRD-COURANT    PIC X(8) VALUE SPACES.
       01 WS-CONSO-THEO     PIC S9(7) VALUE 0.
       01 WS-ECART-COMPTAGE PIC S9(7) VALUE 0.
       01 WS-CONSO-REELLE   PIC S9(7) VALUE 0.
       01 WS-COUT-RETENU    PIC 9(5)V99 VALUE 0.
       01 WS-VALEUR-THEO    PIC S9(9)V99 VALUE 0.
       01 WS-VALEUR-ECART   PIC S9(9)V99 VALUE 0.
       01 WS-TAUX-ECART     PIC S9(3)V9 VALUE 0.
      *    Totaux
       01 WS-NB-PRODUITS    PIC 9(5) VALUE 0.
       01 WS-TOT-THEO       PIC S9(11)V99 VALUE 0.
       01 WS-TOT-ECART      PIC S9(11)V99 VALUE 0.
       01 WS-TOT-TAUX       PIC S9(3)V9 VALUE 0.
       01 WS-TOT-THEO-EDIT  PIC Z(10)9.99-.
       01 WS-TOT-ECART-EDIT PIC Z(10)9.99-.
       01 WS-TOT-TAUX-EDIT  PIC ZZ9.9-.
      * Lignes d'etat
       01 WS-LIGNE-PRODUIT.
           05 WS-LPR-CODE    PIC X(8).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LPR-LIBELLE PIC X(20).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LPR-UNITE   PIC X(3).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LPR-THEO    PIC Z(6)9-.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LPR-ECART   PIC Z(6)9-.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LPR-REELLE  PIC Z(6)9-.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LPR-VAL-THEO PIC Z(8)9.99-.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LPR-VAL-ECART PIC Z(8)9.99-.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LPR-TAUX    PIC ZZ9.9-.
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
           OPEN INPUT PRODUITS.
           OPEN INPUT MVT-STOCK.
           DISPLAY '=== ECARTS DE CONSOMMATION DU BAR ==='.
           DISPLAY 'PERIODE DU ' WS-DATE-DEBUT ' AU ' WS-DATE-FIN.
           DISPLAY 'PRODUIT  LIBELLE              UNITE  THEORIQ '
               '  ECART    REELLE   VALEUR THEO.  VALEUR ECART '
               ' TAUX%'.
           MOVE LOW-VALUES TO MVT-CLE.
           START MVT-STOCK KEY >= MVT-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE SPACES TO WS-PRD-COURANT.
           MOVE 0 TO WS-CONSO-THEO.
           MOVE 0 TO WS-ECART-COMPTAGE.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ MVT-STOCK NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF MVT-PRD NOT = WS-PRD-COURANT
                           PERFORM TERMINER-PRODUIT
                           MOVE MVT-PRD TO WS-PRD-COURANT
                       END-IF
                       IF MVT-ENTREPOT = WS-ENTREPOT-BAR AND
                           MVT-DATE >= WS-DATE-DEBUT AND
                           MVT-DATE <= WS-DATE-FIN
                           PERFORM CUMULER-MOUVEMENT
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM TERMINER-PRODUIT.
           PERFORM IMPRIMER-TOTAUX.
           CLOSE MVT-STOCK.
           CLOSE PRODUITS.
           STOP RUN.

      *    Sortie S : consommation (quantite negative au journal) ;
      *    ajustement de comptage C : ecart signe, negatif quand
      *    le compte est en dessous du stock en livre.
       CUMULER-MOUVEMENT.
           EVALUATE MVT-TYPE
               WHEN 'S'
                   SUBTRACT MVT-QTE FROM WS-CONSO-THEO
               WHEN 'C'
                   ADD MVT-QTE TO WS-ECART-COMPTAGE
           END-EVALUATE.

      *    Rupture sur le produit : edition de la ligne du produit
      *    qui se termine s'il a bouge au bar sur la periode.
       TERMINER-PRODUIT.
           IF WS-PRD-COURANT NOT = SPACES AND
               (WS-CONSO-THEO NOT = 0 OR WS-ECART-COMPTAGE NOT = 0)
               PERFORM EDITER-PRODUIT
           END-IF.
           MOVE 0 TO WS-CONSO-THEO.
           MOVE 0 TO WS-ECART-COMPTAGE.

       EDITER-PRODUIT.
           MOVE WS-PRD-COURANT TO PRD-CODE.
           MOVE SPACES TO WS-LPR-LIBELLE.
           MOVE SPACES TO WS-LPR-UNITE.
           MOVE 0 TO WS-COUT-RETENU.
           READ PRODUITS
               INVALID KEY
                   MOVE '(PRODUIT INCONNU)' TO WS-LPR-LIBELLE
               NOT INVALID KEY
                   MOVE PRD-LIBELLE TO WS-LPR-LIBELLE
                   MOVE PRD-UNITE-STOCK TO WS-LPR-UNITE
                   IF PRD-COUT > 0
                       MOVE PRD-COUT TO WS-COUT-RETENU
                   ELSE
                       MOVE PRD-PRIX TO WS-COUT-RETENU
                   END-IF
           END-READ.
           COMPUTE WS-CONSO-REELLE = WS-CONSO-THEO - WS-ECART-COMPTAGE.
           COMPUTE WS-VALEUR-THEO = WS-CONSO-THEO * WS-COUT-RETENU.
           COMPUTE WS-VALEUR-ECART =
               WS-ECART-COMPTAGE * WS-COUT-RETENU.
           MOVE 0 TO WS-TAUX-ECART.
           IF WS-CONSO-THEO > 0
               COMPUTE WS-TAUX-ECART ROUNDED =
                   WS-ECART-COMPTAGE * 100 / WS-CONSO-THEO
                   ON SIZE ERROR MOVE -999.9 TO WS-TAUX-ECART
               END-COMPUTE
           END-IF.
           MOVE WS-PRD-COURANT TO WS-LPR-CODE.
           MOVE WS-CONSO-THEO TO WS-LPR-THEO.
           MOVE WS-ECART-COMPTAGE TO WS-LPR-ECART.
           MOVE WS-CONSO-REELLE TO WS-LPR-REELLE.
           MOVE WS-VALEUR-THEO TO WS-LPR-VAL-THEO.
           MOVE WS-VALEUR-ECART TO WS-LPR-VAL-ECART.
           MOVE WS-TAUX-ECART TO WS-LPR-TAUX.
           DISPLAY WS-LIGNE-PRODUIT.
           ADD 1 TO WS-NB-PRODUITS.
           ADD WS-VALEUR-THEO TO WS-TOT-THEO.
           ADD WS-VALEUR-ECART TO WS-TOT-ECART.

       IMPRIMER-TOTAUX.
           DISPLAY '--------------------------------------'.
           IF WS-NB-PRODUITS = 0
               DISPLAY 'AUCUN MOUVEMENT DU BAR SUR LA PERIODE'
           ELSE
               MOVE 0 TO WS-TOT-TAUX
               IF WS-TOT-THEO > 0
                   COMPUTE WS-TOT-TAUX ROUNDED =
                       WS-TOT-ECART * 100 / WS-TOT-THEO
                       ON SIZE ERROR MOVE -999.9 TO WS-TOT-TAUX
                   END-COMPUTE
               END-IF
               MOVE WS-TOT-THEO TO WS-TOT-THEO-EDIT
               MOVE WS-TOT-ECART TO WS-TOT-ECART-EDIT
               MOVE WS-TOT-TAUX TO WS-TOT-TAUX-EDIT
               DISPLAY 'PRODUITS EDITES          : ' WS-NB-PRODUITS
               DISPLAY 'CONSOMMATION THEORIQUE   : '
                   WS-TOT-THEO-EDIT ' EUR'
               DISPLAY 'ECARTS DE COMPTAGE       : '
                   WS-TOT-ECART-EDIT ' EUR'
               DISPLAY 'TAUX D ECART GLOBAL      : '
                   WS-TOT-TAUX-EDIT ' %'
           END-IF.
