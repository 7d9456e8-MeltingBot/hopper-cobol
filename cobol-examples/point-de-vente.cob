      *   lignes partent au folio avec la reference du ticket -
      *   la reception ne ressaisit plus les fiches papier, et
      *   plus rien ne rate la facture de depart.
      * - Points de fidelite : le client identifie au ticket
      *   gagne des points au taux du bar, ou paie en points
      * - Recapitulatif du service par mode de reglement
      * - TVA : chaque article de la carte porte son taux (alcools
      *   au normal, restauration et boissons sans alcool au
      *   reduit), les prix s'entendent TTC et le ticket garde sa
      *   ventilation HT/TVA par taux
      * - Cloture du service : les tickets regles au bar partent
      *   en une piece de vente reglee (FACTURES/FACLIGNE, une
      *   ligne par taux) et au journal des ventes VENTES.DAT -
      *   DECLTVA et le journal VE de COMPTAGL les reprennent
      *   comme toute facture. Les tickets sur chambre n'y vont
      *   pas : la facture de depart les porte deja.
      * - Recettes : chaque article de la carte consomme des
      *   produits de PRODUITS.DAT ; la cloture sort du stock de
      *   l'entrepot BAR la consommation theorique de tous les
      *   tickets du service, sur chambre compris (mouvements S
      *   de MVTSTOCK), que le rapport ECARTBAR rapproche des
      *   comptages physiques du bar.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REGLEMENTS ASSIGN TO 'REGLFACT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
      *    FICHIER CLIENTS, LU POUR LE CLIENT FIDELITE DU TICKET
           SELECT CLIENTS ASSIGN TO 'CLIENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS WS-CLI-STATUS.
      *    RECETTES DE LA CARTE : PRODUITS CONSOMMES PAR ARTICLE
           SELECT RECETTES ASSIGN TO 'RECETTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-CLE.
      *    STOCK DU BAR - PARTAGES AVEC STOCK : LA CONSOMMATION
      *    DES RECETTES SORT DE L'ENTREPOT BAR COMME TOUTE AUTRE
      *    SORTIE.
           SELECT PRODUITS ASSIGN TO 'PRODUITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODE.
           SELECT STOCK-ENTREPOTS ASSIGN TO 'STOCKWH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SWH-CLE.
           SELECT MVT-STOCK ASSIGN TO 'MVTSTOCK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MVT-CLE.
      *    PIECE DE CLOTURE DU SERVICE - LAYOUTS PARTAGES AVEC
      *    FACTURE, VOIR COPYBOOKS/FACTURE.CPY ET FACLIGNE.CPY
           SELECT FACTURES ASSIGN TO 'FACTURES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAC-NUM.
           SELECT LIGNES-FACTURE ASSIGN TO 'FACLIGNE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGF-CLE.
      *    JOURNAL DES VENTES - VOIR COPYBOOKS/VENTE.CPY
           SELECT VENTES ASSIGN TO 'VENTES.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ARTICLES-BAR.
           05 ABR-CODE      PIC X(6).
           05 ABR-LIBELLE   PIC X(20).
           05 ABR-PRIX      PIC 9(4)V99.
      *    TAUX DE TVA DE L'ARTICLE, PRIX TTC : 1=NORMAL 20%
      *    (ALCOOLS), 2=REDUIT 10% (RESTAURATION, BOISSONS SANS
      *    ALCOOL) - A BLANC SUR LES ARTICLES ANTERIEURS = NORMAL
           05 ABR-TVA-CODE  PIC X.
       FD TICKETS.
       01 TICKET-REC.
           05 TIK-NUM       PIC 9(6).
           05 TIK-OPERATEUR PIC X(6).
           05 TIK-TOTAL     PIC 9(6)V99.
           05 TIK-MODE      PIC X(2).
      *       ES=ESPECES, CB=CARTE, CH=CHEQUE, FI=POINTS DE
      *       FIDELITE, RC=SUR CHAMBRE
           05 TIK-CHAMBRE   PIC 9(3).
           05 TIK-RESERVATION PIC 9(8).
      *    CLIENT FIDELITE DU TICKET, ZERO SI AUCUN
           05 TIK-CLIENT    PIC 9(5).
      *    VENTILATION DU TOTAL TTC PAR TAUX (1=NORMAL, 2=REDUIT)
           05 TIK-TAUX OCCURS 2 TIMES.
               10 TIK-HT        PIC 9(6)V99.
               10 TIK-TVA       PIC 9(5)V99.
      *    PIECE DE CLOTURE DU SERVICE (FACTURES.DAT) QUI A REPRIS
      *    LE TICKET, ZERO TANT QUE LE SERVICE N'EST PAS CLOS -
      *    RESTE A ZERO SUR UN TICKET SUR CHAMBRE
           05 TIK-CLOTURE   PIC 9(6).
      *    ARTICLES DU TICKET (CODES DE LA CARTE), POUR LA SORTIE
      *    DE STOCK PAR LES RECETTES A LA CLOTURE
           05 TIK-NB-ARTICLES PIC 99.
           05 TIK-ARTICLE   PIC X(6) OCCURS 15 TIMES.
      *    O = CONSOMMATION DU TICKET SORTIE DU STOCK DU BAR
           05 TIK-STOCK-SORTI PIC X.
      *    RECETTE : QUANTITE DU PRODUIT PAR PORTION, EN UNITE DE
      *    STOCK DU PRODUIT - UN ALCOOL SE TIENT EN CL, LA
      *    BOUTEILLE DE 70 CL S'ACHETANT AVEC UN COEFFICIENT
      *    D'ACHAT DE 70 (VOIR COPYBOOKS/PRODUIT.CPY) : 4 CL PAR
      *    VERRE = QUANTITE 4.
       FD RECETTES.
       01 RECETTE-REC.
           05 RCT-CLE.
               10 RCT-ARTICLE   PIC X(6).
               10 RCT-PRD       PIC X(8).
           05 RCT-QTE       PIC 9(4).
      *    COPYBOOKS/PRODUIT.CPY
       FD PRODUITS.
           COPY PRODUIT.
      *    REPARTITION DU STOCK PAR ENTREPOT
       FD STOCK-ENTREPOTS.
       01 STOCK-WH-REC.
           05 SWH-CLE.
               10 SWH-PRD       PIC X(8).
               10 SWH-ENTREPOT  PIC X(4).
           05 SWH-QTE       PIC 9(5).
      *       MINI/MAXI DE L'ENTREPOT POUR LE PRODUIT (STOCK),
      *       0 = NON GERE - PILOTENT LE REEQUILIBRAGE
           05 SWH-MINI      PIC 9(5).
           05 SWH-MAXI      PIC 9(5).
      *    JOURNAL DES MOUVEMENTS DE STOCK - VOIR
      *    COPYBOOKS/MVTSTK.CPY
       FD MVT-STOCK.
           COPY MVTSTK.
       FD RESERVATIONS.
           COPY RESERV.
       FD FOLIOS.
           COPY FOLIO.
       FD REGLEMENTS.
           COPY REGLEMENT.
       FD CLIENTS.
           COPY CLIENT.
       FD FACTURES.
           COPY FACTURE.
       FD LIGNES-FACTURE.
           COPY FACLIGNE.
       FD VENTES.
           COPY VENTE.
       WORKING-STORAGE SECTION.
       01 WS-CHOIX         PIC 9 VALUE 0.
       01 WS-FIN           PIC 9 VALUE 0.
       01 WS-DATE-JOUR     PIC 9(8) VALUE 0.
       01 WS-REG-STATUS    PIC XX VALUE '00'.
           88 WS-REG-OUVERT-OK VALUE '00'.
       01 WS-CLI-STATUS    PIC XX VALUE '00'.
           88 WS-CLI-OUVERT-OK VALUE '00'.
       01 WS-VTE-STATUS    PIC XX VALUE '00'.
           88 WS-VTE-OUVERT-OK VALUE '00'.
      * Ouverture de session via le sous-programme SIGNON
       01 WS-OPERATEUR     PIC X(6) VALUE SPACES.
       01 WS-FONCTION-SESSION PIC X(2) VALUE 'HO'.
       01 WS-DROITS-SESSION PIC X(11) VALUE SPACES.
       01 WS-SESSION-OK    PIC X VALUE 'N'.
      * Identite de la societe via le sous-programme IDENTSOC
       01 WS-ETAB-SOCIETE  PIC X(2) VALUE 'HO'.
           COPY SOCIETE.
           COPY SOCEDIT.
      * Saisie du ticket : lignes gardees en table jusqu'au
      * reglement
       01 WS-NEXT-TIK      PIC 9(6) VALUE 1.
           05 WS-TIK-ENTRY OCCURS 15 TIMES.
               10 WS-TIK-LIBELLE PIC X(20).
               10 WS-TIK-PRIX    PIC 9(4)V99.
               10 WS-TIK-TAUX    PIC 9.
               10 WS-TIK-CODE    PIC X(6).
      * Taux de TVA de la carte (1=normal, 2=reduit) : les prix
      * s'entendent TTC, le HT en est deduit par taux
       01 WS-TAUX-BAR-TABLE.
           05 FILLER PIC 9(2)V99 VALUE 20.00.
           05 FILLER PIC 9(2)V99 VALUE 10.00.
       01 WS-TAUX-BAR-R REDEFINES WS-TAUX-BAR-TABLE.
           05 WS-TAUX-BAR PIC 9(2)V99 OCCURS 2 TIMES.
       01 WS-IDX-TVA       PIC 9 VALUE 1.
       01 WS-TTC-TICKET-TABLE.
           05 WS-TTC-TICKET PIC 9(6)V99 OCCURS 2 TIMES.
       01 WS-TVA-TICKET    PIC 9(6)V99 VALUE 0.
       01 WS-CODE-SAISI    PIC X(6) VALUE SPACES.
       01 WS-CHAMBRE-SAISIE PIC 9(3) VALUE 0.
       01 WS-RES-TROUVEE   PIC 9(8) VALUE 0.
       01 WS-TOT-CB        PIC 9(8)V99 VALUE 0.
       01 WS-TOT-CH        PIC 9(8)V99 VALUE 0.
       01 WS-TOT-RC        PIC 9(8)V99 VALUE 0.
       01 WS-TOT-FI        PIC 9(8)V99 VALUE 0.
      * Cloture du service : tickets regles au bar pas encore
      * repris, cumules par taux pour la piece de vente
       01 WS-NEXT-FACT     PIC 9(6) VALUE 1.
       01 WS-FAC-EOF       PIC 9 VALUE 0.
       01 WS-NB-LIGNES-FACT PIC 99 VALUE 0.
       01 WS-NB-A-CLOTURER PIC 999 VALUE 0.
       01 WS-PIECE-SERVICE PIC 9(6) VALUE 0.
       01 WS-CLOTURE-TABLE.
           05 WS-CLO-HT     PIC 9(8)V99 OCCURS 2 TIMES.
           05 WS-CLO-TVA    PIC 9(6)V99 OCCURS 2 TIMES.
       01 WS-CLO-TOTAL-HT  PIC 9(8)V99 VALUE 0.
       01 WS-CLO-TOTAL-TVA PIC 9(6)V99 VALUE 0.
       01 WS-CLO-TOTAL-TTC PIC 9(8)V99 VALUE 0.
      * Consommation theorique du service par produit, sortie de
      * l'entrepot du bar
       01 WS-ENTREPOT-BAR  PIC X(4) VALUE 'BAR '.
       01 WS-NB-A-SORTIR   PIC 999 VALUE 0.
       01 WS-NB-SANS-RECETTE PIC 9(4) VALUE 0.
       01 WS-NB-PRD-INCONNUS PIC 999 VALUE 0.
       01 WS-RCT-EOF       PIC 9 VALUE 0.
       01 WS-IDX-ART       PIC 99 VALUE 0.
       01 WS-RECETTE-TROUVEE PIC 9 VALUE 0.
       01 WS-NB-CSO        PIC 999 VALUE 0.
       01 WS-IDX-CSO       PIC 999 VALUE 0.
       01 WS-CSO-TROUVE    PIC 999 VALUE 0.
       01 WS-CSO-TABLE.
           05 WS-CSO-ENTRY OCCURS 200 TIMES.
               10 WS-CSO-PRD     PIC X(8).
               10 WS-CSO-QTE     PIC 9(5).
       01 WS-QTE-SORTIE    PIC 9(5) VALUE 0.
       01 WS-QTE-CONSOMMEE PIC 9(5) VALUE 0.
       01 WS-MVT-SEQ-MAX   PIC 9(4) VALUE 0.
       01 WS-MVT-EOF       PIC 9 VALUE 0.
       01 WS-MVT-TYPE-BAR  PIC X VALUE 'S'.
       01 WS-MVT-QTE-BAR   PIC S9(5) VALUE 0.
      * Recettes : saisie
       01 WS-ARTICLE-RECETTE PIC X(6) VALUE SPACES.
       01 WS-PRD-SAISI     PIC X(8) VALUE SPACES.
       01 WS-QTE-SAISIE    PIC 9(4) VALUE 0.
      * Points de fidelite via le sous-programme FIDPOINTS
       01 WS-CLIENT-SAISI  PIC 9(5) VALUE 0.
       01 WS-CLIENT-REFUSE PIC X VALUE 'N'.
       01 WS-FID-ACTION    PIC X VALUE SPACE.
       01 WS-FID-CLIENT    PIC 9(5) VALUE 0.
       01 WS-FID-CANAL     PIC X VALUE SPACE.
       01 WS-FID-REFERENCE PIC 9(8) VALUE 0.
       01 WS-FID-MONTANT   PIC 9(8)V99 VALUE 0.
       01 WS-FID-MONTANT-BAR PIC 9(8)V99 VALUE 0.
       01 WS-FID-POINTS    PIC 9(7) VALUE 0.
       01 WS-FID-RESULTAT  PIC X VALUE SPACE.
       01 WS-NB-TICKETS    PIC 999 VALUE 0.
       PROCEDURE DIVISION.
       DEBUT.
               DISPLAY 'ACCES REFUSE' LINE 16 POSITION 34
               STOP RUN
           END-IF.
           CALL 'IDENTSOC' USING WS-ETAB-SOCIETE SOCIETE-REC
               SOCIETE-EDITION.
           OPEN I-O ARTICLES-BAR.
           OPEN I-O TICKETS.
           OPEN I-O RESERVATIONS.
           OPEN I-O FOLIOS.
           OPEN INPUT CLIENTS.
           OPEN I-O RECETTES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM INITIALISER-COMPTEUR-TIK.
           PERFORM UNTIL WS-FIN = 1
               PERFORM AFFICHER-MENU
               EVALUATE WS-CHOIX
                   WHEN 1 PERFORM SAISIR-TICKET THRU SAISIR-TICKET-EXIT
                   WHEN 2 PERFORM GERER-CARTE-BAR
                       THRU GERER-CARTE-BAR-EXIT
                   WHEN 3 PERFORM RECAP-SERVICE
                   WHEN 4 PERFORM CLOTURER-SERVICE
                       THRU CLOTURER-SERVICE-EXIT
                   WHEN 5 PERFORM GERER-RECETTES
                       THRU GERER-RECETTES-EXIT
                   WHEN 9 MOVE 1 TO WS-FIN
               END-EVALUATE
           END-PERFORM.
           CLOSE TICKETS.
           CLOSE RESERVATIONS.
           CLOSE FOLIOS.
           CLOSE RECETTES.
           IF WS-CLI-OUVERT-OK
               CLOSE CLIENTS
           END-IF.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY 'AU REVOIR' LINE 12 POSITION 35 HIGHLIGHT.
           STOP RUN.
               POSITION 20.
           DISPLAY '3. Recapitulatif du service' LINE 9
               POSITION 20.
           DISPLAY '4. Cloture du service' LINE 10
               POSITION 20.
           DISPLAY '5. Recettes de la carte' LINE 11
               POSITION 20.
           DISPLAY '9. Quitter' LINE 12 POSITION 20 BLINK.
           DISPLAY 'Votre choix:' LINE 14 POSITION 20.
           ACCEPT WS-CHOIX LINE 14 POSITION 33.

           DISPLAY 'CODE' LINE 4 POSITION 15 UNDERLINE.
           DISPLAY 'LIBELLE' LINE 4 POSITION 25 UNDERLINE.
           DISPLAY 'PRIX' LINE 4 POSITION 48 UNDERLINE.
           DISPLAY 'TVA' LINE 4 POSITION 57 UNDERLINE.
           MOVE LOW-VALUES TO ABR-CODE.
           START ARTICLES-BAR KEY >= ABR-CODE
               INVALID KEY CONTINUE
                       DISPLAY ABR-LIBELLE LINE WS-LIGNE
                           POSITION 25
                       DISPLAY ABR-PRIX LINE WS-LIGNE POSITION 47
                       DISPLAY ABR-TVA-CODE LINE WS-LIGNE
                           POSITION 58
                       ADD 1 TO WS-LIGNE
               END-READ
           END-PERFORM.
                   ACCEPT ABR-LIBELLE LINE 17 POSITION 20
                   DISPLAY 'Prix:' LINE 18 POSITION 10
                   ACCEPT ABR-PRIX LINE 18 POSITION 17
                   MOVE '1' TO ABR-TVA-CODE
                   PERFORM SAISIR-TVA-ARTICLE
                   WRITE ARTICLE-BAR-REC
                   DISPLAY '*** ARTICLE CREE ***' LINE 20
                       POSITION 10 HIGHLIGHT
                   DISPLAY 'Prix:' LINE 18 POSITION 10
                   DISPLAY ABR-PRIX LINE 18 POSITION 17
                   ACCEPT ABR-PRIX LINE 18 POSITION 17
                   PERFORM SAISIR-TVA-ARTICLE
                   REWRITE ARTICLE-BAR-REC
                   DISPLAY '*** ARTICLE MODIFIE ***' LINE 20
                       POSITION 10 HIGHLIGHT
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 22 POSITION 49.

      *    Taux de TVA de l'article : tout autre code que 2 (reduit)
      *    vaut taux normal.
       SAISIR-TVA-ARTICLE.
           DISPLAY 'TVA (1=normal alcools, 2=reduit):' LINE 19
               POSITION 10.
           DISPLAY ABR-TVA-CODE LINE 19 POSITION 45.
           ACCEPT ABR-TVA-CODE LINE 19 POSITION 45.
           IF ABR-TVA-CODE NOT = '2'
               MOVE '1' TO ABR-TVA-CODE
           END-IF.

      *===============================================
      * SAISIE D'UN TICKET
      *===============================================
       SAISIR-TICKET.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY SOC-NOM LINE 1 POSITION 5 HIGHLIGHT.
           DISPLAY SOE-IDENTIFIANTS LINE 24 POSITION 3.
           DISPLAY '=== NOUVEAU TICKET ===' LINE 2 POSITION 29
               HIGHLIGHT.
           MOVE 0 TO WS-NB-LIGNES-TIK.
           MOVE 0 TO WS-TOTAL-TICKET.
           MOVE 0 TO WS-TTC-TICKET(1) WS-TTC-TICKET(2).
           MOVE SPACE TO WS-CONFIRM.
           DISPLAY 'ARTICLE' LINE 4 POSITION 5 UNDERLINE.
           DISPLAY 'PRIX' LINE 4 POSITION 30 UNDERLINE.
           PERFORM UNTIL WS-CONFIRM = 'N'
               PERFORM SAISIR-ARTICLE-TICKET
                   THRU SAISIR-ARTICLE-TICKET-EXIT
           END-PERFORM.
           IF WS-NB-LIGNES-TIK = 0
               DISPLAY 'TICKET VIDE - ABANDONNE' LINE 18
                   POSITION 28 HIGHLIGHT
               GO TO SAISIR-TICKET-EXIT
           END-IF.
           PERFORM VENTILER-TICKET.
           DISPLAY 'TOTAL:' LINE 16 POSITION 5 HIGHLIGHT.
           DISPLAY WS-TOTAL-TICKET LINE 16 POSITION 13 HIGHLIGHT.
           DISPLAY 'dont TVA:' LINE 16 POSITION 25.
           DISPLAY WS-TVA-TICKET LINE 16 POSITION 35.
           DISPLAY 'Mode (ES/CB/CH/FI=points/RC=chambre):' LINE 17
               POSITION 5.
           ACCEPT TIK-MODE LINE 17 POSITION 44.
           IF TIK-MODE NOT = 'ES' AND TIK-MODE NOT = 'CB'
               AND TIK-MODE NOT = 'CH' AND TIK-MODE NOT = 'FI'
               AND TIK-MODE NOT = 'RC'
               DISPLAY 'MODE INCONNU - TICKET ABANDONNE' LINE 18
                   POSITION 24 HIGHLIGHT
               GO TO SAISIR-TICKET-EXIT
           END-IF.
           MOVE 0 TO TIK-CHAMBRE.
           MOVE 0 TO TIK-RESERVATION.
           MOVE 0 TO TIK-CLIENT.
      *    Sur chambre, les points viennent avec la facture de
      *    depart ; sinon le client fidele se fait connaitre ici.
           IF TIK-MODE NOT = 'RC'
               PERFORM SAISIR-CLIENT-FIDELITE
                   THRU SAISIR-CLIENT-FIDELITE-EXIT
               IF WS-CLIENT-REFUSE = 'Y'
                   GO TO SAISIR-TICKET-EXIT
               END-IF
           END-IF.
           IF TIK-MODE = 'FI'
               PERFORM PAYER-EN-POINTS THRU PAYER-EN-POINTS-EXIT
               IF WS-FID-MONTANT = 0
                   GO TO SAISIR-TICKET-EXIT
               END-IF
           END-IF.
           IF TIK-MODE = 'RC'
               PERFORM IMPUTER-SUR-CHAMBRE
               IF WS-RES-TROUVEE = 0
           MOVE WS-DATE-JOUR TO TIK-DATE.
           MOVE WS-OPERATEUR TO TIK-OPERATEUR.
           MOVE WS-TOTAL-TICKET TO TIK-TOTAL.
           MOVE 0 TO TIK-CLOTURE.
           MOVE WS-NB-LIGNES-TIK TO TIK-NB-ARTICLES.
           MOVE 1 TO WS-IDX-TIK.
           PERFORM UNTIL WS-IDX-TIK > 15
               IF WS-IDX-TIK > WS-NB-LIGNES-TIK
                   MOVE SPACES TO TIK-ARTICLE(WS-IDX-TIK)
               ELSE
                   MOVE WS-TIK-CODE(WS-IDX-TIK)
                       TO TIK-ARTICLE(WS-IDX-TIK)
               END-IF
               ADD 1 TO WS-IDX-TIK
           END-PERFORM.
           MOVE 'N' TO TIK-STOCK-SORTI.
           WRITE TICKET-REC.
           DISPLAY '*** TICKET ENREGISTRE ***' LINE 19
               POSITION 27 HIGHLIGHT.
           DISPLAY 'Numero:' LINE 20 POSITION 27.
           DISPLAY TIK-NUM LINE 20 POSITION 35 HIGHLIGHT.
      *    Ticket paye au bar par un client fidele : les points
      *    sont acquis tout de suite, le ticket etant regle. Un
      *    ticket paye en points n'en rapporte pas.
           IF TIK-CLIENT > 0 AND TIK-MODE NOT = 'FI'
               MOVE 'G' TO WS-FID-ACTION
               MOVE TIK-CLIENT TO WS-FID-CLIENT
               MOVE 'B' TO WS-FID-CANAL
               MOVE TIK-NUM TO WS-FID-REFERENCE
               MOVE TIK-TOTAL TO WS-FID-MONTANT
               MOVE 0 TO WS-FID-MONTANT-BAR
               MOVE 0 TO WS-FID-POINTS
               PERFORM APPELER-FIDPOINTS
               IF WS-FID-POINTS > 0
                   DISPLAY 'Points gagnes:' LINE 21 POSITION 27
                   DISPLAY WS-FID-POINTS LINE 21 POSITION 42
                       HIGHLIGHT
               END-IF
           END-IF.
       SAISIR-TICKET-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 22 POSITION 49.
           MOVE ABR-LIBELLE TO
               WS-TIK-LIBELLE(WS-NB-LIGNES-TIK).
           MOVE ABR-PRIX TO WS-TIK-PRIX(WS-NB-LIGNES-TIK).
           MOVE ABR-CODE TO WS-TIK-CODE(WS-NB-LIGNES-TIK).
           IF ABR-TVA-CODE = '2'
               MOVE 2 TO WS-TIK-TAUX(WS-NB-LIGNES-TIK)
           ELSE
               MOVE 1 TO WS-TIK-TAUX(WS-NB-LIGNES-TIK)
           END-IF.
           ADD ABR-PRIX TO WS-TOTAL-TICKET.
           ADD ABR-PRIX TO
               WS-TTC-TICKET(WS-TIK-TAUX(WS-NB-LIGNES-TIK)).
           COMPUTE WS-LIGNE = 4 + WS-NB-LIGNES-TIK.
           IF WS-LIGNE <= 14
               DISPLAY ABR-LIBELLE LINE WS-LIGNE POSITION 5
       SAISIR-ARTICLE-TICKET-EXIT.
           EXIT.

      *    Ventilation du ticket par taux : HT = TTC / (1 + taux),
      *    la TVA est le reste, pour que HT + TVA redonne le prix
      *    de la carte.
       VENTILER-TICKET.
           MOVE 0 TO WS-TVA-TICKET.
           MOVE 1 TO WS-IDX-TVA.
           PERFORM UNTIL WS-IDX-TVA > 2
               COMPUTE TIK-HT(WS-IDX-TVA) ROUNDED =
                   WS-TTC-TICKET(WS-IDX-TVA) * 100
                   / (100 + WS-TAUX-BAR(WS-IDX-TVA))
               COMPUTE TIK-TVA(WS-IDX-TVA) =
                   WS-TTC-TICKET(WS-IDX-TVA) - TIK-HT(WS-IDX-TVA)
               ADD TIK-TVA(WS-IDX-TVA) TO WS-TVA-TICKET
               ADD 1 TO WS-IDX-TVA
           END-PERFORM.

      *    Client fidelite du ticket, verifie au fichier
      *    CLIENTS : WS-CLIENT-REFUSE passe a Y si la saisie est
      *    refusee (le ticket est alors abandonne).
       SAISIR-CLIENT-FIDELITE.
           DISPLAY 'Client fidelite (0=aucun):' LINE 18 POSITION 5.
           MOVE 'N' TO WS-CLIENT-REFUSE.
           MOVE 0 TO WS-CLIENT-SAISI.
           ACCEPT WS-CLIENT-SAISI LINE 18 POSITION 33.
           IF WS-CLIENT-SAISI = 0
               IF TIK-MODE = 'FI'
                   DISPLAY 'CLIENT OBLIGATOIRE - TICKET ABANDONNE'
                       LINE 19 POSITION 5 HIGHLIGHT
                   MOVE 'Y' TO WS-CLIENT-REFUSE
               END-IF
               GO TO SAISIR-CLIENT-FIDELITE-EXIT
           END-IF.
           MOVE WS-CLIENT-SAISI TO CLI-ID.
           READ CLIENTS
               INVALID KEY
                   DISPLAY 'CLIENT INCONNU - TICKET ABANDONNE'
                       LINE 19 POSITION 5 HIGHLIGHT
                   MOVE 'Y' TO WS-CLIENT-REFUSE
                   GO TO SAISIR-CLIENT-FIDELITE-EXIT
           END-READ.
           IF CLI-SUPPRIME = 'Y'
               DISPLAY 'CLIENT INACTIF - TICKET ABANDONNE'
                   LINE 19 POSITION 5 HIGHLIGHT
               MOVE 'Y' TO WS-CLIENT-REFUSE
               GO TO SAISIR-CLIENT-FIDELITE-EXIT
           END-IF.
           DISPLAY CLI-NOM LINE 18 POSITION 40 HIGHLIGHT.
           MOVE WS-CLIENT-SAISI TO TIK-CLIENT.
       SAISIR-CLIENT-FIDELITE-EXIT.
           EXIT.

      *    Reglement en points : le solde du client doit couvrir
      *    tout le ticket. WS-FID-MONTANT revient a 0 si le
      *    ticket est refuse.
       PAYER-EN-POINTS.
           MOVE 'S' TO WS-FID-ACTION.
           MOVE TIK-CLIENT TO WS-FID-CLIENT.
           MOVE 'B' TO WS-FID-CANAL.
           MOVE WS-NEXT-TIK TO WS-FID-REFERENCE.
           MOVE 0 TO WS-FID-MONTANT WS-FID-MONTANT-BAR.
           PERFORM APPELER-FIDPOINTS.
           IF WS-FID-MONTANT < WS-TOTAL-TICKET
               DISPLAY 'POINTS INSUFFISANTS - TICKET ABANDONNE'
                   LINE 19 POSITION 5 HIGHLIGHT
               MOVE 0 TO WS-FID-MONTANT
               GO TO PAYER-EN-POINTS-EXIT
           END-IF.
           MOVE 'U' TO WS-FID-ACTION.
           MOVE WS-TOTAL-TICKET TO WS-FID-MONTANT.
           PERFORM APPELER-FIDPOINTS.
           DISPLAY 'Points utilises:' LINE 19 POSITION 5.
           DISPLAY WS-FID-POINTS LINE 19 POSITION 22 HIGHLIGHT.
       PAYER-EN-POINTS-EXIT.
           EXIT.

      *    Points de fidelite via le sous-programme FIDPOINTS -
      *    voir FIDELITE-POINTS.COB.
       APPELER-FIDPOINTS.
           CALL 'FIDPOINTS' USING WS-FID-ACTION WS-FID-CLIENT
               WS-FID-CANAL WS-FID-REFERENCE WS-FID-MONTANT
               WS-FID-MONTANT-BAR WS-FID-POINTS WS-FID-RESULTAT.

      *    Imputation sur chambre : la reservation en maison
      *    (statut A) de la chambre recoit chaque article du
      *    ticket sur son folio, reference du ticket en libelle -

      *    MEME LOGIQUE QUE HOTEL/TROUVER-PROCHAIN-SEQ-FOLIO +
      *    ecriture de la ligne, reference du ticket en tete de
      *    libelle. Le folio porte le HT de l'article et son taux :
      *    la facture de depart y remet la TVA au taux de la carte,
      *    le client paie le prix de la carte comme au comptoir.
       POSTER-LIGNE-FOLIO.
           MOVE WS-RES-TROUVEE TO FOL-RESERVATION.
           MOVE 0 TO WS-FOL-SEQ-MAX.
               ' ' DELIMITED BY SIZE
               WS-TIK-LIBELLE(WS-IDX-TIK) DELIMITED BY SIZE
               INTO FOL-LIBELLE.
           COMPUTE FOL-MONTANT ROUNDED =
               WS-TIK-PRIX(WS-IDX-TIK) * 100
               / (100 + WS-TAUX-BAR(WS-TIK-TAUX(WS-IDX-TIK))).
           MOVE 'B' TO FOL-TYPE.
           MOVE WS-TIK-TAUX(WS-IDX-TIK) TO FOL-TVA-CODE.
           WRITE FOLIO-REC
               INVALID KEY CONTINUE
           END-WRITE.
      *===============================================
      * RECAPITULATIF DU SERVICE
      * Les tickets du jour, totalises par mode de reglement -
      * le controle de caisse de chaque service.
      *===============================================
       RECAP-SERVICE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== RECAP DU SERVICE ===' LINE 2 POSITION 28
               HIGHLIGHT.
           MOVE 0 TO WS-TOT-ES WS-TOT-CB WS-TOT-CH WS-TOT-RC.
           MOVE 0 TO WS-TOT-FI.
           MOVE 0 TO WS-NB-TICKETS.
           MOVE 0 TO TIK-NUM.
           START TICKETS KEY >= TIK-NUM
                                   TO WS-TOT-CB
                               WHEN 'CH' ADD TIK-TOTAL
                                   TO WS-TOT-CH
                               WHEN 'FI' ADD TIK-TOTAL
                                   TO WS-TOT-FI
                               WHEN 'RC' ADD TIK-TOTAL
                                   TO WS-TOT-RC
                           END-EVALUATE
           DISPLAY WS-TOT-CH LINE 9 POSITION 34.
           DISPLAY 'Sur chambre:' LINE 10 POSITION 20.
           DISPLAY WS-TOT-RC LINE 10 POSITION 34 HIGHLIGHT.
           DISPLAY 'Points fidelite:' LINE 11 POSITION 20.
           DISPLAY WS-TOT-FI LINE 11 POSITION 34.
           DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 20 POSITION 49.

      *===============================================
      * CLOTURE DU SERVICE
      * Les tickets du jour regles au bar (especes, carte, cheque,
      * points) et pas encore repris partent en une piece de vente
      * deja reglee : client 0, une ligne FACLIGNE par taux avec
      * sa TVA, et une ligne VENTES.DAT par taux. Le journal des
      * reglements a deja la recette de chaque ticket : le journal
      * VE de COMPTAGL debite 411 du TTC de la piece, que les
      * reglements du bar soldent. Les tickets sur chambre restent
      * hors piece, la facture de depart les reprend au folio.
      * Tous les tickets du jour, sur chambre compris, sortent en
      * meme temps du stock du bar la consommation de leurs
      * recettes. Chaque ticket repris garde le numero de la
      * piece et sa marque de sortie de stock.
      *===============================================
       CLOTURER-SERVICE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== CLOTURE DU SERVICE ===' LINE 2 POSITION 27
               HIGHLIGHT.
           MOVE 0 TO WS-NB-A-CLOTURER.
           MOVE 0 TO WS-CLO-HT(1) WS-CLO-HT(2).
           MOVE 0 TO WS-CLO-TVA(1) WS-CLO-TVA(2).
           MOVE 0 TO WS-NB-A-SORTIR.
           MOVE 0 TO WS-NB-CSO.
           MOVE 0 TO WS-NB-SANS-RECETTE.
           MOVE 0 TO TIK-NUM.
           START TICKETS KEY >= TIK-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ TICKETS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF TIK-DATE <= WS-DATE-JOUR
                           IF TIK-CLOTURE = 0
                               AND TIK-MODE NOT = 'RC'
                               PERFORM CUMULER-TICKET-CLOTURE
                           END-IF
                           IF TIK-STOCK-SORTI NOT = 'O'
                               PERFORM CUMULER-CONSO-TICKET
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NB-A-CLOTURER = 0 AND WS-NB-A-SORTIR = 0
               DISPLAY 'AUCUN TICKET A CLOTURER' LINE 12
                   POSITION 28 HIGHLIGHT
               GO TO CLOTURER-SERVICE-EXIT
           END-IF.
           COMPUTE WS-CLO-TOTAL-HT = WS-CLO-HT(1) + WS-CLO-HT(2).
           COMPUTE WS-CLO-TOTAL-TVA = WS-CLO-TVA(1) + WS-CLO-TVA(2).
           COMPUTE WS-CLO-TOTAL-TTC =
               WS-CLO-TOTAL-HT + WS-CLO-TOTAL-TVA.
           DISPLAY 'Tickets a reprendre:' LINE 4 POSITION 15.
           DISPLAY WS-NB-A-CLOTURER LINE 4 POSITION 40 HIGHLIGHT.
           DISPLAY 'Tickets a sortir du stock:' LINE 5 POSITION 15.
           DISPLAY WS-NB-A-SORTIR LINE 5 POSITION 42 HIGHLIGHT.
           DISPLAY 'Produits:' LINE 5 POSITION 47.
           DISPLAY WS-NB-CSO LINE 5 POSITION 57.
           IF WS-NB-SANS-RECETTE > 0
               DISPLAY 'Articles sans recette:' LINE 6 POSITION 15
               DISPLAY WS-NB-SANS-RECETTE LINE 6 POSITION 40
                   HIGHLIGHT
           END-IF.
           DISPLAY 'HT' LINE 7 POSITION 34 UNDERLINE.
           DISPLAY 'TVA' LINE 7 POSITION 48 UNDERLINE.
           DISPLAY 'Taux normal 20%:' LINE 8 POSITION 15.
           DISPLAY WS-CLO-HT(1) LINE 8 POSITION 33.
           DISPLAY WS-CLO-TVA(1) LINE 8 POSITION 47.
           DISPLAY 'Taux reduit 10%:' LINE 9 POSITION 15.
           DISPLAY WS-CLO-HT(2) LINE 9 POSITION 33.
           DISPLAY WS-CLO-TVA(2) LINE 9 POSITION 47.
           DISPLAY 'Total TTC:' LINE 11 POSITION 15.
           DISPLAY WS-CLO-TOTAL-TTC LINE 11 POSITION 33 HIGHLIGHT.
           DISPLAY 'Confirmer la cloture (O/N):' LINE 13
               POSITION 15.
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM LINE 13 POSITION 44.
           IF WS-CONFIRM NOT = 'O'
               DISPLAY 'CLOTURE ABANDONNEE' LINE 15 POSITION 30
                   HIGHLIGHT
               GO TO CLOTURER-SERVICE-EXIT
           END-IF.
           MOVE 0 TO WS-PIECE-SERVICE.
           IF WS-NB-A-CLOTURER > 0
               PERFORM EMETTRE-PIECE-SERVICE
           END-IF.
           IF WS-NB-CSO > 0
               PERFORM SORTIR-STOCK-BAR
           END-IF.
      *    Les tickets repris gardent le numero de la piece et
      *    leur marque de sortie de stock
           MOVE 0 TO TIK-NUM.
           START TICKETS KEY >= TIK-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ TICKETS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF TIK-DATE <= WS-DATE-JOUR
                           PERFORM MARQUER-TICKET-CLOTURE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY '*** SERVICE CLOTURE ***' LINE 15 POSITION 28
               HIGHLIGHT.
           IF WS-NB-A-CLOTURER > 0
               DISPLAY 'Piece de vente:' LINE 16 POSITION 28
               DISPLAY WS-PIECE-SERVICE LINE 16 POSITION 44
                   HIGHLIGHT
           END-IF.
           IF WS-NB-CSO > 0
               DISPLAY 'Produits sortis du stock BAR:' LINE 17
                   POSITION 20
               COMPUTE WS-IDX-CSO = WS-NB-CSO - WS-NB-PRD-INCONNUS
               DISPLAY WS-IDX-CSO LINE 17 POSITION 50 HIGHLIGHT
               IF WS-NB-PRD-INCONNUS > 0
                   DISPLAY 'Produits inconnus ignores:' LINE 18
                       POSITION 20
                   DISPLAY WS-NB-PRD-INCONNUS LINE 18 POSITION 50
                       HIGHLIGHT
               END-IF
           END-IF.
       CLOTURER-SERVICE-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 22 POSITION 49.

      *    Piece de vente du service, reglee d'office
       EMETTRE-PIECE-SERVICE.
           OPEN I-O FACTURES.
           OPEN I-O LIGNES-FACTURE.
           PERFORM INITIALISER-COMPTEUR-FACT.
           MOVE WS-NEXT-FACT TO FAC-NUM.
           MOVE FAC-NUM TO WS-PIECE-SERVICE.
           MOVE 0 TO FAC-CLIENT.
           MOVE WS-DATE-JOUR TO FAC-DATE.
           MOVE 'F' TO FAC-TYPE.
           MOVE 0 TO FAC-REF-AVOIR.
           MOVE 'R' TO FAC-STATUT.
           MOVE WS-CLO-TOTAL-HT TO FAC-TOTAL-HT.
           MOVE WS-CLO-TOTAL-TVA TO FAC-TVA.
           MOVE WS-CLO-TOTAL-TTC TO FAC-TOTAL-TTC.
           MOVE WS-CLO-TOTAL-TTC TO FAC-MONTANT-PAYE.
           MOVE 'N' TO FAC-RECURRENTE.
           MOVE 0 TO FAC-NIVEAU-RELANCE.
           MOVE 0 TO FAC-DATE-RELANCE.
           MOVE 0 TO WS-NB-LIGNES-FACT.
           OPEN EXTEND VENTES.
           IF NOT WS-VTE-OUVERT-OK
               OPEN OUTPUT VENTES
           END-IF.
           MOVE 1 TO WS-IDX-TVA.
           PERFORM UNTIL WS-IDX-TVA > 2
               IF WS-CLO-HT(WS-IDX-TVA) > 0
                   OR WS-CLO-TVA(WS-IDX-TVA) > 0
                   PERFORM ECRIRE-LIGNE-CLOTURE
               END-IF
               ADD 1 TO WS-IDX-TVA
           END-PERFORM.
           CLOSE VENTES.
           MOVE WS-NB-LIGNES-FACT TO FAC-NB-LIGNES.
           WRITE FACTURE-REC.
           CLOSE FACTURES.
           CLOSE LIGNES-FACTURE.

       MARQUER-TICKET-CLOTURE.
           IF TIK-CLOTURE = 0 AND TIK-MODE NOT = 'RC'
               AND WS-NB-A-CLOTURER > 0
               MOVE WS-PIECE-SERVICE TO TIK-CLOTURE
           END-IF.
           MOVE 'O' TO TIK-STOCK-SORTI.
           REWRITE TICKET-REC.

       CUMULER-TICKET-CLOTURE.
           ADD 1 TO WS-NB-A-CLOTURER.
           ADD TIK-HT(1) TO WS-CLO-HT(1).
           ADD TIK-TVA(1) TO WS-CLO-TVA(1).
           ADD TIK-HT(2) TO WS-CLO-HT(2).
           ADD TIK-TVA(2) TO WS-CLO-TVA(2).

      *    Une ligne de la piece par taux, reprise au journal des
      *    ventes (MEME PRESENTATION QUE FACTURE/
      *    ECRIRE-VENTES-FACTURE, vendeur = operateur du bar).
       ECRIRE-LIGNE-CLOTURE.
           ADD 1 TO WS-NB-LIGNES-FACT.
           MOVE FAC-NUM TO LGF-NUM.
           MOVE WS-NB-LIGNES-FACT TO LGF-NO.
           MOVE 'BAR' TO LGF-ART.
           IF WS-IDX-TVA = 1
               MOVE 'BAR TAUX NORMAL 20%' TO LGF-LIBELLE
               MOVE '1' TO LGF-TVA-CODE
           ELSE
               MOVE 'BAR TAUX REDUIT 10%' TO LGF-LIBELLE
               MOVE '2' TO LGF-TVA-CODE
           END-IF.
           MOVE WS-CLO-HT(WS-IDX-TVA) TO LGF-PRIX.
           MOVE 1 TO LGF-QTE.
           MOVE WS-CLO-HT(WS-IDX-TVA) TO LGF-MONTANT.
           MOVE WS-CLO-TVA(WS-IDX-TVA) TO LGF-TVA.
           MOVE SPACES TO LGF-PROMO.
           MOVE SPACES TO LGF-ART-ORIGINE.
           WRITE LIGNE-FACT-REC
               INVALID KEY CONTINUE
           END-WRITE.
           MOVE WS-DATE-JOUR TO VTE-DATE.
           MOVE WS-OPERATEUR TO VTE-VENDEUR.
           MOVE 'BAR / RESTAURANT' TO VTE-CLIENT.
           MOVE 0 TO VTE-CLI-ID.
           MOVE LGF-LIBELLE(1:15) TO VTE-PRODUIT.
           MOVE LGF-MONTANT TO VTE-MONTANT.
           MOVE LGF-ART TO VTE-PRD-CODE.
           MOVE 'BAR' TO VTE-FAMILLE.
           MOVE 0 TO VTE-COUT.
           WRITE VENTE-REC.

      *    Meme technique de reprise de compteur que
      *    FACTURE/INITIALISER-COMPTEUR-FACT, pour ne jamais
      *    reutiliser un numero de facture.
       INITIALISER-COMPTEUR-FACT.
           MOVE 1 TO WS-NEXT-FACT.
           MOVE 0 TO FAC-NUM.
           START FACTURES KEY >= FAC-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-FAC-EOF.
           PERFORM UNTIL WS-FAC-EOF = 1
               READ FACTURES NEXT
                   AT END MOVE 1 TO WS-FAC-EOF
                   NOT AT END
                       IF FAC-NUM + 1 > WS-NEXT-FACT
                           COMPUTE WS-NEXT-FACT = FAC-NUM + 1
                       END-IF
               END-READ
           END-PERFORM.

      *===============================================
      * CONSOMMATION THEORIQUE DU SERVICE
      * Chaque article d'un ticket consomme les produits de sa
      * recette ; les quantites sont cumulees par produit pour
      * une seule sortie de stock par produit a la cloture. Un
      * article sans recette ne sort rien (compte a l'ecran).
      *===============================================
       CUMULER-CONSO-TICKET.
           ADD 1 TO WS-NB-A-SORTIR.
           MOVE 1 TO WS-IDX-ART.
           PERFORM UNTIL WS-IDX-ART > TIK-NB-ARTICLES
               OR WS-IDX-ART > 15
               PERFORM CUMULER-RECETTE-ARTICLE
               ADD 1 TO WS-IDX-ART
           END-PERFORM.

       CUMULER-RECETTE-ARTICLE.
           MOVE 0 TO WS-RECETTE-TROUVEE.
           MOVE TIK-ARTICLE(WS-IDX-ART) TO RCT-ARTICLE.
           MOVE LOW-VALUES TO RCT-PRD.
           MOVE 0 TO WS-RCT-EOF.
           START RECETTES KEY >= RCT-CLE
               INVALID KEY MOVE 1 TO WS-RCT-EOF
           END-START.
           PERFORM UNTIL WS-RCT-EOF = 1
               READ RECETTES NEXT
                   AT END MOVE 1 TO WS-RCT-EOF
                   NOT AT END
                       IF RCT-ARTICLE NOT = TIK-ARTICLE(WS-IDX-ART)
                           MOVE 1 TO WS-RCT-EOF
                       ELSE
                           MOVE 1 TO WS-RECETTE-TROUVEE
                           PERFORM AJOUTER-CONSO-PRODUIT
                               THRU AJOUTER-CONSO-PRODUIT-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RECETTE-TROUVEE = 0
               ADD 1 TO WS-NB-SANS-RECETTE
           END-IF.

      *    Table des produits consommes : 200 produits par
      *    service, au-dela le produit est compte comme inconnu.
       AJOUTER-CONSO-PRODUIT.
           MOVE 0 TO WS-CSO-TROUVE.
           MOVE 1 TO WS-IDX-CSO.
           PERFORM UNTIL WS-IDX-CSO > WS-NB-CSO
               OR WS-CSO-TROUVE > 0
               IF WS-CSO-PRD(WS-IDX-CSO) = RCT-PRD
                   MOVE WS-IDX-CSO TO WS-CSO-TROUVE
               END-IF
               ADD 1 TO WS-IDX-CSO
           END-PERFORM.
           IF WS-CSO-TROUVE = 0
               IF WS-NB-CSO >= 200
                   ADD 1 TO WS-NB-PRD-INCONNUS
                   GO TO AJOUTER-CONSO-PRODUIT-EXIT
               END-IF
               ADD 1 TO WS-NB-CSO
               MOVE WS-NB-CSO TO WS-CSO-TROUVE
               MOVE RCT-PRD TO WS-CSO-PRD(WS-CSO-TROUVE)
               MOVE 0 TO WS-CSO-QTE(WS-CSO-TROUVE)
           END-IF.
           ADD RCT-QTE TO WS-CSO-QTE(WS-CSO-TROUVE)
               ON SIZE ERROR
                   MOVE 99999 TO WS-CSO-QTE(WS-CSO-TROUVE)
           END-ADD.
       AJOUTER-CONSO-PRODUIT-EXIT.
           EXIT.

      *    Sortie de l'entrepot du bar, produit par produit
       SORTIR-STOCK-BAR.
           MOVE 0 TO WS-NB-PRD-INCONNUS.
           OPEN I-O PRODUITS.
           OPEN I-O STOCK-ENTREPOTS.
           OPEN I-O MVT-STOCK.
           MOVE 1 TO WS-IDX-CSO.
           PERFORM UNTIL WS-IDX-CSO > WS-NB-CSO
               PERFORM SORTIR-UN-PRODUIT-BAR
                   THRU SORTIR-UN-PRODUIT-BAR-EXIT
               ADD 1 TO WS-IDX-CSO
           END-PERFORM.
           CLOSE PRODUITS.
           CLOSE STOCK-ENTREPOTS.
           CLOSE MVT-STOCK.

      *    Stock total, repartition BAR et mouvement S - MEME
      *    SEQUENCE QUE FACTURE/SORTIR-STOCK-COMPTOIR, sur
      *    l'entrepot du bar. La consommation theorique ne bloque
      *    jamais le service : au-dela du stock en livre, le stock
      *    tombe a zero et le comptage du bar fera ressortir
      *    l'ecart.
       SORTIR-UN-PRODUIT-BAR.
           MOVE WS-CSO-PRD(WS-IDX-CSO) TO PRD-CODE.
           READ PRODUITS
               INVALID KEY
                   ADD 1 TO WS-NB-PRD-INCONNUS
                   GO TO SORTIR-UN-PRODUIT-BAR-EXIT
           END-READ.
           MOVE WS-CSO-QTE(WS-IDX-CSO) TO WS-QTE-SORTIE.
           IF WS-QTE-SORTIE = 0
               GO TO SORTIR-UN-PRODUIT-BAR-EXIT
           END-IF.
           IF WS-QTE-SORTIE > PRD-QTE
               MOVE 0 TO PRD-QTE
           ELSE
               SUBTRACT WS-QTE-SORTIE FROM PRD-QTE
           END-IF.
           REWRITE PRODUIT-REC.
           MOVE PRD-CODE TO SWH-PRD.
           MOVE WS-ENTREPOT-BAR TO SWH-ENTREPOT.
           READ STOCK-ENTREPOTS
               INVALID KEY
                   MOVE 0 TO SWH-QTE
                   MOVE 0 TO SWH-MINI
                   MOVE 0 TO SWH-MAXI
                   WRITE STOCK-WH-REC
               NOT INVALID KEY
                   IF WS-QTE-SORTIE > SWH-QTE
                       MOVE 0 TO SWH-QTE
                   ELSE
                       SUBTRACT WS-QTE-SORTIE FROM SWH-QTE
                   END-IF
                   REWRITE STOCK-WH-REC
           END-READ.
           MOVE 'S' TO WS-MVT-TYPE-BAR.
           COMPUTE WS-MVT-QTE-BAR = 0 - WS-QTE-SORTIE.
           PERFORM ENREGISTRER-MOUVEMENT-BAR.
      *    Le stock en depot fournisseur passe apres le notre -
      *    MEME REGLE QUE STOCK/CONSOMMER-DEPOT-FRN.
           IF PRD-QTE-DEPOT NUMERIC AND PRD-QTE < PRD-QTE-DEPOT
               COMPUTE WS-QTE-CONSOMMEE = PRD-QTE-DEPOT - PRD-QTE
               MOVE PRD-QTE TO PRD-QTE-DEPOT
               REWRITE PRODUIT-REC
               MOVE 'D' TO WS-MVT-TYPE-BAR
               MOVE WS-QTE-CONSOMMEE TO WS-MVT-QTE-BAR
               PERFORM ENREGISTRER-MOUVEMENT-BAR
           END-IF.
       SORTIR-UN-PRODUIT-BAR-EXIT.
           EXIT.

      *    MEME LOGIQUE QUE FACTURE/ENREGISTRER-MOUVEMENT-STOCK,
      *    sur l'entrepot du bar (type et quantite poses par
      *    l'appelant dans WS-MVT-TYPE-BAR et WS-MVT-QTE-BAR).
       ENREGISTRER-MOUVEMENT-BAR.
           MOVE 0 TO WS-MVT-SEQ-MAX.
           MOVE PRD-CODE TO MVT-PRD.
           MOVE WS-DATE-JOUR TO MVT-DATE.
           MOVE 0 TO MVT-SEQ.
           START MVT-STOCK KEY >= MVT-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-MVT-EOF.
           PERFORM UNTIL WS-MVT-EOF = 1
               READ MVT-STOCK NEXT
                   AT END MOVE 1 TO WS-MVT-EOF
                   NOT AT END
                       IF MVT-PRD NOT = PRD-CODE OR
                           MVT-DATE NOT = WS-DATE-JOUR
                           MOVE 1 TO WS-MVT-EOF
                       ELSE
                           MOVE MVT-SEQ TO WS-MVT-SEQ-MAX
                       END-IF
               END-READ
           END-PERFORM.
           MOVE PRD-CODE TO MVT-PRD.
           MOVE WS-DATE-JOUR TO MVT-DATE.
           COMPUTE MVT-SEQ = WS-MVT-SEQ-MAX + 1.
           MOVE WS-ENTREPOT-BAR TO MVT-ENTREPOT.
           MOVE WS-MVT-TYPE-BAR TO MVT-TYPE.
           MOVE WS-MVT-QTE-BAR TO MVT-QTE.
           MOVE PRD-QTE TO MVT-SOLDE.
           WRITE MVT-STOCK-REC
               INVALID KEY CONTINUE
           END-WRITE.

      *===============================================
      * RECETTES DE LA CARTE
      * Pour un article de la carte, les produits consommes par
      * portion, en unite de stock du produit. Un produit deja
      * dans la recette se modifie ; quantite 0 = le retirer.
      *===============================================
       GERER-RECETTES.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== RECETTES DE LA CARTE ===' LINE 2
               POSITION 26 HIGHLIGHT.
           DISPLAY 'Article de la carte:' LINE 4 POSITION 5.
           IF WS-ARTICLE-RECETTE = SPACES
               ACCEPT WS-ARTICLE-RECETTE LINE 4 POSITION 26
               IF WS-ARTICLE-RECETTE = SPACES
                   GO TO GERER-RECETTES-EXIT
               END-IF
               MOVE WS-ARTICLE-RECETTE TO ABR-CODE
               READ ARTICLES-BAR
                   INVALID KEY
                       DISPLAY 'ARTICLE INCONNU' LINE 4 POSITION 35
                           HIGHLIGHT
                       MOVE SPACES TO WS-ARTICLE-RECETTE
                       GO TO GERER-RECETTES-EXIT
               END-READ
           END-IF.
           DISPLAY WS-ARTICLE-RECETTE LINE 4 POSITION 26.
           DISPLAY ABR-LIBELLE LINE 4 POSITION 35 HIGHLIGHT.
           DISPLAY 'PRODUIT' LINE 6 POSITION 5 UNDERLINE.
           DISPLAY 'LIBELLE' LINE 6 POSITION 16 UNDERLINE.
           DISPLAY 'QTE/PORTION' LINE 6 POSITION 40 UNDERLINE.
           DISPLAY 'UNITE' LINE 6 POSITION 54 UNDERLINE.
           OPEN INPUT PRODUITS.
           MOVE WS-ARTICLE-RECETTE TO RCT-ARTICLE.
           MOVE LOW-VALUES TO RCT-PRD.
           MOVE 0 TO WS-RCT-EOF.
           START RECETTES KEY >= RCT-CLE
               INVALID KEY MOVE 1 TO WS-RCT-EOF
           END-START.
           MOVE 7 TO WS-LIGNE.
           PERFORM UNTIL WS-RCT-EOF = 1 OR WS-LIGNE > 16
               READ RECETTES NEXT
                   AT END MOVE 1 TO WS-RCT-EOF
                   NOT AT END
                       IF RCT-ARTICLE NOT = WS-ARTICLE-RECETTE
                           MOVE 1 TO WS-RCT-EOF
                       ELSE
                           PERFORM AFFICHER-LIGNE-RECETTE
                           ADD 1 TO WS-LIGNE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'Produit (blanc=fin):' LINE 18 POSITION 5.
           MOVE SPACES TO WS-PRD-SAISI.
           ACCEPT WS-PRD-SAISI LINE 18 POSITION 26.
           IF WS-PRD-SAISI = SPACES
               CLOSE PRODUITS
               GO TO GERER-RECETTES-EXIT
           END-IF.
           MOVE WS-PRD-SAISI TO PRD-CODE.
           READ PRODUITS
               INVALID KEY
                   DISPLAY 'PRODUIT INCONNU' LINE 18 POSITION 36
                       HIGHLIGHT
                   ACCEPT WS-CHOIX LINE 18 POSITION 60
                   CLOSE PRODUITS
                   GO TO GERER-RECETTES
           END-READ.
           CLOSE PRODUITS.
           DISPLAY PRD-LIBELLE LINE 18 POSITION 36 HIGHLIGHT.
           MOVE WS-ARTICLE-RECETTE TO RCT-ARTICLE.
           MOVE WS-PRD-SAISI TO RCT-PRD.
           MOVE 0 TO WS-QTE-SAISIE.
           READ RECETTES
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE RCT-QTE TO WS-QTE-SAISIE
           END-READ.
           DISPLAY 'Quantite par portion (0=retirer):' LINE 19
               POSITION 5.
           DISPLAY WS-QTE-SAISIE LINE 19 POSITION 40.
           ACCEPT WS-QTE-SAISIE LINE 19 POSITION 40.
           DISPLAY PRD-UNITE-STOCK LINE 19 POSITION 46.
           IF WS-QTE-SAISIE = 0
               DELETE RECETTES
                   INVALID KEY CONTINUE
               END-DELETE
               GO TO GERER-RECETTES
           END-IF.
           MOVE WS-QTE-SAISIE TO RCT-QTE.
           WRITE RECETTE-REC
               INVALID KEY
                   REWRITE RECETTE-REC
           END-WRITE.
           GO TO GERER-RECETTES.
       GERER-RECETTES-EXIT.
           MOVE SPACES TO WS-ARTICLE-RECETTE.

       AFFICHER-LIGNE-RECETTE.
           DISPLAY RCT-PRD LINE WS-LIGNE POSITION 5.
           DISPLAY RCT-QTE LINE WS-LIGNE POSITION 43.
           MOVE RCT-PRD TO PRD-CODE.
           READ PRODUITS
               INVALID KEY
                   DISPLAY '(PRODUIT INCONNU)' LINE WS-LIGNE
                       POSITION 16
               NOT INVALID KEY
                   DISPLAY PRD-LIBELLE LINE WS-LIGNE POSITION 16
                   DISPLAY PRD-UNITE-STOCK LINE WS-LIGNE
                       POSITION 54
           END-READ.
