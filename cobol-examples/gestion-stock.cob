      * - Journal des mouvements
      * - Suivi des lots et dates d'expiration
      * - Comptage physique et suggestions de reappro
      * - Promotions par article ou famille
      * - Stock en depot fournisseur : entree, reprise et
      *   consommation (mouvements F et D)
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-CODE.
      *    PROMOTIONS PAR ARTICLE OU FAMILLE - VOIR
      *    COPYBOOKS/PROMO.CPY, APPLIQUEES PAR GESTION-VENTES ET
      *    FACTURE.
           SELECT PROMOS ASSIGN TO 'PROMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CODE
               FILE STATUS IS WS-PRM-STATUS.
      *    PRODUITS DE SUBSTITUTION - VOIR COPYBOOKS/SUBSTIT.CPY
           SELECT SUBSTITUTS ASSIGN TO 'SUBSTITUTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-CLE
               FILE STATUS IS WS-SUB-STATUS.
      *    CODES-BARRES DES PRODUITS - VOIR COPYBOOKS/EAN.CPY
           SELECT CODES-BARRES ASSIGN TO 'EAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EAN-CODE
               FILE STATUS IS WS-EAN-STATUS.
      *    EMPLACEMENTS DE STOCKAGE (CASIERS) - VOIR
      *    COPYBOOKS/CASIER.CPY, PARTAGES AVEC GESTION-ACHATS ET
      *    GESTION-VENTES.
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
      *    FAMILLES DE PRODUITS - VOIR COPYBOOKS/FAMILLE.CPY
       FD FAMILLES.
           COPY FAMILLE.
      *    PROMOTIONS - VOIR COPYBOOKS/PROMO.CPY
       FD PROMOS.
           COPY PROMO.
      *    PRODUITS DE SUBSTITUTION - VOIR COPYBOOKS/SUBSTIT.CPY
       FD SUBSTITUTS.
           COPY SUBSTIT.
      *    CODES-BARRES - VOIR COPYBOOKS/EAN.CPY
       FD CODES-BARRES.
           COPY EAN.
      *    EMPLACEMENTS DE STOCKAGE - VOIR COPYBOOKS/CASIER.CPY
       FD CASIERS.
           COPY CASIER.
       01 WS-COMPTE-PHYSIQUE PIC 9(5) VALUE 0.
       01 WS-ECART      PIC S9(5) VALUE 0.
       01 WS-SWH-CALCUL PIC S9(6) VALUE 0.
      * Stock en depot fournisseur : fournisseur proprietaire a
      * l'entree, reprise par le fournisseur a la sortie, quantite
      * qui devient a nous a la consommation
       01 WS-FRN-DEPOT  PIC X(4) VALUE SPACES.
       01 WS-DEPOT-OK   PIC 9 VALUE 0.
       01 WS-REPRISE    PIC X VALUE 'N'.
       01 WS-QTE-CONSOMMEE PIC 9(5) VALUE 0.
      * Ecriture et consultation du journal des mouvements
       01 WS-MVT-SEQ-MAX PIC 9(4) VALUE 0.
       01 WS-MVT-EOF    PIC 9 VALUE 0.
      * Ouverture de session via le sous-programme SIGNON
       01 WS-OPERATEUR PIC X(6) VALUE SPACES.
       01 WS-FONCTION-SESSION PIC X(2) VALUE 'ST'.
       01 WS-DROITS-SESSION PIC X(11) VALUE SPACES.
       01 WS-SESSION-OK PIC X VALUE 'N'.
      * Verrouillage d'enregistrement via le sous-programme VERROU
       01 WS-VRL-ACTION PIC X VALUE SPACE.
       01 WS-QTE-RECUE-TRF PIC 9(5) VALUE 0.
       01 WS-QTE-TRANSIT PIC 9(7) VALUE 0.
       01 WS-TRF-EOF PIC 9 VALUE 0.
      * Niveaux mini/maxi par entrepot et reequilibrage
       01 WS-SWH-NOUVELLE PIC X VALUE 'N'.
       01 WS-MINI-SAISI PIC 9(5) VALUE 0.
       01 WS-MAXI-SAISI PIC 9(5) VALUE 0.
       01 WS-SWH-EOF PIC 9 VALUE 0.
       01 WS-REQ-PRD PIC X(8) VALUE SPACES.
       01 WS-NB-ENT-PRD PIC 99 VALUE 0.
       01 WS-REQ-ENT-TABLE.
           05 WS-REQ-ENT OCCURS 20 TIMES.
               10 WS-REQ-CODE PIC X(4).
               10 WS-REQ-STOCK PIC 9(5).
               10 WS-REQ-POSITION PIC 9(7).
               10 WS-REQ-MINI PIC 9(5).
               10 WS-REQ-MAXI PIC 9(5).
       01 WS-REQ-I PIC 99 VALUE 0.
       01 WS-REQ-J PIC 99 VALUE 0.
       01 WS-REQ-GERE PIC 9 VALUE 0.
       01 WS-REQ-CIBLE PIC 9(5) VALUE 0.
       01 WS-REQ-BESOIN PIC 9(7) VALUE 0.
       01 WS-REQ-SURPLUS PIC 9(7) VALUE 0.
       01 WS-REQ-QTE PIC 9(5) VALUE 0.
       01 WS-NB-PROPOSITIONS PIC 99 VALUE 0.
       01 WS-NB-PROP-TRF PIC 99 VALUE 0.
       01 WS-PROP-PLEINE PIC 9 VALUE 0.
       01 WS-PROP-TYPE-SAISI PIC X VALUE SPACE.
       01 WS-PROP-SOURCE-SAISIE PIC X(4) VALUE SPACES.
       01 WS-PROP-TABLE.
           05 WS-PROP OCCURS 11 TIMES.
               10 WS-PROP-TYPE PIC X.
               10 WS-PROP-PRD PIC X(8).
               10 WS-PROP-SOURCE PIC X(4).
               10 WS-PROP-DEST PIC X(4).
               10 WS-PROP-QTE PIC 9(5).
       01 WS-PROP-I PIC 99 VALUE 0.
       01 WS-REPONSE-TRF PIC X VALUE 'N'.
       01 WS-NB-TRF-CREES PIC 99 VALUE 0.
       01 WS-NB-TRF-ECARTES PIC 99 VALUE 0.
      * Assemblage de kits
       01 WS-KIT-CODE PIC X(8) VALUE SPACES.
       01 WS-KIT-LIBELLE PIC X(20) VALUE SPACES.
       01 WS-QTE-REQUISE PIC 9(5) VALUE 0.
       01 WS-COMPOSANTS-OK PIC 9 VALUE 1.
       01 WS-NB-COMPOSANTS PIC 99 VALUE 0.
      * Promotions
       01 WS-PRM-STATUS PIC XX VALUE '00'.
           88 WS-PRM-OUVERT-OK VALUE '00'.
       01 WS-PROMO-OK PIC 9 VALUE 0.
       01 WS-PROMO-ACTION PIC X VALUE SPACE.
      * Produits de substitution
       01 WS-SUB-STATUS PIC XX VALUE '00'.
           88 WS-SUB-OUVERT-OK VALUE '00'.
       01 WS-SUB-PRD PIC X(8) VALUE SPACES.
       01 WS-SUB-CODE PIC X(8) VALUE SPACES.
       01 WS-SUB-PRIORITE PIC 9 VALUE 0.
       01 WS-SUB-SENS PIC X VALUE 'U'.
       01 WS-SUB-TROUVE PIC 9 VALUE 0.
       01 WS-SUB-RECH-PRD PIC X(8) VALUE SPACES.
       01 WS-SUB-RECH-CODE PIC X(8) VALUE SPACES.
       01 WS-SUB-EOF PIC 9 VALUE 0.
       01 WS-SUB-REPONSE PIC X VALUE 'N'.
      * Codes-barres (code interne ou EAN/GTIN scanne)
       01 WS-EAN-STATUS PIC XX VALUE '00'.
           88 WS-EAN-OUVERT-OK VALUE '00'.
       01 WS-CB-ACTION PIC X VALUE SPACE.
       01 WS-CB-SAISIE PIC X(14) VALUE SPACES.
       01 WS-CB-PRD PIC X(8) VALUE SPACES.
       01 WS-CB-UNITE PIC X VALUE SPACE.
       01 WS-CB-RESULTAT PIC X VALUE SPACE.
       01 WS-CB-LIGNE-MSG PIC 99 VALUE 21.
       01 WS-CB-POS-MSG PIC 99 VALUE 15.
       01 WS-CB-COEF-ECRAN PIC 9(4) VALUE 1.
       01 WS-CB-COLIS PIC 9(4) VALUE 1.
       01 WS-CB-PAR-COLIS PIC 9(4) VALUE 0.
       01 WS-CB-RESTE PIC 9(4) VALUE 0.
       01 WS-CB-PRD-FICHE PIC X(8) VALUE SPACES.
       01 WS-CB-FIN PIC 9 VALUE 0.
       01 WS-CB-EOF PIC 9 VALUE 0.
       01 WS-CB-NB PIC 999 VALUE 0.
       01 WS-CB-LIGNE PIC 99 VALUE 0.
       01 WS-CB-POSITION PIC 99 VALUE 0.
       01 WS-CB-REPONSE PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       DEBUT.
      *    Ouverture de session obligatoire avant tout menu -
           OPEN I-O ENTREPOTS.
           OPEN I-O MVT-STOCK.
           OPEN I-O FAMILLES.
           OPEN I-O PROMOS.
           IF NOT WS-PRM-OUVERT-OK
               OPEN OUTPUT PROMOS
               CLOSE PROMOS
               OPEN I-O PROMOS
           END-IF.
           OPEN I-O SUBSTITUTS.
           IF NOT WS-SUB-OUVERT-OK
               OPEN OUTPUT SUBSTITUTS
               CLOSE SUBSTITUTS
               OPEN I-O SUBSTITUTS
           END-IF.
           OPEN I-O CODES-BARRES.
           IF NOT WS-EAN-OUVERT-OK
               OPEN OUTPUT CODES-BARRES
               CLOSE CODES-BARRES
               OPEN I-O CODES-BARRES
           END-IF.
           OPEN I-O TRANSITS.
           OPEN I-O CASIERS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
               PERFORM AFFICHER-MENU
               ACCEPT WS-CHOIX LINE 16 POSITION 25
               EVALUATE WS-CHOIX
                   WHEN 1 PERFORM ENTREE-STOCK THRU ENTREE-STOCK-EXIT
                   WHEN 2 PERFORM SORTIE-STOCK THRU SORTIE-STOCK-EXIT
                   WHEN 3 PERFORM CONSULTER
                   WHEN 4 PERFORM MENU-ETATS-STOCK
                   WHEN 5 PERFORM MOUVEMENTS-STOCK
           CLOSE ENTREPOTS.
           CLOSE MVT-STOCK.
           CLOSE FAMILLES.
           CLOSE PROMOS.
           CLOSE SUBSTITUTS.
           CLOSE CODES-BARRES.
           CLOSE TRANSITS.
           CLOSE CASIERS.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '3. Ordre d assemblage' LINE 10 POSITION 26.
           DISPLAY '4. Familles de produits' LINE 12 POSITION 26.
           DISPLAY '5. Unites de mesure' LINE 14 POSITION 26.
           DISPLAY '6. Douane et expedition' LINE 15 POSITION 26.
           DISPLAY '7. Promotions' LINE 16 POSITION 26.
           DISPLAY '8. Durees de garantie' LINE 17 POSITION 26.
           DISPLAY '9. Produits de substitution' LINE 18
               POSITION 26.
           DISPLAY '0. Retour' LINE 19 POSITION 26.
           DISPLAY 'Choix:' LINE 20 POSITION 26.
           ACCEPT WS-SOUS-CHOIX LINE 20 POSITION 33.
           EVALUATE WS-SOUS-CHOIX
               WHEN 1 PERFORM NOUVEAU-PRODUIT THRU NOUVEAU-PRODUIT-EXIT
               WHEN 2 PERFORM MENU-NOMENCLATURE
               WHEN 3 PERFORM ASSEMBLER-KIT
               WHEN 4 PERFORM GERER-FAMILLES
               WHEN 5 PERFORM GERER-UNITES-PRODUIT
                   THRU GERER-UNITES-PRODUIT-EXIT
               WHEN 6 PERFORM GERER-DOUANE-PRODUIT
                   THRU GERER-DOUANE-PRODUIT-EXIT
               WHEN 7 PERFORM GERER-PROMOTIONS
                   THRU GERER-PROMOTIONS-EXIT
               WHEN 8 PERFORM GERER-GARANTIE-PRODUIT
                   THRU GERER-GARANTIE-PRODUIT-EXIT
               WHEN 9 PERFORM GERER-SUBSTITUTS
                   THRU GERER-SUBSTITUTS-EXIT
           END-EVALUATE.

      *===============================================
           DISPLAY PRD-COEF-VENTE LINE 12 POSITION 46.
           ACCEPT PRD-COEF-VENTE LINE 12 POSITION 46.
           REWRITE PRODUIT-REC.
           DISPLAY '*** UNITES ENREGISTREES ***' LINE 13
               POSITION 26 HIGHLIGHT.
           PERFORM GERER-CODES-BARRES.
       GERER-UNITES-PRODUIT-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 20 POSITION 49.

      *===============================================
      * CODES-BARRES D'UN PRODUIT
      * Codes EAN/GTIN imprimes par les fournisseurs sur l'unite,
      * le colis d'achat ou le colis de vente : les ecrans de
      * saisie les acceptent a la place du code interne. La cle
      * de controle est verifiee a l'ajout ; un code deja affecte
      * a un autre produit ou egal a un code interne est refuse.
      *===============================================
       GERER-CODES-BARRES.
           MOVE PRD-CODE TO WS-CB-PRD-FICHE.
           MOVE 0 TO WS-CB-FIN.
           PERFORM UNTIL WS-CB-FIN = 1
               PERFORM AFFICHER-CODES-BARRES
               PERFORM MAJ-CODE-BARRE THRU MAJ-CODE-BARRE-EXIT
           END-PERFORM.
           MOVE WS-CB-PRD-FICHE TO PRD-CODE.
           READ PRODUITS
               INVALID KEY CONTINUE
           END-READ.

       AFFICHER-CODES-BARRES.
           DISPLAY ' ' LINE 14 POSITION 1 ERASE EOS.
           DISPLAY 'CODES-BARRES (S=unite A=colis achat V=colis'
               LINE 14 POSITION 15.
           DISPLAY 'vente)' LINE 14 POSITION 59.
           MOVE 0 TO WS-CB-NB.
           MOVE LOW-VALUES TO EAN-CODE.
           START CODES-BARRES KEY >= EAN-CODE
               INVALID KEY MOVE 1 TO WS-CB-EOF
               NOT INVALID KEY MOVE 0 TO WS-CB-EOF
           END-START.
           PERFORM UNTIL WS-CB-EOF = 1
               READ CODES-BARRES NEXT
                   AT END MOVE 1 TO WS-CB-EOF
                   NOT AT END
                       IF EAN-PRD = WS-CB-PRD-FICHE
                           PERFORM AFFICHER-UN-CODE-BARRE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CB-NB = 0
               DISPLAY 'Aucun code-barre' LINE 15 POSITION 15
           END-IF.
           IF WS-CB-NB > 6
               DISPLAY 'Codes au total:' LINE 17 POSITION 15
               DISPLAY WS-CB-NB LINE 17 POSITION 31
           END-IF.

      *    Trois codes par ligne sur deux lignes
       AFFICHER-UN-CODE-BARRE.
           ADD 1 TO WS-CB-NB.
           IF WS-CB-NB <= 6
               COMPUTE WS-CB-LIGNE = 15 + (WS-CB-NB - 1) / 3
               COMPUTE WS-CB-POSITION = 15 +
                   (WS-CB-NB - 1 - ((WS-CB-NB - 1) / 3) * 3) * 20
               DISPLAY EAN-CODE LINE WS-CB-LIGNE
                   POSITION WS-CB-POSITION
               ADD 15 TO WS-CB-POSITION
               DISPLAY EAN-UNITE LINE WS-CB-LIGNE
                   POSITION WS-CB-POSITION HIGHLIGHT
           END-IF.

       MAJ-CODE-BARRE.
           DISPLAY 'Code-barre a ajouter/retirer (blanc=fin):'
               LINE 18 POSITION 15.
           MOVE SPACES TO WS-CB-SAISIE.
           ACCEPT WS-CB-SAISIE LINE 18 POSITION 58.
           IF WS-CB-SAISIE = SPACES
               MOVE 1 TO WS-CB-FIN
               GO TO MAJ-CODE-BARRE-EXIT
           END-IF.
           MOVE 'V' TO WS-CB-ACTION.
           CALL 'CODEBARRE' USING WS-CB-ACTION WS-CB-SAISIE
               WS-CB-PRD WS-CB-UNITE WS-CB-RESULTAT.
           IF WS-CB-RESULTAT NOT = 'Y'
               DISPLAY 'CODE-BARRE INVALIDE (CLE DE CONTROLE)'
                   LINE 19 POSITION 15 HIGHLIGHT
               PERFORM ATTENDRE-CODE-BARRE
               GO TO MAJ-CODE-BARRE-EXIT
           END-IF.
           MOVE WS-CB-SAISIE TO EAN-CODE.
           READ CODES-BARRES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF EAN-PRD = WS-CB-PRD-FICHE
                       DISPLAY 'Retirer ce code (O/N):' LINE 19
                           POSITION 15
                       MOVE 'N' TO WS-CB-REPONSE
                       ACCEPT WS-CB-REPONSE LINE 19 POSITION 38
                       IF WS-CB-REPONSE = 'O' OR
                           WS-CB-REPONSE = 'o'
                           DELETE CODES-BARRES
                               INVALID KEY CONTINUE
                           END-DELETE
                       END-IF
                   ELSE
                       DISPLAY 'CODE DEJA AFFECTE AU PRODUIT'
                           LINE 19 POSITION 15 HIGHLIGHT
                       DISPLAY EAN-PRD LINE 19 POSITION 44
                           HIGHLIGHT
                       PERFORM ATTENDRE-CODE-BARRE
                   END-IF
                   GO TO MAJ-CODE-BARRE-EXIT
           END-READ.
      *    Un EAN-8 egal a un code interne rendrait la saisie
      *    ambigue : le code interne l'emporterait.
           IF WS-CB-SAISIE(1:6) = '000000'
               MOVE WS-CB-SAISIE(7:8) TO PRD-CODE
               READ PRODUITS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'CODE EGAL A UN CODE PRODUIT INTERNE'
                           LINE 19 POSITION 15 HIGHLIGHT
                       PERFORM ATTENDRE-CODE-BARRE
                       GO TO MAJ-CODE-BARRE-EXIT
               END-READ
           END-IF.
           DISPLAY 'Conditionnement (S/A/V):' LINE 19 POSITION 15.
           MOVE 'S' TO WS-CB-UNITE.
           ACCEPT WS-CB-UNITE LINE 19 POSITION 40.
           IF WS-CB-UNITE = 'a'
               MOVE 'A' TO WS-CB-UNITE
           END-IF.
           IF WS-CB-UNITE = 'v'
               MOVE 'V' TO WS-CB-UNITE
           END-IF.
           IF WS-CB-UNITE NOT = 'A' AND WS-CB-UNITE NOT = 'V'
               MOVE 'S' TO WS-CB-UNITE
           END-IF.
           MOVE WS-CB-SAISIE TO EAN-CODE.
           MOVE WS-CB-PRD-FICHE TO EAN-PRD.
           MOVE WS-CB-UNITE TO EAN-UNITE.
           WRITE CODE-BARRE-REC
               INVALID KEY CONTINUE
           END-WRITE.
       MAJ-CODE-BARRE-EXIT.
           EXIT.

       ATTENDRE-CODE-BARRE.
           DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 20 POSITION 49.

      *===============================================
      * DONNEES DOUANE ET EXPEDITION D'UN PRODUIT
      * Nomenclature combinee (8 chiffres) et poids net par unite
      * de stock, repris par la declaration d'echanges de biens
      * (DECLDEB) pour les receptions et livraisons avec les
      * partenaires de l'UE. Poids brut emballe, volume et colis
      * type servent au calcul des colis et du poids a la
      * livraison (GESTION-VENTES).
      *===============================================
       GERER-DOUANE-PRODUIT.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== DOUANE ET EXPEDITION ===' LINE 2 POSITION 26
               HIGHLIGHT.
           DISPLAY 'Code produit:' LINE 4 POSITION 15.
           DISPLAY '[________]' LINE 4 POSITION 30 REVERSE-VIDEO.
           ACCEPT PRD-CODE LINE 4 POSITION 31.
           READ PRODUITS
               INVALID KEY
                   DISPLAY 'PRODUIT INCONNU' LINE 12 POSITION 32
                       HIGHLIGHT
                   GO TO GERER-DOUANE-PRODUIT-EXIT
           END-READ.
           DISPLAY PRD-LIBELLE LINE 4 POSITION 42 HIGHLIGHT.
           DISPLAY 'Nomenclature NC8:' LINE 6 POSITION 15.
           DISPLAY PRD-NC8 LINE 6 POSITION 41.
           ACCEPT PRD-NC8 LINE 6 POSITION 41.
           DISPLAY 'Poids net kg / unite stock:' LINE 8 POSITION 15.
           DISPLAY PRD-POIDS-NET LINE 8 POSITION 44.
           ACCEPT PRD-POIDS-NET LINE 8 POSITION 44.
      *    Fiches anterieures : zones expedition a blanc.
           IF PRD-POIDS-BRUT NOT NUMERIC
               MOVE 0 TO PRD-POIDS-BRUT
           END-IF.
           IF PRD-VOLUME NOT NUMERIC
               MOVE 0 TO PRD-VOLUME
           END-IF.
           IF PRD-QTE-COLIS NOT NUMERIC
               MOVE 0 TO PRD-QTE-COLIS
           END-IF.
           DISPLAY 'Poids brut kg / unite stock:' LINE 10 POSITION 15.
           DISPLAY PRD-POIDS-BRUT LINE 10 POSITION 44.
           ACCEPT PRD-POIDS-BRUT LINE 10 POSITION 44.
           DISPLAY 'Volume dm3 / unite stock:' LINE 11 POSITION 15.
           DISPLAY PRD-VOLUME LINE 11 POSITION 44.
           ACCEPT PRD-VOLUME LINE 11 POSITION 44.
           DISPLAY 'Unites par colis (0=mixte):' LINE 12 POSITION 15.
           DISPLAY PRD-QTE-COLIS LINE 12 POSITION 44.
           ACCEPT PRD-QTE-COLIS LINE 12 POSITION 44.
           REWRITE PRODUIT-REC.
           DISPLAY '*** DONNEES PRODUIT ENREGISTREES ***' LINE 15
               POSITION 22 HIGHLIGHT.
       GERER-DOUANE-PRODUIT-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 20 POSITION 49.

      *===============================================
      * DUREES DE GARANTIE D'UN PRODUIT
      * Garantie accordee au client (a compter de la livraison)
      * et garantie du fournisseur (a compter de la reception),
      * en mois. Le SAV (GARANTIES) en deduit a l'ouverture d'un
      * dossier si la reparation est gratuite et si son cout se
      * reclame au fournisseur.
      *===============================================
       GERER-GARANTIE-PRODUIT.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== DUREES DE GARANTIE ===' LINE 2 POSITION 27
               HIGHLIGHT.
           DISPLAY 'Code produit:' LINE 4 POSITION 15.
           DISPLAY '[________]' LINE 4 POSITION 30 REVERSE-VIDEO.
           ACCEPT PRD-CODE LINE 4 POSITION 31.
           READ PRODUITS
               INVALID KEY
                   DISPLAY 'PRODUIT INCONNU' LINE 12 POSITION 32
                       HIGHLIGHT
                   GO TO GERER-GARANTIE-PRODUIT-EXIT
           END-READ.
           DISPLAY PRD-LIBELLE LINE 4 POSITION 42 HIGHLIGHT.
           IF PRD-SERIE-GERE NOT = 'Y'
               DISPLAY 'PRODUIT NON SUIVI PAR NUMERO DE SERIE'
                   LINE 12 POSITION 21 HIGHLIGHT
               GO TO GERER-GARANTIE-PRODUIT-EXIT
           END-IF.
           DISPLAY 'Garantie client (mois):' LINE 6 POSITION 15.
           DISPLAY PRD-GARANTIE-MOIS LINE 6 POSITION 44.
           ACCEPT PRD-GARANTIE-MOIS LINE 6 POSITION 44.
           DISPLAY 'Garantie fournisseur (mois):' LINE 8
               POSITION 15.
           DISPLAY PRD-GARANTIE-FRN LINE 8 POSITION 44.
           ACCEPT PRD-GARANTIE-FRN LINE 8 POSITION 44.
           REWRITE PRODUIT-REC.
           DISPLAY '*** GARANTIES ENREGISTREES ***' LINE 15
               POSITION 25 HIGHLIGHT.
       GERER-GARANTIE-PRODUIT-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 20 POSITION 49.

      *===============================================
      * PRODUITS DE SUBSTITUTION
      * Pour chaque produit, les equivalents a proposer quand il
      * manque ou qu'il est retire, par ordre de priorite. Une
      * equivalence a double sens ecrit aussi la fiche inverse
      * (et la retire avec elle). Pour changer une priorite, on
      * retire le substitut et on le recree.
      *===============================================
       GERER-SUBSTITUTS.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== PRODUITS DE SUBSTITUTION ===' LINE 2
               POSITION 24 HIGHLIGHT.
           DISPLAY 'Code produit:' LINE 4 POSITION 15.
           DISPLAY '[________]' LINE 4 POSITION 30 REVERSE-VIDEO.
           ACCEPT PRD-CODE LINE 4 POSITION 31.
           READ PRODUITS
               INVALID KEY
                   DISPLAY 'PRODUIT INCONNU' LINE 12 POSITION 32
                       HIGHLIGHT
                   GO TO GERER-SUBSTITUTS-EXIT
           END-READ.
           DISPLAY PRD-LIBELLE LINE 4 POSITION 42 HIGHLIGHT.
           MOVE PRD-CODE TO WS-SUB-PRD.
           DISPLAY 'PRIO' LINE 6 POSITION 5 UNDERLINE.
           DISPLAY 'SUBSTITUT' LINE 6 POSITION 11 UNDERLINE.
           DISPLAY 'LIBELLE' LINE 6 POSITION 22 UNDERLINE.
           DISPLAY 'STOCK' LINE 6 POSITION 44 UNDERLINE.
           DISPLAY 'SENS' LINE 6 POSITION 52 UNDERLINE.
           MOVE WS-SUB-PRD TO SUB-PRD.
           MOVE 0 TO SUB-PRIORITE.
           MOVE LOW-VALUES TO SUB-SUBSTITUT.
           START SUBSTITUTS KEY >= SUB-CLE
               INVALID KEY MOVE 1 TO WS-SUB-EOF
               NOT INVALID KEY MOVE 0 TO WS-SUB-EOF
           END-START.
           MOVE 7 TO WS-LIGNE.
           PERFORM UNTIL WS-SUB-EOF = 1 OR WS-LIGNE > 14
               READ SUBSTITUTS NEXT
                   AT END MOVE 1 TO WS-SUB-EOF
                   NOT AT END
                       IF SUB-PRD NOT = WS-SUB-PRD
                           MOVE 1 TO WS-SUB-EOF
                       ELSE
                           PERFORM AFFICHER-SUBSTITUT
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'Substitut a ajouter ou retirer (blanc=aucun):'
               LINE 16 POSITION 5.
           MOVE SPACES TO WS-SUB-CODE.
           ACCEPT WS-SUB-CODE LINE 16 POSITION 52.
           IF WS-SUB-CODE = SPACES
               GO TO GERER-SUBSTITUTS-EXIT
           END-IF.
           IF WS-SUB-CODE = WS-SUB-PRD
               DISPLAY 'UN PRODUIT NE SE SUBSTITUE PAS A LUI-MEME'
                   LINE 18 POSITION 5 HIGHLIGHT
               GO TO GERER-SUBSTITUTS-EXIT
           END-IF.
           MOVE WS-SUB-PRD TO WS-SUB-RECH-PRD.
           MOVE WS-SUB-CODE TO WS-SUB-RECH-CODE.
           PERFORM CHERCHER-SUBSTITUT.
           IF WS-SUB-TROUVE = 1
               PERFORM RETIRER-SUBSTITUT
           ELSE
               PERFORM AJOUTER-SUBSTITUT
                   THRU AJOUTER-SUBSTITUT-EXIT
           END-IF.
       GERER-SUBSTITUTS-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 20 POSITION 49.

       AFFICHER-SUBSTITUT.
           DISPLAY SUB-PRIORITE LINE WS-LIGNE POSITION 6.
           DISPLAY SUB-SUBSTITUT LINE WS-LIGNE POSITION 11.
           DISPLAY SUB-SENS LINE WS-LIGNE POSITION 53.
           MOVE SUB-SUBSTITUT TO PRD-CODE.
           READ PRODUITS
               INVALID KEY
                   DISPLAY 'INCONNU' LINE WS-LIGNE POSITION 22
               NOT INVALID KEY
                   DISPLAY PRD-LIBELLE LINE WS-LIGNE POSITION 22
                   DISPLAY PRD-QTE LINE WS-LIGNE POSITION 44
           END-READ.
           ADD 1 TO WS-LIGNE.

      *    Cherche parmi les fiches de WS-SUB-RECH-PRD celle du
      *    substitut WS-SUB-RECH-CODE, quelle que soit sa
      *    priorite ; la fiche trouvee reste dans le buffer.
       CHERCHER-SUBSTITUT.
           MOVE 0 TO WS-SUB-TROUVE.
           MOVE WS-SUB-RECH-PRD TO SUB-PRD.
           MOVE 0 TO SUB-PRIORITE.
           MOVE LOW-VALUES TO SUB-SUBSTITUT.
           START SUBSTITUTS KEY >= SUB-CLE
               INVALID KEY MOVE 1 TO WS-SUB-EOF
               NOT INVALID KEY MOVE 0 TO WS-SUB-EOF
           END-START.
           PERFORM UNTIL WS-SUB-EOF = 1 OR WS-SUB-TROUVE = 1
               READ SUBSTITUTS NEXT
                   AT END MOVE 1 TO WS-SUB-EOF
                   NOT AT END
                       IF SUB-PRD NOT = WS-SUB-RECH-PRD
                           MOVE 1 TO WS-SUB-EOF
                       ELSE
                           IF SUB-SUBSTITUT = WS-SUB-RECH-CODE
                               MOVE 1 TO WS-SUB-TROUVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RETIRER-SUBSTITUT.
           DISPLAY 'Retirer ce substitut (O/N):' LINE 17 POSITION 5.
           MOVE 'N' TO WS-SUB-REPONSE.
           ACCEPT WS-SUB-REPONSE LINE 17 POSITION 34.
           IF WS-SUB-REPONSE = 'O' OR WS-SUB-REPONSE = 'o'
               MOVE SUB-SENS TO WS-SUB-SENS
               DELETE SUBSTITUTS
               IF WS-SUB-SENS = 'D'
                   MOVE WS-SUB-CODE TO WS-SUB-RECH-PRD
                   MOVE WS-SUB-PRD TO WS-SUB-RECH-CODE
                   PERFORM CHERCHER-SUBSTITUT
                   IF WS-SUB-TROUVE = 1
                       DELETE SUBSTITUTS
                   END-IF
               END-IF
               DISPLAY '*** SUBSTITUT RETIRE ***' LINE 18
                   POSITION 28 HIGHLIGHT
           END-IF.

       AJOUTER-SUBSTITUT.
           MOVE WS-SUB-CODE TO PRD-CODE.
           READ PRODUITS
               INVALID KEY
                   DISPLAY 'SUBSTITUT INCONNU' LINE 18 POSITION 31
                       HIGHLIGHT
                   GO TO AJOUTER-SUBSTITUT-EXIT
           END-READ.
           DISPLAY PRD-LIBELLE LINE 16 POSITION 62.
           DISPLAY 'Priorite (1-9):' LINE 17 POSITION 5.
           MOVE 1 TO WS-SUB-PRIORITE.
           ACCEPT WS-SUB-PRIORITE LINE 17 POSITION 22.
           IF WS-SUB-PRIORITE = 0
               MOVE 9 TO WS-SUB-PRIORITE
           END-IF.
           DISPLAY 'Equivalence a double sens (O/N):' LINE 17
               POSITION 30.
           MOVE 'N' TO WS-SUB-REPONSE.
           ACCEPT WS-SUB-REPONSE LINE 17 POSITION 64.
           IF WS-SUB-REPONSE = 'O' OR WS-SUB-REPONSE = 'o'
               MOVE 'D' TO WS-SUB-SENS
           ELSE
               MOVE 'U' TO WS-SUB-SENS
           END-IF.
           MOVE WS-SUB-PRD TO SUB-PRD.
           MOVE WS-SUB-PRIORITE TO SUB-PRIORITE.
           MOVE WS-SUB-CODE TO SUB-SUBSTITUT.
           MOVE WS-SUB-SENS TO SUB-SENS.
           WRITE SUBSTITUT-REC.
      *    Double sens : la fiche inverse, meme priorite - ou la
      *    fiche inverse existante passe en double sens.
           IF WS-SUB-SENS = 'D'
               MOVE WS-SUB-CODE TO WS-SUB-RECH-PRD
               MOVE WS-SUB-PRD TO WS-SUB-RECH-CODE
               PERFORM CHERCHER-SUBSTITUT
               IF WS-SUB-TROUVE = 1
                   MOVE 'D' TO SUB-SENS
                   REWRITE SUBSTITUT-REC
               ELSE
                   MOVE WS-SUB-CODE TO SUB-PRD
                   MOVE WS-SUB-PRIORITE TO SUB-PRIORITE
                   MOVE WS-SUB-PRD TO SUB-SUBSTITUT
                   MOVE 'D' TO SUB-SENS
                   WRITE SUBSTITUT-REC
               END-IF
           END-IF.
           DISPLAY '*** SUBSTITUT ENREGISTRE ***' LINE 18
               POSITION 26 HIGHLIGHT.
       AJOUTER-SUBSTITUT-EXIT.
           EXIT.

      *===============================================
      * PROMOTIONS
      * Une promotion vise un article ou une famille entre deux
      * dates, pour tous les clients : remise en %, prix net, ou
      * lot "X pour le prix de Y", avec une quantite minimum
      * facultative par ligne. La saisie des commandes et des
      * factures directes retient le meilleur du tarif client et
      * de la promotion ; BILANPROMO en fait le bilan. Une
      * promotion n'est jamais supprimee (les lignes vendues
      * gardent son code) : elle se suspend ou se prolonge.
      *===============================================
       GERER-PROMOTIONS.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== PROMOTIONS ===' LINE 2 POSITION 31
               HIGHLIGHT.
           DISPLAY 'CODE' LINE 4 POSITION 3 UNDERLINE.
           DISPLAY 'LIBELLE' LINE 4 POSITION 10 UNDERLINE.
           DISPLAY 'CIBLE' LINE 4 POSITION 36 UNDERLINE.
           DISPLAY 'DU' LINE 4 POSITION 47 UNDERLINE.
           DISPLAY 'AU' LINE 4 POSITION 56 UNDERLINE.
           DISPLAY 'TYPE' LINE 4 POSITION 65 UNDERLINE.
           DISPLAY 'ST' LINE 4 POSITION 71 UNDERLINE.
           MOVE LOW-VALUES TO PRM-CODE.
           START PROMOS KEY >= PRM-CODE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           MOVE 5 TO WS-LIGNE.
           PERFORM UNTIL WS-EOF = 1 OR WS-LIGNE > 14
               READ PROMOS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PRM-FIN >= WS-DATE-JOUR
                           PERFORM AFFICHER-LIGNE-PROMO
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'Code a creer/modifier (blanc=aucun):' LINE 16
               POSITION 10.
           MOVE SPACES TO PRM-CODE.
           ACCEPT PRM-CODE LINE 16 POSITION 48.
           IF PRM-CODE = SPACES
               GO TO GERER-PROMOTIONS-EXIT
           END-IF.
           READ PROMOS
               INVALID KEY
                   PERFORM CREER-PROMOTION THRU CREER-PROMOTION-EXIT
               NOT INVALID KEY
                   PERFORM MODIFIER-PROMOTION
                       THRU MODIFIER-PROMOTION-EXIT
           END-READ.
       GERER-PROMOTIONS-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 22 POSITION 49.

       AFFICHER-LIGNE-PROMO.
           DISPLAY PRM-CODE LINE WS-LIGNE POSITION 3.
           DISPLAY PRM-LIBELLE LINE WS-LIGNE POSITION 10.
           DISPLAY PRM-CIBLE-TYPE LINE WS-LIGNE POSITION 36.
           DISPLAY PRM-CIBLE LINE WS-LIGNE POSITION 38.
           DISPLAY PRM-DEBUT LINE WS-LIGNE POSITION 47.
           DISPLAY PRM-FIN LINE WS-LIGNE POSITION 56.
           DISPLAY PRM-TYPE LINE WS-LIGNE POSITION 66.
           DISPLAY PRM-STATUT LINE WS-LIGNE POSITION 72.
           ADD 1 TO WS-LIGNE.

       CREER-PROMOTION.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== NOUVELLE PROMOTION ===' LINE 2 POSITION 27
               HIGHLIGHT.
           DISPLAY PRM-CODE LINE 2 POSITION 55 HIGHLIGHT.
           MOVE SPACES TO PRM-LIBELLE PRM-CIBLE-TYPE PRM-CIBLE
               PRM-TYPE.
           MOVE 0 TO PRM-DEBUT PRM-FIN PRM-REMISE PRM-PRIX
               PRM-QTE-LOT PRM-QTE-PAYEE PRM-QTE-MIN.
           MOVE 'A' TO PRM-STATUT.
           DISPLAY 'Libelle:' LINE 4 POSITION 10.
           ACCEPT PRM-LIBELLE LINE 4 POSITION 42.
           DISPLAY 'Cible (P=article, F=famille):' LINE 6
               POSITION 10.
           ACCEPT PRM-CIBLE-TYPE LINE 6 POSITION 42.
           DISPLAY 'Code article ou famille:' LINE 7 POSITION 10.
           ACCEPT PRM-CIBLE LINE 7 POSITION 42.
           MOVE 0 TO WS-PROMO-OK.
           IF PRM-CIBLE-TYPE = 'P'
               MOVE PRM-CIBLE TO PRD-CODE
               READ PRODUITS
                   NOT INVALID KEY MOVE 1 TO WS-PROMO-OK
               END-READ
           END-IF.
           IF PRM-CIBLE-TYPE = 'F'
               MOVE PRM-CIBLE TO FAM-CODE
               READ FAMILLES
                   NOT INVALID KEY MOVE 1 TO WS-PROMO-OK
               END-READ
           END-IF.
           IF WS-PROMO-OK = 0
               DISPLAY 'CIBLE INCONNUE' LINE 18 POSITION 32
                   HIGHLIGHT
               GO TO CREER-PROMOTION-EXIT
           END-IF.
           DISPLAY 'Du (AAAAMMJJ):' LINE 9 POSITION 10.
           ACCEPT PRM-DEBUT LINE 9 POSITION 42.
           DISPLAY 'Au (AAAAMMJJ):' LINE 10 POSITION 10.
           ACCEPT PRM-FIN LINE 10 POSITION 42.
           IF PRM-DEBUT = 0 OR PRM-FIN < PRM-DEBUT
               DISPLAY 'PERIODE INVALIDE' LINE 18 POSITION 32
                   HIGHLIGHT
               GO TO CREER-PROMOTION-EXIT
           END-IF.
           DISPLAY 'Type (R=remise, N=prix net, G=lot):' LINE 12
               POSITION 10.
           ACCEPT PRM-TYPE LINE 12 POSITION 47.
           EVALUATE PRM-TYPE
               WHEN 'R'
                   DISPLAY 'Remise %:' LINE 13 POSITION 10
                   ACCEPT PRM-REMISE LINE 13 POSITION 42
                   IF PRM-REMISE = 0
                       GO TO CREER-PROMOTION-EXIT
                   END-IF
               WHEN 'N'
                   DISPLAY 'Prix net:' LINE 13 POSITION 10
                   ACCEPT PRM-PRIX LINE 13 POSITION 42
                   IF PRM-PRIX = 0
                       GO TO CREER-PROMOTION-EXIT
                   END-IF
               WHEN 'G'
                   DISPLAY 'Articles du lot:' LINE 13 POSITION 10
                   ACCEPT PRM-QTE-LOT LINE 13 POSITION 42
                   DISPLAY 'Pour le prix de:' LINE 14 POSITION 10
                   ACCEPT PRM-QTE-PAYEE LINE 14 POSITION 42
                   IF PRM-QTE-PAYEE = 0 OR
                       PRM-QTE-LOT NOT > PRM-QTE-PAYEE
                       DISPLAY 'LOT INVALIDE' LINE 18 POSITION 32
                           HIGHLIGHT
                       GO TO CREER-PROMOTION-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY 'TYPE INCONNU' LINE 18 POSITION 32
                       HIGHLIGHT
                   GO TO CREER-PROMOTION-EXIT
           END-EVALUATE.
           DISPLAY 'Quantite minimum (0=aucune):' LINE 15
               POSITION 10.
           ACCEPT PRM-QTE-MIN LINE 15 POSITION 42.
           WRITE PROMO-REC
               INVALID KEY
                   DISPLAY 'CODE DEJA UTILISE' LINE 18 POSITION 32
                       HIGHLIGHT
                   GO TO CREER-PROMOTION-EXIT
           END-WRITE.
           DISPLAY '*** PROMOTION CREEE ***' LINE 18 POSITION 29
               HIGHLIGHT.
       CREER-PROMOTION-EXIT.
           EXIT.

      *    Suspension (arret anticipe), reactivation ou nouvelle
      *    date de fin ; le reste de la promotion ne bouge plus une
      *    fois des lignes vendues sous son code.
       MODIFIER-PROMOTION.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== PROMOTION ===' LINE 2 POSITION 31 HIGHLIGHT.
           DISPLAY PRM-CODE LINE 2 POSITION 50 HIGHLIGHT.
           DISPLAY 'Libelle:' LINE 4 POSITION 10.
           DISPLAY PRM-LIBELLE LINE 4 POSITION 30.
           DISPLAY 'Cible:' LINE 5 POSITION 10.
           DISPLAY PRM-CIBLE-TYPE LINE 5 POSITION 30.
           DISPLAY PRM-CIBLE LINE 5 POSITION 32.
           DISPLAY 'Periode:' LINE 6 POSITION 10.
           DISPLAY PRM-DEBUT LINE 6 POSITION 30.
           DISPLAY PRM-FIN LINE 6 POSITION 40.
           DISPLAY 'Type:' LINE 7 POSITION 10.
           DISPLAY PRM-TYPE LINE 7 POSITION 30.
           EVALUATE PRM-TYPE
               WHEN 'R' DISPLAY PRM-REMISE LINE 7 POSITION 32
               WHEN 'N' DISPLAY PRM-PRIX LINE 7 POSITION 32
               WHEN 'G'
                   DISPLAY PRM-QTE-LOT LINE 7 POSITION 32
                   DISPLAY 'pour' LINE 7 POSITION 36
                   DISPLAY PRM-QTE-PAYEE LINE 7 POSITION 41
           END-EVALUATE.
           DISPLAY 'Quantite minimum:' LINE 8 POSITION 10.
           DISPLAY PRM-QTE-MIN LINE 8 POSITION 30.
           DISPLAY 'Statut:' LINE 9 POSITION 10.
           DISPLAY PRM-STATUT LINE 9 POSITION 30.
           DISPLAY 'S=suspendre R=reactiver F=date de fin:' LINE 12
               POSITION 10.
           MOVE SPACE TO WS-PROMO-ACTION.
           ACCEPT WS-PROMO-ACTION LINE 12 POSITION 50.
           EVALUATE WS-PROMO-ACTION
               WHEN 'S'
                   MOVE 'S' TO PRM-STATUT
               WHEN 'R'
                   MOVE 'A' TO PRM-STATUT
               WHEN 'F'
                   DISPLAY 'Nouvelle fin (AAAAMMJJ):' LINE 13
                       POSITION 10
                   ACCEPT PRM-FIN LINE 13 POSITION 42
                   IF PRM-FIN < PRM-DEBUT
                       DISPLAY 'PERIODE INVALIDE' LINE 18
                           POSITION 32 HIGHLIGHT
                       GO TO MODIFIER-PROMOTION-EXIT
                   END-IF
               WHEN OTHER
                   GO TO MODIFIER-PROMOTION-EXIT
           END-EVALUATE.
           REWRITE PROMO-REC.
           DISPLAY '*** PROMOTION MODIFIEE ***' LINE 18 POSITION 28
               HIGHLIGHT.
       MODIFIER-PROMOTION-EXIT.
           EXIT.

      *===============================================
      * FAMILLES DE PRODUITS
      * Petit referentiel code + libelle ; la fiche produit porte
           MOVE 0 TO PRD-COEF-VENTE.
           MOVE 'N' TO PRD-SERVICE.
           MOVE 'A' TO PRD-CYCLE.
           MOVE SPACES TO PRD-NC8.
           MOVE 0 TO PRD-POIDS-NET.
           MOVE 0 TO PRD-GARANTIE-MOIS.
           MOVE 0 TO PRD-GARANTIE-FRN.
           MOVE 0 TO PRD-QTE-DEPOT.
           MOVE SPACES TO PRD-FRN-DEPOT.
           MOVE 0 TO PRD-POIDS-BRUT.
           MOVE 0 TO PRD-VOLUME.
           MOVE 0 TO PRD-QTE-COLIS.
           WRITE PRODUIT-REC.
           DISPLAY '*** PRODUIT CREE ***' LINE 15 POSITION 29
               HIGHLIGHT.
           DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 20 POSITION 49.

      *===============================================
      * CODE PRODUIT OU CODE-BARRE SCANNE
      * La zone saisie (WS-CB-SAISIE) porte le code interne ou un
      * code EAN/GTIN : CODEBARRE (codes-barres.cob) controle la
      * cle et rend le produit (WS-CB-PRD, a blanc si le code est
      * rejete) et le conditionnement scanne (WS-CB-UNITE).
      *===============================================
       RESOUDRE-CODE-SAISI.
           MOVE 'R' TO WS-CB-ACTION.
           CALL 'CODEBARRE' USING WS-CB-ACTION WS-CB-SAISIE
               WS-CB-PRD WS-CB-UNITE WS-CB-RESULTAT.
           IF WS-CB-RESULTAT = 'C'
               DISPLAY 'CLE EAN FAUSSE' LINE WS-CB-LIGNE-MSG
                   POSITION WS-CB-POS-MSG HIGHLIGHT
           END-IF.
           IF WS-CB-RESULTAT = 'X'
               DISPLAY 'EAN NON REFERENCE' LINE WS-CB-LIGNE-MSG
                   POSITION WS-CB-POS-MSG HIGHLIGHT
           END-IF.

      *    Colis scanne : nombre d'unites de l'ecran (unite de
      *    stock, d'achat ou de vente selon WS-CB-COEF-ECRAN, en
      *    unites de stock) qu'il contient, d'apres les
      *    coefficients du produit lu ; 0 quand le code n'est pas
      *    celui d'un colis ou que la conversion ne tombe pas juste
      *    - la quantite se saisit alors comme d'habitude.
       CALCULER-COLIS-SCANNE.
           MOVE 0 TO WS-CB-PAR-COLIS.
           MOVE 1 TO WS-CB-COLIS.
           IF WS-CB-RESULTAT = 'E' AND WS-CB-UNITE = 'A' AND
               PRD-COEF-ACHAT > 1
               MOVE PRD-COEF-ACHAT TO WS-CB-COLIS
           END-IF.
           IF WS-CB-RESULTAT = 'E' AND WS-CB-UNITE = 'V' AND
               PRD-COEF-VENTE > 1
               MOVE PRD-COEF-VENTE TO WS-CB-COLIS
           END-IF.
           IF WS-CB-COEF-ECRAN = 0
               MOVE 1 TO WS-CB-COEF-ECRAN
           END-IF.
           DIVIDE WS-CB-COLIS BY WS-CB-COEF-ECRAN
               GIVING WS-CB-PAR-COLIS REMAINDER WS-CB-RESTE.
           IF WS-CB-RESTE NOT = 0 OR WS-CB-PAR-COLIS < 2
               MOVE 0 TO WS-CB-PAR-COLIS
           END-IF.

      *    L'entree est affectee a un entrepot precis et
      *    trace une ligne dans le journal des mouvements.
      *    Si le produit est suivi par lot, un numero de
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== ENTREE STOCK ===' LINE 2 POSITION 30 HIGHLIGHT.
           DISPLAY 'Code produit:' LINE 5 POSITION 15.
           DISPLAY '[______________]' LINE 5 POSITION 30
               REVERSE-VIDEO.
           MOVE SPACES TO WS-CB-SAISIE.
           ACCEPT WS-CB-SAISIE LINE 5 POSITION 31.
           MOVE 13 TO WS-CB-LIGNE-MSG.
           PERFORM RESOUDRE-CODE-SAISI.
           MOVE WS-CB-PRD TO PRD-CODE.
           MOVE 'PRODUITS' TO WS-VRL-FICHIER.
           MOVE PRD-CODE TO WS-VRL-ENREG.
           PERFORM POSER-VERROU-ENREG.
                       HIGHLIGHT
                   GO TO ENTREE-STOCK-EXIT
           END-READ.
      *    Un colis scanne se compte en colis, converti en
      *    unites de stock par les coefficients du produit.
           MOVE 1 TO WS-CB-COEF-ECRAN.
           PERFORM CALCULER-COLIS-SCANNE.
           DISPLAY 'Produit:' LINE 7 POSITION 15.
           DISPLAY PRD-LIBELLE LINE 7 POSITION 25 HIGHLIGHT.
           DISPLAY 'Stock total actuel:' LINE 8 POSITION 15.
           IF WS-ENTREPOT-OK = 0
               GO TO ENTREE-STOCK-EXIT
           END-IF.
      *    Marchandise laissee en depot : elle entre dans le stock
      *    physique mais reste au fournisseur (PRD-QTE-DEPOT).
           DISPLAY 'Depot du fournisseur (blanc=stock propre):'
               LINE 11 POSITION 15.
           MOVE SPACES TO WS-FRN-DEPOT.
           ACCEPT WS-FRN-DEPOT LINE 11 POSITION 58.
           IF WS-FRN-DEPOT NOT = SPACES
               PERFORM CONTROLER-DEPOT-FRN
               IF WS-DEPOT-OK = 0
                   GO TO ENTREE-STOCK-EXIT
               END-IF
           END-IF.
           DISPLAY 'Quantite a ajouter:' LINE 12 POSITION 15.
           DISPLAY '[_____]' LINE 12 POSITION 35 REVERSE-VIDEO.
           IF WS-CB-PAR-COLIS > 0
               DISPLAY 'colis de' LINE 12 POSITION 43
               DISPLAY WS-CB-PAR-COLIS LINE 12 POSITION 52
               DISPLAY '(0=1)' LINE 12 POSITION 57
           END-IF.
           ACCEPT WS-QTE LINE 12 POSITION 36.
           IF WS-CB-PAR-COLIS > 0
               IF WS-QTE = 0
                   MOVE 1 TO WS-QTE
               END-IF
               MULTIPLY WS-CB-PAR-COLIS BY WS-QTE
               DISPLAY WS-QTE LINE 12 POSITION 36
           END-IF.
           ADD WS-QTE TO PRD-QTE.
           IF WS-FRN-DEPOT NOT = SPACES
               ADD WS-QTE TO PRD-QTE-DEPOT
               MOVE WS-FRN-DEPOT TO PRD-FRN-DEPOT
           END-IF.
           REWRITE PRODUIT-REC.
           PERFORM MAJ-STOCK-ENTREPOT.
           MOVE WS-QTE TO MVT-QTE.
           IF WS-FRN-DEPOT NOT = SPACES
               MOVE 'F' TO MVT-TYPE
           ELSE
               MOVE 'E' TO MVT-TYPE
           END-IF.
           PERFORM ENREGISTRER-MOUVEMENT.
           PERFORM RANGER-EN-CASIER.
           IF PRD-LOT-GERE = 'Y'
           DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 20 POSITION 49.

      *    Un produit n'est en depot que chez un fournisseur a la
      *    fois : un autre ne peut deposer qu'une fois le depot
      *    en cours consomme ou repris.
       CONTROLER-DEPOT-FRN.
           MOVE 1 TO WS-DEPOT-OK.
           IF PRD-QTE-DEPOT NOT NUMERIC
               MOVE 0 TO PRD-QTE-DEPOT
           END-IF.
           MOVE WS-FRN-DEPOT TO FRN-CODE.
           READ FOURNISSEURS
               INVALID KEY
                   DISPLAY 'FOURNISSEUR INCONNU' LINE 15 POSITION 30
                       HIGHLIGHT
                   MOVE 0 TO WS-DEPOT-OK
           END-READ.
           IF WS-DEPOT-OK = 1 AND PRD-QTE-DEPOT > 0
               AND PRD-FRN-DEPOT NOT = WS-FRN-DEPOT
               DISPLAY 'DEPOT D UN AUTRE FOURNISSEUR EN COURS:'
                   LINE 15 POSITION 15 HIGHLIGHT
               DISPLAY PRD-FRN-DEPOT LINE 15 POSITION 55 HIGHLIGHT
               MOVE 0 TO WS-DEPOT-OK
           END-IF.

      *    Stock en depot fournisseur : nos propres unites sortent
      *    les premieres. Des que PRD-QTE passe sous PRD-QTE-DEPOT,
      *    la difference est consommee - elle devient a nous et
      *    sera autofacturee au fournisseur par AUTOFACDEP. Le
      *    mouvement D porte la quantite consommee, sans effet sur
      *    le stock physique. Appele apres chaque sortie, une fois
      *    PRD-QTE decremente et le mouvement de sortie ecrit.
       CONSOMMER-DEPOT-FRN.
           IF PRD-QTE-DEPOT NUMERIC AND PRD-QTE < PRD-QTE-DEPOT
               COMPUTE WS-QTE-CONSOMMEE = PRD-QTE-DEPOT - PRD-QTE
               MOVE PRD-QTE TO PRD-QTE-DEPOT
               REWRITE PRODUIT-REC
               MOVE WS-QTE-CONSOMMEE TO MVT-QTE
               MOVE 'D' TO MVT-TYPE
               PERFORM ENREGISTRER-MOUVEMENT
           END-IF.

       SAISIR-LOT.
           DISPLAY 'Numero de lot:' LINE 17 POSITION 15.
           DISPLAY '[______]' LINE 17 POSITION 32 REVERSE-VIDEO.
                   ELSE
                       MOVE 0 TO SWH-QTE
                   END-IF
                   MOVE 0 TO SWH-MINI
                   MOVE 0 TO SWH-MAXI
                   WRITE STOCK-WH-REC
               NOT INVALID KEY
                   COMPUTE WS-SWH-CALCUL = SWH-QTE + WS-QTE
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== SORTIE STOCK ===' LINE 2 POSITION 30 HIGHLIGHT.
           DISPLAY 'Code produit:' LINE 5 POSITION 15.
           DISPLAY '[______________]' LINE 5 POSITION 30
               REVERSE-VIDEO.
           MOVE SPACES TO WS-CB-SAISIE.
           ACCEPT WS-CB-SAISIE LINE 5 POSITION 31.
           MOVE 13 TO WS-CB-LIGNE-MSG.
           PERFORM RESOUDRE-CODE-SAISI.
           MOVE WS-CB-PRD TO PRD-CODE.
           MOVE 'PRODUITS' TO WS-VRL-FICHIER.
           MOVE PRD-CODE TO WS-VRL-ENREG.
           PERFORM POSER-VERROU-ENREG.
                       HIGHLIGHT
                   GO TO SORTIE-STOCK-EXIT
           END-READ.
      *    Un colis scanne se compte en colis, converti en
      *    unites de stock par les coefficients du produit.
           MOVE 1 TO WS-CB-COEF-ECRAN.
           PERFORM CALCULER-COLIS-SCANNE.
           DISPLAY 'Produit:' LINE 7 POSITION 15.
           DISPLAY PRD-LIBELLE LINE 7 POSITION 25 HIGHLIGHT.
           DISPLAY 'Stock total actuel:' LINE 8 POSITION 15.
           END-IF.
           DISPLAY 'Quantite a retirer:' LINE 12 POSITION 15.
           DISPLAY '[_____]' LINE 12 POSITION 35 REVERSE-VIDEO.
           IF WS-CB-PAR-COLIS > 0
               DISPLAY 'colis de' LINE 12 POSITION 43
               DISPLAY WS-CB-PAR-COLIS LINE 12 POSITION 52
               DISPLAY '(0=1)' LINE 12 POSITION 57
           END-IF.
           ACCEPT WS-QTE LINE 12 POSITION 36.
           IF WS-CB-PAR-COLIS > 0
               IF WS-QTE = 0
                   MOVE 1 TO WS-QTE
               END-IF
               MULTIPLY WS-CB-PAR-COLIS BY WS-QTE
               DISPLAY WS-QTE LINE 12 POSITION 36
           END-IF.
      *    Le fournisseur reprend ses invendus : la sortie diminue
      *    aussi le depot, rien n'est consomme.
           MOVE 'N' TO WS-REPRISE.
           IF PRD-QTE-DEPOT NUMERIC AND PRD-QTE-DEPOT > 0
               DISPLAY 'Reprise par le fournisseur en depot (O/N):'
                   LINE 13 POSITION 15
               DISPLAY PRD-FRN-DEPOT LINE 13 POSITION 62
               ACCEPT WS-REPRISE LINE 13 POSITION 58
               IF WS-REPRISE = 'o'
                   MOVE 'O' TO WS-REPRISE
               END-IF
               IF WS-REPRISE = 'O' AND WS-QTE > PRD-QTE-DEPOT
                   DISPLAY '*** QUANTITE SUPERIEURE AU DEPOT ***'
                       LINE 15 POSITION 22 HIGHLIGHT
                   GO TO SORTIE-STOCK-EXIT
               END-IF
           END-IF.
           MOVE 1 TO WS-LOTS-SUFFISANTS.
           IF PRD-LOT-GERE = 'Y'
               PERFORM VERIFIER-STOCK-LOTS-SUFFISANT
                       PERFORM SORTIR-LOTS-FEFO
                   END-IF
                   SUBTRACT WS-QTE FROM PRD-QTE
                   IF WS-REPRISE = 'O'
                       SUBTRACT WS-QTE FROM PRD-QTE-DEPOT
                   END-IF
                   REWRITE PRODUIT-REC
                   COMPUTE WS-ECART = 0 - WS-QTE
                   MOVE WS-ECART TO WS-QTE
                   PERFORM MAJ-STOCK-ENTREPOT
                   MOVE WS-ECART TO MVT-QTE
                   IF WS-REPRISE = 'O'
                       MOVE 'F' TO MVT-TYPE
                   ELSE
                       MOVE 'S' TO MVT-TYPE
                   END-IF
                   PERFORM ENREGISTRER-MOUVEMENT
                   PERFORM CONSOMMER-DEPOT-FRN
                   DISPLAY '*** STOCK MIS A JOUR ***'
                       LINE 15 POSITION 28 HIGHLIGHT
                   DISPLAY 'Nouveau stock total:' LINE 16 POSITION 22
                   DISPLAY '|' LINE 12 POSITION 49
                   DISPLAY '+------------------------------+'
                       LINE 13 POSITION 18
                   IF PRD-QTE-DEPOT NUMERIC AND PRD-QTE-DEPOT > 0
                       DISPLAY 'Dont en depot:' LINE 14 POSITION 21
                       DISPLAY PRD-QTE-DEPOT LINE 14 POSITION 36
                           HIGHLIGHT
                       DISPLAY PRD-FRN-DEPOT LINE 14 POSITION 43
                   END-IF
                   IF PRD-QTE < PRD-SEUIL
                       DISPLAY '!!! STOCK SOUS SEUIL !!!'
                           LINE 15 POSITION 28 BLINK
           DISPLAY '=== COMPTAGE PHYSIQUE ===' LINE 2 POSITION 27
               HIGHLIGHT.
           DISPLAY 'Code produit:' LINE 5 POSITION 15.
           DISPLAY '[______________]' LINE 5 POSITION 30
               REVERSE-VIDEO.
           MOVE SPACES TO WS-CB-SAISIE.
           ACCEPT WS-CB-SAISIE LINE 5 POSITION 31.
           MOVE 13 TO WS-CB-LIGNE-MSG.
           PERFORM RESOUDRE-CODE-SAISI.
           MOVE WS-CB-PRD TO PRD-CODE.
           MOVE 'PRODUITS' TO WS-VRL-FICHIER.
           MOVE PRD-CODE TO WS-VRL-ENREG.
           PERFORM POSER-VERROU-ENREG.
                       HIGHLIGHT
                   GO TO COMPTAGE-PHYSIQUE-EXIT
           END-READ.
      *    Un colis scanne se compte en colis, converti en
      *    unites de stock par les coefficients du produit.
           MOVE 1 TO WS-CB-COEF-ECRAN.
           PERFORM CALCULER-COLIS-SCANNE.
           DISPLAY 'Produit:' LINE 7 POSITION 15.
           DISPLAY PRD-LIBELLE LINE 7 POSITION 25 HIGHLIGHT.
           DISPLAY 'Stock theorique:' LINE 8 POSITION 15.
           END-IF.
           DISPLAY 'Quantite comptee:' LINE 12 POSITION 15.
           DISPLAY '[_____]' LINE 12 POSITION 33 REVERSE-VIDEO.
           IF WS-CB-PAR-COLIS > 0
               DISPLAY 'colis de' LINE 12 POSITION 41
               DISPLAY WS-CB-PAR-COLIS LINE 12 POSITION 50
               DISPLAY '(0=1)' LINE 12 POSITION 55
           END-IF.
           ACCEPT WS-COMPTE-PHYSIQUE LINE 12 POSITION 34.
           IF WS-CB-PAR-COLIS > 0
               IF WS-COMPTE-PHYSIQUE = 0
                   MOVE 1 TO WS-COMPTE-PHYSIQUE
               END-IF
               MULTIPLY WS-CB-PAR-COLIS BY WS-COMPTE-PHYSIQUE
               DISPLAY WS-COMPTE-PHYSIQUE LINE 12 POSITION 34
           END-IF.
           MOVE PRD-CODE TO SWH-PRD.
           MOVE WS-ENTREPOT TO SWH-ENTREPOT.
           MOVE 0 TO SWH-QTE.
               END-IF
               READ STOCK-ENTREPOTS
                   INVALID KEY
                       MOVE 0 TO SWH-MINI
                       MOVE 0 TO SWH-MAXI
                       WRITE STOCK-WH-REC
                   NOT INVALID KEY
                       REWRITE STOCK-WH-REC
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- GESTION DES ENTREPOTS ---' LINE 2 POSITION 24
               HIGHLIGHT.
           DISPLAY '1. Suggestions reappro' LINE 4 POSITION 26.
           DISPLAY '2. Expedier un transfert' LINE 6 POSITION 26.
           DISPLAY '3. Receptionner un transfert' LINE 8
               POSITION 26.
           DISPLAY '4. Transferts en cours' LINE 10 POSITION 26.
           DISPLAY '5. Fichier des entrepots' LINE 12 POSITION 26.
           DISPLAY '6. Mini/maxi par entrepot' LINE 14 POSITION 26.
           DISPLAY '7. Reequilibrage entrepots' LINE 16
               POSITION 26.
           DISPLAY '0. Retour' LINE 18 POSITION 26.
           DISPLAY 'Choix:' LINE 20 POSITION 26.
           ACCEPT WS-SOUS-CHOIX LINE 20 POSITION 33.
           EVALUATE WS-SOUS-CHOIX
               WHEN 1 PERFORM SUGGESTIONS-REAPPRO
               WHEN 2 PERFORM TRANSFERT-ENTREPOT
                   THRU TRANSFERT-ENTREPOT-EXIT
               WHEN 3 PERFORM RECEVOIR-TRANSFERT
               WHEN 4 PERFORM TRANSFERTS-OUVERTS
               WHEN 5 PERFORM GERER-ENTREPOTS
               WHEN 6 PERFORM GERER-MINI-MAXI
                   THRU GERER-MINI-MAXI-EXIT
               WHEN 7 PERFORM REEQUILIBRER-ENTREPOTS
           END-EVALUATE.

      *===============================================
                   LINE 16 POSITION 17 REVERSE-VIDEO
               GO TO TRANSFERT-ENTREPOT-EXIT
           END-IF.
           PERFORM EXPEDIER-TRANSFERT.
           DISPLAY '*** TRANSFERT EXPEDIE ***' LINE 16 POSITION 27
               HIGHLIGHT.
           DISPLAY 'Numero transfert:' LINE 17 POSITION 22.
           DISPLAY TRF-NUM LINE 17 POSITION 41 HIGHLIGHT.
       TRANSFERT-ENTREPOT-EXIT.
           PERFORM LIBERER-VERROU-ENREG.
           DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 20 POSITION 49.

      *    Depart du camion pour le produit courant : sort
      *    WS-QTE-TRANSFERT de l'entrepot WS-ENTREPOT (mouvement T
      *    negatif) et ouvre le transit vers WS-ENTREPOT-DEST.
      *    Commun a l'expedition unitaire et aux transferts
      *    acceptes du reequilibrage.
       EXPEDIER-TRANSFERT.
           COMPUTE WS-ECART = 0 - WS-QTE-TRANSFERT.
           MOVE WS-ECART TO WS-QTE.
           PERFORM MAJ-STOCK-ENTREPOT.
           MOVE 0 TO TRF-DATE-ARRIVEE.
           MOVE 'T' TO TRF-STATUT.
           WRITE TRANSIT-REC.

      *===============================================
      * NIVEAUX MINI/MAXI PAR ENTREPOT
      * PRD-SEUIL reste le seuil global du produit ; le mini et
      * le maxi d'une ligne STOCKWH.DAT pilotent le
      * reequilibrage entre depots. Une ligne sans stock peut
      * etre creee ici pour porter ses niveaux. 0 = non gere.
      *===============================================
       GERER-MINI-MAXI.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== MINI/MAXI PAR ENTREPOT ===' LINE 2
               POSITION 24 HIGHLIGHT.
           DISPLAY 'Code produit:' LINE 5 POSITION 15.
           DISPLAY '[________]' LINE 5 POSITION 30 REVERSE-VIDEO.
           ACCEPT PRD-CODE LINE 5 POSITION 31.
           MOVE 'PRODUITS' TO WS-VRL-FICHIER.
           MOVE PRD-CODE TO WS-VRL-ENREG.
           PERFORM POSER-VERROU-ENREG.
           IF WS-VRL-RESULTAT NOT = 'Y'
               GO TO GERER-MINI-MAXI-EXIT
           END-IF.
           READ PRODUITS
               INVALID KEY
                   DISPLAY 'PRODUIT INCONNU' LINE 16 POSITION 32
                       HIGHLIGHT
                   GO TO GERER-MINI-MAXI-EXIT
           END-READ.
           DISPLAY PRD-LIBELLE LINE 5 POSITION 42 HIGHLIGHT.
           DISPLAY 'Entrepot (4 car):' LINE 7 POSITION 15.
           DISPLAY '[____]' LINE 7 POSITION 40 REVERSE-VIDEO.
           ACCEPT WS-ENTREPOT LINE 7 POSITION 41.
           MOVE WS-ENTREPOT TO WS-ENT-CTRL.
           PERFORM VALIDER-ENTREPOT.
           IF WS-ENTREPOT-OK = 0
               GO TO GERER-MINI-MAXI-EXIT
           END-IF.
           MOVE 'N' TO WS-SWH-NOUVELLE.
           MOVE PRD-CODE TO SWH-PRD.
           MOVE WS-ENTREPOT TO SWH-ENTREPOT.
           READ STOCK-ENTREPOTS
               INVALID KEY
                   MOVE 'O' TO WS-SWH-NOUVELLE
                   MOVE 0 TO SWH-QTE
                   MOVE 0 TO SWH-MINI
                   MOVE 0 TO SWH-MAXI
           END-READ.
      *    Lignes anterieures aux niveaux : zones a blanc
           IF SWH-MINI NOT NUMERIC
               MOVE 0 TO SWH-MINI
           END-IF.
           IF SWH-MAXI NOT NUMERIC
               MOVE 0 TO SWH-MAXI
           END-IF.
           DISPLAY 'Stock de l''entrepot:' LINE 9 POSITION 15.
           DISPLAY SWH-QTE LINE 9 POSITION 40 HIGHLIGHT.
           DISPLAY 'Seuil global (PRD-SEUIL):' LINE 10 POSITION 15.
           DISPLAY PRD-SEUIL LINE 10 POSITION 40.
           DISPLAY 'Mini:' LINE 12 POSITION 15.
           DISPLAY '[_____]' LINE 12 POSITION 39 REVERSE-VIDEO.
           DISPLAY SWH-MINI LINE 12 POSITION 40.
           MOVE SWH-MINI TO WS-MINI-SAISI.
           ACCEPT WS-MINI-SAISI LINE 12 POSITION 40.
           DISPLAY 'Maxi:' LINE 13 POSITION 15.
           DISPLAY '[_____]' LINE 13 POSITION 39 REVERSE-VIDEO.
           DISPLAY SWH-MAXI LINE 13 POSITION 40.
           MOVE SWH-MAXI TO WS-MAXI-SAISI.
           ACCEPT WS-MAXI-SAISI LINE 13 POSITION 40.
           IF WS-MAXI-SAISI > 0 AND WS-MAXI-SAISI < WS-MINI-SAISI
               DISPLAY 'MAXI INFERIEUR AU MINI - REFUSE' LINE 16
                   POSITION 24 REVERSE-VIDEO
               GO TO GERER-MINI-MAXI-EXIT
           END-IF.
           MOVE WS-MINI-SAISI TO SWH-MINI.
           MOVE WS-MAXI-SAISI TO SWH-MAXI.
           IF WS-SWH-NOUVELLE = 'O'
               WRITE STOCK-WH-REC
           ELSE
               REWRITE STOCK-WH-REC
           END-IF.
           DISPLAY '*** NIVEAUX ENREGISTRES ***' LINE 16 POSITION 26
               HIGHLIGHT.
       GERER-MINI-MAXI-EXIT.
           PERFORM LIBERER-VERROU-ENREG.
           DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 20 POSITION 49.

      *===============================================
      * REEQUILIBRAGE ENTRE ENTREPOTS
      * Pour chaque produit dont au moins un entrepot porte des
      * niveaux : un entrepot sous son mini est ramene a son maxi
      * (a son mini si pas de maxi), d'abord par transfert depuis
      * les entrepots au-dessus de leur maxi, et seulement pour le
      * reste par un achat. Le transit entrant compte deja pour
      * la destination, de sorte qu'un transfert accepte n'est
      * pas repropose au passage suivant. Les transferts acceptes
      * partent en une fois par EXPEDIER-TRANSFERT (transit comme
      * une expedition unitaire) ; les achats restent a passer
      * dans GESTION-ACHATS.
      *===============================================
       REEQUILIBRER-ENTREPOTS.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== REEQUILIBRAGE DES ENTREPOTS ===' LINE 2
               POSITION 22 HIGHLIGHT.
           DISPLAY 'TYPE' LINE 5 POSITION 5 UNDERLINE.
           DISPLAY 'PRODUIT' LINE 5 POSITION 16 UNDERLINE.
           DISPLAY 'DE' LINE 5 POSITION 27 UNDERLINE.
           DISPLAY 'VERS' LINE 5 POSITION 34 UNDERLINE.
           DISPLAY 'QTE' LINE 5 POSITION 42 UNDERLINE.
           DISPLAY '---------------------------------------------------'
               LINE 6 POSITION 5.
           MOVE 0 TO WS-NB-PROPOSITIONS.
           MOVE 0 TO WS-NB-PROP-TRF.
           MOVE 0 TO WS-PROP-PLEINE.
           MOVE 0 TO WS-NB-ENT-PRD.
           MOVE SPACES TO WS-REQ-PRD.
           MOVE LOW-VALUES TO SWH-CLE.
           START STOCK-ENTREPOTS KEY >= SWH-CLE
               INVALID KEY MOVE 1 TO WS-SWH-EOF
               NOT INVALID KEY MOVE 0 TO WS-SWH-EOF
           END-START.
           PERFORM UNTIL WS-SWH-EOF = 1 OR WS-PROP-PLEINE = 1
               READ STOCK-ENTREPOTS NEXT
                   AT END MOVE 1 TO WS-SWH-EOF
                   NOT AT END
                       IF SWH-PRD NOT = WS-REQ-PRD
                           PERFORM EVALUER-REEQUILIBRAGE-PRODUIT
                           MOVE SWH-PRD TO WS-REQ-PRD
                           MOVE 0 TO WS-NB-ENT-PRD
                       END-IF
                       PERFORM CHARGER-ENTREPOT-PRODUIT
               END-READ
           END-PERFORM.
           IF WS-PROP-PLEINE = 0
               PERFORM EVALUER-REEQUILIBRAGE-PRODUIT
           END-IF.
           DISPLAY '---------------------------------------------------'
               LINE 18 POSITION 5.
           IF WS-NB-PROPOSITIONS = 0
               DISPLAY 'Aucun desequilibre entre entrepots'
                   LINE 19 POSITION 20 HIGHLIGHT
           END-IF.
           IF WS-PROP-PLEINE = 1
               DISPLAY 'Ecran plein - relancer pour la suite'
                   LINE 19 POSITION 20 HIGHLIGHT
           END-IF.
           IF WS-NB-PROP-TRF > 0
               DISPLAY 'Creer les transferts proposes (O/N):'
                   LINE 20 POSITION 15
               MOVE 'N' TO WS-REPONSE-TRF
               ACCEPT WS-REPONSE-TRF LINE 20 POSITION 52
               IF WS-REPONSE-TRF = 'O' OR WS-REPONSE-TRF = 'o'
                   PERFORM CREER-TRANSFERTS-PROPOSES
               END-IF
           END-IF.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 22 POSITION 49.

      *    Range la ligne STOCKWH lue dans la table des entrepots
      *    du produit courant.
       CHARGER-ENTREPOT-PRODUIT.
           IF WS-NB-ENT-PRD < 20
               ADD 1 TO WS-NB-ENT-PRD
               MOVE SWH-ENTREPOT TO WS-REQ-CODE(WS-NB-ENT-PRD)
               MOVE SWH-QTE TO WS-REQ-STOCK(WS-NB-ENT-PRD)
               MOVE SWH-QTE TO WS-REQ-POSITION(WS-NB-ENT-PRD)
               MOVE 0 TO WS-REQ-MINI(WS-NB-ENT-PRD)
               MOVE 0 TO WS-REQ-MAXI(WS-NB-ENT-PRD)
               IF SWH-MINI IS NUMERIC
                   MOVE SWH-MINI TO WS-REQ-MINI(WS-NB-ENT-PRD)
               END-IF
               IF SWH-MAXI IS NUMERIC
                   MOVE SWH-MAXI TO WS-REQ-MAXI(WS-NB-ENT-PRD)
               END-IF
           END-IF.

      *    Le produit n'est evalue que si un de ses entrepots
      *    porte un mini.
       EVALUER-REEQUILIBRAGE-PRODUIT.
           MOVE 0 TO WS-REQ-GERE.
           PERFORM VARYING WS-REQ-I FROM 1 BY 1
               UNTIL WS-REQ-I > WS-NB-ENT-PRD
               IF WS-REQ-MINI(WS-REQ-I) > 0
                   MOVE 1 TO WS-REQ-GERE
               END-IF
           END-PERFORM.
           IF WS-REQ-GERE = 1
               PERFORM CUMULER-TRANSIT-ENTRANT
               PERFORM VARYING WS-REQ-I FROM 1 BY 1
                   UNTIL WS-REQ-I > WS-NB-ENT-PRD
                   IF WS-REQ-MINI(WS-REQ-I) > 0 AND
                       WS-REQ-POSITION(WS-REQ-I) <
                       WS-REQ-MINI(WS-REQ-I)
                       PERFORM COUVRIR-BESOIN-ENTREPOT
                   END-IF
               END-PERFORM
           END-IF.

      *    Ajoute a la position de chaque entrepot du produit ce
      *    qui roule vers lui (expedie moins recu des transferts
      *    ouverts).
       CUMULER-TRANSIT-ENTRANT.
           MOVE 0 TO TRF-NUM.
           START TRANSITS KEY >= TRF-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-TRF-EOF.
           PERFORM UNTIL WS-TRF-EOF = 1
               READ TRANSITS NEXT
                   AT END MOVE 1 TO WS-TRF-EOF
                   NOT AT END
                       IF TRF-STATUT = 'T' AND TRF-PRD = WS-REQ-PRD
                           PERFORM VARYING WS-REQ-J FROM 1 BY 1
                               UNTIL WS-REQ-J > WS-NB-ENT-PRD
                               IF WS-REQ-CODE(WS-REQ-J) =
                                   TRF-ENT-DEST
                                   ADD TRF-QTE-EXPEDIEE TO
                                       WS-REQ-POSITION(WS-REQ-J)
                                   SUBTRACT TRF-QTE-RECUE FROM
                                       WS-REQ-POSITION(WS-REQ-J)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

      *    Besoin de l'entrepot WS-REQ-I : transferts depuis les
      *    surplus (au-dela du maxi, dans la limite du stock
      *    physique), puis achat du reste si le produit se
      *    reapprovisionne encore.
       COUVRIR-BESOIN-ENTREPOT.
           IF WS-REQ-MAXI(WS-REQ-I) > WS-REQ-MINI(WS-REQ-I)
               MOVE WS-REQ-MAXI(WS-REQ-I) TO WS-REQ-CIBLE
           ELSE
               MOVE WS-REQ-MINI(WS-REQ-I) TO WS-REQ-CIBLE
           END-IF.
           COMPUTE WS-REQ-BESOIN =
               WS-REQ-CIBLE - WS-REQ-POSITION(WS-REQ-I).
           PERFORM VARYING WS-REQ-J FROM 1 BY 1
               UNTIL WS-REQ-J > WS-NB-ENT-PRD OR WS-REQ-BESOIN = 0
               IF WS-REQ-J NOT = WS-REQ-I AND
                   WS-REQ-MAXI(WS-REQ-J) > 0 AND
                   WS-REQ-POSITION(WS-REQ-J) > WS-REQ-MAXI(WS-REQ-J)
                   AND WS-REQ-STOCK(WS-REQ-J) > 0
                   PERFORM PRELEVER-SURPLUS-ENTREPOT
               END-IF
           END-PERFORM.
           IF WS-REQ-BESOIN > 0
               MOVE WS-REQ-PRD TO PRD-CODE
               READ PRODUITS
                   INVALID KEY MOVE SPACES TO PRD-FRN PRD-CYCLE
               END-READ
               IF PRD-CYCLE NOT = 'F' AND PRD-CYCLE NOT = 'R'
                   MOVE 'A' TO WS-PROP-TYPE-SAISI
                   MOVE PRD-FRN TO WS-PROP-SOURCE-SAISIE
                   MOVE WS-REQ-BESOIN TO WS-REQ-QTE
                   PERFORM AJOUTER-PROPOSITION
               END-IF
           END-IF.

       PRELEVER-SURPLUS-ENTREPOT.
           COMPUTE WS-REQ-SURPLUS =
               WS-REQ-POSITION(WS-REQ-J) - WS-REQ-MAXI(WS-REQ-J).
           IF WS-REQ-SURPLUS > WS-REQ-STOCK(WS-REQ-J)
               MOVE WS-REQ-STOCK(WS-REQ-J) TO WS-REQ-SURPLUS
           END-IF.
           IF WS-REQ-SURPLUS > WS-REQ-BESOIN
               MOVE WS-REQ-BESOIN TO WS-REQ-QTE
           ELSE
               MOVE WS-REQ-SURPLUS TO WS-REQ-QTE
           END-IF.
           MOVE 'T' TO WS-PROP-TYPE-SAISI.
           MOVE WS-REQ-CODE(WS-REQ-J) TO WS-PROP-SOURCE-SAISIE.
           PERFORM AJOUTER-PROPOSITION.
           IF WS-PROP-PLEINE = 0
               SUBTRACT WS-REQ-QTE FROM WS-REQ-STOCK(WS-REQ-J)
               SUBTRACT WS-REQ-QTE FROM WS-REQ-POSITION(WS-REQ-J)
               ADD WS-REQ-QTE TO WS-REQ-POSITION(WS-REQ-I)
               SUBTRACT WS-REQ-QTE FROM WS-REQ-BESOIN
           ELSE
               MOVE 0 TO WS-REQ-BESOIN
           END-IF.

      *    Une ligne d'ecran par proposition ; la table suit
      *    l'ecran (lignes 7 a 17).
       AJOUTER-PROPOSITION.
           IF WS-NB-PROPOSITIONS >= 11
               MOVE 1 TO WS-PROP-PLEINE
           ELSE
               ADD 1 TO WS-NB-PROPOSITIONS
               MOVE WS-PROP-TYPE-SAISI TO
                   WS-PROP-TYPE(WS-NB-PROPOSITIONS)
               MOVE WS-REQ-PRD TO WS-PROP-PRD(WS-NB-PROPOSITIONS)
               MOVE WS-PROP-SOURCE-SAISIE TO
                   WS-PROP-SOURCE(WS-NB-PROPOSITIONS)
               MOVE WS-REQ-CODE(WS-REQ-I) TO
                   WS-PROP-DEST(WS-NB-PROPOSITIONS)
               MOVE WS-REQ-QTE TO WS-PROP-QTE(WS-NB-PROPOSITIONS)
               COMPUTE WS-LIGNE = 6 + WS-NB-PROPOSITIONS
               IF WS-PROP-TYPE-SAISI = 'T'
                   ADD 1 TO WS-NB-PROP-TRF
                   DISPLAY 'TRANSF' LINE WS-LIGNE POSITION 5
               ELSE
                   DISPLAY 'ACHAT' LINE WS-LIGNE POSITION 5
               END-IF
               DISPLAY WS-REQ-PRD LINE WS-LIGNE POSITION 16
               DISPLAY WS-PROP-SOURCE-SAISIE LINE WS-LIGNE
                   POSITION 27
               DISPLAY WS-REQ-CODE(WS-REQ-I) LINE WS-LIGNE
                   POSITION 34
               DISPLAY WS-REQ-QTE LINE WS-LIGNE POSITION 42
                   HIGHLIGHT
           END-IF.

      *    Expedie en une passe les transferts proposes. Le stock
      *    source est relu sous verrou : s'il a bouge depuis
      *    l'etat et ne couvre plus la quantite, le transfert est
      *    ecarte.
       CREER-TRANSFERTS-PROPOSES.
           MOVE 0 TO WS-NB-TRF-CREES.
           MOVE 0 TO WS-NB-TRF-ECARTES.
           PERFORM VARYING WS-PROP-I FROM 1 BY 1
               UNTIL WS-PROP-I > WS-NB-PROPOSITIONS
               IF WS-PROP-TYPE(WS-PROP-I) = 'T'
                   PERFORM CREER-TRANSFERT-PROPOSE
               END-IF
           END-PERFORM.
           DISPLAY 'Transferts expedies:' LINE 21 POSITION 15.
           DISPLAY WS-NB-TRF-CREES LINE 21 POSITION 36 HIGHLIGHT.
           DISPLAY 'ecartes:' LINE 21 POSITION 42.
           DISPLAY WS-NB-TRF-ECARTES LINE 21 POSITION 51 HIGHLIGHT.

       CREER-TRANSFERT-PROPOSE.
           MOVE WS-PROP-PRD(WS-PROP-I) TO PRD-CODE.
           MOVE 'PRODUITS' TO WS-VRL-FICHIER.
           MOVE PRD-CODE TO WS-VRL-ENREG.
           PERFORM POSER-VERROU-ENREG.
           MOVE 0 TO WS-REQ-GERE.
           IF WS-VRL-RESULTAT = 'Y'
               READ PRODUITS
                   NOT INVALID KEY MOVE 1 TO WS-REQ-GERE
               END-READ
           END-IF.
           IF WS-REQ-GERE = 1
               MOVE PRD-CODE TO SWH-PRD
               MOVE WS-PROP-SOURCE(WS-PROP-I) TO SWH-ENTREPOT
               READ STOCK-ENTREPOTS
                   INVALID KEY MOVE 0 TO WS-REQ-GERE
               END-READ
           END-IF.
           IF WS-REQ-GERE = 1 AND
               SWH-QTE >= WS-PROP-QTE(WS-PROP-I)
               MOVE WS-PROP-SOURCE(WS-PROP-I) TO WS-ENTREPOT
               MOVE WS-PROP-DEST(WS-PROP-I) TO WS-ENTREPOT-DEST
               MOVE WS-PROP-QTE(WS-PROP-I) TO WS-QTE-TRANSFERT
               PERFORM EXPEDIER-TRANSFERT
               ADD 1 TO WS-NB-TRF-CREES
           ELSE
               ADD 1 TO WS-NB-TRF-ECARTES
           END-IF.
           PERFORM LIBERER-VERROU-ENREG.

      *    Meme technique de reprise de compteur que les retours
      *    fournisseur de GESTION-ACHATS.
       INITIALISER-COMPTEUR-TRF.
