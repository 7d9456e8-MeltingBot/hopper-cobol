               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PXC-CLE.
      *    PROMOTIONS PAR ARTICLE OU FAMILLE - MAINTENUES DANS
      *    STOCK, VOIR COPYBOOKS/PROMO.CPY.
           SELECT PROMOS ASSIGN TO 'PROMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CODE
               FILE STATUS IS WS-PRM-STATUS.
      *    PRODUITS DE SUBSTITUTION - MAINTENUS DANS STOCK,
      *    VOIR COPYBOOKS/SUBSTIT.CPY.
           SELECT SUBSTITUTS ASSIGN TO 'SUBSTITUTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-CLE
               FILE STATUS IS WS-SUB-STATUS.
      *    ADRESSES DE LIVRAISON DES CLIENTS - MAINTENUES DANS
      *    CLIENTS, VOIR COPYBOOKS/ADRLIV.CPY.
           SELECT ADRESSES-LIV ASSIGN TO 'ADRLIV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADL-CLE
               FILE STATUS IS WS-ADL-STATUS.
      *    FACTURES CLIENTS - CONSULTEES PAR LA FILE DES
      *    COMMANDES BLOQUEES (IMPAYES ET ANCIENNETE DU CLIENT).
           SELECT FACTURES ASSIGN TO 'FACTURES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAC-NUM.
      *    JOURNAL D'AUDIT - DECISIONS DU GESTIONNAIRE DU CREDIT,
      *    VOIR COPYBOOKS/AUDIT.CPY.
           SELECT AUDIT ASSIGN TO 'AUDIT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
      *    LOTS ET DATES D'EXPIRATION - PARTAGES AVEC STOCK :
      *    LES LIVRAISONS DES PRODUITS SUIVIS PAR LOT PRELEVENT
      *    EN FEFO COMME STOCK/SORTIE-STOCK, SANS QUOI LOTS.DAT
               10 SWH-PRD       PIC X(8).
               10 SWH-ENTREPOT  PIC X(4).
           05 SWH-QTE       PIC 9(5).
      *       MINI/MAXI DE L'ENTREPOT POUR LE PRODUIT (STOCK),
      *       0 = NON GERE - PILOTENT LE REEQUILIBRAGE
           05 SWH-MINI      PIC 9(5).
           05 SWH-MAXI      PIC 9(5).
      *    COMMANDES CLIENTS - VOIR COPYBOOKS/CDEVTE.CPY
       FD CDE-VENTES.
           COPY CDEVTE.
      *    RETOURS CLIENTS - VOIR COPYBOOKS/RETCLI.CPY
       FD RETOURS-CLI.
           COPY RETCLI.
      *    TRANSPORTEURS - VOIR COPYBOOKS/TRANSPOR.CPY
       FD TRANSPORTEURS.
           COPY TRANSPOR.
      *    FICHIER D'ECHANGE ENTRANT : UN ENREGISTREMENT 'E' PAR
      *    EN-TETE DE COMMANDE CLIENT, SUIVI D'UN 'L' PAR LIGNE.
       FD CDE-IMPORT.
           05 IME-TYPE      PIC X.
           05 IME-REF       PIC X(10).
           05 IME-CLIENT    PIC 9(5).
      *       CODE ADRESSE DE LIVRAISON DU CLIENT - BLANC = SON
      *       ADRESSE PAR DEFAUT
           05 IME-ADR-LIV   PIC X(4).
           05 FILLER        PIC X(10).
       01 CDE-IMPORT-LIGNE REDEFINES CDE-IMPORT-REC.
           05 IML-TYPE      PIC X.
           05 IML-PRD       PIC X(8).
      *    TARIFS CLIENTS - VOIR COPYBOOKS/PRIXCLI.CPY
       FD PRIX-CLIENTS.
           COPY PRIXCLI.
      *    PROMOTIONS - VOIR COPYBOOKS/PROMO.CPY
       FD PROMOS.
           COPY PROMO.
      *    PRODUITS DE SUBSTITUTION - VOIR COPYBOOKS/SUBSTIT.CPY
       FD SUBSTITUTS.
           COPY SUBSTIT.
      *    ADRESSES DE LIVRAISON - VOIR COPYBOOKS/ADRLIV.CPY
       FD ADRESSES-LIV.
           COPY ADRLIV.
      *    FACTURES CLIENTS - VOIR COPYBOOKS/FACTURE.CPY
       FD FACTURES.
           COPY FACTURE.
      *    JOURNAL D'AUDIT - VOIR COPYBOOKS/AUDIT.CPY
       FD AUDIT.
           COPY AUDIT.
      *    LOTS ET DATES D'EXPIRATION
       FD LOTS.
       01 LOT-REC.
       01 WS-MVT-TYPE-SAV  PIC X VALUE SPACE.
       01 WS-MVT-QTE-SAV   PIC S9(5) VALUE 0.
       01 WS-MVT-SOLDE-SAV PIC 9(5) VALUE 0.
      * Consommation du stock en depot fournisseur a la livraison
       01 WS-QTE-CONSOMMEE PIC 9(5) VALUE 0.
      * Validation des codes entrepot contre ENTREPOTS.DAT
       01 WS-ENT-CTRL      PIC X(4) VALUE SPACES.
       01 WS-ENTREPOT-OK   PIC 9 VALUE 0.
      * Ouverture de session via le sous-programme SIGNON
       01 WS-OPERATEUR     PIC X(6) VALUE SPACES.
       01 WS-FONCTION-SESSION PIC X(2) VALUE 'VE'.
       01 WS-DROITS-SESSION PIC X(11) VALUE SPACES.
       01 WS-SESSION-OK    PIC X VALUE 'N'.
      * Identite de la societe via le sous-programme IDENTSOC
       01 WS-ETAB-SOCIETE  PIC X(2) VALUE 'SG'.
           COPY SOCIETE.
           COPY SOCEDIT.
      * Verrouillage d'enregistrement via le sous-programme VERROU
       01 WS-VRL-ACTION    PIC X VALUE SPACE.
       01 WS-VRL-FICHIER   PIC X(8) VALUE SPACES.
       01 WS-QTE-TARIF     PIC 9(4) VALUE 0.
       01 WS-PRIX-CATALOGUE PIC 9(5)V99 VALUE 0.
       01 WS-FIN-TARIF     PIC 9 VALUE 0.
      * Promotion en cours retenue pour la ligne
       01 WS-PRM-STATUS    PIC XX VALUE '00'.
           88 WS-PRM-OUVERT-OK VALUE '00'.
       01 WS-PROMOS-DISPO  PIC 9 VALUE 0.
      * Substituts proposes quand le produit manque ou est retire
       01 WS-SUB-STATUS    PIC XX VALUE '00'.
           88 WS-SUB-OUVERT-OK VALUE '00'.
       01 WS-SUBST-DISPO   PIC 9 VALUE 0.
       01 WS-SUB-EOF       PIC 9 VALUE 0.
       01 WS-SUB-PRD       PIC X(8) VALUE SPACES.
       01 WS-SUB-ORIGINE   PIC X(8) VALUE SPACES.
       01 WS-SUB-RETENU    PIC X(8) VALUE SPACES.
       01 WS-SUB-SAISI     PIC X(8) VALUE SPACES.
       01 WS-SUB-QTE-VENTE PIC 9(4) VALUE 0.
       01 WS-SUB-COEF      PIC 9(4) VALUE 1.
       01 WS-SUB-LIGNE     PIC 99 VALUE 0.
       01 WS-SUB-LIGNE-ECRAN PIC 99 VALUE 0.
       01 WS-SUB-NB        PIC 9 VALUE 0.
       01 WS-SUB-I         PIC 9 VALUE 0.
       01 WS-SUB-TABLE.
           05 WS-SUB-PROPOSE PIC X(8) OCCURS 3.
      * Codes-barres (code interne ou EAN/GTIN scanne)
       01 WS-CB-ACTION     PIC X VALUE SPACE.
       01 WS-CB-SAISIE     PIC X(14) VALUE SPACES.
       01 WS-CB-PRD        PIC X(8) VALUE SPACES.
       01 WS-CB-UNITE      PIC X VALUE SPACE.
       01 WS-CB-RESULTAT   PIC X VALUE SPACE.
       01 WS-CB-LIGNE-MSG  PIC 99 VALUE 21.
       01 WS-CB-POS-MSG    PIC 99 VALUE 15.
       01 WS-CB-COEF-ECRAN PIC 9(4) VALUE 1.
       01 WS-CB-COLIS      PIC 9(4) VALUE 1.
       01 WS-CB-PAR-COLIS  PIC 9(4) VALUE 0.
       01 WS-CB-RESTE      PIC 9(4) VALUE 0.
      * Colis et poids proposes a la livraison (volume d'un colis
      * mixte standard en dm3)
       01 WS-EXP-VOL-STD   PIC 9(3) VALUE 50.
       01 WS-EXP-QTE-STOCK PIC 9(7) VALUE 0.
       01 WS-EXP-COLIS     PIC 9(7) VALUE 0.
       01 WS-EXP-RESTE     PIC 9(7) VALUE 0.
       01 WS-EXP-RESTE-QTE PIC 9(4) VALUE 0.
       01 WS-EXP-POIDS     PIC 9(9)V999 VALUE 0.
       01 WS-EXP-POIDS-UNIT PIC 9(5)V999 VALUE 0.
       01 WS-EXP-VOL-MIXTE PIC 9(9)V999 VALUE 0.
       01 WS-EXP-RESTE-VOL PIC 9(9)V999 VALUE 0.
       01 WS-EXP-MIXTE     PIC 9 VALUE 0.
       01 WS-FIN-PROMO     PIC 9 VALUE 0.
       01 WS-PROMO-RETENUE PIC X(6) VALUE SPACES.
       01 WS-PRIX-PROMO    PIC 9(5)V99 VALUE 0.
       01 WS-PROMO-LOTS    PIC 9(4) VALUE 0.
       01 WS-PROMO-LIBRES  PIC 9(4) VALUE 0.
      * Disponible a promettre (ATP) a la saisie d'une ligne
       01 WS-ATP-ALLOUE    PIC 9(7) VALUE 0.
       01 WS-ATP-DISPO     PIC S9(7) VALUE 0.
               10 WS-IMP-PRD  PIC X(8).
               10 WS-IMP-QTE  PIC 9(4).
               10 WS-IMP-PRIX PIC 9(5)V99.
               10 WS-IMP-PROMO PIC X(6).
      * Adresse de livraison de la commande
       01 WS-ADL-STATUS    PIC XX VALUE '00'.
           88 WS-ADL-OUVERT-OK VALUE '00'.
       01 WS-ADRLIV-DISPO  PIC 9 VALUE 0.
       01 WS-ADL-OK        PIC 9 VALUE 0.
       01 WS-ADL-EOF       PIC 9 VALUE 0.
       01 WS-ADR-DEFAUT    PIC X(4) VALUE SPACES.
       01 WS-LIV-LIBELLE   PIC X(15) VALUE SPACES.
       01 WS-LIV-ADRESSE   PIC X(30) VALUE SPACES.
       01 WS-LIV-CP        PIC X(5) VALUE SPACES.
       01 WS-LIV-VILLE     PIC X(15) VALUE SPACES.
       01 WS-LIV-PAYS      PIC X(2) VALUE SPACES.
       01 WS-IMP-ADR-LIV   PIC X(4) VALUE SPACES.
      * File des commandes bloquees pour depassement de credit
       01 WS-AUD-STATUS    PIC XX VALUE '00'.
           88 WS-AUD-OUVERT-OK VALUE '00'.
       01 WS-BLQ-CDE       PIC 9(6) VALUE 0.
       01 WS-BLQ-NB        PIC 999 VALUE 0.
       01 WS-BLQ-DECISION  PIC X VALUE SPACE.
       01 WS-BLQ-JOURS     PIC 9(5) VALUE 0.
       01 WS-BLQ-RESTE     PIC 9(8)V99 VALUE 0.
       01 WS-BLQ-NB-FAC    PIC 999 VALUE 0.
       01 WS-BLQ-AGE-30    PIC 9(8)V99 VALUE 0.
       01 WS-BLQ-AGE-60    PIC 9(8)V99 VALUE 0.
       01 WS-BLQ-AGE-90    PIC 9(8)V99 VALUE 0.
       01 WS-BLQ-AGE-PLUS  PIC 9(8)V99 VALUE 0.
       01 WS-BLQ-ENCOURS-ED PIC -(8)9.99.
       01 WS-BLQ-LIMITE-ED PIC Z(7)9.99.
       01 WS-BLQ-EOF       PIC 9 VALUE 0.
      * Encours consolide du groupe de societes
       01 WS-GRP-TETE      PIC 9(5) VALUE 0.
       01 WS-GRP-EOF       PIC 9 VALUE 0.
       01 WS-GRP-ENCOURS   PIC S9(9)V99 VALUE 0.
       01 WS-GRP-LIMITE    PIC 9(7)V99 VALUE 0.
       01 WS-GRP-DEPASSE   PIC X VALUE 'N'.
       01 WS-GRP-CLI-SAUVE PIC X(200) VALUE SPACES.
      * Reliquats d'allocation
       01 WS-QTE-MANQUANTE PIC 9(4) VALUE 0.
       01 WS-RLQ-COUNT     PIC 999 VALUE 0.
               DISPLAY 'ACCES REFUSE' LINE 16 POSITION 34
               STOP RUN
           END-IF.
           CALL 'IDENTSOC' USING WS-ETAB-SOCIETE SOCIETE-REC
               SOCIETE-EDITION.
           OPEN INPUT CLIENTS.
           OPEN I-O PRODUITS.
           OPEN I-O STOCK-ENTREPOTS.
           OPEN I-O LIGNES-COMMANDE.
           OPEN INPUT FOURNISSEURS.
           OPEN INPUT PRIX-CLIENTS.
           OPEN INPUT PROMOS.
           IF WS-PRM-OUVERT-OK
               MOVE 1 TO WS-PROMOS-DISPO
           END-IF.
           OPEN INPUT SUBSTITUTS.
           IF WS-SUB-OUVERT-OK
               MOVE 1 TO WS-SUBST-DISPO
           END-IF.
           OPEN INPUT ADRESSES-LIV.
           IF WS-ADL-OUVERT-OK
               MOVE 1 TO WS-ADRLIV-DISPO
           END-IF.
           OPEN INPUT FACTURES.
           OPEN I-O TRANSPORTEURS.
           OPEN I-O RETOURS-CLI.
           OPEN I-O CONSIGNATIONS.
               EVALUATE WS-CHOIX
                   WHEN 1 PERFORM NOUVELLE-COMMANDE-CLIENT
                   WHEN 2 PERFORM CONSULTER-COMMANDE-CLIENT
                   WHEN 3 PERFORM ALLOUER-STOCK THRU ALLOUER-STOCK-EXIT
                   WHEN 4 PERFORM LISTE-PREPARATION
                   WHEN 5 PERFORM MENU-EXPEDITIONS
                   WHEN 6 PERFORM MENU-ANNULATION-CREDIT
                   WHEN 7 PERFORM LISTER-RELIQUATS
                   WHEN 8 PERFORM TRACE-DES-LOTS
                   WHEN 0 PERFORM IMPORTER-COMMANDES-CLIENTS
           CLOSE LIGNES-COMMANDE.
           CLOSE FOURNISSEURS.
           CLOSE PRIX-CLIENTS.
           IF WS-PROMOS-DISPO = 1
               CLOSE PROMOS
           END-IF.
           IF WS-SUBST-DISPO = 1
               CLOSE SUBSTITUTS
           END-IF.
           IF WS-ADRLIV-DISPO = 1
               CLOSE ADRESSES-LIV
           END-IF.
           CLOSE FACTURES.
           CLOSE TRANSPORTEURS.
           CLOSE RETOURS-CLI.
           CLOSE CONSIGNATIONS.
           DISPLAY '5.' LINE 14 POSITION 26.
           DISPLAY 'Livraison / expeditions' LINE 14 POSITION 29.
           DISPLAY '6.' LINE 16 POSITION 26.
           DISPLAY 'Annulation / credit' LINE 16 POSITION 29.
           DISPLAY '7.' LINE 6 POSITION 45.
           DISPLAY 'Reliquats en attente' LINE 6 POSITION 48.
           DISPLAY '8.' LINE 8 POSITION 45.
           DISPLAY CLI-SOLDE LINE 7 POSITION 34.
           DISPLAY '/' LINE 7 POSITION 45.
           DISPLAY CLI-LIMITE-CREDIT LINE 7 POSITION 47.
      *    Adresse de livraison : celle par defaut du client sauf
      *    autre code saisi ; * = adresse de la fiche client.
           PERFORM CHERCHER-ADRESSE-DEFAUT.
           DISPLAY '(blanc=defaut, *=facturation)' LINE 5
               POSITION 47.
           DISPLAY 'Livrer a:' LINE 6 POSITION 47.
           MOVE 0 TO WS-ADL-OK.
           PERFORM UNTIL WS-ADL-OK = 1
               DISPLAY WS-ADR-DEFAUT LINE 6 POSITION 57
                   REVERSE-VIDEO
               MOVE SPACES TO CVT-ADR-LIV
               ACCEPT CVT-ADR-LIV LINE 6 POSITION 57
               IF CVT-ADR-LIV = SPACES
                   MOVE WS-ADR-DEFAUT TO CVT-ADR-LIV
               END-IF
               IF CVT-ADR-LIV = '*'
                   MOVE SPACES TO CVT-ADR-LIV
               END-IF
               MOVE CLI-ID TO CVT-CLIENT
               PERFORM CHARGER-ADRESSE-LIVRAISON
                   THRU CHARGER-ADRESSE-LIVRAISON-EXIT
               IF WS-ADL-OK = 1
                   DISPLAY WS-LIV-LIBELLE LINE 7 POSITION 62
                       HIGHLIGHT
               ELSE
                   DISPLAY 'CODE INCONNU   ' LINE 7 POSITION 62
                       BLINK
               END-IF
           END-PERFORM.
           MOVE WS-NEXT-CVT TO CVT-NUM.
           ADD 1 TO WS-NEXT-CVT.
           MOVE CLI-ID TO CVT-CLIENT.
           MOVE 0 TO CVT-DATE-DEMANDEE.
           ACCEPT CVT-DATE-DEMANDEE LINE 9 POSITION 40.
           MOVE 0 TO CVT-DATE-PROMISE.
           MOVE 0 TO CVT-DATE-LIVREE.
           MOVE 0 TO CVT-NB-COLIS.
           MOVE 0 TO CVT-POIDS.
           WRITE CDE-VENTE-REC.
           MOVE 0 TO WS-PROMESSE-MAX.
           DISPLAY 'Numero commande:' LINE 8 POSITION 15.
           MOVE SPACES TO CVT-TRANSPORTEUR.
           MOVE SPACES TO CVT-TRACKING.
           MOVE SPACE TO CVT-LIVREE-SIGNEE.
      *    Controle d'encours bloquant : au-dela de la limite de
      *    credit, la commande part en attente credit (statut H)
      *    - ni allocation ni livraison tant que le gestionnaire
      *    du credit ne l'a pas liberee (GERER-BLOCAGES-CREDIT).
      *    Meme blocage quand l'encours du groupe de societes
      *    depasse la limite du groupe.
           COMPUTE WS-ENCOURS = CLI-SOLDE + WS-TOTAL.
           PERFORM CONTROLER-ENCOURS-GROUPE.
           IF WS-ENCOURS > CLI-LIMITE-CREDIT OR WS-GRP-DEPASSE = 'Y'
               MOVE 'H' TO CVT-STATUT
           END-IF.
           REWRITE CDE-VENTE-REC.
           IF CVT-STATUT = 'H' AND WS-GRP-DEPASSE = 'Y'
               DISPLAY '!!! LIMITE DU GROUPE DEPASSEE - COMMANDE '
                   LINE 18 POSITION 5 BLINK
           END-IF.
           IF CVT-STATUT = 'H' AND WS-GRP-DEPASSE NOT = 'Y'
               DISPLAY '!!! LIMITE DE CREDIT DEPASSEE - COMMANDE '
                   LINE 18 POSITION 5 BLINK
           END-IF.
           IF CVT-STATUT = 'H'
               DISPLAY 'BLOQUEE EN ATTENTE CREDIT !!!' LINE 18
                   POSITION 47 BLINK
           END-IF.
           DISPLAY '*** COMMANDE CREEE ***' LINE 19 POSITION 29
               HIGHLIGHT.
           DISPLAY 'Ligne' LINE 10 POSITION 15.
           DISPLAY WS-NUM-LIGNE LINE 10 POSITION 21.
           DISPLAY 'Code produit (FIN=00000000):' LINE 11 POSITION 15.
           DISPLAY '[______________]' LINE 11 POSITION 45
               REVERSE-VIDEO.
           MOVE SPACES TO WS-CB-SAISIE.
           ACCEPT WS-CB-SAISIE LINE 11 POSITION 46.
           MOVE 12 TO WS-CB-LIGNE-MSG.
           PERFORM RESOUDRE-CODE-SAISI.
           MOVE WS-CB-PRD TO PRD-CODE.
           IF PRD-CODE = '00000000'
               SUBTRACT 1 FROM WS-NUM-LIGNE
               MOVE 'N' TO WS-CONTINUER-SAISIE
                   SUBTRACT 1 FROM WS-NUM-LIGNE
                   GO TO SAISIR-LIGNE-VENTE-EXIT
           END-READ.
           MOVE SPACES TO WS-SUB-ORIGINE.
      *    Retire = plus vendu ; fin de serie = on ecoule ce qui
      *    reste, le vendeur est prevenu. Un produit retire peut
      *    encore etre remplace par un de ses substituts.
           IF PRD-CYCLE = 'R'
               DISPLAY 'PRODUIT RETIRE - VENTE BLOQUEE' LINE 13
                   POSITION 32 HIGHLIGHT
               MOVE 0 TO WS-SUB-QTE-VENTE
               MOVE 18 TO WS-SUB-LIGNE
               PERFORM PROPOSER-SUBSTITUTS
               IF WS-SUB-RETENU = SPACES
                   SUBTRACT 1 FROM WS-NUM-LIGNE
                   GO TO SAISIR-LIGNE-VENTE-EXIT
               END-IF
               DISPLAY ' ' LINE 13 POSITION 1 ERASE EOS
           END-IF.
           IF PRD-CYCLE = 'F'
               DISPLAY 'FIN DE SERIE - STOCK A ECOULER' LINE 12
               DISPLAY ')' LINE 15 POSITION 30
           END-IF.
           DISPLAY '[____]' LINE 15 POSITION 38 REVERSE-VIDEO.
      *    Un colis scanne se commande en colis, converti en
      *    unites de vente par les coefficients du produit.
           MOVE 1 TO WS-CB-COEF-ECRAN.
           IF PRD-COEF-VENTE > 1
               MOVE PRD-COEF-VENTE TO WS-CB-COEF-ECRAN
           END-IF.
           PERFORM CALCULER-COLIS-SCANNE.
           IF WS-CB-PAR-COLIS > 0
               DISPLAY 'colis de' LINE 15 POSITION 46
               DISPLAY WS-CB-PAR-COLIS LINE 15 POSITION 55
               DISPLAY '(0=1)' LINE 15 POSITION 60
           END-IF.
           ACCEPT LVT-QTE LINE 15 POSITION 39.
           IF WS-CB-PAR-COLIS > 0
               IF LVT-QTE = 0
                   MOVE 1 TO LVT-QTE
               END-IF
               MULTIPLY WS-CB-PAR-COLIS BY LVT-QTE
               DISPLAY LVT-QTE LINE 15 POSITION 39
           END-IF.
           IF LVT-QTE > PRD-QTE
               DISPLAY '!!! QUANTITE SUPERIEURE AU STOCK !!!'
                   LINE 16 POSITION 15 BLINK
      *    saisie est sauvegardee et la ligne reconstruite apres.
           MOVE LVT-QTE TO WS-ATP-QTE-LIGNE.
           PERFORM CALCULER-ATP-LIGNE.
      *    Disponible insuffisant : les substituts en stock sont
      *    proposes ; le produit retenu remplace le produit saisi
      *    et se tarife normalement, l'origine reste sur la ligne.
           IF WS-ATP-QTE-LIGNE * WS-COEF-VENTE > WS-ATP-DISPO
               AND WS-SUB-ORIGINE = SPACES
               MOVE WS-ATP-QTE-LIGNE TO WS-SUB-QTE-VENTE
               MOVE 18 TO WS-SUB-LIGNE
               PERFORM PROPOSER-SUBSTITUTS
               IF WS-SUB-RETENU NOT = SPACES
                   PERFORM CALCULER-ATP-LIGNE
                   DISPLAY PRD-LIBELLE LINE 13 POSITION 25 HIGHLIGHT
                   DISPLAY 'Prix:' LINE 13 POSITION 48
                   DISPLAY PRD-PRIX LINE 13 POSITION 54
                   DISPLAY PRD-QTE LINE 14 POSITION 34
               END-IF
           END-IF.
           IF WS-SUB-ORIGINE NOT = SPACES
               DISPLAY 'Substitut de' LINE 12 POSITION 15
               DISPLAY WS-SUB-ORIGINE LINE 12 POSITION 28 HIGHLIGHT
           END-IF.
           MOVE CVT-NUM TO LVT-NUM.
           MOVE WS-NUM-LIGNE TO LVT-NUM-LIGNE.
           MOVE PRD-CODE TO LVT-PRD.
           MOVE WS-ATP-QTE-LIGNE TO LVT-QTE.
           MOVE WS-SUB-ORIGINE TO LVT-PRD-ORIGINE.
      *    Tarif client en vigueur pour cette quantite ou
      *    promotion en cours si elle fait mieux, sinon repli sur
      *    le prix catalogue.
           MOVE CVT-CLIENT TO WS-CLI-TARIF.
           MOVE PRD-CODE TO WS-ART-TARIF.
           MOVE LVT-QTE TO WS-QTE-TARIF.
           MOVE PRD-PRIX TO WS-PRIX-CATALOGUE.
           PERFORM CHERCHER-PRIX-CLIENT.
           MOVE WS-PRIX-NET TO LVT-PRIX.
           MOVE WS-PROMO-RETENUE TO LVT-PROMO.
           IF WS-PROMO-RETENUE NOT = SPACES
               DISPLAY 'Promotion:' LINE 13 POSITION 60
               DISPLAY WS-PROMO-RETENUE LINE 13 POSITION 71
                   HIGHLIGHT
               DISPLAY LVT-PRIX LINE 14 POSITION 60 HIGHLIGHT
           ELSE
               IF WS-PRIX-TROUVE-CLI = 1
                   DISPLAY 'Tarif client:' LINE 13 POSITION 60
                   DISPLAY LVT-PRIX LINE 14 POSITION 60 HIGHLIGHT
               END-IF
           END-IF.
           MOVE SPACES TO LVT-ENTREPOT.
           MOVE 0 TO LVT-QTE-ALLOUEE.
           MOVE 'E' TO CMD-STATUT.
           MOVE SPACES TO CMD-APPROBATEUR CMD-RAISON-ANNUL.
           MOVE 0 TO CMD-MARCHE.
           MOVE 0 TO CMD-TAUX-ENGAGE.
           WRITE COMMANDE-REC
               INVALID KEY CONTINUE
           END-WRITE.
           MOVE 0 TO LCM-DATE-RECUE.
           MOVE 0 TO LCM-QTE-RETOURNEE.
           MOVE 0 TO LCM-QTE-ANNONCEE.
           MOVE 0 TO LCM-QTE-DEB.
           MOVE 0 TO LCM-QTE-DEB-DER.
           MOVE 0 TO LCM-PERIODE-DEB.
           WRITE LIGNE-CMD-REC
               INVALID KEY CONTINUE
           END-WRITE.
      *    WS-QTE-TARIF - MEME LOGIQUE QUE GESTION-ACHATS/
      *    CHERCHER-PRIX-FOURNISSEUR. WS-PRIX-NET revient au prix
      *    catalogue si aucune entree ne s'applique ; une entree a
      *    prix zero applique sa remise au catalogue. Une promotion
      *    en cours plus avantageuse l'emporte ensuite
      *    (WS-PROMO-RETENUE).
       CHERCHER-PRIX-CLIENT.
           MOVE 0 TO WS-PRIX-TROUVE-CLI.
           MOVE 0 TO WS-MEILLEURE-QTE-MIN.
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO WS-PROMO-RETENUE.
           IF WS-PROMOS-DISPO = 1
               PERFORM CHERCHER-PROMOTION
           END-IF.

      *===============================================
      * PROMOTIONS EN COURS (PROMOS.DAT)
      * Toutes les promotions actives a la date du jour sur
      * l'article ou sur sa famille (fiche produit courante) et
      * dont la condition de quantite est remplie sont
      * evaluees sur le prix catalogue ; la moins chere remplace
      * WS-PRIX-NET si elle bat le tarif client.
      *===============================================
       CHERCHER-PROMOTION.
           MOVE LOW-VALUES TO PRM-CODE.
           MOVE 0 TO WS-FIN-PROMO.
           START PROMOS KEY >= PRM-CODE
               INVALID KEY MOVE 1 TO WS-FIN-PROMO
           END-START.
           PERFORM UNTIL WS-FIN-PROMO = 1
               READ PROMOS NEXT
                   AT END MOVE 1 TO WS-FIN-PROMO
                   NOT AT END PERFORM EVALUER-PROMOTION
               END-READ
           END-PERFORM.

       EVALUER-PROMOTION.
           IF PRM-STATUT = 'A' AND
               PRM-DEBUT <= WS-DATE-JOUR AND
               PRM-FIN >= WS-DATE-JOUR AND
               WS-QTE-TARIF > 0 AND
               WS-QTE-TARIF >= PRM-QTE-MIN AND
               ((PRM-CIBLE-TYPE = 'P' AND
                   PRM-CIBLE = WS-ART-TARIF) OR
                (PRM-CIBLE-TYPE = 'F' AND
                   PRD-FAMILLE NOT = SPACES AND
                   PRM-CIBLE = PRD-FAMILLE))
               EVALUATE PRM-TYPE
                   WHEN 'R'
                       COMPUTE WS-PRIX-PROMO ROUNDED =
                           WS-PRIX-CATALOGUE *
                           (100 - PRM-REMISE) / 100
                   WHEN 'N'
                       MOVE PRM-PRIX TO WS-PRIX-PROMO
                   WHEN 'G'
                       PERFORM CALCULER-PRIX-LOT-PROMO
                   WHEN OTHER
                       MOVE WS-PRIX-CATALOGUE TO WS-PRIX-PROMO
               END-EVALUATE
               IF WS-PRIX-PROMO < WS-PRIX-NET
                   MOVE WS-PRIX-PROMO TO WS-PRIX-NET
                   MOVE PRM-CODE TO WS-PROMO-RETENUE
               END-IF
           END-IF.

      *    Lot "X pour le prix de Y" : les unites offertes des lots
      *    complets de la ligne sont reparties sur le prix
      *    unitaire - 7 articles en 3 pour 2 = 5 payes sur 7.
       CALCULER-PRIX-LOT-PROMO.
           MOVE WS-PRIX-CATALOGUE TO WS-PRIX-PROMO.
           IF PRM-QTE-LOT > PRM-QTE-PAYEE AND PRM-QTE-PAYEE > 0
               DIVIDE WS-QTE-TARIF BY PRM-QTE-LOT
                   GIVING WS-PROMO-LOTS
               COMPUTE WS-PROMO-LIBRES = WS-PROMO-LOTS *
                   (PRM-QTE-LOT - PRM-QTE-PAYEE)
               IF WS-PROMO-LIBRES > 0
                   COMPUTE WS-PRIX-PROMO ROUNDED =
                       WS-PRIX-CATALOGUE *
                       (WS-QTE-TARIF - WS-PROMO-LIBRES) /
                       WS-QTE-TARIF
               END-IF
           END-IF.

      *===============================================
      * DISPONIBLE A PROMETTRE (ATP)
           DISPLAY 'Statut:' LINE 6 POSITION 15.
           EVALUATE CVT-STATUT
               WHEN 'E' DISPLAY 'EN SAISIE' LINE 6 POSITION 23
               WHEN 'H' DISPLAY 'ATTENTE CREDIT' LINE 6 POSITION 23
                   HIGHLIGHT
               WHEN 'A' DISPLAY 'ALLOUEE' LINE 6 POSITION 23
                   HIGHLIGHT
               WHEN 'L' DISPLAY 'LIVREE' LINE 6 POSITION 23
                       HIGHLIGHT
                   GO TO ALLOUER-STOCK-EXIT
           END-READ.
           IF CVT-STATUT = 'H'
               DISPLAY 'COMMANDE BLOQUEE - ATTENTE CREDIT' LINE 12
                   POSITION 23 HIGHLIGHT
               GO TO ALLOUER-STOCK-EXIT
           END-IF.
           IF CVT-STATUT NOT = 'E' AND CVT-STATUT NOT = 'A'
               DISPLAY 'COMMANDE NON ALLOUABLE' LINE 12 POSITION 29
                   HIGHLIGHT
           DISPLAY LVT-PRD LINE 7 POSITION 35 HIGHLIGHT.
           DISPLAY 'Qte commandee:' LINE 8 POSITION 15.
           DISPLAY LVT-QTE LINE 8 POSITION 31 HIGHLIGHT.
      *    Produit retire ou stock global insuffisant : les
      *    substituts en stock sont proposes (une seule fois par
      *    ligne). Le produit retenu prend la place du produit
      *    commande au prix deja convenu, l'origine est gardee.
           IF LVT-PRD-ORIGINE = SPACES OR
               LVT-PRD-ORIGINE = LOW-VALUES
               PERFORM CHARGER-COEF-VENTE
               IF PRD-CYCLE = 'R' OR
                   LVT-QTE * WS-COEF-VENTE > PRD-QTE
                   MOVE LVT-QTE TO WS-SUB-QTE-VENTE
                   MOVE 14 TO WS-SUB-LIGNE
                   PERFORM PROPOSER-SUBSTITUTS
                   IF WS-SUB-RETENU NOT = SPACES
                       MOVE LVT-PRD TO LVT-PRD-ORIGINE
                       MOVE WS-SUB-RETENU TO LVT-PRD
                       REWRITE LIGNE-VTE-REC
                       DISPLAY LVT-PRD LINE 7 POSITION 35 HIGHLIGHT
                       DISPLAY 'substitut de' LINE 7 POSITION 45
                       DISPLAY LVT-PRD-ORIGINE LINE 7 POSITION 58
                   END-IF
               END-IF
           END-IF.
           DISPLAY 'Entrepot (4 car):' LINE 10 POSITION 15.
           DISPLAY '[____]' LINE 10 POSITION 33 REVERSE-VIDEO.
           ACCEPT WS-ENTREPOT LINE 10 POSITION 34.
               INVALID KEY REWRITE RELIQUAT-REC
           END-WRITE.

      *===============================================
      * CODE PRODUIT OU CODE-BARRE SCANNE - MEME LOGIQUE QUE
      * STOCK/RESOUDRE-CODE-SAISI
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

      *===============================================
      * PRODUITS DE SUBSTITUTION
      * Quand le produit demande (PRD-CODE) manque ou est retire,
      * propose ses substituts (SUBSTITUTS.DAT, tenus dans STOCK)
      * par ordre de priorite : seuls ceux qui ne sont pas
      * retires et dont le stock couvre WS-SUB-QTE-VENTE (en
      * unite de vente, 0 = un stock quelconque) sont affiches,
      * avec prix catalogue et stock, a partir de la ligne
      * WS-SUB-LIGNE. En sortie, WS-SUB-RETENU porte le
      * substitut choisi (espaces si aucun), WS-SUB-ORIGINE le
      * produit remplace, et le buffer produit est celui du
      * produit a servir.
      *===============================================
       PROPOSER-SUBSTITUTS.
           MOVE SPACES TO WS-SUB-RETENU.
           MOVE PRD-CODE TO WS-SUB-PRD.
           MOVE 0 TO WS-SUB-NB.
           IF WS-SUBST-DISPO = 1
               MOVE WS-SUB-PRD TO SUB-PRD
               MOVE 0 TO SUB-PRIORITE
               MOVE LOW-VALUES TO SUB-SUBSTITUT
               START SUBSTITUTS KEY >= SUB-CLE
                   INVALID KEY MOVE 1 TO WS-SUB-EOF
                   NOT INVALID KEY MOVE 0 TO WS-SUB-EOF
               END-START
               PERFORM UNTIL WS-SUB-EOF = 1 OR WS-SUB-NB >= 3
                   READ SUBSTITUTS NEXT
                       AT END MOVE 1 TO WS-SUB-EOF
                       NOT AT END
                           IF SUB-PRD NOT = WS-SUB-PRD
                               MOVE 1 TO WS-SUB-EOF
                           ELSE
                               PERFORM EXAMINER-SUBSTITUT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-SUB-NB > 0
               DISPLAY 'SUBSTITUTS EN STOCK' LINE WS-SUB-LIGNE
                   POSITION 15 HIGHLIGHT
               DISPLAY 'PRIX' LINE WS-SUB-LIGNE POSITION 47
               DISPLAY 'STOCK' LINE WS-SUB-LIGNE POSITION 57
               COMPUTE WS-SUB-LIGNE-ECRAN = WS-SUB-LIGNE + 4
               DISPLAY 'Substitut retenu (code, blanc=aucun):'
                   LINE WS-SUB-LIGNE-ECRAN POSITION 15
               MOVE SPACES TO WS-SUB-SAISI
               ACCEPT WS-SUB-SAISI LINE WS-SUB-LIGNE-ECRAN
                   POSITION 53
               PERFORM VARYING WS-SUB-I FROM 1 BY 1
                   UNTIL WS-SUB-I > WS-SUB-NB
                   IF WS-SUB-SAISI NOT = SPACES AND
                       WS-SUB-SAISI = WS-SUB-PROPOSE(WS-SUB-I)
                       MOVE WS-SUB-SAISI TO WS-SUB-RETENU
                   END-IF
               END-PERFORM
               DISPLAY ' ' LINE WS-SUB-LIGNE POSITION 1 ERASE EOS
           END-IF.
           IF WS-SUB-RETENU NOT = SPACES
               MOVE WS-SUB-PRD TO WS-SUB-ORIGINE
               MOVE WS-SUB-RETENU TO PRD-CODE
           ELSE
               MOVE WS-SUB-PRD TO PRD-CODE
           END-IF.
           READ PRODUITS
               INVALID KEY CONTINUE
           END-READ.

       EXAMINER-SUBSTITUT.
           MOVE SUB-SUBSTITUT TO PRD-CODE.
           READ PRODUITS
               NOT INVALID KEY
                   MOVE 1 TO WS-SUB-COEF
                   IF PRD-COEF-VENTE > 1
                       MOVE PRD-COEF-VENTE TO WS-SUB-COEF
                   END-IF
                   IF PRD-CYCLE NOT = 'R' AND PRD-QTE > 0 AND
                       PRD-QTE >= WS-SUB-QTE-VENTE * WS-SUB-COEF
                       ADD 1 TO WS-SUB-NB
                       MOVE PRD-CODE TO WS-SUB-PROPOSE(WS-SUB-NB)
                       COMPUTE WS-SUB-LIGNE-ECRAN =
                           WS-SUB-LIGNE + WS-SUB-NB
                       DISPLAY PRD-CODE LINE WS-SUB-LIGNE-ECRAN
                           POSITION 15
                       DISPLAY PRD-LIBELLE LINE WS-SUB-LIGNE-ECRAN
                           POSITION 25
                       DISPLAY PRD-PRIX LINE WS-SUB-LIGNE-ECRAN
                           POSITION 47
                       DISPLAY PRD-QTE LINE WS-SUB-LIGNE-ECRAN
                           POSITION 57
                   END-IF
           END-READ.

      *===============================================
      * LISTE DE PREPARATION (PICKING)
      * Document de travail pour le magasinier : les lignes
                       HIGHLIGHT
                   GO TO BON-DE-LIVRAISON-EXIT
           END-READ.
           IF CVT-STATUT = 'H'
               DISPLAY 'COMMANDE BLOQUEE - ATTENTE CREDIT' LINE 12
                   POSITION 23 HIGHLIGHT
               GO TO BON-DE-LIVRAISON-EXIT
           END-IF.
           IF CVT-STATUT NOT = 'A'
               DISPLAY 'COMMANDE NON ALLOUEE' LINE 12 POSITION 30
                   HIGHLIGHT
           READ CLIENTS
               INVALID KEY CONTINUE
           END-READ.
           DISPLAY SOE-RAISON-SOCIALE LINE 1 POSITION 3 HIGHLIGHT.
           DISPLAY SOE-ADRESSE LINE 23 POSITION 3.
           DISPLAY SOE-IDENTIFIANTS LINE 24 POSITION 3.
           DISPLAY '==================================================='
               LINE 5 POSITION 5.
           DISPLAY 'BON DE LIVRAISON - COMMANDE' LINE 6 POSITION 14
           DISPLAY CLI-VILLE LINE 8 POSITION 36.
           DISPLAY 'Date:' LINE 8 POSITION 53.
           DISPLAY WS-DATE-JOUR LINE 8 POSITION 59.
      *    Le bon porte l'adresse du site a livrer, pas celle du
      *    siege (le transporteur part de ce bon).
           PERFORM CHARGER-ADRESSE-LIVRAISON
               THRU CHARGER-ADRESSE-LIVRAISON-EXIT.
           DISPLAY 'Livrer a:' LINE 9 POSITION 5.
           DISPLAY WS-LIV-ADRESSE LINE 9 POSITION 15 HIGHLIGHT.
           DISPLAY WS-LIV-CP LINE 9 POSITION 46 HIGHLIGHT.
           DISPLAY WS-LIV-VILLE LINE 9 POSITION 52 HIGHLIGHT.
           IF CVT-ADR-LIV NOT = SPACES
               DISPLAY 'Site:' LINE 4 POSITION 45
               DISPLAY WS-LIV-LIBELLE LINE 4 POSITION 51 HIGHLIGHT
           END-IF.
           DISPLAY 'PRODUIT' LINE 10 POSITION 5 UNDERLINE.
           DISPLAY 'QTE LIVREE' LINE 10 POSITION 18 UNDERLINE.
           DISPLAY 'UN.' LINE 10 POSITION 30 UNDERLINE.
           IF WS-CONFIRM = 'O' OR WS-CONFIRM = 'o'
      *        Le camion qui part est trace : transporteur du
      *        referentiel et reference de suivi sur le bon.
               PERFORM SAISIR-EXPEDITION THRU SAISIR-EXPEDITION-EXIT
      *        La livraison decremente les produits de chaque
      *        ligne : tous sont verrouilles avant, relaches
      *        apres - une reception qui tombe pendant la sortie
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 22 POSITION 49.

      *    Adresse de livraison de la commande en cours (CVT-CLIENT,
      *    CVT-ADR-LIV) dans WS-LIV-xxx : le site de ADRLIV.DAT, ou
      *    l'adresse de la fiche client si CVT-ADR-LIV est a blanc.
      *    WS-ADL-OK = 0 si le code n'existe pas pour ce client
      *    (l'adresse de la fiche client est alors chargee).
       CHARGER-ADRESSE-LIVRAISON.
           MOVE 1 TO WS-ADL-OK.
           IF CVT-ADR-LIV NOT = SPACES
               MOVE 0 TO WS-ADL-OK
               IF WS-ADRLIV-DISPO = 1
                   MOVE CVT-CLIENT TO ADL-CLIENT
                   MOVE CVT-ADR-LIV TO ADL-CODE
                   READ ADRESSES-LIV
                       NOT INVALID KEY
                           MOVE 1 TO WS-ADL-OK
                           MOVE ADL-LIBELLE TO WS-LIV-LIBELLE
                           MOVE ADL-ADRESSE TO WS-LIV-ADRESSE
                           MOVE ADL-CODE-POSTAL TO WS-LIV-CP
                           MOVE ADL-VILLE TO WS-LIV-VILLE
                           MOVE ADL-PAYS TO WS-LIV-PAYS
                   END-READ
               END-IF
               IF WS-ADL-OK = 1
                   GO TO CHARGER-ADRESSE-LIVRAISON-EXIT
               END-IF
           END-IF.
           MOVE CVT-CLIENT TO CLI-ID.
           READ CLIENTS
               INVALID KEY
                   MOVE SPACES TO CLI-ADRESSE
                   MOVE SPACES TO CLI-CODE-POSTAL
                   MOVE SPACES TO CLI-VILLE
                   MOVE SPACES TO CLI-PAYS
           END-READ.
           MOVE 'FACTURATION' TO WS-LIV-LIBELLE.
           MOVE CLI-ADRESSE TO WS-LIV-ADRESSE.
           MOVE CLI-CODE-POSTAL TO WS-LIV-CP.
           MOVE CLI-VILLE TO WS-LIV-VILLE.
           MOVE CLI-PAYS TO WS-LIV-PAYS.
       CHARGER-ADRESSE-LIVRAISON-EXIT.
           EXIT.

      *    Code de l'adresse par defaut du client CLI-ID dans
      *    WS-ADR-DEFAUT - espaces s'il n'en a pas.
       CHERCHER-ADRESSE-DEFAUT.
           MOVE SPACES TO WS-ADR-DEFAUT.
           IF WS-ADRLIV-DISPO = 1
               MOVE CLI-ID TO ADL-CLIENT
               MOVE LOW-VALUES TO ADL-CODE
               START ADRESSES-LIV KEY >= ADL-CLE
                   INVALID KEY CONTINUE
               END-START
               MOVE 0 TO WS-ADL-EOF
               PERFORM UNTIL WS-ADL-EOF = 1
                   READ ADRESSES-LIV NEXT
                       AT END MOVE 1 TO WS-ADL-EOF
                       NOT AT END
                           IF ADL-CLIENT NOT = CLI-ID
                               MOVE 1 TO WS-ADL-EOF
                           ELSE
                               IF ADL-DEFAUT = 'Y'
                                   MOVE ADL-CODE TO WS-ADR-DEFAUT
                                   MOVE 1 TO WS-ADL-EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Transporteur (controle au referentiel) et reference de
      *    suivi, portes par l'en-tete de commande - blanc =
      *    livraison par nos soins.
       SAISIR-EXPEDITION.
      *    Colis et poids calcules sur les lignes allouees,
      *    ajustables avant le depart (balance, colis refait).
           PERFORM CALCULER-COLIS-POIDS.
           DISPLAY ' ' LINE 19 POSITION 1 ERASE EOS.
           DISPLAY 'Colis:' LINE 19 POSITION 5.
           DISPLAY CVT-NB-COLIS LINE 19 POSITION 12.
           ACCEPT CVT-NB-COLIS LINE 19 POSITION 12.
           DISPLAY 'Poids kg:' LINE 19 POSITION 17.
           DISPLAY CVT-POIDS LINE 19 POSITION 27.
           ACCEPT CVT-POIDS LINE 19 POSITION 27.
           DISPLAY 'Transporteur (blanc=aucun):' LINE 19
               POSITION 50.
           MOVE SPACES TO CVT-TRANSPORTEUR.
                   MOVE SPACES TO CVT-TRANSPORTEUR
                   GO TO SAISIR-EXPEDITION-EXIT
           END-READ.
      *    Destination remise au transporteur : le site de
      *    livraison de la commande (charge par BON-DE-LIVRAISON).
           DISPLAY WS-LIV-VILLE LINE 20 POSITION 56 HIGHLIGHT.
           DISPLAY 'Ref suivi:' LINE 21 POSITION 50.
           ACCEPT CVT-TRACKING LINE 21 POSITION 61.
       SAISIR-EXPEDITION-EXIT.
           EXIT.

      *    Nombre de colis et poids brut de la commande en cours
      *    dans CVT-NB-COLIS / CVT-POIDS, sur les quantites
      *    allouees (hors drop-ship, qui part du fournisseur).
      *    Un produit a colis type compte ses colis pleins plus
      *    un colis entame ; les autres partent en colis mixtes
      *    remplis au volume standard, un au minimum. Sans poids
      *    brut, le poids net douane est retenu.
       CALCULER-COLIS-POIDS.
           MOVE 0 TO WS-EXP-COLIS.
           MOVE 0 TO WS-EXP-POIDS.
           MOVE 0 TO WS-EXP-VOL-MIXTE.
           MOVE 0 TO WS-EXP-MIXTE.
           MOVE CVT-NUM TO WS-LVT-NUM.
           MOVE 0 TO WS-LVT-NUM-LIGNE.
           MOVE WS-LVT-CLE TO LVT-CLE.
           START LIGNES-CDE-VENTE KEY >= LVT-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ LIGNES-CDE-VENTE NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF LVT-NUM NOT = CVT-NUM
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM CUMULER-COLIS-LIGNE
                               THRU CUMULER-COLIS-LIGNE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-EXP-MIXTE = 1
               DIVIDE WS-EXP-VOL-MIXTE BY WS-EXP-VOL-STD
                   GIVING WS-EXP-RESTE REMAINDER WS-EXP-RESTE-VOL
               IF WS-EXP-RESTE-VOL > 0 OR WS-EXP-RESTE = 0
                   ADD 1 TO WS-EXP-RESTE
               END-IF
               ADD WS-EXP-RESTE TO WS-EXP-COLIS
           END-IF.
           IF WS-EXP-COLIS > 999
               MOVE 999 TO CVT-NB-COLIS
           ELSE
               MOVE WS-EXP-COLIS TO CVT-NB-COLIS
           END-IF.
           IF WS-EXP-POIDS > 99999.99
               MOVE 99999.99 TO CVT-POIDS
           ELSE
               COMPUTE CVT-POIDS ROUNDED = WS-EXP-POIDS
           END-IF.

       CUMULER-COLIS-LIGNE.
           IF LVT-DROPSHIP = 'Y' OR LVT-QTE-ALLOUEE = 0
               GO TO CUMULER-COLIS-LIGNE-EXIT
           END-IF.
           MOVE LVT-PRD TO PRD-CODE.
           READ PRODUITS
               INVALID KEY
                   GO TO CUMULER-COLIS-LIGNE-EXIT
           END-READ.
           MOVE 1 TO WS-COEF-VENTE.
           IF PRD-COEF-VENTE > 1
               MOVE PRD-COEF-VENTE TO WS-COEF-VENTE
           END-IF.
           COMPUTE WS-EXP-QTE-STOCK =
               LVT-QTE-ALLOUEE * WS-COEF-VENTE.
      *    Fiches anterieures : zones a blanc, donc non numeriques.
           MOVE 0 TO WS-EXP-POIDS-UNIT.
           IF PRD-POIDS-BRUT NUMERIC AND PRD-POIDS-BRUT > 0
               MOVE PRD-POIDS-BRUT TO WS-EXP-POIDS-UNIT
           ELSE
               IF PRD-POIDS-NET NUMERIC
                   MOVE PRD-POIDS-NET TO WS-EXP-POIDS-UNIT
               END-IF
           END-IF.
           COMPUTE WS-EXP-POIDS = WS-EXP-POIDS +
               WS-EXP-QTE-STOCK * WS-EXP-POIDS-UNIT.
           IF PRD-QTE-COLIS NUMERIC AND PRD-QTE-COLIS > 0
               DIVIDE WS-EXP-QTE-STOCK BY PRD-QTE-COLIS
                   GIVING WS-EXP-RESTE REMAINDER WS-EXP-RESTE-QTE
               IF WS-EXP-RESTE-QTE > 0
                   ADD 1 TO WS-EXP-RESTE
               END-IF
               ADD WS-EXP-RESTE TO WS-EXP-COLIS
           ELSE
               MOVE 1 TO WS-EXP-MIXTE
               IF PRD-VOLUME NUMERIC
                   COMPUTE WS-EXP-VOL-MIXTE = WS-EXP-VOL-MIXTE +
                       WS-EXP-QTE-STOCK * PRD-VOLUME
               END-IF
           END-IF.
       CUMULER-COLIS-LIGNE-EXIT.
           EXIT.

      *    Appele par BON-DE-LIVRAISON sur une commande allouee
      *    seulement - une commande en attente credit (H) n'y
      *    arrive jamais.
       LIVRER-COMMANDE.
           MOVE 0 TO WS-LIGNE-LOTS.
           MOVE CVT-NUM TO WS-LVT-NUM.
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM SORTIR-STOCK-LIGNE
                               THRU SORTIR-STOCK-LIGNE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'L' TO CVT-STATUT.
           MOVE WS-DATE-JOUR TO CVT-DATE-LIVREE.
           REWRITE CDE-VENTE-REC.

      *    Decremente le stock total et la ligne STOCKWH de
           COMPUTE MVT-QTE = 0 - WS-QTE-STOCK-VTE.
           MOVE PRD-QTE TO MVT-SOLDE.
           PERFORM ENREGISTRER-MOUVEMENT.
           PERFORM CONSOMMER-DEPOT-FRN.
       SORTIR-STOCK-LIGNE-EXIT.
           EXIT.

      *    Le stock en depot fournisseur est alloue et livre comme
      *    le notre, nos unites partant les premieres : ce qui
      *    passe sous PRD-QTE-DEPOT est consomme (mouvement D) -
      *    MEME REGLE QUE STOCK/CONSOMMER-DEPOT-FRN.
       CONSOMMER-DEPOT-FRN.
           IF PRD-QTE-DEPOT NUMERIC AND PRD-QTE < PRD-QTE-DEPOT
               COMPUTE WS-QTE-CONSOMMEE = PRD-QTE-DEPOT - PRD-QTE
               MOVE PRD-QTE TO PRD-QTE-DEPOT
               REWRITE PRODUIT-REC
               MOVE LVT-PRD TO MVT-PRD
               MOVE LVT-ENTREPOT TO MVT-ENTREPOT
               MOVE WS-DATE-JOUR TO MVT-DATE
               MOVE 'D' TO MVT-TYPE
               MOVE WS-QTE-CONSOMMEE TO MVT-QTE
               MOVE PRD-QTE TO MVT-SOLDE
               PERFORM ENREGISTRER-MOUVEMENT
           END-IF.

      *    Vide la quantite livree des casiers (entrepot +
      *    produit), casier au plus petit code d'abord ; un
      *    reliquat non couvert par les casiers etait du vrac.
           ACCEPT WS-CHOIX LINE 19 POSITION 32.
           EVALUATE WS-CHOIX
               WHEN 1 PERFORM BON-DE-LIVRAISON
                   THRU BON-DE-LIVRAISON-EXIT
               WHEN 2 PERFORM GERER-TRANSPORTEURS
                   THRU GERER-TRANSPORTEURS-EXIT
               WHEN 3 PERFORM EXPEDITIONS-EN-COURS
               WHEN 4 PERFORM SIGNER-RECEPTION
               WHEN 5 PERFORM MENU-RETOURS-CLIENTS
           MOVE WS-CSG-CLIENT TO CVT-CLIENT.
           MOVE WS-DATE-JOUR TO CVT-DATE.
           MOVE 'L' TO CVT-STATUT.
           MOVE WS-DATE-JOUR TO CVT-DATE-LIVREE.
           MOVE 0 TO CVT-FACTURE.
           MOVE 0 TO CVT-DATE-DEMANDEE.
           MOVE 0 TO CVT-DATE-PROMISE.
           MOVE 0 TO CVT-ACOMPTE.
           MOVE SPACES TO CVT-TRANSPORTEUR.
           MOVE 0 TO CVT-NB-COLIS.
           MOVE 0 TO CVT-POIDS.
           MOVE SPACES TO CVT-TRACKING.
           MOVE SPACE TO CVT-LIVREE-SIGNEE.
           MOVE SPACES TO CVT-ADR-LIV.
           WRITE CDE-VENTE-REC.
           MOVE CVT-NUM TO LVT-NUM.
           MOVE 1 TO LVT-NUM-LIGNE.
           MOVE PRD-CODE TO LVT-PRD.
           MOVE WS-QTE-CONSIGNE TO LVT-QTE.
      *    Prix : tarif client ou promotion, sinon catalogue.
           MOVE WS-CSG-CLIENT TO WS-CLI-TARIF.
           MOVE PRD-CODE TO WS-ART-TARIF.
           MOVE WS-QTE-CONSIGNE TO WS-QTE-TARIF.
           MOVE PRD-PRIX TO WS-PRIX-CATALOGUE.
           PERFORM CHERCHER-PRIX-CLIENT.
           MOVE WS-PRIX-NET TO LVT-PRIX.
           MOVE WS-PROMO-RETENUE TO LVT-PROMO.
           MOVE SPACES TO LVT-PRD-ORIGINE.
           MOVE 'CONS' TO LVT-ENTREPOT.
           MOVE WS-QTE-CONSIGNE TO LVT-QTE-ALLOUEE.
           MOVE 0 TO LVT-DATE-PROMISE.
               READ STOCK-ENTREPOTS
                   INVALID KEY
                       MOVE WS-QTE-STOCK-RET TO SWH-QTE
                       MOVE 0 TO SWH-MINI
                       MOVE 0 TO SWH-MAXI
                       WRITE STOCK-WH-REC
                   NOT INVALID KEY
                       ADD WS-QTE-STOCK-RET TO SWH-QTE
                   ACCEPT TRS-NOM LINE 17 POSITION 16
                   DISPLAY 'Telephone:' LINE 18 POSITION 10
                   ACCEPT TRS-TEL LINE 18 POSITION 22
                   MOVE SPACES TO TRS-COMPTE
                   MOVE 'F' TO TRS-FORMAT
                   MOVE 0 TO TRS-PRIX-COLIS
                   MOVE 0 TO TRS-PRIX-KG
                   PERFORM SAISIR-TARIF-TRANSPORTEUR
                   WRITE TRANSPORTEUR-REC
                   DISPLAY '*** TRANSPORTEUR CREE ***' LINE 21
                       POSITION 10 HIGHLIGHT
               NOT INVALID KEY
                   DISPLAY 'Nom:' LINE 17 POSITION 10
                   DISPLAY 'Telephone:' LINE 18 POSITION 10
                   DISPLAY TRS-TEL LINE 18 POSITION 22
                   ACCEPT TRS-TEL LINE 18 POSITION 22
                   PERFORM SAISIR-TARIF-TRANSPORTEUR
                   REWRITE TRANSPORTEUR-REC
                   DISPLAY '*** TRANSPORTEUR MODIFIE ***' LINE 21
                       POSITION 10 HIGHLIGHT
           END-READ.
       GERER-TRANSPORTEURS-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 22 POSITION 49.

      *    Compte chargeur et format du fichier remis avec le
      *    manifeste (MANIFESTE), tarif au colis et au kilo pour
      *    l'estimation du cout de fret (BILANFRET). Les fiches
      *    anterieures ont ces zones a blanc : remises a defaut.
       SAISIR-TARIF-TRANSPORTEUR.
           IF TRS-FORMAT NOT = 'C'
               MOVE 'F' TO TRS-FORMAT
           END-IF.
           IF TRS-PRIX-COLIS NOT NUMERIC
               MOVE 0 TO TRS-PRIX-COLIS
           END-IF.
           IF TRS-PRIX-KG NOT NUMERIC
               MOVE 0 TO TRS-PRIX-KG
           END-IF.
           DISPLAY 'Compte chargeur:' LINE 19 POSITION 10.
           DISPLAY TRS-COMPTE LINE 19 POSITION 27.
           ACCEPT TRS-COMPTE LINE 19 POSITION 27.
           DISPLAY 'Format (F/C):' LINE 19 POSITION 40.
           DISPLAY TRS-FORMAT LINE 19 POSITION 54.
           ACCEPT TRS-FORMAT LINE 19 POSITION 54.
           IF TRS-FORMAT NOT = 'C'
               MOVE 'F' TO TRS-FORMAT
           END-IF.
           DISPLAY 'Prix colis:' LINE 20 POSITION 10.
           DISPLAY TRS-PRIX-COLIS LINE 20 POSITION 27.
           ACCEPT TRS-PRIX-COLIS LINE 20 POSITION 27.
           DISPLAY 'Prix kg:' LINE 20 POSITION 40.
           DISPLAY TRS-PRIX-KG LINE 20 POSITION 54.
           ACCEPT TRS-PRIX-KG LINE 20 POSITION 54.

      *    Livre mais pas encore signe par le client, filtrable
      *    par transporteur.
       EXPEDITIONS-EN-COURS.
           DISPLAY 'CLIENT' LINE 5 POSITION 14 UNDERLINE.
           DISPLAY 'TRS' LINE 5 POSITION 23 UNDERLINE.
           DISPLAY 'SUIVI' LINE 5 POSITION 29 UNDERLINE.
           DISPLAY 'DESTINATION' LINE 5 POSITION 46 UNDERLINE.
           DISPLAY '------------------------------------------------'
               LINE 6 POSITION 5.
           MOVE 0 TO CVT-NUM.
                               LINE WS-LIGNE POSITION 23
                           DISPLAY CVT-TRACKING LINE WS-LIGNE
                               POSITION 29
                           PERFORM CHARGER-ADRESSE-LIVRAISON
                               THRU CHARGER-ADRESSE-LIVRAISON-EXIT
                           DISPLAY WS-LIV-CP LINE WS-LIGNE
                               POSITION 46
                           DISPLAY WS-LIV-VILLE LINE WS-LIGNE
                               POSITION 52
                           ADD 1 TO WS-LIGNE
                           ADD 1 TO WS-NB-EXPEDITIONS
                       END-IF
                       MOVE 1 TO WS-IMP-EOF
                       IF WS-IMP-EN-COURS = 1
                           PERFORM FINALISER-COMMANDE-IMPORTEE
                               THRU FINALISER-COMMANDE-IMPORTEE-EXIT
                       END-IF
                   NOT AT END
                       EVALUATE IMP-TYPE
                                       FINALISER-COMMANDE-IMPORTEE
                               END-IF
                               PERFORM OUVRIR-COMMANDE-IMPORTEE
                                   THRU OUVRIR-COMMANDE-IMPORTEE-EXIT
                           WHEN 'L'
                               PERFORM RETENIR-LIGNE-IMPORTEE
                       END-EVALUATE
           IF CLI-BLOQUE = 'Y'
               MOVE 0 TO WS-IMP-VALIDE
               MOVE 'CLIENT BLOQUE' TO WS-IMP-MOTIF
               GO TO OUVRIR-COMMANDE-IMPORTEE-EXIT
           END-IF.
      *    Adresse de livraison : code du fichier ou, a blanc,
      *    l'adresse par defaut du client.
           MOVE IME-ADR-LIV TO WS-IMP-ADR-LIV.
           IF WS-IMP-ADR-LIV = SPACES
               PERFORM CHERCHER-ADRESSE-DEFAUT
               MOVE WS-ADR-DEFAUT TO WS-IMP-ADR-LIV
           END-IF.
           MOVE WS-IMP-CLIENT TO CVT-CLIENT.
           MOVE WS-IMP-ADR-LIV TO CVT-ADR-LIV.
           PERFORM CHARGER-ADRESSE-LIVRAISON
               THRU CHARGER-ADRESSE-LIVRAISON-EXIT.
           IF WS-ADL-OK = 0
               MOVE 0 TO WS-IMP-VALIDE
               MOVE 'ADRESSE LIV INCONNUE' TO WS-IMP-MOTIF
           END-IF.
       OUVRIR-COMMANDE-IMPORTEE-EXIT.
           EXIT.
           ADD 1 TO WS-IMP-NB-LIGNES.
           MOVE IML-PRD TO WS-IMP-PRD(WS-IMP-NB-LIGNES).
           MOVE IML-QTE TO WS-IMP-QTE(WS-IMP-NB-LIGNES).
      *    Prix : tarif client ou promotion, sinon catalogue.
           MOVE WS-IMP-CLIENT TO WS-CLI-TARIF.
           MOVE IML-PRD TO WS-ART-TARIF.
           MOVE IML-QTE TO WS-QTE-TARIF.
           MOVE PRD-PRIX TO WS-PRIX-CATALOGUE.
           PERFORM CHERCHER-PRIX-CLIENT.
           MOVE WS-PRIX-NET TO WS-IMP-PRIX(WS-IMP-NB-LIGNES).
           MOVE WS-PROMO-RETENUE TO WS-IMP-PROMO(WS-IMP-NB-LIGNES).
       RETENIR-LIGNE-IMPORTEE-EXIT.
           EXIT.

           MOVE WS-DATE-JOUR TO CVT-DATE.
           MOVE 'E' TO CVT-STATUT.
           MOVE 0 TO CVT-FACTURE.
           MOVE 0 TO CVT-DATE-LIVREE.
           MOVE 0 TO CVT-DATE-DEMANDEE.
           MOVE 0 TO CVT-DATE-PROMISE.
           MOVE 0 TO CVT-ACOMPTE.
           MOVE SPACES TO CVT-TRANSPORTEUR.
           MOVE 0 TO CVT-NB-COLIS.
           MOVE 0 TO CVT-POIDS.
           MOVE SPACES TO CVT-TRACKING.
           MOVE SPACE TO CVT-LIVREE-SIGNEE.
           MOVE WS-IMP-ADR-LIV TO CVT-ADR-LIV.
      *    Meme blocage d'encours qu'a la saisie a l'ecran.
           MOVE 0 TO WS-TOTAL.
           PERFORM VARYING WS-IDX-IMP FROM 1 BY 1
               UNTIL WS-IDX-IMP > WS-IMP-NB-LIGNES
               COMPUTE WS-MONTANT = WS-IMP-QTE(WS-IDX-IMP) *
                   WS-IMP-PRIX(WS-IDX-IMP)
               ADD WS-MONTANT TO WS-TOTAL
           END-PERFORM.
           MOVE WS-IMP-CLIENT TO CLI-ID.
           READ CLIENTS
               NOT INVALID KEY
                   COMPUTE WS-ENCOURS = CLI-SOLDE + WS-TOTAL
                   PERFORM CONTROLER-ENCOURS-GROUPE
                   IF WS-ENCOURS > CLI-LIMITE-CREDIT OR
                       WS-GRP-DEPASSE = 'Y'
                       MOVE 'H' TO CVT-STATUT
                   END-IF
           END-READ.
           WRITE CDE-VENTE-REC.
           PERFORM VARYING WS-IDX-IMP FROM 1 BY 1
               UNTIL WS-IDX-IMP > WS-IMP-NB-LIGNES
               MOVE 0 TO LVT-DATE-PROMISE
               MOVE 'N' TO LVT-DROPSHIP
               MOVE 0 TO LVT-CMD-ACHAT
               MOVE WS-IMP-PROMO(WS-IDX-IMP) TO LVT-PROMO
               MOVE SPACES TO LVT-PRD-ORIGINE
               WRITE LIGNE-VTE-REC
           END-PERFORM.
           ADD 1 TO WS-IMP-ACCEPTEES.
               DISPLAY 'ACCEPTEE - CDE' LINE WS-LIGNE POSITION 17
               DISPLAY CVT-NUM LINE WS-LIGNE POSITION 33
                   HIGHLIGHT
               IF CVT-STATUT = 'H'
                   DISPLAY 'BLOQUEE CREDIT' LINE WS-LIGNE
                       POSITION 41 HIGHLIGHT
               END-IF
               ADD 1 TO WS-LIGNE
           END-IF.
       FINALISER-COMMANDE-IMPORTEE-EXIT.
           EXIT.

       MENU-ANNULATION-CREDIT.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- ANNULATION / CREDIT ---' LINE 2
               POSITION 26 HIGHLIGHT.
           DISPLAY '1. Annuler une commande' LINE 6 POSITION 25.
           DISPLAY '2. Commandes bloquees (credit)' LINE 8
               POSITION 25.
           DISPLAY '0. Retour' LINE 10 POSITION 25.
           DISPLAY 'Choix:' LINE 12 POSITION 25.
           ACCEPT WS-CHOIX LINE 12 POSITION 32.
           EVALUATE WS-CHOIX
               WHEN 1 PERFORM ANNULER-COMMANDE-CLIENT
               WHEN 2 PERFORM GERER-BLOCAGES-CREDIT
                   THRU GERER-BLOCAGES-CREDIT-EXIT
           END-EVALUATE.

      *===============================================
      * FILE DES COMMANDES BLOQUEES POUR CREDIT
      * Une commande dont le montant porte l'encours du client
      * (solde + commande) au-dela de sa limite de credit passe
      * au statut H a la saisie ou a l'import : ni allocation ni
      * livraison tant que le gestionnaire du credit (position
      * 11 de la carte des droits) ne l'a pas liberee (retour au
      * statut E) ou annulee. Chaque decision est tracee dans
      * AUDIT.DAT avec l'encours et la limite du moment.
      *===============================================
       GERER-BLOCAGES-CREDIT.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== COMMANDES BLOQUEES (CREDIT) ===' LINE 2
               POSITION 22 HIGHLIGHT.
           IF WS-DROITS-SESSION(11:1) NOT = 'Y'
               DISPLAY 'FONCTION RESERVEE AU GESTIONNAIRE DU CREDIT'
                   LINE 12 POSITION 18 HIGHLIGHT
               GO TO GERER-BLOCAGES-CREDIT-EXIT
           END-IF.
           DISPLAY 'CDE' LINE 4 POSITION 5 UNDERLINE.
           DISPLAY 'CLIENT' LINE 4 POSITION 13 UNDERLINE.
           DISPLAY 'NOM' LINE 4 POSITION 20 UNDERLINE.
           DISPLAY 'DATE' LINE 4 POSITION 47 UNDERLINE.
           DISPLAY 'MONTANT' LINE 4 POSITION 57 UNDERLINE.
           MOVE 0 TO CVT-NUM.
           START CDE-VENTES KEY >= CVT-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-BLQ-NB.
           MOVE 0 TO WS-BLQ-EOF.
           MOVE 5 TO WS-LIGNE.
           PERFORM UNTIL WS-BLQ-EOF = 1 OR WS-LIGNE > 14
               READ CDE-VENTES NEXT
                   AT END MOVE 1 TO WS-BLQ-EOF
                   NOT AT END
                       IF CVT-STATUT = 'H'
                           PERFORM AFFICHER-LIGNE-BLOCAGE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-BLQ-NB = 0
               DISPLAY 'AUCUNE COMMANDE EN ATTENTE DE CREDIT'
                   LINE 10 POSITION 22
               GO TO GERER-BLOCAGES-CREDIT-EXIT
           END-IF.
           DISPLAY 'Commande a examiner (0=retour):' LINE 16
               POSITION 5.
           DISPLAY '[______]' LINE 16 POSITION 37 REVERSE-VIDEO.
           ACCEPT WS-BLQ-CDE LINE 16 POSITION 38.
           IF WS-BLQ-CDE = 0
               GO TO GERER-BLOCAGES-CREDIT-EXIT
           END-IF.
           MOVE WS-BLQ-CDE TO CVT-NUM.
           READ CDE-VENTES
               INVALID KEY
                   DISPLAY 'COMMANDE NON TROUVEE' LINE 18 POSITION 30
                       HIGHLIGHT
                   GO TO GERER-BLOCAGES-CREDIT-EXIT
           END-READ.
           IF CVT-STATUT NOT = 'H'
               DISPLAY 'COMMANDE NON BLOQUEE' LINE 18 POSITION 30
                   HIGHLIGHT
               GO TO GERER-BLOCAGES-CREDIT-EXIT
           END-IF.
           PERFORM EXAMINER-COMMANDE-BLOQUEE.
       GERER-BLOCAGES-CREDIT-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 22 POSITION 49.

       AFFICHER-LIGNE-BLOCAGE.
           PERFORM CUMULER-COMMANDE-BLOQUEE.
           MOVE CVT-CLIENT TO CLI-ID.
           MOVE SPACES TO CLI-NOM.
           READ CLIENTS
               INVALID KEY CONTINUE
           END-READ.
           DISPLAY CVT-NUM LINE WS-LIGNE POSITION 5.
           DISPLAY CVT-CLIENT LINE WS-LIGNE POSITION 13.
           DISPLAY CLI-NOM LINE WS-LIGNE POSITION 20.
           DISPLAY CVT-DATE LINE WS-LIGNE POSITION 47.
           DISPLAY WS-TOTAL LINE WS-LIGNE POSITION 57 HIGHLIGHT.
           ADD 1 TO WS-BLQ-NB.
           ADD 1 TO WS-LIGNE.

      *    Montant de la commande en cours (CVT-NUM), comme a la
      *    saisie : somme des quantites x prix des lignes.
       CUMULER-COMMANDE-BLOQUEE.
           MOVE CVT-NUM TO WS-LVT-NUM.
           MOVE 0 TO WS-LVT-NUM-LIGNE.
           MOVE WS-LVT-CLE TO LVT-CLE.
           MOVE 0 TO WS-TOTAL.
           MOVE 0 TO WS-EOF.
           START LIGNES-CDE-VENTE KEY >= LVT-CLE
               INVALID KEY MOVE 1 TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 1
               READ LIGNES-CDE-VENTE NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF LVT-NUM NOT = CVT-NUM
                           MOVE 1 TO WS-EOF
                       ELSE
                           COMPUTE WS-MONTANT = LVT-QTE * LVT-PRIX
                           ADD WS-MONTANT TO WS-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

       EXAMINER-COMMANDE-BLOQUEE.
           PERFORM CUMULER-COMMANDE-BLOQUEE.
           MOVE CVT-CLIENT TO CLI-ID.
           READ CLIENTS
               INVALID KEY
                   MOVE SPACES TO CLI-NOM
                   MOVE 0 TO CLI-SOLDE
                   MOVE 0 TO CLI-LIMITE-CREDIT
                   MOVE 0 TO CLI-GROUPE
           END-READ.
           COMPUTE WS-ENCOURS = CLI-SOLDE + WS-TOTAL.
           PERFORM CONTROLER-ENCOURS-GROUPE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== COMMANDE BLOQUEE (CREDIT) ===' LINE 2
               POSITION 23 HIGHLIGHT.
           DISPLAY 'Commande:' LINE 4 POSITION 5.
           DISPLAY CVT-NUM LINE 4 POSITION 15 HIGHLIGHT.
           DISPLAY 'Client:' LINE 4 POSITION 25.
           DISPLAY CVT-CLIENT LINE 4 POSITION 33.
           DISPLAY CLI-NOM LINE 4 POSITION 40 HIGHLIGHT.
           DISPLAY 'Solde client:' LINE 5 POSITION 5.
           DISPLAY CLI-SOLDE LINE 5 POSITION 19.
           DISPLAY 'Limite credit:' LINE 5 POSITION 40.
           DISPLAY CLI-LIMITE-CREDIT LINE 5 POSITION 55.
           DISPLAY 'Commande:' LINE 6 POSITION 5.
           DISPLAY WS-TOTAL LINE 6 POSITION 19.
           DISPLAY 'Encours apres:' LINE 6 POSITION 40.
           DISPLAY WS-ENCOURS LINE 6 POSITION 55 HIGHLIGHT.
           IF CLI-GROUPE > 0
               DISPLAY 'Encours groupe:' LINE 7 POSITION 5
               DISPLAY WS-GRP-ENCOURS LINE 7 POSITION 21
               DISPLAY 'Limite groupe:' LINE 7 POSITION 40
               IF WS-GRP-DEPASSE = 'Y'
                   DISPLAY WS-GRP-LIMITE LINE 7 POSITION 55
                       REVERSE-VIDEO
               ELSE
                   DISPLAY WS-GRP-LIMITE LINE 7 POSITION 55
               END-IF
           END-IF.
           DISPLAY 'FACTURE' LINE 8 POSITION 5 UNDERLINE.
           DISPLAY 'DATE' LINE 8 POSITION 14 UNDERLINE.
           DISPLAY 'TOTAL TTC' LINE 8 POSITION 24 UNDERLINE.
           DISPLAY 'RESTE DU' LINE 8 POSITION 38 UNDERLINE.
           DISPLAY 'JOURS' LINE 8 POSITION 52 UNDERLINE.
           MOVE 0 TO WS-BLQ-NB-FAC.
           MOVE 0 TO WS-BLQ-AGE-30.
           MOVE 0 TO WS-BLQ-AGE-60.
           MOVE 0 TO WS-BLQ-AGE-90.
           MOVE 0 TO WS-BLQ-AGE-PLUS.
           MOVE 9 TO WS-LIGNE.
           MOVE 0 TO FAC-NUM.
           MOVE 0 TO WS-EOF.
           START FACTURES KEY >= FAC-NUM
               INVALID KEY MOVE 1 TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 1
               READ FACTURES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF FAC-CLIENT = CVT-CLIENT AND
                           FAC-TYPE = 'F' AND FAC-STATUT NOT = 'R'
                           PERFORM CUMULER-IMPAYE-CLIENT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-BLQ-NB-FAC = 0
               DISPLAY 'AUCUNE FACTURE IMPAYEE' LINE 10 POSITION 5
           END-IF.
           IF WS-BLQ-NB-FAC > 6
               DISPLAY '... ET AUTRES FACTURES:' LINE 15 POSITION 5
               DISPLAY WS-BLQ-NB-FAC LINE 15 POSITION 29
           END-IF.
           DISPLAY 'Anciennete  0-30:' LINE 16 POSITION 5.
           DISPLAY WS-BLQ-AGE-30 LINE 16 POSITION 23.
           DISPLAY '31-60:' LINE 16 POSITION 40.
           DISPLAY WS-BLQ-AGE-60 LINE 16 POSITION 47.
           DISPLAY '           61-90:' LINE 17 POSITION 5.
           DISPLAY WS-BLQ-AGE-90 LINE 17 POSITION 23.
           DISPLAY '> 90:' LINE 17 POSITION 40.
           DISPLAY WS-BLQ-AGE-PLUS LINE 17 POSITION 47 HIGHLIGHT.
           DISPLAY 'Decision (L=liberer A=annuler blanc=garder):'
               LINE 19 POSITION 5.
           DISPLAY '[_]' LINE 19 POSITION 50 REVERSE-VIDEO.
           MOVE SPACE TO WS-BLQ-DECISION.
           ACCEPT WS-BLQ-DECISION LINE 19 POSITION 51.
           EVALUATE WS-BLQ-DECISION
               WHEN 'L'
                   MOVE 'E' TO CVT-STATUT
                   REWRITE CDE-VENTE-REC
                   MOVE 'LIBEREE - RETOUR EN SAISIE' TO AUD-APRES
                   PERFORM ECRIRE-AUDIT-CREDIT
                   DISPLAY '*** COMMANDE LIBEREE ***' LINE 20
                       POSITION 28 HIGHLIGHT
               WHEN 'A'
                   MOVE 'X' TO CVT-STATUT
                   REWRITE CDE-VENTE-REC
                   MOVE 'ANNULEE PAR LE CREDIT' TO AUD-APRES
                   PERFORM ECRIRE-AUDIT-CREDIT
                   DISPLAY '*** COMMANDE ANNULEE ***' LINE 20
                       POSITION 28 HIGHLIGHT
           END-EVALUATE.

       CUMULER-IMPAYE-CLIENT.
           COMPUTE WS-BLQ-RESTE = FAC-TOTAL-TTC - FAC-MONTANT-PAYE.
           COMPUTE WS-BLQ-JOURS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               - FUNCTION INTEGER-OF-DATE(FAC-DATE).
           EVALUATE TRUE
               WHEN WS-BLQ-JOURS <= 30
                   ADD WS-BLQ-RESTE TO WS-BLQ-AGE-30
               WHEN WS-BLQ-JOURS <= 60
                   ADD WS-BLQ-RESTE TO WS-BLQ-AGE-60
               WHEN WS-BLQ-JOURS <= 90
                   ADD WS-BLQ-RESTE TO WS-BLQ-AGE-90
               WHEN OTHER
                   ADD WS-BLQ-RESTE TO WS-BLQ-AGE-PLUS
           END-EVALUATE.
           ADD 1 TO WS-BLQ-NB-FAC.
           IF WS-LIGNE <= 14
               DISPLAY FAC-NUM LINE WS-LIGNE POSITION 5
               DISPLAY FAC-DATE LINE WS-LIGNE POSITION 14
               DISPLAY FAC-TOTAL-TTC LINE WS-LIGNE POSITION 24
               DISPLAY WS-BLQ-RESTE LINE WS-LIGNE POSITION 38
                   HIGHLIGHT
               DISPLAY WS-BLQ-JOURS LINE WS-LIGNE POSITION 52
               ADD 1 TO WS-LIGNE
           END-IF.

      *    Encours consolide du groupe de societes : somme des
      *    soldes de toutes les fiches rattachees a la meme tete,
      *    plus la commande (WS-TOTAL), comparee a la limite portee
      *    par la fiche de tete. Hors groupe ou limite a zero : pas
      *    de controle. La fiche du client est restauree en fin de
      *    parcours.
       CONTROLER-ENCOURS-GROUPE.
           MOVE 'N' TO WS-GRP-DEPASSE.
           MOVE 0 TO WS-GRP-LIMITE.
           MOVE CLI-GROUPE TO WS-GRP-TETE.
           IF WS-GRP-TETE > 0
               MOVE CLIENT-REC TO WS-GRP-CLI-SAUVE
               MOVE WS-TOTAL TO WS-GRP-ENCOURS
               MOVE 0 TO CLI-ID
               START CLIENTS KEY >= CLI-ID
                   INVALID KEY CONTINUE
               END-START
               MOVE 0 TO WS-GRP-EOF
               PERFORM UNTIL WS-GRP-EOF = 1
                   READ CLIENTS NEXT
                       AT END MOVE 1 TO WS-GRP-EOF
                       NOT AT END PERFORM CUMULER-ENCOURS-GROUPE
                   END-READ
               END-PERFORM
               MOVE WS-GRP-CLI-SAUVE TO CLIENT-REC
               IF WS-GRP-LIMITE > 0 AND
                   WS-GRP-ENCOURS > WS-GRP-LIMITE
                   MOVE 'Y' TO WS-GRP-DEPASSE
               END-IF
           END-IF.

       CUMULER-ENCOURS-GROUPE.
           IF CLI-GROUPE = WS-GRP-TETE
               ADD CLI-SOLDE TO WS-GRP-ENCOURS
               IF CLI-ID = WS-GRP-TETE
                   MOVE CLI-LIMITE-GROUPE TO WS-GRP-LIMITE
               END-IF
           END-IF.

      *    Trace de la decision : avant = encours et limite au
      *    moment de la decision, apres = sort de la commande.
       ECRIRE-AUDIT-CREDIT.
           MOVE 'VENTES' TO AUD-PROGRAMME.
           MOVE 'CREDIT' TO AUD-OPERATION.
           MOVE WS-OPERATEUR TO AUD-OPERATEUR.
           MOVE CVT-NUM TO AUD-CLE.
           MOVE WS-ENCOURS TO WS-BLQ-ENCOURS-ED.
           MOVE CLI-LIMITE-CREDIT TO WS-BLQ-LIMITE-ED.
           MOVE SPACES TO AUD-AVANT.
           STRING 'H ENC' WS-BLQ-ENCOURS-ED ' LIM'
               WS-BLQ-LIMITE-ED DELIMITED BY SIZE
               INTO AUD-AVANT
           END-STRING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-HEURE.
           OPEN EXTEND AUDIT.
           IF NOT WS-AUD-OUVERT-OK
               OPEN OUTPUT AUDIT
           END-IF.
           WRITE AUDIT-REC.
           CLOSE AUDIT.

       ANNULER-COMMANDE-CLIENT.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== ANNULER COMMANDE CLIENT ===' LINE 2
                       HIGHLIGHT
                   GO TO ANNULER-COMMANDE-CLIENT-EXIT
           END-READ.
           IF CVT-STATUT = 'E' OR CVT-STATUT = 'A' OR
               CVT-STATUT = 'H'
               DISPLAY 'Confirmer annulation (O/N)?' LINE 8
                   POSITION 24
               DISPLAY '[_]' LINE 8 POSITION 52 REVERSE-VIDEO
