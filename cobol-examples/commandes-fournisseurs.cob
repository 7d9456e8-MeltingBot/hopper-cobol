               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAL-CLE.
      *    DEMANDES D'ACHAT DES SERVICES, APPROUVEES DANS DEMACHAT
      *    ET TRANSFORMEES ICI EN COMMANDE OU EN APPEL D'OFFRES
           SELECT DEMANDES-ACHAT ASSIGN TO 'DEMACHAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DMA-NUM
               FILE STATUS IS WS-DMA-STATUS.
           SELECT LIGNES-DEMANDE ASSIGN TO 'DEMACHAT-L.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DML-CLE
               FILE STATUS IS WS-DML-STATUS.
      *    FRAIS D'APPROCHE (TRANSPORT, DOUANE, TRANSIT) REPARTIS
      *    SUR LES LIGNES RECUES D'UN OU PLUSIEURS COMMANDES
           SELECT FRAIS-APPROCHE ASSIGN TO 'FRAISAPP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAP-NUM
               FILE STATUS IS WS-FAP-STATUS.
           SELECT LIGNES-FRAIS ASSIGN TO 'FRAISAPP-L.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAL-CLE
               FILE STATUS IS WS-FAL-STATUS.
      *    BUDGET D'ACHATS PAR FAMILLE ET PAR MOIS
           SELECT BUDGETS-ACHAT ASSIGN TO 'BUDACHAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BDA-CLE
               FILE STATUS IS WS-BDA-STATUS.
      *    FAMILLES DE PRODUITS - VOIR COPYBOOKS/FAMILLE.CPY
           SELECT FAMILLES ASSIGN TO 'FAMILLES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-CODE
               FILE STATUS IS WS-FAM-STATUS.
      *    DOCUMENTS DE VIGILANCE DES SOUS-TRAITANTS - VOIR
      *    COPYBOOKS/DOCFRN.CPY
           SELECT DOCUMENTS-FRN ASSIGN TO 'DOCFRN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCF-CLE
               FILE STATUS IS WS-DCF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FOURNISSEURS.
               10 SWH-PRD       PIC X(8).
               10 SWH-ENTREPOT  PIC X(4).
           05 SWH-QTE       PIC 9(5).
      *       MINI/MAXI DE L'ENTREPOT POUR LE PRODUIT (STOCK),
      *       0 = NON GERE - PILOTENT LE REEQUILIBRAGE
           05 SWH-MINI      PIC 9(5).
           05 SWH-MAXI      PIC 9(5).
      *    JOURNAL D'AUDIT - VOIR COPYBOOKS/AUDIT.CPY, PARTAGE AVEC
      *    CLIENTS ET BANQUE.
       FD AUDIT.
      *    RETOURS FOURNISSEUR - L'AVOIR ATTENDU EST SUIVI JUSQU'A
      *    SON SOLDE (STATUT A -> S)
       FD RETOURS-FRN.
      *    VOIR COPYBOOKS/RETFRN.CPY
           COPY RETFRN.
      *    FICHIER D'ECHANGE SORTANT : UN ENREGISTREMENT 'E' PAR
      *    EN-TETE DE COMMANDE VALIDEE, SUIVI D'UN 'L' PAR LIGNE.
       FD CMD-EXPORT.
           05 MAL-QTE-NEGOCIEE PIC 9(6).
           05 MAL-PRIX      PIC 9(5)V99.
           05 MAL-QTE-APPELEE PIC 9(6).
      *    DEMANDES D'ACHAT - VOIR COPYBOOKS/DEMACHAT.CPY ET
      *    DEMACHL.CPY
       FD DEMANDES-ACHAT.
           COPY DEMACHAT.
       FD LIGNES-DEMANDE.
           COPY DEMACHL.
      *    FRAIS D'APPROCHE : UNE FACTURE DE TRANSPORTEUR OU DE
      *    TRANSITAIRE (AUSSI ECRITE DANS FACTFRN.DAT POUR LE
      *    PAIEMENT) ET SA CLE DE REPARTITION
       FD FRAIS-APPROCHE.
       01 FRAIS-APPROCHE-REC.
           05 FAP-NUM       PIC 9(6).
           05 FAP-FRN       PIC X(4).
           05 FAP-FACTURE   PIC X(10).
           05 FAP-DATE      PIC 9(8).
           05 FAP-NATURE    PIC X.
      *       T=TRANSPORT, D=DOUANE, F=FRAIS DE TRANSIT
           05 FAP-CLE-REPART PIC X.
      *       V=VALEUR RECUE, Q=QUANTITE RECUE, P=POIDS NET
           05 FAP-MONTANT   PIC 9(7)V99.
      *    MONTANT HT CONVERTI EN EUR AU TAUX DE LA FACTURE
           05 FAP-NB-LIGNES PIC 999.
           05 FAP-CAPITALISE PIC 9(7)V99.
      *    FRAIS D'APPROCHE : PART DE CHAQUE LIGNE RECUE
       FD LIGNES-FRAIS.
       01 LIGNE-FRAIS-REC.
           05 FAL-CLE.
               10 FAL-NUM       PIC 9(6).
               10 FAL-SEQ       PIC 999.
           05 FAL-CMD       PIC 9(6).
           05 FAL-LIGNE     PIC 99.
           05 FAL-PRD       PIC X(8).
      *    QUANTITE RECUE EN UNITE DE STOCK
           05 FAL-QTE       PIC 9(7).
           05 FAL-PART      PIC 9(7)V99.
      *    PART DES UNITES ENCORE EN STOCK, AJOUTEE A PRD-COUT ;
      *    LE RESTE (DEJA VENDU) N'EST PAS REVALORISE
           05 FAL-CAPITALISE PIC 9(7)V99.
           05 FAL-COUT-AVANT PIC 9(5)V99.
           05 FAL-COUT-APRES PIC 9(5)V99.
      *    BUDGET D'ACHATS MENSUEL D'UNE FAMILLE DE PRODUITS, EN
      *    EUR : MONTANT BUDGETE, ENGAGE (COMMANDES VALIDEES PAS
      *    ENCORE RECUES) ET REALISE (RECU), TOUS DEUX RATTACHES AU
      *    MOIS DE LA COMMANDE.
       FD BUDGETS-ACHAT.
       01 BUDGET-ACHAT-REC.
           05 BDA-CLE.
               10 BDA-FAMILLE   PIC X(4).
               10 BDA-MOIS      PIC 9(6).
           05 BDA-BUDGET    PIC 9(9)V99.
           05 BDA-ENGAGE    PIC S9(9)V99.
           05 BDA-REALISE   PIC S9(9)V99.
       FD FAMILLES.
           COPY FAMILLE.
       FD DOCUMENTS-FRN.
           COPY DOCFRN.
       WORKING-STORAGE SECTION.
       01 WS-MENU          PIC 9 VALUE 0.
       01 WS-CHOIX         PIC 9 VALUE 0.
       01 WS-COUNT-REJETS  PIC 999 VALUE 0.
      * Calcul du cout moyen pondere a la reception
       01 WS-COUT-CUMULE   PIC 9(11)V99 VALUE 0.
      * Stock propre (PRD-QTE moins le depot fournisseur) qui
      * porte l'ancien cout dans la moyenne ponderee
       01 WS-QTE-PROPRE    PIC S9(7) VALUE 0.
      * Recherche du tarif fournisseur applicable
       01 WS-PRIX-TROUVE   PIC 9 VALUE 0.
       01 WS-PRIX-APPLICABLE PIC 9(5)V99 VALUE 0.
      * carte des droits sert aussi au controle fin de la
      * validation des commandes (position 3).
       01 WS-FONCTION-SESSION PIC X(2) VALUE 'AC'.
       01 WS-DROITS-SESSION PIC X(11) VALUE SPACES.
       01 WS-SESSION-OK    PIC X VALUE 'N'.
      * Identite de la societe via le sous-programme IDENTSOC
       01 WS-ETAB-SOCIETE  PIC X(2) VALUE 'SG'.
           COPY SOCIETE.
           COPY SOCEDIT.
      * Verrouillage d'enregistrement via le sous-programme VERROU
       01 WS-VRL-ACTION    PIC X VALUE SPACE.
       01 WS-VRL-FICHIER   PIC X(8) VALUE SPACES.
       01 WS-VRL-ENREG     PIC X(18) VALUE SPACES.
       01 WS-VRL-RESULTAT  PIC X VALUE SPACE.
      * Jours ouvres via le sous-programme JOUROUVRE : l'echeance
      * saisie qui tombe un jour chome est decalee, position du
      * message selon l'ecran
       01 WS-JOU-ACTION    PIC X VALUE SPACE.
       01 WS-JOU-USAGE     PIC XX VALUE SPACES.
       01 WS-JOU-DATE      PIC 9(8) VALUE 0.
       01 WS-JOU-RESULTAT  PIC X VALUE SPACE.
       01 WS-JOU-LIGNE-MSG PIC 99 VALUE 8.
       01 WS-JOU-POS-MSG   PIC 99 VALUE 53.
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
       01 WS-CB-EOF        PIC 9 VALUE 0.
       01 WS-AUD-AVANT-NOM PIC X(20) VALUE SPACES.
       01 WS-AUD-AVANT-PRIX PIC 9(5)V99 VALUE 0.
       01 WS-AUD-AVANT-QTE PIC 9(5) VALUE 0.
       01 WS-AUD-AVANT-QTE-RECUE PIC 9(4) VALUE 0.
       01 WS-ENTREPOT       PIC X(4) VALUE SPACES.
      * Demandes d'achat des services
       01 WS-DMA-STATUS    PIC XX VALUE '00'.
           88 WS-DMA-OUVERT-OK VALUE '00'.
       01 WS-DML-STATUS    PIC XX VALUE '00'.
           88 WS-DML-OUVERT-OK VALUE '00'.
       01 WS-DML-EOF       PIC 9 VALUE 0.
       01 WS-FRN-EOF       PIC 9 VALUE 0.
       01 WS-DML-ELIGIBLE  PIC 9 VALUE 0.
       01 WS-DMA-FRN       PIC X(4) VALUE SPACES.
       01 WS-DMA-SAISIE    PIC 9(6) VALUE 0.
       01 WS-DML-SAISIE    PIC 99 VALUE 0.
       01 WS-DMA-RESTE     PIC 9 VALUE 0.
      * Frais d'approche
       01 WS-FAP-STATUS    PIC XX VALUE '00'.
           88 WS-FAP-OUVERT-OK VALUE '00'.
       01 WS-FAL-STATUS    PIC XX VALUE '00'.
           88 WS-FAL-OUVERT-OK VALUE '00'.
       01 WS-NEXT-FAP      PIC 9(6) VALUE 1.
       01 WS-FAP-CMDS.
           05 WS-FAP-CMD-T OCCURS 5 TIMES PIC 9(6).
       01 WS-FAP-NB-CMD    PIC 9 VALUE 0.
       01 WS-FAP-IDX       PIC 9 VALUE 0.
       01 WS-FAP-PASSE     PIC 9 VALUE 0.
       01 WS-FAP-NB        PIC 999 VALUE 0.
       01 WS-FAP-RANG      PIC 999 VALUE 0.
       01 WS-FAP-BASE      PIC 9(12)V999 VALUE 0.
       01 WS-FAP-BASE-TOTALE PIC 9(13)V999 VALUE 0.
       01 WS-FAP-REPARTI   PIC 9(7)V99 VALUE 0.
       01 WS-FAP-QTE-STK   PIC 9(7) VALUE 0.
       01 WS-FAP-QTE-PRESENTE PIC 9(7) VALUE 0.
       01 WS-FAP-NON-IMPUTE PIC 999 VALUE 0.
       01 WS-FAP-SAISIE    PIC 9(6) VALUE 0.
      * Budget d'achats par famille : ventilation de la commande
      * courante par famille (au plus une par ligne), mouvement a
      * imputer, cumuls du suivi
       01 WS-BDA-STATUS    PIC XX VALUE '00'.
           88 WS-BDA-OUVERT-OK VALUE '00'.
       01 WS-FAM-STATUS    PIC XX VALUE '00'.
       01 WS-BDA-MOIS      PIC 9(6) VALUE 0.
       01 WS-BDA-MOIS-R REDEFINES WS-BDA-MOIS.
           05 WS-BDA-ANNEE     PIC 9(4).
           05 WS-BDA-MM        PIC 99.
       01 WS-BGA-TAUX      PIC 9(3)V9(4) VALUE 1.
       01 WS-BGA-NB        PIC 99 VALUE 0.
       01 WS-BGA-IDX       PIC 99 VALUE 0.
       01 WS-BGA-TABLE.
           05 WS-BGA-ENTRY OCCURS 10 TIMES.
               10 WS-BGA-FAM-T     PIC X(4).
               10 WS-BGA-MONTANT-T PIC 9(9)V99.
       01 WS-BGA-MONTANT   PIC 9(9)V99 VALUE 0.
       01 WS-BGA-FAMILLE   PIC X(4) VALUE SPACES.
       01 WS-BGA-MOIS      PIC 9(6) VALUE 0.
       01 WS-BGA-ENGAGE    PIC S9(9)V99 VALUE 0.
       01 WS-BGA-REALISE   PIC S9(9)V99 VALUE 0.
       01 WS-BGA-RESTE     PIC S9(9)V99 VALUE 0.
       01 WS-BGA-DEPASSE   PIC X VALUE 'N'.
       01 WS-BGA-FAM-COURANTE PIC X(4) VALUE SPACES.
       01 WS-BGA-FAM-BUDGET PIC 9(9)V99 VALUE 0.
       01 WS-BGA-FAM-ENGAGE PIC S9(9)V99 VALUE 0.
       01 WS-BGA-FAM-REALISE PIC S9(9)V99 VALUE 0.
       01 WS-BGA-TOT-BUDGET PIC 9(9)V99 VALUE 0.
       01 WS-BGA-TOT-ENGAGE PIC S9(9)V99 VALUE 0.
       01 WS-BGA-TOT-REALISE PIC S9(9)V99 VALUE 0.
      * Documents de vigilance : saisie d'une piece, echeance par
      * defaut a six mois de la reception
       01 WS-DCF-STATUS    PIC XX VALUE '00'.
           88 WS-DCF-OUVERT-OK VALUE '00'.
       01 WS-DCF-FRN       PIC X(4) VALUE SPACES.
       01 WS-DCF-TYPE      PIC X(4) VALUE SPACES.
       01 WS-DCF-VIGILANCE PIC X VALUE SPACE.
       01 WS-DCF-AVANT     PIC X(8) VALUE SPACES.
       01 WS-DCF-ECHEANCE  PIC 9(8) VALUE 0.
       01 WS-DCF-ECHEANCE-R REDEFINES WS-DCF-ECHEANCE.
           05 WS-DCF-ECH-AAAA  PIC 9(4).
           05 WS-DCF-ECH-MM    PIC 99.
           05 WS-DCF-ECH-JJ    PIC 99.
       01 WS-DCF-LIGNE     PIC 99 VALUE 0.
       PROCEDURE DIVISION.
       DEBUT.
      *    Ouverture de session obligatoire avant tout menu -
               DISPLAY 'ACCES REFUSE' LINE 16 POSITION 34
               STOP RUN
           END-IF.
           CALL 'IDENTSOC' USING WS-ETAB-SOCIETE SOCIETE-REC
               SOCIETE-EDITION.
           OPEN I-O FOURNISSEURS.
           OPEN I-O PRODUITS.
           OPEN I-O COMMANDES.
           OPEN I-O RELIQUATS.
           OPEN I-O CDE-VENTES.
           OPEN I-O LIGNES-CDE-VENTE.
           OPEN I-O FRAIS-APPROCHE.
           IF NOT WS-FAP-OUVERT-OK
               OPEN OUTPUT FRAIS-APPROCHE
               CLOSE FRAIS-APPROCHE
               OPEN I-O FRAIS-APPROCHE
           END-IF.
           OPEN I-O LIGNES-FRAIS.
           IF NOT WS-FAL-OUVERT-OK
               OPEN OUTPUT LIGNES-FRAIS
               CLOSE LIGNES-FRAIS
               OPEN I-O LIGNES-FRAIS
           END-IF.
           OPEN I-O BUDGETS-ACHAT.
           IF NOT WS-BDA-OUVERT-OK
               OPEN OUTPUT BUDGETS-ACHAT
               CLOSE BUDGETS-ACHAT
               OPEN I-O BUDGETS-ACHAT
           END-IF.
           OPEN INPUT FAMILLES.
           OPEN I-O DOCUMENTS-FRN.
           IF NOT WS-DCF-OUVERT-OK
               OPEN OUTPUT DOCUMENTS-FRN
               CLOSE DOCUMENTS-FRN
               OPEN I-O DOCUMENTS-FRN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM CHARGER-COMPTEUR-CMD.
           PERFORM INITIALISER-COMPTEUR-RTF.
           PERFORM INITIALISER-COMPTEUR-AOF.
           PERFORM INITIALISER-COMPTEUR-MAR.
           PERFORM INITIALISER-COMPTEUR-QUA.
           PERFORM INITIALISER-COMPTEUR-FAP.
           PERFORM UNTIL WS-FIN = 1
               PERFORM AFFICHER-MENU-PRINCIPAL
               ACCEPT WS-MENU LINE 18 POSITION 25
                   WHEN 3 PERFORM MENU-COMMANDES
                   WHEN 4 PERFORM MENU-RECEPTION
                   WHEN 5 PERFORM MENU-FACTURES-FRN
                   WHEN 6 PERFORM MENU-BUDGETS-ACHAT
                   WHEN 9 MOVE 1 TO WS-FIN
               END-EVALUATE
           END-PERFORM.
           CLOSE RELIQUATS.
           CLOSE CDE-VENTES.
           CLOSE LIGNES-CDE-VENTE.
           CLOSE FRAIS-APPROCHE.
           CLOSE LIGNES-FRAIS.
           CLOSE BUDGETS-ACHAT.
           CLOSE FAMILLES.
           CLOSE DOCUMENTS-FRN.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY 'AU REVOIR' LINE 12 POSITION 35 HIGHLIGHT.
           STOP RUN.
           DISPLAY 'Reception Commandes' LINE 13 POSITION 29.
           DISPLAY '5.' LINE 14 POSITION 26.
           DISPLAY 'Factures Fournisseurs' LINE 14 POSITION 29.
           DISPLAY '6.' LINE 15 POSITION 26.
           DISPLAY 'Budgets Achats' LINE 15 POSITION 29.
           DISPLAY '9.' LINE 16 POSITION 26.
           DISPLAY 'Quitter' LINE 16 POSITION 29.
           DISPLAY 'Votre choix:' LINE 18 POSITION 12.
           DISPLAY '[_]' LINE 18 POSITION 25 REVERSE-VIDEO.

           DISPLAY 'Lister tous' LINE 11 POSITION 31.
           DISPLAY '5.' LINE 13 POSITION 28.
           DISPLAY 'Taux de change' LINE 13 POSITION 31.
           DISPLAY '6.' LINE 14 POSITION 28.
           DISPLAY 'Documents vigilance' LINE 14 POSITION 31.
           DISPLAY '0.' LINE 15 POSITION 28.
           DISPLAY 'Retour' LINE 15 POSITION 31.
           DISPLAY 'Choix:' LINE 16 POSITION 28.
           DISPLAY '[_]' LINE 16 POSITION 35 REVERSE-VIDEO.
           ACCEPT WS-CHOIX LINE 16 POSITION 36.
               WHEN 3 PERFORM MODIFIER-FOURNISSEUR
               WHEN 4 PERFORM LISTER-FOURNISSEURS
               WHEN 5 PERFORM GERER-DEVISES
               WHEN 6 PERFORM GERER-DOCUMENTS-FRN
                   THRU GERER-DOCUMENTS-FRN-EXIT
           END-EVALUATE.

       CREER-FOURNISSEUR.
                           POSITION 15
                       ACCEPT FRN-COMPTE-REF LINE 14 POSITION 37
                   END-IF
                   DISPLAY 'Pays (blanc=FR):' LINE 12 POSITION 47
                   MOVE SPACES TO FRN-PAYS
                   ACCEPT FRN-PAYS LINE 12 POSITION 64
                   IF FRN-PAYS = SPACES
                       MOVE 'FR' TO FRN-PAYS
                   END-IF
                   DISPLAY 'Escompte % (0=aucun):' LINE 15
                       POSITION 15
                   MOVE 0 TO FRN-ESC-TAUX FRN-ESC-JOURS
                   ACCEPT FRN-ESC-TAUX LINE 15 POSITION 38
                   IF FRN-ESC-TAUX > 0
                       DISPLAY 'a jours:' LINE 15 POSITION 45
                       ACCEPT FRN-ESC-JOURS LINE 15 POSITION 54
                   END-IF
                   MOVE 'N' TO FRN-VIGILANCE
                   WRITE FOURNIS-REC
                   MOVE FRN-CODE TO AUD-CLE
                   MOVE SPACES TO AUD-AVANT
                       FRN-TEL DELIMITED BY SIZE
                       INTO AUD-APRES
                   PERFORM ECRIRE-AUDIT-CREATE
                   DISPLAY '*** FOURNISSEUR CREE ***' LINE 16 POSITION
                       28
                       HIGHLIGHT
               NOT INVALID KEY
                   ELSE
                       DISPLAY FRN-DEVISE LINE 12 POSITION 32
                   END-IF
                   IF FRN-PAYS = SPACES
                       DISPLAY 'FR' LINE 12 POSITION 37
                   ELSE
                       DISPLAY FRN-PAYS LINE 12 POSITION 37
                   END-IF
                   DISPLAY '|' LINE 12 POSITION 46
                   DISPLAY '|' LINE 13 POSITION 22
                   DISPLAY 'Esc.:' LINE 13 POSITION 24
                   IF FRN-ESC-TAUX > 0
                       DISPLAY FRN-ESC-TAUX LINE 13 POSITION 32
                       DISPLAY '%' LINE 13 POSITION 37
                       DISPLAY FRN-ESC-JOURS LINE 13 POSITION 39
                       DISPLAY 'j' LINE 13 POSITION 42
                   ELSE
                       DISPLAY 'aucun' LINE 13 POSITION 32
                   END-IF
                   DISPLAY '|' LINE 13 POSITION 46
                   DISPLAY '+------------------------+'
                       LINE 14 POSITION 22
           END-READ.
           DISPLAY 'Appuyez ENTREE...' LINE 18 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 18 POSITION 49.
                   DISPLAY FRN-COMPTE-REF LINE 14 POSITION 49
                       REVERSE-VIDEO
                   ACCEPT FRN-COMPTE-REF LINE 14 POSITION 49
                   DISPLAY 'Pays:' LINE 13 POSITION 53
                   DISPLAY FRN-PAYS LINE 13 POSITION 59
                       REVERSE-VIDEO
                   ACCEPT FRN-PAYS LINE 13 POSITION 59
                   IF FRN-PAYS = SPACES
                       MOVE 'FR' TO FRN-PAYS
                   END-IF
                   DISPLAY 'Escompte %:' LINE 15 POSITION 15
                   DISPLAY FRN-ESC-TAUX LINE 15 POSITION 27
                       REVERSE-VIDEO
                   ACCEPT FRN-ESC-TAUX LINE 15 POSITION 27
                   DISPLAY 'a jours:' LINE 15 POSITION 34
                   DISPLAY FRN-ESC-JOURS LINE 15 POSITION 43
                       REVERSE-VIDEO
                   ACCEPT FRN-ESC-JOURS LINE 15 POSITION 43
                   IF FRN-ESC-TAUX = 0
                       MOVE 0 TO FRN-ESC-JOURS
                   END-IF
                   REWRITE FOURNIS-REC
                   MOVE FRN-CODE TO AUD-CLE
                   MOVE WS-AUD-AVANT-NOM TO AUD-AVANT
                   MOVE FRN-NOM TO AUD-APRES
                   PERFORM ECRIRE-AUDIT-UPDATE
                   DISPLAY '*** FOURNISSEUR MODIFIE ***' LINE 16
                       POSITION 26
                       HIGHLIGHT
           END-READ.
                           MOVE 'A' TO PRD-CYCLE
                           MOVE PRD-PRIX TO PRD-COUT
                           MOVE SPACES TO PRD-FAMILLE
                           MOVE SPACES TO PRD-NC8
                           MOVE 0 TO PRD-POIDS-NET
                           MOVE 0 TO PRD-GARANTIE-MOIS
                           MOVE 0 TO PRD-GARANTIE-FRN
                           MOVE 0 TO PRD-QTE-DEPOT
                           MOVE SPACES TO PRD-FRN-DEPOT
                           MOVE 0 TO PRD-POIDS-BRUT
                           MOVE 0 TO PRD-VOLUME
                           MOVE 0 TO PRD-QTE-COLIS
                           WRITE PRODUIT-REC
                           PERFORM ENREGISTRER-PRIX-INITIAL
                           MOVE PRD-CODE TO AUD-CLE
           DISPLAY 'Appels d offres' LINE 16 POSITION 31.
           DISPLAY '8.' LINE 17 POSITION 28.
           DISPLAY 'Marches annuels' LINE 17 POSITION 31.
           DISPLAY '9.' LINE 16 POSITION 50.
           DISPLAY 'Demandes d achat' LINE 16 POSITION 53.
           DISPLAY '0.' LINE 17 POSITION 50.
           DISPLAY 'Retour' LINE 17 POSITION 53.
           DISPLAY 'Choix:' LINE 18 POSITION 28.
               WHEN 1 PERFORM NOUVELLE-COMMANDE
               WHEN 2 PERFORM CONSULTER-COMMANDE
               WHEN 3 PERFORM VALIDER-COMMANDE
                   THRU VALIDER-COMMANDE-EXIT
               WHEN 4 PERFORM ANNULER-COMMANDE
               WHEN 5 PERFORM LISTER-COMMANDES
               WHEN 6 PERFORM MENU-ECHANGES-FRN
               WHEN 7 PERFORM MENU-APPELS-OFFRES
               WHEN 8 PERFORM MENU-MARCHES
               WHEN 9 PERFORM MENU-DEMANDES-ACHAT
                   THRU MENU-DEMANDES-ACHAT-EXIT
           END-EVALUATE.

      *    Cree l'en-tete de la commande, puis boucle sur la saisie
                   MOVE 'E' TO CMD-STATUT
                   MOVE SPACES TO CMD-APPROBATEUR CMD-RAISON-ANNUL
                   MOVE 0 TO CMD-MARCHE
                   MOVE 0 TO CMD-TAUX-ENGAGE
                   WRITE COMMANDE-REC
                   DISPLAY 'Numero commande:' LINE 8 POSITION 15
                   DISPLAY CMD-NUM LINE 8 POSITION 33 HIGHLIGHT
           MOVE 0 TO LCM-DATE-RECUE.
           MOVE 0 TO LCM-QTE-RETOURNEE.
           MOVE 0 TO LCM-QTE-ANNONCEE.
           MOVE 0 TO LCM-QTE-DEB.
           MOVE 0 TO LCM-QTE-DEB-DER.
           MOVE 0 TO LCM-PERIODE-DEB.
           WRITE LIGNE-CMD-REC.
           MOVE CMD-NUM TO AUD-CLE.
           MOVE SPACES TO AUD-AVANT.
                   DISPLAY 'COMMANDE NON TROUVEE' LINE 12 POSITION 30
                       HIGHLIGHT
               NOT INVALID KEY
                   DISPLAY SOE-RAISON-SOCIALE LINE 1 POSITION 3
                       HIGHLIGHT
                   DISPLAY 'Fournisseur:' LINE 5 POSITION 15
                   DISPLAY CMD-FRN LINE 5 POSITION 30
                   DISPLAY 'Date:' LINE 5 POSITION 40
                   DISPLAY 'Total commande:' LINE 18 POSITION 5
                   DISPLAY WS-TOTAL LINE 18 POSITION 25 HIGHLIGHT
                   DISPLAY WS-DEVISE-CMD LINE 18 POSITION 36
                   DISPLAY SOE-ADRESSE LINE 22 POSITION 3
                   DISPLAY SOE-IDENTIFIANTS LINE 23 POSITION 3
           END-READ.
           DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 20 POSITION 49.
                               GO TO VALIDER-COMMANDE-EXIT
                           END-IF
                       END-IF
      *                Budget d'achats : un depassement n'est
      *                valide que par un administrateur, apres
      *                confirmation
                       PERFORM CONTROLER-BUDGET-COMMANDE
                       IF WS-BGA-DEPASSE = 'Y'
                           IF WS-DROITS-SESSION(10:1) NOT = 'Y'
                               DISPLAY
                                   'VALIDATION REFUSEE - APPROBATEUR'
                                   LINE 16 POSITION 15 HIGHLIGHT
                               DISPLAY 'BUDGET REQUIS' LINE 16
                                   POSITION 48 HIGHLIGHT
                               GO TO VALIDER-COMMANDE-EXIT
                           END-IF
                           DISPLAY 'Valider malgre le depassement'
                               LINE 16 POSITION 15
                           DISPLAY '(O/N)?' LINE 16 POSITION 45
                           MOVE SPACE TO WS-CONFIRM
                           ACCEPT WS-CONFIRM LINE 16 POSITION 52
                           IF WS-CONFIRM NOT = 'O' AND
                               WS-CONFIRM NOT = 'o'
                               GO TO VALIDER-COMMANDE-EXIT
                           END-IF
                       END-IF
                       MOVE 'V' TO CMD-STATUT
                       MOVE WS-BGA-TAUX TO CMD-TAUX-ENGAGE
                       REWRITE COMMANDE-REC
                       PERFORM ENGAGER-BUDGET-COMMANDE
                       MOVE CMD-NUM TO AUD-CLE
                       MOVE 'STATUT=E' TO AUD-AVANT
                       MOVE 'STATUT=V' TO AUD-APRES
                           ACCEPT CMD-RAISON-ANNUL LINE 10 POSITION 49
                           MOVE 'X' TO CMD-STATUT
                           REWRITE COMMANDE-REC
                           PERFORM LIBERER-BUDGET-COMMANDE
                           MOVE CMD-NUM TO AUD-CLE
                           MOVE 'STATUT=E/V' TO AUD-AVANT
                           STRING 'STATUT=X RAISON=' DELIMITED BY SIZE
           ACCEPT WS-CHOIX LINE 18 POSITION 36.
           EVALUATE WS-CHOIX
               WHEN 1 PERFORM RECEVOIR-COMMANDE
                   THRU RECEVOIR-COMMANDE-EXIT
               WHEN 2 PERFORM COMMANDES-EN-ATTENTE
               WHEN 3 PERFORM RAPPORT-FIABILITE-FOURNISSEURS
               WHEN 4 PERFORM RETOUR-FOURNISSEUR
               WHEN 8 PERFORM CONFIRMER-DROPSHIP
           END-EVALUATE.

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

      *    Premiere ligne de la commande en cours attendant
      *    encore le produit scanne (0 si aucune).
       CHERCHER-LIGNE-SCANNEE.
           MOVE 0 TO WS-NUM-LIGNE.
           MOVE CMD-NUM TO LCM-NUM.
           MOVE 0 TO LCM-NUM-LIGNE.
           START LIGNES-COMMANDE KEY >= LCM-CLE
               INVALID KEY MOVE 1 TO WS-CB-EOF
               NOT INVALID KEY MOVE 0 TO WS-CB-EOF
           END-START.
           PERFORM UNTIL WS-CB-EOF = 1 OR WS-NUM-LIGNE > 0
               READ LIGNES-COMMANDE NEXT
                   AT END MOVE 1 TO WS-CB-EOF
                   NOT AT END
                       IF LCM-NUM NOT = CMD-NUM
                           MOVE 1 TO WS-CB-EOF
                       ELSE
                           IF LCM-PRD = WS-CB-PRD AND
                               LCM-STATUT NOT = 'R'
                               MOVE LCM-NUM-LIGNE TO WS-NUM-LIGNE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    La reception se fait ligne par ligne et accepte une
      *    quantite partielle : les fournisseurs livrent souvent en
      *    plusieurs fois. CMD-STATUT passe a P tant qu'il reste des
           END-IF.
           DISPLAY 'Numero de ligne:' LINE 7 POSITION 15.
           DISPLAY '[__]' LINE 7 POSITION 33 REVERSE-VIDEO.
           DISPLAY '(0=par le code produit)' LINE 7 POSITION 38.
           MOVE SPACE TO WS-CB-RESULTAT.
           ACCEPT WS-NUM-LIGNE LINE 7 POSITION 34.
      *    Le carton se scanne : la ligne en attente du produit
      *    sur la commande est retrouvee.
           IF WS-NUM-LIGNE = 0
               DISPLAY 'Code produit ou code-barre:' LINE 8
                   POSITION 15
               DISPLAY '[______________]' LINE 8 POSITION 43
                   REVERSE-VIDEO
               MOVE SPACES TO WS-CB-SAISIE
               ACCEPT WS-CB-SAISIE LINE 8 POSITION 44
               MOVE 12 TO WS-CB-LIGNE-MSG
               PERFORM RESOUDRE-CODE-SAISI
               IF WS-CB-RESULTAT = 'C' OR WS-CB-RESULTAT = 'X'
                   GO TO RECEVOIR-COMMANDE-EXIT
               END-IF
               PERFORM CHERCHER-LIGNE-SCANNEE
               IF WS-NUM-LIGNE = 0
                   DISPLAY 'PRODUIT NON ATTENDU SUR CETTE COMMANDE'
                       LINE 12 POSITION 22 HIGHLIGHT
                   GO TO RECEVOIR-COMMANDE-EXIT
               END-IF
               DISPLAY WS-NUM-LIGNE LINE 7 POSITION 34
           END-IF.
           MOVE CMD-NUM TO LCM-NUM.
           MOVE WS-NUM-LIGNE TO LCM-NUM-LIGNE.
           READ LIGNES-COMMANDE
               DISPLAY ')' LINE 13 POSITION 52
           END-IF.
           DISPLAY '[____]' LINE 13 POSITION 43 REVERSE-VIDEO.
      *    Un colis scanne se recoit en colis, converti en unites
      *    d'achat par les coefficients du produit.
           MOVE 1 TO WS-CB-COEF-ECRAN.
           IF PRD-COEF-ACHAT > 1
               MOVE PRD-COEF-ACHAT TO WS-CB-COEF-ECRAN
           END-IF.
           PERFORM CALCULER-COLIS-SCANNE.
           IF WS-CB-PAR-COLIS > 0
               DISPLAY 'colis de' LINE 13 POSITION 54
               DISPLAY WS-CB-PAR-COLIS LINE 13 POSITION 63
               DISPLAY '(0=1)' LINE 13 POSITION 68
           END-IF.
           ACCEPT WS-QTE-SAISIE LINE 13 POSITION 44.
           IF WS-CB-PAR-COLIS > 0
               IF WS-QTE-SAISIE = 0
                   MOVE 1 TO WS-QTE-SAISIE
               END-IF
               MULTIPLY WS-CB-PAR-COLIS BY WS-QTE-SAISIE
               DISPLAY WS-QTE-SAISIE LINE 13 POSITION 44
           END-IF.
           IF WS-QTE-SAISIE = 0
               IF LCM-QTE-ANNONCEE > 0
                   MOVE LCM-QTE-ANNONCEE TO WS-QTE-SAISIE
      *    L'annonce est consommee par la reception.
           MOVE 0 TO LCM-QTE-ANNONCEE.
           REWRITE LIGNE-CMD-REC.
           PERFORM REALISER-BUDGET-RECEPTION.
           MOVE CMD-NUM TO AUD-CLE.
           STRING 'RECU=' DELIMITED BY SIZE
               WS-AUD-AVANT-QTE-RECUE DELIMITED BY SIZE
      *            COUT PLUS LA RECEPTION AU PRIX REELLEMENT RECU
      *            (LCM-PRIX). UN PRODUIT JAMAIS VALORISE PREND
      *            DIRECTEMENT LE PRIX RECU.
                   PERFORM CALCULER-QTE-PROPRE
                   IF PRD-COUT = 0
                       COMPUTE PRD-COUT ROUNDED =
                           LCM-PRIX / WS-COEF-ACHAT
      *                STOCK : LE COUT MOYEN RESTE PAR UNITE DE
      *                STOCK.
                       COMPUTE WS-COUT-CUMULE =
                           (WS-QTE-PROPRE * PRD-COUT) +
                           (WS-QTE-SAISIE * LCM-PRIX)
                   END-IF
                   ADD WS-QTE-STOCK TO PRD-QTE
                   ADD WS-QTE-STOCK TO WS-QTE-PROPRE
                   IF WS-COUT-CUMULE > 0 AND WS-QTE-PROPRE > 0
                       COMPUTE PRD-COUT ROUNDED =
                           WS-COUT-CUMULE / WS-QTE-PROPRE
                       MOVE 0 TO WS-COUT-CUMULE
                   END-IF
                   REWRITE PRODUIT-REC
           READ STOCK-ENTREPOTS
               INVALID KEY
                   MOVE WS-QTE-STOCK TO SWH-QTE
                   MOVE 0 TO SWH-MINI
                   MOVE 0 TO SWH-MAXI
                   WRITE STOCK-WH-REC
               NOT INVALID KEY
                   ADD WS-QTE-STOCK TO SWH-QTE
           DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 20 POSITION 49.

      *    Stock propre du produit lu : le depot fournisseur
      *    (PRD-QTE-DEPOT) ne nous appartient pas et ne porte pas
      *    notre cout moyen.
       CALCULER-QTE-PROPRE.
           MOVE PRD-QTE TO WS-QTE-PROPRE.
           IF PRD-QTE-DEPOT NUMERIC
               SUBTRACT PRD-QTE-DEPOT FROM WS-QTE-PROPRE
           END-IF.
           IF WS-QTE-PROPRE < 0
               MOVE 0 TO WS-QTE-PROPRE
           END-IF.

      *    Parcourt toutes les lignes de la commande courante pour
      *    determiner si la commande est maintenant entierement
      *    recue (R), partiellement recue (P) ou encore en attente.
               GO TO CONFIRMER-DROPSHIP-EXIT
           END-IF.
      *    Pointage recu, sans stock ni mouvement
           COMPUTE WS-QTE-SAISIE = LCM-QTE - LCM-QTE-RECUE.
           MOVE LCM-PRD TO PRD-CODE.
           READ PRODUITS
               INVALID KEY MOVE SPACES TO PRD-FAMILLE
           END-READ.
           PERFORM REALISER-BUDGET-RECEPTION.
           MOVE LCM-QTE TO LCM-QTE-RECUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LCM-DATE-RECUE.
           MOVE 'R' TO LCM-STATUT.
                   NOT INVALID KEY
                       IF CVT-STATUT = 'E' OR CVT-STATUT = 'A'
                           MOVE 'L' TO CVT-STATUT
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO CVT-DATE-LIVREE
                           REWRITE CDE-VENTE-REC
                       END-IF
               END-READ
               READ LIGNES-COMMANDE
                   INVALID KEY MOVE 0 TO LCM-PRIX
               END-READ
               PERFORM CALCULER-QTE-PROPRE
               IF LCM-PRIX > 0
                   IF PRD-COUT = 0
                       COMPUTE PRD-COUT ROUNDED =
                           LCM-PRIX / WS-COEF-ACHAT
                   ELSE
                       COMPUTE WS-COUT-CUMULE =
                           (WS-QTE-PROPRE * PRD-COUT) +
                           (WS-QTE-ACCEPTEE * LCM-PRIX
                           / WS-COEF-ACHAT)
                   END-IF
               END-IF
               ADD WS-QTE-ACCEPTEE TO PRD-QTE
               ADD WS-QTE-ACCEPTEE TO WS-QTE-PROPRE
               IF WS-COUT-CUMULE > 0 AND WS-QTE-PROPRE > 0
                   COMPUTE PRD-COUT ROUNDED =
                       WS-COUT-CUMULE / WS-QTE-PROPRE
                   MOVE 0 TO WS-COUT-CUMULE
               END-IF
               MOVE QUA-PRD TO SWH-PRD
               READ STOCK-ENTREPOTS
                   INVALID KEY
                       MOVE WS-QTE-ACCEPTEE TO SWH-QTE
                       MOVE 0 TO SWH-MINI
                       MOVE 0 TO SWH-MAXI
                       WRITE STOCK-WH-REC
                   NOT INVALID KEY
                       ADD WS-QTE-ACCEPTEE TO SWH-QTE
           MOVE 'E' TO CMD-STATUT.
           MOVE SPACES TO CMD-APPROBATEUR CMD-RAISON-ANNUL.
           MOVE MAR-NUM TO CMD-MARCHE.
           MOVE 0 TO CMD-TAUX-ENGAGE.
           WRITE COMMANDE-REC.
           DISPLAY 'Numero commande:' LINE 6 POSITION 15.
           DISPLAY CMD-NUM LINE 6 POSITION 33 HIGHLIGHT.
           MOVE 0 TO LCM-DATE-RECUE.
           MOVE 0 TO LCM-QTE-RETOURNEE.
           MOVE 0 TO LCM-QTE-ANNONCEE.
           MOVE 0 TO LCM-QTE-DEB.
           MOVE 0 TO LCM-QTE-DEB-DER.
           MOVE 0 TO LCM-PERIODE-DEB.
           WRITE LIGNE-CMD-REC.
           ADD WS-QTE-APPEL TO MAL-QTE-APPELEE.
           REWRITE LIGNE-MARCHE-REC.
           MOVE 'E' TO CMD-STATUT.
           MOVE SPACES TO CMD-APPROBATEUR CMD-RAISON-ANNUL.
           MOVE 0 TO CMD-MARCHE.
           MOVE 0 TO CMD-TAUX-ENGAGE.
           WRITE COMMANDE-REC.
           MOVE 0 TO WS-TOTAL.
           MOVE AOF-NUM TO AOL-NUM.
           MOVE 0 TO LCM-DATE-RECUE.
           MOVE 0 TO LCM-QTE-RETOURNEE.
           MOVE 0 TO LCM-QTE-ANNONCEE.
           MOVE 0 TO LCM-QTE-DEB.
           MOVE 0 TO LCM-QTE-DEB-DER.
           MOVE 0 TO LCM-PERIODE-DEB.
           WRITE LIGNE-CMD-REC.
           COMPUTE WS-MONTANT = LCM-QTE * LCM-PRIX.
           ADD WS-MONTANT TO WS-TOTAL.
           DISPLAY 'Saisir une facture' LINE 5 POSITION 31.
           DISPLAY '2.' LINE 7 POSITION 28.
           DISPLAY 'Lister par statut' LINE 7 POSITION 31.
           DISPLAY '3.' LINE 9 POSITION 28.
           DISPLAY 'Frais d approche' LINE 9 POSITION 31.
           DISPLAY '4.' LINE 11 POSITION 28.
           DISPLAY 'Fiche de cout d approche' LINE 11 POSITION 31.
           DISPLAY '0.' LINE 13 POSITION 28.
           DISPLAY 'Retour' LINE 13 POSITION 31.
           DISPLAY 'Choix:' LINE 16 POSITION 28.
           DISPLAY '[_]' LINE 16 POSITION 35 REVERSE-VIDEO.
           ACCEPT WS-CHOIX LINE 16 POSITION 36.
           EVALUATE WS-CHOIX
               WHEN 1 PERFORM SAISIR-FACTURE-FOURNISSEUR
               WHEN 2 PERFORM LISTER-FACTURES-FRN
               WHEN 3 PERFORM SAISIR-FRAIS-APPROCHE
                   THRU SAISIR-FRAIS-APPROCHE-EXIT
               WHEN 4 PERFORM CONSULTER-FICHE-FRAIS
                   THRU CONSULTER-FICHE-FRAIS-EXIT
           END-EVALUATE.

       SAISIR-FACTURE-FOURNISSEUR.
           DISPLAY 'Echeance (AAAAMMJJ):' LINE 8 POSITION 15.
           DISPLAY '[________]' LINE 8 POSITION 41 REVERSE-VIDEO.
           ACCEPT FFR-ECHEANCE LINE 8 POSITION 42.
           MOVE 8 TO WS-JOU-LIGNE-MSG.
           MOVE 53 TO WS-JOU-POS-MSG.
           PERFORM AJUSTER-ECHEANCE-FFR.
           DISPLAY 'Montant total HT (' LINE 9 POSITION 15.
           DISPLAY WS-DEVISE-CMD LINE 9 POSITION 33.
           DISPLAY '):' LINE 9 POSITION 36.
           DISPLAY '[_________]' LINE 9 POSITION 41 REVERSE-VIDEO.
           ACCEPT FFR-MONTANT LINE 9 POSITION 42.
      *    TVA deductible telle que portee sur la facture, pour
      *    le journal des achats de COMPTAGL (44566).
           DISPLAY 'TVA:' LINE 9 POSITION 54.
           DISPLAY '[_________]' LINE 9 POSITION 59 REVERSE-VIDEO.
           ACCEPT FFR-TVA LINE 9 POSITION 60.
           MOVE 'N' TO FFR-COMPTA.
      *    La facture porte la devise du fournisseur et le taux
      *    EUR du jour : COMPTAFRN reconvertira au taux du jour de
      *    paiement et degagera l'ecart de change.
                   POSITION 28 HIGHLIGHT
           END-IF.
           MOVE 0 TO FFR-DATE-PAIEMENT.
           MOVE 0 TO FFR-ESCOMPTE.
           WRITE FACT-FRN-REC.
           MOVE FFR-NUMERO TO AUD-CLE.
           MOVE SPACES TO AUD-AVANT.
       CONTROLER-PERIODE-FFR-EXIT.
           EXIT.

      *    Une echeance qui tombe un jour chome est reportee
      *    selon la regle des echeances fournisseurs (CALPARM.DAT)
      *    et la date retenue est montree a cote de la saisie.
       AJUSTER-ECHEANCE-FFR.
           MOVE 'A' TO WS-JOU-ACTION.
           MOVE 'FF' TO WS-JOU-USAGE.
           MOVE FFR-ECHEANCE TO WS-JOU-DATE.
           CALL 'JOUROUVRE' USING WS-JOU-ACTION WS-JOU-USAGE
               WS-JOU-DATE WS-JOU-RESULTAT.
           IF WS-JOU-RESULTAT = 'D'
               MOVE WS-JOU-DATE TO FFR-ECHEANCE
               DISPLAY 'CHOME ->' LINE WS-JOU-LIGNE-MSG
                   POSITION WS-JOU-POS-MSG HIGHLIGHT
               DISPLAY FFR-ECHEANCE LINE WS-JOU-LIGNE-MSG
                   POSITION WS-JOU-POS-MSG + 9 HIGHLIGHT
           END-IF.

      *    Saisit une ligne de la facture (numero de ligne de la
      *    commande, quantite facturee, prix facture) et la
      *    rapproche de la ligne de commande : quantite contre
           DISPLAY 'Appuyez ENTREE...' LINE 21 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 21 POSITION 49.

      *===============================================
      * FRAIS D'APPROCHE
      * La facture d'un transporteur ou d'un transitaire (fret,
      * droits de douane, frais de transit) est rattachee a une
      * a cinq commandes recues d'un meme envoi, puis repartie
      * sur leurs lignes recues au prorata de la valeur, de la
      * quantite ou du poids net. La part des unites encore en
      * stock est ajoutee au cout moyen pondere PRD-COUT ; la
      * part des unites deja vendues n'est pas revalorisee. La
      * facture entre dans FACTFRN.DAT (acceptee, sans
      * rapprochement trois voies) pour etre payee par COMPTAFRN.
      *===============================================
       INITIALISER-COMPTEUR-FAP.
           MOVE 1 TO WS-NEXT-FAP.
           MOVE 0 TO FAP-NUM.
           START FRAIS-APPROCHE KEY >= FAP-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ FRAIS-APPROCHE NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF FAP-NUM + 1 > WS-NEXT-FAP
                           COMPUTE WS-NEXT-FAP = FAP-NUM + 1
                       END-IF
               END-READ
           END-PERFORM.

       SAISIR-FRAIS-APPROCHE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== FRAIS D APPROCHE ===' LINE 2 POSITION 28
               HIGHLIGHT.
           DISPLAY 'Transporteur/transitaire:' LINE 4 POSITION 10.
           DISPLAY '[____]' LINE 4 POSITION 36 REVERSE-VIDEO.
           ACCEPT FFR-FRN LINE 4 POSITION 37.
           MOVE FFR-FRN TO FRN-CODE.
           READ FOURNISSEURS
               INVALID KEY
                   DISPLAY 'FOURNISSEUR INCONNU' LINE 19 POSITION 30
                       HIGHLIGHT
                   GO TO SAISIR-FRAIS-APPROCHE-EXIT
           END-READ.
           DISPLAY FRN-NOM LINE 4 POSITION 44 HIGHLIGHT.
           PERFORM RETENIR-DEVISE-FOURNISSEUR.
           DISPLAY WS-DEVISE-CMD LINE 4 POSITION 66.
           DISPLAY 'Numero facture:' LINE 5 POSITION 10.
           DISPLAY '[__________]' LINE 5 POSITION 36 REVERSE-VIDEO.
           ACCEPT FFR-NUMERO LINE 5 POSITION 37.
           READ FACT-FOURNISSEUR
               NOT INVALID KEY
                   DISPLAY 'FACTURE DEJA SAISIE' LINE 19 POSITION 30
                       HIGHLIGHT
                   GO TO SAISIR-FRAIS-APPROCHE-EXIT
           END-READ.
           DISPLAY 'Nature (T=transport D=douane F=transit):' LINE 6
               POSITION 10.
           DISPLAY '[_]' LINE 6 POSITION 52 REVERSE-VIDEO.
           MOVE SPACE TO FAP-NATURE.
           ACCEPT FAP-NATURE LINE 6 POSITION 53.
           IF FAP-NATURE NOT = 'T' AND FAP-NATURE NOT = 'D'
               AND FAP-NATURE NOT = 'F'
               DISPLAY 'NATURE INVALIDE' LINE 19 POSITION 32
                   HIGHLIGHT
               GO TO SAISIR-FRAIS-APPROCHE-EXIT
           END-IF.
      *    Les commandes de l'envoi : cinq au plus, toutes recues
      *    au moins en partie.
           MOVE 0 TO WS-FAP-NB-CMD.
           MOVE SPACE TO WS-CONTINUER-SAISIE.
           PERFORM SAISIR-CMD-FRAIS THRU SAISIR-CMD-FRAIS-EXIT
               UNTIL WS-CONTINUER-SAISIE = 'N'.
           IF WS-FAP-NB-CMD = 0
               GO TO SAISIR-FRAIS-APPROCHE-EXIT
           END-IF.
           DISPLAY 'Date facture (AAAAMMJJ):' LINE 9 POSITION 10.
           DISPLAY '[________]' LINE 9 POSITION 36 REVERSE-VIDEO.
           ACCEPT FFR-DATE LINE 9 POSITION 37.
           PERFORM CONTROLER-PERIODE-FFR THRU
               CONTROLER-PERIODE-FFR-EXIT.
           IF WS-PERIODE-OUVERTE = 0
               GO TO SAISIR-FRAIS-APPROCHE-EXIT
           END-IF.
           DISPLAY 'Echeance (AAAAMMJJ):' LINE 10 POSITION 10.
           DISPLAY '[________]' LINE 10 POSITION 36 REVERSE-VIDEO.
           ACCEPT FFR-ECHEANCE LINE 10 POSITION 37.
           MOVE 10 TO WS-JOU-LIGNE-MSG.
           MOVE 48 TO WS-JOU-POS-MSG.
           PERFORM AJUSTER-ECHEANCE-FFR.
           DISPLAY 'Montant HT:' LINE 11 POSITION 10.
           DISPLAY '[_________]' LINE 11 POSITION 36 REVERSE-VIDEO.
           ACCEPT FFR-MONTANT LINE 11 POSITION 37.
           DISPLAY 'TVA:' LINE 11 POSITION 50.
           DISPLAY '[_________]' LINE 11 POSITION 55 REVERSE-VIDEO.
           ACCEPT FFR-TVA LINE 11 POSITION 56.
           IF FFR-MONTANT = 0
               DISPLAY 'MONTANT NUL' LINE 19 POSITION 34 HIGHLIGHT
               GO TO SAISIR-FRAIS-APPROCHE-EXIT
           END-IF.
           DISPLAY 'Repartition (V=valeur Q=quantite P=poids):'
               LINE 12 POSITION 10.
           DISPLAY '[_]' LINE 12 POSITION 54 REVERSE-VIDEO.
           MOVE SPACE TO FAP-CLE-REPART.
           ACCEPT FAP-CLE-REPART LINE 12 POSITION 55.
           IF FAP-CLE-REPART NOT = 'V' AND FAP-CLE-REPART NOT = 'Q'
               AND FAP-CLE-REPART NOT = 'P'
               DISPLAY 'CLE DE REPARTITION INVALIDE' LINE 19
                   POSITION 26 HIGHLIGHT
               GO TO SAISIR-FRAIS-APPROCHE-EXIT
           END-IF.
      *    Premier passage : l'assiette totale. Rien n'est ecrit
      *    tant qu'elle n'est pas connue.
           MOVE 1 TO WS-FAP-PASSE.
           MOVE 0 TO WS-FAP-BASE-TOTALE.
           MOVE 0 TO WS-FAP-NB.
           PERFORM PARCOURIR-CMD-FRAIS
               VARYING WS-FAP-IDX FROM 1 BY 1
               UNTIL WS-FAP-IDX > WS-FAP-NB-CMD.
           IF WS-FAP-BASE-TOTALE = 0
               IF FAP-CLE-REPART = 'P'
                   DISPLAY 'POIDS NON RENSEIGNES - AUTRE CLE'
                       LINE 19 POSITION 24 HIGHLIGHT
               ELSE
                   DISPLAY 'AUCUNE LIGNE RECUE A REPARTIR' LINE 19
                       POSITION 25 HIGHLIGHT
               END-IF
               GO TO SAISIR-FRAIS-APPROCHE-EXIT
           END-IF.
      *    La facture part au paiement comme une facture
      *    fournisseur ordinaire, rattachee a la premiere commande.
           MOVE WS-FAP-CMD-T(1) TO FFR-CMD.
           MOVE 'N' TO FFR-COMPTA.
           MOVE WS-DEVISE-CMD TO FFR-DEVISE.
           PERFORM CHERCHER-TAUX-DEVISE.
           MOVE WS-TAUX-DEVISE TO FFR-TAUX.
           MOVE 'A' TO FFR-STATUT.
           MOVE 0 TO FFR-DATE-PAIEMENT.
           MOVE 0 TO FFR-ESCOMPTE.
           WRITE FACT-FRN-REC.
           MOVE FFR-NUMERO TO AUD-CLE.
           MOVE SPACES TO AUD-AVANT.
           STRING 'FRN=' DELIMITED BY SIZE
               FFR-FRN DELIMITED BY SIZE
               ' FRAIS APPROCHE' DELIMITED BY SIZE
               INTO AUD-APRES.
           PERFORM ECRIRE-AUDIT-CREATE.
           MOVE WS-NEXT-FAP TO FAP-NUM.
           ADD 1 TO WS-NEXT-FAP.
           MOVE FFR-FRN TO FAP-FRN.
           MOVE FFR-NUMERO TO FAP-FACTURE.
           MOVE FFR-DATE TO FAP-DATE.
           COMPUTE FAP-MONTANT ROUNDED = FFR-MONTANT * FFR-TAUX.
           MOVE 0 TO FAP-CAPITALISE.
           MOVE 0 TO FAP-NB-LIGNES.
      *    Second passage : la part de chaque ligne, l'arrondi
      *    restant sur la derniere.
           MOVE 2 TO WS-FAP-PASSE.
           MOVE 0 TO WS-FAP-RANG.
           MOVE 0 TO WS-FAP-REPARTI.
           MOVE 0 TO WS-FAP-NON-IMPUTE.
           PERFORM PARCOURIR-CMD-FRAIS
               VARYING WS-FAP-IDX FROM 1 BY 1
               UNTIL WS-FAP-IDX > WS-FAP-NB-CMD.
           WRITE FRAIS-APPROCHE-REC.
           MOVE FAP-NUM TO AUD-CLE.
           MOVE SPACES TO AUD-AVANT.
           STRING 'FRAIS=' DELIMITED BY SIZE
               FAP-MONTANT DELIMITED BY SIZE
               ' STOCK=' DELIMITED BY SIZE
               FAP-CAPITALISE DELIMITED BY SIZE
               INTO AUD-APRES.
           PERFORM ECRIRE-AUDIT-CREATE.
           DISPLAY '*** FRAIS REPARTIS ***' LINE 14 POSITION 29
               HIGHLIGHT.
           DISPLAY 'Fiche numero:' LINE 15 POSITION 20.
           DISPLAY FAP-NUM LINE 15 POSITION 40 HIGHLIGHT.
           DISPLAY 'Montant EUR:' LINE 16 POSITION 20.
           DISPLAY FAP-MONTANT LINE 16 POSITION 40.
           DISPLAY 'Ajoute au stock:' LINE 17 POSITION 20.
           DISPLAY FAP-CAPITALISE LINE 17 POSITION 40 HIGHLIGHT.
           IF WS-FAP-NON-IMPUTE > 0
               DISPLAY WS-FAP-NON-IMPUTE LINE 18 POSITION 20
                   HIGHLIGHT
               DISPLAY 'ligne(s) non imputee(s) - produit verrouille'
                   LINE 18 POSITION 24
           END-IF.
       SAISIR-FRAIS-APPROCHE-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 22 POSITION 49.

       SAISIR-CMD-FRAIS.
           IF WS-FAP-NB-CMD = 5
               MOVE 'N' TO WS-CONTINUER-SAISIE
               GO TO SAISIR-CMD-FRAIS-EXIT
           END-IF.
           DISPLAY 'Commande de l envoi (0=fin):' LINE 7
               POSITION 10.
           DISPLAY '[______]' LINE 7 POSITION 40 REVERSE-VIDEO.
           MOVE 0 TO CMD-NUM.
           ACCEPT CMD-NUM LINE 7 POSITION 41.
           IF CMD-NUM = 0
               MOVE 'N' TO WS-CONTINUER-SAISIE
               GO TO SAISIR-CMD-FRAIS-EXIT
           END-IF.
           READ COMMANDES
               INVALID KEY
                   DISPLAY 'COMMANDE NON TROUVEE  ' LINE 19
                       POSITION 29 HIGHLIGHT
                   GO TO SAISIR-CMD-FRAIS-EXIT
           END-READ.
           IF CMD-STATUT NOT = 'P' AND CMD-STATUT NOT = 'R'
               DISPLAY 'COMMANDE SANS RECEPTION' LINE 19
                   POSITION 29 HIGHLIGHT
               GO TO SAISIR-CMD-FRAIS-EXIT
           END-IF.
           ADD 1 TO WS-FAP-NB-CMD.
           MOVE CMD-NUM TO WS-FAP-CMD-T(WS-FAP-NB-CMD).
           DISPLAY CMD-NUM LINE 8
               POSITION WS-FAP-NB-CMD * 8 + 2 HIGHLIGHT.
           DISPLAY '                       ' LINE 19 POSITION 29.
       SAISIR-CMD-FRAIS-EXIT.
           EXIT.

      *    Les lignes recues de la commande WS-FAP-CMD-T(WS-FAP-IDX)
      *    - premier passage : cumul de l'assiette ; second :
      *    imputation.
       PARCOURIR-CMD-FRAIS.
           MOVE WS-FAP-CMD-T(WS-FAP-IDX) TO LCM-NUM.
           MOVE 0 TO LCM-NUM-LIGNE.
           START LIGNES-COMMANDE KEY >= LCM-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ LIGNES-COMMANDE NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF LCM-NUM NOT = WS-FAP-CMD-T(WS-FAP-IDX)
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF LCM-QTE-RECUE > 0
                               PERFORM CALCULER-BASE-FRAIS
                               IF WS-FAP-PASSE = 1
                                   ADD WS-FAP-BASE TO
                                       WS-FAP-BASE-TOTALE
                                   ADD 1 TO WS-FAP-NB
                               ELSE
                                   PERFORM IMPUTER-LIGNE-FRAIS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Assiette de la ligne de commande lue (PRODUIT-REC lu) :
      *    valeur recue au prix de la commande, quantite recue en
      *    unite de stock, ou poids net de cette quantite.
       CALCULER-BASE-FRAIS.
           MOVE LCM-PRD TO PRD-CODE.
           READ PRODUITS
               INVALID KEY
                   MOVE 0 TO PRD-COEF-ACHAT PRD-POIDS-NET
           END-READ.
           MOVE 1 TO WS-COEF-ACHAT.
           IF PRD-COEF-ACHAT > 1
               MOVE PRD-COEF-ACHAT TO WS-COEF-ACHAT
           END-IF.
           COMPUTE WS-FAP-QTE-STK = LCM-QTE-RECUE * WS-COEF-ACHAT.
           EVALUATE FAP-CLE-REPART
               WHEN 'V'
                   COMPUTE WS-FAP-BASE = LCM-QTE-RECUE * LCM-PRIX
               WHEN 'Q'
                   MOVE WS-FAP-QTE-STK TO WS-FAP-BASE
               WHEN OTHER
                   COMPUTE WS-FAP-BASE =
                       WS-FAP-QTE-STK * PRD-POIDS-NET
           END-EVALUATE.

      *    Part de la ligne et revalorisation du cout moyen des
      *    unites encore en stock (au plus la quantite recue).
       IMPUTER-LIGNE-FRAIS.
           ADD 1 TO WS-FAP-RANG.
           IF WS-FAP-RANG = WS-FAP-NB
               COMPUTE FAL-PART = FAP-MONTANT - WS-FAP-REPARTI
           ELSE
               COMPUTE FAL-PART ROUNDED =
                   FAP-MONTANT * WS-FAP-BASE / WS-FAP-BASE-TOTALE
           END-IF.
           ADD FAL-PART TO WS-FAP-REPARTI.
           MOVE FAP-NUM TO FAL-NUM.
           MOVE WS-FAP-RANG TO FAL-SEQ.
           MOVE LCM-NUM TO FAL-CMD.
           MOVE LCM-NUM-LIGNE TO FAL-LIGNE.
           MOVE LCM-PRD TO FAL-PRD.
           MOVE WS-FAP-QTE-STK TO FAL-QTE.
           MOVE 0 TO FAL-CAPITALISE.
           MOVE PRD-COUT TO FAL-COUT-AVANT FAL-COUT-APRES.
           MOVE 'PRODUITS' TO WS-VRL-FICHIER.
           MOVE LCM-PRD TO WS-VRL-ENREG.
           PERFORM POSER-VERROU-ENREG.
           IF WS-VRL-RESULTAT NOT = 'Y'
               ADD 1 TO WS-FAP-NON-IMPUTE
           ELSE
               MOVE LCM-PRD TO PRD-CODE
               READ PRODUITS
                   NOT INVALID KEY
                       PERFORM CALCULER-QTE-PROPRE
                       IF WS-QTE-PROPRE > 0
                           PERFORM REVALORISER-COUT-FRAIS
                       END-IF
               END-READ
               PERFORM LIBERER-VERROU-ENREG
           END-IF.
           ADD FAL-CAPITALISE TO FAP-CAPITALISE.
           ADD 1 TO FAP-NB-LIGNES.
           WRITE LIGNE-FRAIS-REC.

       REVALORISER-COUT-FRAIS.
           MOVE PRD-COUT TO FAL-COUT-AVANT.
           IF WS-QTE-PROPRE < WS-FAP-QTE-STK
               MOVE WS-QTE-PROPRE TO WS-FAP-QTE-PRESENTE
           ELSE
               MOVE WS-FAP-QTE-STK TO WS-FAP-QTE-PRESENTE
           END-IF.
           COMPUTE FAL-CAPITALISE ROUNDED =
               FAL-PART * WS-FAP-QTE-PRESENTE / WS-FAP-QTE-STK.
           COMPUTE PRD-COUT ROUNDED =
               ((WS-QTE-PROPRE * PRD-COUT) + FAL-CAPITALISE)
               / WS-QTE-PROPRE.
           MOVE PRD-COUT TO FAL-COUT-APRES.
           REWRITE PRODUIT-REC.
           MOVE PRD-CODE TO AUD-CLE.
           MOVE SPACES TO AUD-AVANT AUD-APRES.
           STRING 'COUT=' DELIMITED BY SIZE
               FAL-COUT-AVANT DELIMITED BY SIZE
               INTO AUD-AVANT.
           STRING 'COUT=' DELIMITED BY SIZE
               FAL-COUT-APRES DELIMITED BY SIZE
               ' FRAIS APPROCHE' DELIMITED BY SIZE
               INTO AUD-APRES.
           PERFORM ECRIRE-AUDIT-UPDATE.

      *    Fiche de cout d'approche d'un envoi : la facture de
      *    frais et la part de chaque ligne recue.
       CONSULTER-FICHE-FRAIS.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== FICHE DE COUT D APPROCHE ===' LINE 2
               POSITION 24 HIGHLIGHT.
           DISPLAY 'Numero de fiche:' LINE 3 POSITION 10.
           DISPLAY '[______]' LINE 3 POSITION 28 REVERSE-VIDEO.
           MOVE 0 TO WS-FAP-SAISIE.
           ACCEPT WS-FAP-SAISIE LINE 3 POSITION 29.
           MOVE WS-FAP-SAISIE TO FAP-NUM.
           READ FRAIS-APPROCHE
               INVALID KEY
                   DISPLAY 'FICHE INCONNUE' LINE 12 POSITION 33
                       HIGHLIGHT
                   GO TO CONSULTER-FICHE-FRAIS-EXIT
           END-READ.
           DISPLAY 'Facture:' LINE 4 POSITION 3.
           DISPLAY FAP-FRN LINE 4 POSITION 12.
           DISPLAY FAP-FACTURE LINE 4 POSITION 17 HIGHLIGHT.
           DISPLAY 'du' LINE 4 POSITION 28.
           DISPLAY FAP-DATE LINE 4 POSITION 31.
           DISPLAY 'Nature:' LINE 4 POSITION 41.
           DISPLAY FAP-NATURE LINE 4 POSITION 49.
           DISPLAY 'Cle:' LINE 4 POSITION 52.
           DISPLAY FAP-CLE-REPART LINE 4 POSITION 57.
           DISPLAY 'Montant EUR:' LINE 5 POSITION 3.
           DISPLAY FAP-MONTANT LINE 5 POSITION 16 HIGHLIGHT.
           DISPLAY 'Ajoute au stock:' LINE 5 POSITION 30.
           DISPLAY FAP-CAPITALISE LINE 5 POSITION 47 HIGHLIGHT.
           DISPLAY 'CMD' LINE 7 POSITION 3 UNDERLINE.
           DISPLAY 'LG' LINE 7 POSITION 10 UNDERLINE.
           DISPLAY 'PRODUIT' LINE 7 POSITION 13 UNDERLINE.
           DISPLAY 'QTE' LINE 7 POSITION 22 UNDERLINE.
           DISPLAY 'PART' LINE 7 POSITION 30 UNDERLINE.
           DISPLAY 'EN STOCK' LINE 7 POSITION 41 UNDERLINE.
           DISPLAY 'COUT AV.' LINE 7 POSITION 52 UNDERLINE.
           DISPLAY 'COUT AP.' LINE 7 POSITION 62 UNDERLINE.
           MOVE 8 TO WS-LIGNE.
           MOVE FAP-NUM TO FAL-NUM.
           MOVE 0 TO FAL-SEQ.
           START LIGNES-FRAIS KEY >= FAL-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ LIGNES-FRAIS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF FAL-NUM NOT = FAP-NUM
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM AFFICHER-LIGNE-FICHE-FRAIS
                       END-IF
               END-READ
           END-PERFORM.
       CONSULTER-FICHE-FRAIS-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 22 POSITION 49.

       AFFICHER-LIGNE-FICHE-FRAIS.
           IF WS-LIGNE > 19
               DISPLAY 'Suite... Appuyez ENTREE' LINE 21 POSITION 28
               ACCEPT WS-CONFIRM
               DISPLAY ' ' LINE 8 POSITION 1 ERASE EOS
               MOVE 8 TO WS-LIGNE
           END-IF.
           DISPLAY FAL-CMD LINE WS-LIGNE POSITION 3.
           DISPLAY FAL-LIGNE LINE WS-LIGNE POSITION 10.
           DISPLAY FAL-PRD LINE WS-LIGNE POSITION 13.
           DISPLAY FAL-QTE LINE WS-LIGNE POSITION 22.
           DISPLAY FAL-PART LINE WS-LIGNE POSITION 30.
           DISPLAY FAL-CAPITALISE LINE WS-LIGNE POSITION 41.
           DISPLAY FAL-COUT-AVANT LINE WS-LIGNE POSITION 52.
           DISPLAY FAL-COUT-APRES LINE WS-LIGNE POSITION 62.
           ADD 1 TO WS-LIGNE.

      *===============================================
      * DEMANDES D'ACHAT DES SERVICES
      * Les lignes des demandes approuvees (DEMACHAT) attendent
      * l'acheteur, rangees par fournisseur pressenti. Il les
      * reprend fournisseur par fournisseur en commande
      * brouillon (statut E, a valider comme les autres) ou en
      * appel d'offres ; chaque ligne garde le renvoi vers la
      * ligne qui l'a reprise. Un article libre doit d'abord
      * recevoir un produit du catalogue (option 4). Une demande
      * dont toutes les lignes sont reprises passe a C.
      *===============================================
       MENU-DEMANDES-ACHAT.
           OPEN I-O DEMANDES-ACHAT.
           IF NOT WS-DMA-OUVERT-OK
               DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS
               DISPLAY 'AUCUNE DEMANDE D ACHAT' LINE 12 POSITION 29
                   HIGHLIGHT
               DISPLAY 'Appuyez ENTREE...' LINE 21 POSITION 31 BLINK
               ACCEPT WS-CHOIX LINE 21 POSITION 49
               GO TO MENU-DEMANDES-ACHAT-EXIT
           END-IF.
           OPEN I-O LIGNES-DEMANDE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== DEMANDES D ACHAT ===' LINE 2 POSITION 28
               HIGHLIGHT.
           DISPLAY '1.' LINE 5 POSITION 28.
           DISPLAY 'Lignes a acheter' LINE 5 POSITION 31.
           DISPLAY '2.' LINE 7 POSITION 28.
           DISPLAY 'Transformer en commande' LINE 7 POSITION 31.
           DISPLAY '3.' LINE 9 POSITION 28.
           DISPLAY 'Transformer en appel d offres' LINE 9
               POSITION 31.
           DISPLAY '4.' LINE 11 POSITION 28.
           DISPLAY 'Affecter produit/fournisseur' LINE 11
               POSITION 31.
           DISPLAY '0.' LINE 13 POSITION 28.
           DISPLAY 'Retour' LINE 13 POSITION 31.
           DISPLAY 'Choix:' LINE 16 POSITION 28.
           DISPLAY '[_]' LINE 16 POSITION 35 REVERSE-VIDEO.
           ACCEPT WS-CHOIX LINE 16 POSITION 36.
           EVALUATE WS-CHOIX
               WHEN 1 PERFORM LISTER-LIGNES-A-ACHETER
               WHEN 2 PERFORM DEMANDES-VERS-COMMANDE
                   THRU DEMANDES-VERS-COMMANDE-EXIT
               WHEN 3 PERFORM DEMANDES-VERS-APPEL
                   THRU DEMANDES-VERS-APPEL-EXIT
               WHEN 4 PERFORM AFFECTER-LIGNE-DEMANDE
                   THRU AFFECTER-LIGNE-DEMANDE-EXIT
           END-EVALUATE.
           CLOSE DEMANDES-ACHAT.
           CLOSE LIGNES-DEMANDE.
       MENU-DEMANDES-ACHAT-EXIT.
           EXIT.

      *    Les lignes en attente, fournisseur par fournisseur,
      *    puis celles qui n'ont pas encore de fournisseur.
       LISTER-LIGNES-A-ACHETER.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== LIGNES A ACHETER ===' LINE 2 POSITION 28
               HIGHLIGHT.
           DISPLAY 'FRN' LINE 4 POSITION 3 UNDERLINE.
           DISPLAY 'DEMANDE' LINE 4 POSITION 9 UNDERLINE.
           DISPLAY 'PRODUIT' LINE 4 POSITION 20 UNDERLINE.
           DISPLAY 'LIBELLE' LINE 4 POSITION 29 UNDERLINE.
           DISPLAY 'QTE' LINE 4 POSITION 50 UNDERLINE.
           DISPLAY 'BESOIN' LINE 4 POSITION 56 UNDERLINE.
           DISPLAY 'CENTRE' LINE 4 POSITION 66 UNDERLINE.
           MOVE 5 TO WS-LIGNE.
           MOVE 0 TO WS-COUNT.
           MOVE LOW-VALUES TO FRN-CODE.
           START FOURNISSEURS KEY >= FRN-CODE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-FRN-EOF.
           PERFORM UNTIL WS-FRN-EOF = 1
               READ FOURNISSEURS NEXT
                   AT END MOVE 1 TO WS-FRN-EOF
                   NOT AT END
                       MOVE FRN-CODE TO WS-DMA-FRN
                       PERFORM LISTER-LIGNES-FRN
               END-READ
           END-PERFORM.
           MOVE SPACES TO WS-DMA-FRN.
           PERFORM LISTER-LIGNES-FRN.
           IF WS-COUNT = 0
               DISPLAY 'AUCUNE LIGNE A ACHETER' LINE 12 POSITION 29
                   HIGHLIGHT
           ELSE
               DISPLAY WS-COUNT LINE 19 POSITION 3 HIGHLIGHT
               DISPLAY 'ligne(s) a acheter' LINE 19 POSITION 8
           END-IF.
           DISPLAY 'Appuyez ENTREE...' LINE 21 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 21 POSITION 49.

       LISTER-LIGNES-FRN.
           MOVE LOW-VALUES TO DML-CLE.
           START LIGNES-DEMANDE KEY >= DML-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-DML-EOF.
           PERFORM UNTIL WS-DML-EOF = 1
               READ LIGNES-DEMANDE NEXT
                   AT END MOVE 1 TO WS-DML-EOF
                   NOT AT END
                       IF DML-FRN = WS-DMA-FRN
                           PERFORM CONTROLER-LIGNE-DEMANDE
                           IF WS-DML-ELIGIBLE = 1
                               PERFORM AFFICHER-LIGNE-A-ACHETER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       AFFICHER-LIGNE-A-ACHETER.
           IF WS-LIGNE > 18
               DISPLAY 'Suite... Appuyez ENTREE' LINE 21 POSITION 28
               ACCEPT WS-CONFIRM
               DISPLAY ' ' LINE 5 POSITION 1 ERASE EOS
               MOVE 5 TO WS-LIGNE
           END-IF.
           DISPLAY DML-FRN LINE WS-LIGNE POSITION 3.
           DISPLAY DML-NUM LINE WS-LIGNE POSITION 9.
           DISPLAY '/' LINE WS-LIGNE POSITION 15.
           DISPLAY DML-LIGNE LINE WS-LIGNE POSITION 16.
           DISPLAY DML-PRD LINE WS-LIGNE POSITION 20.
           DISPLAY DML-LIBELLE(1:20) LINE WS-LIGNE POSITION 29.
           DISPLAY DML-QTE LINE WS-LIGNE POSITION 50.
           DISPLAY DMA-DATE-BESOIN LINE WS-LIGNE POSITION 56.
           DISPLAY DMA-CENTRE LINE WS-LIGNE POSITION 66.
           ADD 1 TO WS-LIGNE.
           ADD 1 TO WS-COUNT.

      *    WS-DML-ELIGIBLE a 1 si la ligne lue attend l'acheteur :
      *    ligne E d'une demande approuvee (DEMANDE-ACHAT-REC lu).
       CONTROLER-LIGNE-DEMANDE.
           MOVE 0 TO WS-DML-ELIGIBLE.
           IF DML-STATUT = 'E'
               MOVE DML-NUM TO DMA-NUM
               READ DEMANDES-ACHAT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF DMA-STATUT = 'V'
                           MOVE 1 TO WS-DML-ELIGIBLE
                       END-IF
               END-READ
           END-IF.

      *    Comme CONTROLER-LIGNE-DEMANDE, pour le fournisseur
      *    WS-DMA-FRN, et avec un produit achetable (PRODUIT-REC
      *    lu) : les articles libres et les produits condamnes
      *    restent en attente.
       CONTROLER-LIGNE-TRANSFORMABLE.
           MOVE 0 TO WS-DML-ELIGIBLE.
           IF DML-FRN = WS-DMA-FRN AND DML-PRD NOT = SPACES
               PERFORM CONTROLER-LIGNE-DEMANDE
           END-IF.
           IF WS-DML-ELIGIBLE = 1
               MOVE DML-PRD TO PRD-CODE
               READ PRODUITS
                   INVALID KEY MOVE 0 TO WS-DML-ELIGIBLE
               END-READ
           END-IF.
           IF WS-DML-ELIGIBLE = 1
               IF PRD-CYCLE = 'F' OR PRD-CYCLE = 'R'
                   MOVE 0 TO WS-DML-ELIGIBLE
               END-IF
           END-IF.

      *    Compte dans WS-COUNT les lignes transformables pour
      *    WS-DMA-FRN.
       COMPTER-LIGNES-TRANSFORMABLES.
           MOVE 0 TO WS-COUNT.
           MOVE LOW-VALUES TO DML-CLE.
           START LIGNES-DEMANDE KEY >= DML-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-DML-EOF.
           PERFORM UNTIL WS-DML-EOF = 1
               READ LIGNES-DEMANDE NEXT
                   AT END MOVE 1 TO WS-DML-EOF
                   NOT AT END
                       PERFORM CONTROLER-LIGNE-TRANSFORMABLE
                       IF WS-DML-ELIGIBLE = 1
                           ADD 1 TO WS-COUNT
                       END-IF
               END-READ
           END-PERFORM.

      *    Une commande brouillon pour le fournisseur, dix lignes
      *    au plus comme a la saisie ; le surplus attend la
      *    commande suivante. Prix : tarif fournisseur du jour,
      *    sinon PRD-PRIX - meme regle que SAISIR-LIGNE-COMMANDE.
       DEMANDES-VERS-COMMANDE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== DEMANDES -> COMMANDE ===' LINE 2
               POSITION 26 HIGHLIGHT.
           DISPLAY 'Code fournisseur:' LINE 5 POSITION 15.
           DISPLAY '[____]' LINE 5 POSITION 33 REVERSE-VIDEO.
           ACCEPT FRN-CODE LINE 5 POSITION 34.
           READ FOURNISSEURS
               INVALID KEY
                   DISPLAY 'FOURNISSEUR INCONNU' LINE 12 POSITION 30
                       HIGHLIGHT
                   GO TO DEMANDES-VERS-COMMANDE-EXIT
           END-READ.
           DISPLAY 'Fournisseur:' LINE 6 POSITION 15.
           DISPLAY FRN-NOM LINE 6 POSITION 30 HIGHLIGHT.
           MOVE FRN-CODE TO WS-DMA-FRN.
           PERFORM COMPTER-LIGNES-TRANSFORMABLES.
           IF WS-COUNT = 0
               DISPLAY 'AUCUNE LIGNE A COMMANDER' LINE 12
                   POSITION 28 HIGHLIGHT
               GO TO DEMANDES-VERS-COMMANDE-EXIT
           END-IF.
           DISPLAY 'Lignes a commander:' LINE 8 POSITION 15.
           DISPLAY WS-COUNT LINE 8 POSITION 36 HIGHLIGHT.
           DISPLAY 'Creer la commande (O/N):' LINE 10 POSITION 15.
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM LINE 10 POSITION 40.
           IF WS-CONFIRM NOT = 'O' AND WS-CONFIRM NOT = 'o'
               GO TO DEMANDES-VERS-COMMANDE-EXIT
           END-IF.
           PERFORM RETENIR-DEVISE-FOURNISSEUR.
           MOVE WS-NEXT-CMD TO CMD-NUM.
           ADD 1 TO WS-NEXT-CMD.
           MOVE WS-DMA-FRN TO CMD-FRN.
           MOVE WS-DATE-JOUR TO CMD-DATE.
           MOVE 'E' TO CMD-STATUT.
           MOVE SPACES TO CMD-APPROBATEUR CMD-RAISON-ANNUL.
           MOVE 0 TO CMD-MARCHE.
           MOVE 0 TO CMD-TAUX-ENGAGE.
           WRITE COMMANDE-REC.
           MOVE 0 TO WS-NUM-LIGNE.
           MOVE 0 TO WS-TOTAL.
           MOVE LOW-VALUES TO DML-CLE.
           START LIGNES-DEMANDE KEY >= DML-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-DML-EOF.
           PERFORM UNTIL WS-DML-EOF = 1
               READ LIGNES-DEMANDE NEXT
                   AT END MOVE 1 TO WS-DML-EOF
                   NOT AT END
                       PERFORM CONTROLER-LIGNE-TRANSFORMABLE
                       IF WS-DML-ELIGIBLE = 1
                           PERFORM CREER-LIGNE-DEPUIS-DEMANDE
                       END-IF
                       IF WS-NUM-LIGNE = 10
                           MOVE 1 TO WS-DML-EOF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE CMD-NUM TO AUD-CLE.
           MOVE 'FRN=' TO AUD-AVANT.
           MOVE WS-DMA-FRN TO AUD-AVANT(5:4).
           STRING 'DEMANDES LIGNES=' DELIMITED BY SIZE
               WS-NUM-LIGNE DELIMITED BY SIZE
               ' TOTAL=' DELIMITED BY SIZE
               WS-TOTAL DELIMITED BY SIZE
               INTO AUD-APRES.
           PERFORM ECRIRE-AUDIT-CREATE.
           PERFORM CLORE-DEMANDES-TRANSMISES.
           DISPLAY '*** COMMANDE CREEE ***' LINE 14 POSITION 29
               HIGHLIGHT.
           DISPLAY 'Numero commande:' LINE 15 POSITION 22.
           DISPLAY CMD-NUM LINE 15 POSITION 40 HIGHLIGHT.
           DISPLAY 'Lignes:' LINE 16 POSITION 22.
           DISPLAY WS-NUM-LIGNE LINE 16 POSITION 40 HIGHLIGHT.
           DISPLAY 'Total:' LINE 17 POSITION 22.
           DISPLAY WS-TOTAL LINE 17 POSITION 40 HIGHLIGHT.
           DISPLAY WS-DEVISE-CMD LINE 17 POSITION 51.
           DISPLAY 'A valider par l option 3' LINE 18 POSITION 22.
       DEMANDES-VERS-COMMANDE-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 21 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 21 POSITION 49.

      *    Ligne de commande pour la ligne de demande lue
      *    (PRODUIT-REC lu par CONTROLER-LIGNE-TRANSFORMABLE).
       CREER-LIGNE-DEPUIS-DEMANDE.
           ADD 1 TO WS-NUM-LIGNE.
           MOVE CMD-NUM TO LCM-NUM.
           MOVE WS-NUM-LIGNE TO LCM-NUM-LIGNE.
           MOVE DML-PRD TO LCM-PRD.
           MOVE DML-QTE TO LCM-QTE.
           MOVE CMD-FRN TO WS-FRN-TARIF.
           MOVE LCM-QTE TO WS-QTE-TARIF.
           MOVE CMD-DATE TO WS-DATE-TARIF.
           PERFORM CHERCHER-PRIX-FOURNISSEUR.
           IF WS-PRIX-TROUVE = 1
               MOVE WS-PRIX-APPLICABLE TO LCM-PRIX
           ELSE
               MOVE PRD-PRIX TO LCM-PRIX
           END-IF.
           MOVE 'E' TO LCM-STATUT.
           MOVE 0 TO LCM-QTE-RECUE.
           MOVE 0 TO LCM-DATE-RECUE.
           MOVE 0 TO LCM-QTE-RETOURNEE.
           MOVE 0 TO LCM-QTE-ANNONCEE.
           MOVE 0 TO LCM-QTE-DEB.
           MOVE 0 TO LCM-QTE-DEB-DER.
           MOVE 0 TO LCM-PERIODE-DEB.
           WRITE LIGNE-CMD-REC.
           COMPUTE WS-MONTANT = LCM-QTE * LCM-PRIX.
           ADD WS-MONTANT TO WS-TOTAL.
           MOVE 'C' TO DML-STATUT.
           MOVE CMD-NUM TO DML-CMD.
           MOVE WS-NUM-LIGNE TO DML-CMD-LIGNE.
           REWRITE LIGNE-DEMANDE-REC.

      *    Un appel d'offres pour les lignes du fournisseur
      *    pressenti (blanc = lignes sans fournisseur), dix lignes
      *    au plus comme a la saisie. L'adjudication reprendra le
      *    numero de ligne dans la commande.
       DEMANDES-VERS-APPEL.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== DEMANDES -> APPEL D OFFRES ===' LINE 2
               POSITION 23 HIGHLIGHT.
           DISPLAY 'Fournisseur pressenti (blanc=aucun):' LINE 5
               POSITION 10.
           DISPLAY '[____]' LINE 5 POSITION 47 REVERSE-VIDEO.
           MOVE SPACES TO WS-DMA-FRN.
           ACCEPT WS-DMA-FRN LINE 5 POSITION 48.
           PERFORM COMPTER-LIGNES-TRANSFORMABLES.
           IF WS-COUNT = 0
               DISPLAY 'AUCUNE LIGNE A CONSULTER' LINE 12
                   POSITION 28 HIGHLIGHT
               GO TO DEMANDES-VERS-APPEL-EXIT
           END-IF.
           DISPLAY 'Lignes a consulter:' LINE 8 POSITION 10.
           DISPLAY WS-COUNT LINE 8 POSITION 31 HIGHLIGHT.
           DISPLAY 'Creer l appel d offres (O/N):' LINE 10
               POSITION 10.
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM LINE 10 POSITION 40.
           IF WS-CONFIRM NOT = 'O' AND WS-CONFIRM NOT = 'o'
               GO TO DEMANDES-VERS-APPEL-EXIT
           END-IF.
           MOVE WS-NEXT-AOF TO AOF-NUM.
           ADD 1 TO WS-NEXT-AOF.
           MOVE WS-DATE-JOUR TO AOF-DATE.
           MOVE 'E' TO AOF-STATUT.
           MOVE SPACES TO AOF-FRN-RETENU.
           MOVE 0 TO AOF-CMD.
           WRITE APPEL-OFFRE-REC.
           MOVE 0 TO WS-NUM-LIGNE.
           MOVE LOW-VALUES TO DML-CLE.
           START LIGNES-DEMANDE KEY >= DML-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-DML-EOF.
           PERFORM UNTIL WS-DML-EOF = 1
               READ LIGNES-DEMANDE NEXT
                   AT END MOVE 1 TO WS-DML-EOF
                   NOT AT END
                       PERFORM CONTROLER-LIGNE-TRANSFORMABLE
                       IF WS-DML-ELIGIBLE = 1
                           ADD 1 TO WS-NUM-LIGNE
                           MOVE AOF-NUM TO AOL-NUM
                           MOVE WS-NUM-LIGNE TO AOL-NUM-LIGNE
                           MOVE DML-PRD TO AOL-PRD
                           MOVE DML-QTE TO AOL-QTE
                           WRITE LIGNE-APPEL-REC
                           MOVE 'O' TO DML-STATUT
                           MOVE AOF-NUM TO DML-AOF
                           MOVE WS-NUM-LIGNE TO DML-AOF-LIGNE
                           REWRITE LIGNE-DEMANDE-REC
                       END-IF
                       IF WS-NUM-LIGNE = 10
                           MOVE 1 TO WS-DML-EOF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE AOF-NUM TO AUD-CLE.
           MOVE SPACES TO AUD-AVANT.
           STRING 'APPEL DEMANDES LIGNES=' DELIMITED BY SIZE
               WS-NUM-LIGNE DELIMITED BY SIZE
               INTO AUD-APRES.
           PERFORM ECRIRE-AUDIT-CREATE.
           PERFORM CLORE-DEMANDES-TRANSMISES.
           DISPLAY '*** APPEL D OFFRES CREE ***' LINE 14
               POSITION 26 HIGHLIGHT.
           DISPLAY 'Numero appel:' LINE 15 POSITION 22.
           DISPLAY AOF-NUM LINE 15 POSITION 40 HIGHLIGHT.
           DISPLAY 'Lignes:' LINE 16 POSITION 22.
           DISPLAY WS-NUM-LIGNE LINE 16 POSITION 40 HIGHLIGHT.
       DEMANDES-VERS-APPEL-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 21 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 21 POSITION 49.

      *    Les demandes approuvees dont plus aucune ligne n'attend
      *    passent a C (transmises a l'achat).
       CLORE-DEMANDES-TRANSMISES.
           MOVE 0 TO DMA-NUM.
           START DEMANDES-ACHAT KEY >= DMA-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ DEMANDES-ACHAT NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DMA-STATUT = 'V'
                           PERFORM CONTROLER-RESTE-DEMANDE
                           IF WS-DMA-RESTE = 0
                               MOVE 'C' TO DMA-STATUT
                               REWRITE DEMANDE-ACHAT-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    WS-DMA-RESTE a 1 si une ligne de la demande lue est
      *    encore a acheter.
       CONTROLER-RESTE-DEMANDE.
           MOVE 0 TO WS-DMA-RESTE.
           MOVE DMA-NUM TO DML-NUM.
           MOVE 0 TO DML-LIGNE.
           START LIGNES-DEMANDE KEY >= DML-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-DML-EOF.
           PERFORM UNTIL WS-DML-EOF = 1
               READ LIGNES-DEMANDE NEXT
                   AT END MOVE 1 TO WS-DML-EOF
                   NOT AT END
                       IF DML-NUM NOT = DMA-NUM
                           MOVE 1 TO WS-DML-EOF
                       ELSE
                           IF DML-STATUT = 'E'
                               MOVE 1 TO WS-DMA-RESTE
                               MOVE 1 TO WS-DML-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Donne un produit du catalogue a un article libre, ou
      *    change le fournisseur pressenti d'une ligne en attente.
       AFFECTER-LIGNE-DEMANDE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== AFFECTER UNE LIGNE DE DEMANDE ===' LINE 2
               POSITION 22 HIGHLIGHT.
           DISPLAY 'Numero demande:' LINE 5 POSITION 15.
           DISPLAY '[______]' LINE 5 POSITION 33 REVERSE-VIDEO.
           MOVE 0 TO WS-DMA-SAISIE.
           ACCEPT WS-DMA-SAISIE LINE 5 POSITION 34.
           DISPLAY 'Ligne:' LINE 6 POSITION 15.
           DISPLAY '[__]' LINE 6 POSITION 33 REVERSE-VIDEO.
           MOVE 0 TO WS-DML-SAISIE.
           ACCEPT WS-DML-SAISIE LINE 6 POSITION 34.
           MOVE WS-DMA-SAISIE TO DML-NUM.
           MOVE WS-DML-SAISIE TO DML-LIGNE.
           READ LIGNES-DEMANDE
               INVALID KEY
                   DISPLAY 'LIGNE DE DEMANDE INCONNUE' LINE 12
                       POSITION 27 HIGHLIGHT
                   GO TO AFFECTER-LIGNE-DEMANDE-EXIT
           END-READ.
           PERFORM CONTROLER-LIGNE-DEMANDE.
           IF WS-DML-ELIGIBLE = 0
               DISPLAY 'LIGNE NON A ACHETER' LINE 12 POSITION 30
                   HIGHLIGHT
               GO TO AFFECTER-LIGNE-DEMANDE-EXIT
           END-IF.
           DISPLAY 'Article:' LINE 8 POSITION 15.
           DISPLAY DML-LIBELLE LINE 8 POSITION 33 HIGHLIGHT.
           DISPLAY 'Quantite:' LINE 9 POSITION 15.
           DISPLAY DML-QTE LINE 9 POSITION 33.
           MOVE SPACES TO AUD-AVANT.
           STRING 'PRD=' DELIMITED BY SIZE
               DML-PRD DELIMITED BY SIZE
               ' FRN=' DELIMITED BY SIZE
               DML-FRN DELIMITED BY SIZE
               INTO AUD-AVANT.
           DISPLAY 'Produit (blanc=inchange):' LINE 11 POSITION 15.
           DISPLAY DML-PRD LINE 11 POSITION 52.
           DISPLAY '[________]' LINE 11 POSITION 41 REVERSE-VIDEO.
           MOVE SPACES TO PRD-CODE.
           ACCEPT PRD-CODE LINE 11 POSITION 42.
           IF PRD-CODE NOT = SPACES
               READ PRODUITS
                   INVALID KEY
                       DISPLAY 'PRODUIT INCONNU' LINE 16 POSITION 32
                           HIGHLIGHT
                       GO TO AFFECTER-LIGNE-DEMANDE-EXIT
               END-READ
               MOVE PRD-CODE TO DML-PRD
               MOVE PRD-FRN TO DML-FRN
               DISPLAY PRD-LIBELLE LINE 12 POSITION 41
           END-IF.
           DISPLAY 'Fournisseur (blanc=inchange):' LINE 13
               POSITION 15.
           DISPLAY DML-FRN LINE 13 POSITION 52.
           DISPLAY '[____]' LINE 13 POSITION 45 REVERSE-VIDEO.
           MOVE SPACES TO FRN-CODE.
           ACCEPT FRN-CODE LINE 13 POSITION 46.
           IF FRN-CODE NOT = SPACES
               READ FOURNISSEURS
                   INVALID KEY
                       DISPLAY 'FOURNISSEUR INCONNU' LINE 16
                           POSITION 30 HIGHLIGHT
                       GO TO AFFECTER-LIGNE-DEMANDE-EXIT
               END-READ
               MOVE FRN-CODE TO DML-FRN
           END-IF.
           REWRITE LIGNE-DEMANDE-REC.
           MOVE SPACES TO AUD-CLE.
           MOVE DML-NUM TO AUD-CLE(1:6).
           MOVE DML-LIGNE TO AUD-CLE(7:2).
           MOVE SPACES TO AUD-APRES.
           STRING 'PRD=' DELIMITED BY SIZE
               DML-PRD DELIMITED BY SIZE
               ' FRN=' DELIMITED BY SIZE
               DML-FRN DELIMITED BY SIZE
               INTO AUD-APRES.
           PERFORM ECRIRE-AUDIT-UPDATE.
           DISPLAY '*** LIGNE MISE A JOUR ***' LINE 16 POSITION 28
               HIGHLIGHT.
       AFFECTER-LIGNE-DEMANDE-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 21 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 21 POSITION 49.

      *===============================================
      * BUDGET D'ACHATS PAR FAMILLE
      * Budget mensuel par famille de produits (PRD-FAMILLE), en
      * EUR. La validation d'une commande engage le montant de
      * ses lignes sur le mois de la commande ; la reception (ou
      * la confirmation drop-ship) fait passer la quantite recue
      * de l'engage au realise, au prix commande ; l'annulation
      * libere ce qui restait engage. Le taux retenu a la
      * validation reste sur la commande (CMD-TAUX-ENGAGE) pour
      * que les montants sortent de l'engage comme ils y sont
      * entres. Une famille sans budget saisi n'est pas
      * controlee, mais son engage et son realise sont suivis.
      *===============================================
       MENU-BUDGETS-ACHAT.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== BUDGETS ACHATS ===' LINE 2 POSITION 29
               HIGHLIGHT.
           DISPLAY '1.' LINE 5 POSITION 28.
           DISPLAY 'Saisir budget famille' LINE 5 POSITION 31.
           DISPLAY '2.' LINE 7 POSITION 28.
           DISPLAY 'Budget / engage / realise' LINE 7 POSITION 31.
           DISPLAY '0.' LINE 9 POSITION 28.
           DISPLAY 'Retour' LINE 9 POSITION 31.
           DISPLAY 'Choix:' LINE 11 POSITION 28.
           DISPLAY '[_]' LINE 11 POSITION 35 REVERSE-VIDEO.
           ACCEPT WS-CHOIX LINE 11 POSITION 36.
           EVALUATE WS-CHOIX
               WHEN 1 PERFORM SAISIR-BUDGET-ACHAT
                   THRU SAISIR-BUDGET-ACHAT-EXIT
               WHEN 2 PERFORM RAPPORT-BUDGET-ACHAT
           END-EVALUATE.

      *    Meme saisie que BUDGETGL/SAISIR-BUDGET : creation ou
      *    modification du montant budgete d'un mois, l'engage et
      *    le realise ne se saisissent pas.
       SAISIR-BUDGET-ACHAT.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== BUDGET ACHATS D UNE FAMILLE ===' LINE 2
               POSITION 23 HIGHLIGHT.
           DISPLAY 'Famille:' LINE 5 POSITION 15.
           DISPLAY '[____]' LINE 5 POSITION 33 REVERSE-VIDEO.
           ACCEPT FAM-CODE LINE 5 POSITION 34.
           READ FAMILLES
               INVALID KEY
                   DISPLAY 'FAMILLE INCONNUE' LINE 12 POSITION 32
                       HIGHLIGHT
                   GO TO SAISIR-BUDGET-ACHAT-EXIT
           END-READ.
           DISPLAY FAM-LIBELLE LINE 5 POSITION 40 HIGHLIGHT.
           DISPLAY 'Mois (AAAAMM):' LINE 6 POSITION 15.
           DISPLAY '[______]' LINE 6 POSITION 33 REVERSE-VIDEO.
           ACCEPT WS-BDA-MOIS LINE 6 POSITION 34.
           MOVE FAM-CODE TO BDA-FAMILLE.
           MOVE WS-BDA-MOIS TO BDA-MOIS.
           READ BUDGETS-ACHAT
               INVALID KEY
                   MOVE FAM-CODE TO BDA-FAMILLE
                   MOVE WS-BDA-MOIS TO BDA-MOIS
                   MOVE 0 TO BDA-ENGAGE
                   MOVE 0 TO BDA-REALISE
                   DISPLAY 'Montant budgete (EUR):' LINE 8
                       POSITION 15
                   ACCEPT BDA-BUDGET LINE 8 POSITION 39
                   WRITE BUDGET-ACHAT-REC
                   MOVE BDA-CLE TO AUD-CLE
                   MOVE SPACES TO AUD-AVANT
                   STRING 'BUDGET=' DELIMITED BY SIZE
                       BDA-BUDGET DELIMITED BY SIZE
                       INTO AUD-APRES
                   PERFORM ECRIRE-AUDIT-CREATE
                   DISPLAY '*** BUDGET CREE ***' LINE 12
                       POSITION 30 HIGHLIGHT
               NOT INVALID KEY
                   DISPLAY 'Budget actuel:' LINE 8 POSITION 15
                   DISPLAY BDA-BUDGET LINE 8 POSITION 39
                   DISPLAY 'Engage:' LINE 9 POSITION 15
                   DISPLAY BDA-ENGAGE LINE 9 POSITION 39
                   DISPLAY 'Realise:' LINE 10 POSITION 15
                   DISPLAY BDA-REALISE LINE 10 POSITION 39
                   MOVE BDA-CLE TO AUD-CLE
                   MOVE SPACES TO AUD-AVANT
                   STRING 'BUDGET=' DELIMITED BY SIZE
                       BDA-BUDGET DELIMITED BY SIZE
                       INTO AUD-AVANT
                   DISPLAY 'Nouveau montant:' LINE 11 POSITION 15
                   ACCEPT BDA-BUDGET LINE 11 POSITION 39
                   REWRITE BUDGET-ACHAT-REC
                   MOVE SPACES TO AUD-APRES
                   STRING 'BUDGET=' DELIMITED BY SIZE
                       BDA-BUDGET DELIMITED BY SIZE
                       INTO AUD-APRES
                   PERFORM ECRIRE-AUDIT-UPDATE
                   DISPLAY '*** BUDGET MODIFIE ***' LINE 12
                       POSITION 29 HIGHLIGHT
           END-READ.
       SAISIR-BUDGET-ACHAT-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 20 POSITION 49.

      *    Une ligne par famille : budget, engage, realise et reste
      *    (budget - engage - realise) cumules sur le mois demande
      *    ou sur l'annee (mois 00). Le fichier etant trie par
      *    famille puis mois, la rupture se fait au fil de l'eau.
       RAPPORT-BUDGET-ACHAT.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== BUDGET / ENGAGE / REALISE ===' LINE 2
               POSITION 24 HIGHLIGHT.
           DISPLAY 'Annee et mois (AAAAMM, MM=00 pour l annee):'
               LINE 4 POSITION 5.
           ACCEPT WS-BDA-MOIS LINE 4 POSITION 50.
           DISPLAY 'FAM' LINE 6 POSITION 3 UNDERLINE.
           DISPLAY 'BUDGET' LINE 6 POSITION 14 UNDERLINE.
           DISPLAY 'ENGAGE' LINE 6 POSITION 28 UNDERLINE.
           DISPLAY 'REALISE' LINE 6 POSITION 42 UNDERLINE.
           DISPLAY 'RESTE' LINE 6 POSITION 57 UNDERLINE.
           DISPLAY '-----------------------------------------------'
               LINE 7 POSITION 3.
           DISPLAY '-------------' LINE 7 POSITION 50.
           MOVE SPACES TO WS-BGA-FAM-COURANTE.
           MOVE 0 TO WS-BGA-TOT-BUDGET.
           MOVE 0 TO WS-BGA-TOT-ENGAGE.
           MOVE 0 TO WS-BGA-TOT-REALISE.
           MOVE 8 TO WS-LIGNE.
           MOVE LOW-VALUES TO BDA-CLE.
           START BUDGETS-ACHAT KEY >= BDA-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ BUDGETS-ACHAT NEXT
                   AT END
                       MOVE 1 TO WS-EOF
                       IF WS-BGA-FAM-COURANTE NOT = SPACES
                           PERFORM AFFICHER-LIGNE-BUDGET-ACHAT
                       END-IF
                   NOT AT END
                       IF BDA-MOIS(1:4) = WS-BDA-ANNEE AND
                           (WS-BDA-MM = 0 OR
                            BDA-MOIS(5:2) = WS-BDA-MM)
                           PERFORM CUMULER-BUDGET-ACHAT
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY '-----------------------------------------------'
               LINE WS-LIGNE POSITION 3.
           DISPLAY '-------------' LINE WS-LIGNE POSITION 50.
           ADD 1 TO WS-LIGNE.
           COMPUTE WS-BGA-RESTE = WS-BGA-TOT-BUDGET
               - WS-BGA-TOT-ENGAGE - WS-BGA-TOT-REALISE.
           DISPLAY 'TOTAL' LINE WS-LIGNE POSITION 3 HIGHLIGHT.
           DISPLAY WS-BGA-TOT-BUDGET LINE WS-LIGNE POSITION 9
               HIGHLIGHT.
           DISPLAY WS-BGA-TOT-ENGAGE LINE WS-LIGNE POSITION 22
               HIGHLIGHT.
           DISPLAY WS-BGA-TOT-REALISE LINE WS-LIGNE POSITION 36
               HIGHLIGHT.
           DISPLAY WS-BGA-RESTE LINE WS-LIGNE POSITION 50
               HIGHLIGHT.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 22 POSITION 49.

       CUMULER-BUDGET-ACHAT.
           IF BDA-FAMILLE NOT = WS-BGA-FAM-COURANTE
               IF WS-BGA-FAM-COURANTE NOT = SPACES
                   PERFORM AFFICHER-LIGNE-BUDGET-ACHAT
               END-IF
               MOVE BDA-FAMILLE TO WS-BGA-FAM-COURANTE
               MOVE 0 TO WS-BGA-FAM-BUDGET
               MOVE 0 TO WS-BGA-FAM-ENGAGE
               MOVE 0 TO WS-BGA-FAM-REALISE
           END-IF.
           ADD BDA-BUDGET TO WS-BGA-FAM-BUDGET WS-BGA-TOT-BUDGET.
           ADD BDA-ENGAGE TO WS-BGA-FAM-ENGAGE WS-BGA-TOT-ENGAGE.
           ADD BDA-REALISE TO WS-BGA-FAM-REALISE WS-BGA-TOT-REALISE.

       AFFICHER-LIGNE-BUDGET-ACHAT.
           IF WS-LIGNE > 19
               DISPLAY 'Suite... Appuyez ENTREE' LINE 21 POSITION 28
               ACCEPT WS-CONFIRM
               DISPLAY ' ' LINE 8 POSITION 1 ERASE EOS
               MOVE 8 TO WS-LIGNE
           END-IF.
           COMPUTE WS-BGA-RESTE = WS-BGA-FAM-BUDGET
               - WS-BGA-FAM-ENGAGE - WS-BGA-FAM-REALISE.
           DISPLAY WS-BGA-FAM-COURANTE LINE WS-LIGNE POSITION 3.
           DISPLAY WS-BGA-FAM-BUDGET LINE WS-LIGNE POSITION 9.
           DISPLAY WS-BGA-FAM-ENGAGE LINE WS-LIGNE POSITION 22.
           DISPLAY WS-BGA-FAM-REALISE LINE WS-LIGNE POSITION 36.
           IF WS-BGA-RESTE < 0
               DISPLAY WS-BGA-RESTE LINE WS-LIGNE POSITION 50
                   REVERSE-VIDEO
           ELSE
               DISPLAY WS-BGA-RESTE LINE WS-LIGNE POSITION 50
           END-IF.
           ADD 1 TO WS-LIGNE.

      *    Ventile le reste a recevoir de la commande courante
      *    (CMD-NUM) par famille, en EUR au taux WS-BGA-TAUX, dans
      *    WS-BGA-TABLE.
       VENTILER-BUDGET-COMMANDE.
           MOVE 0 TO WS-BGA-NB.
           MOVE CMD-NUM TO WS-LCM-NUM.
           MOVE 0 TO WS-LCM-NUM-LIGNE.
           MOVE WS-LCM-CLE TO LCM-CLE.
           START LIGNES-COMMANDE KEY >= LCM-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ LIGNES-COMMANDE NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF LCM-NUM NOT = CMD-NUM
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM VENTILER-LIGNE-BUDGET
                       END-IF
               END-READ
           END-PERFORM.

       VENTILER-LIGNE-BUDGET.
           MOVE LCM-PRD TO PRD-CODE.
           READ PRODUITS
               INVALID KEY MOVE SPACES TO PRD-FAMILLE
           END-READ.
           COMPUTE WS-BGA-MONTANT ROUNDED =
               (LCM-QTE - LCM-QTE-RECUE) * LCM-PRIX * WS-BGA-TAUX.
           MOVE 1 TO WS-BGA-IDX.
           PERFORM UNTIL WS-BGA-IDX > WS-BGA-NB
               OR WS-BGA-FAM-T(WS-BGA-IDX) = PRD-FAMILLE
               ADD 1 TO WS-BGA-IDX
           END-PERFORM.
           IF WS-BGA-IDX > WS-BGA-NB
               ADD 1 TO WS-BGA-NB
               MOVE PRD-FAMILLE TO WS-BGA-FAM-T(WS-BGA-IDX)
               MOVE 0 TO WS-BGA-MONTANT-T(WS-BGA-IDX)
           END-IF.
           ADD WS-BGA-MONTANT TO WS-BGA-MONTANT-T(WS-BGA-IDX).

      *    Taux du jour de la devise du fournisseur, ventilation de
      *    la commande et comparaison famille par famille au reste
      *    du budget du mois de la commande. WS-BGA-DEPASSE = 'Y'
      *    au premier depassement, la famille est affichee.
       CONTROLER-BUDGET-COMMANDE.
           MOVE CMD-FRN TO FRN-CODE.
           READ FOURNISSEURS
               INVALID KEY MOVE SPACES TO FRN-DEVISE
           END-READ.
           PERFORM RETENIR-DEVISE-FOURNISSEUR.
           PERFORM CHERCHER-TAUX-DEVISE.
           MOVE WS-TAUX-DEVISE TO WS-BGA-TAUX.
           PERFORM VENTILER-BUDGET-COMMANDE.
           MOVE 'N' TO WS-BGA-DEPASSE.
           PERFORM CONTROLER-BUDGET-FAMILLE
               VARYING WS-BGA-IDX FROM 1 BY 1
               UNTIL WS-BGA-IDX > WS-BGA-NB.

       CONTROLER-BUDGET-FAMILLE.
           MOVE WS-BGA-FAM-T(WS-BGA-IDX) TO BDA-FAMILLE.
           MOVE CMD-DATE(1:6) TO BDA-MOIS.
           READ BUDGETS-ACHAT
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-BGA-RESTE =
                       BDA-BUDGET - BDA-ENGAGE - BDA-REALISE
                   IF BDA-BUDGET > 0 AND WS-BGA-DEPASSE = 'N'
                       AND WS-BGA-MONTANT-T(WS-BGA-IDX) > WS-BGA-RESTE
                       MOVE 'Y' TO WS-BGA-DEPASSE
                       DISPLAY 'BUDGET ACHATS DEPASSE - FAMILLE'
                           LINE 13 POSITION 15 HIGHLIGHT
                       DISPLAY BDA-FAMILLE LINE 13 POSITION 47
                           HIGHLIGHT
                       DISPLAY 'reste' LINE 13 POSITION 52
                       DISPLAY WS-BGA-RESTE LINE 13 POSITION 58
                   END-IF
           END-READ.

      *    Engage la ventilation calculee par
      *    CONTROLER-BUDGET-COMMANDE.
       ENGAGER-BUDGET-COMMANDE.
           PERFORM ENGAGER-BUDGET-FAMILLE
               VARYING WS-BGA-IDX FROM 1 BY 1
               UNTIL WS-BGA-IDX > WS-BGA-NB.

       ENGAGER-BUDGET-FAMILLE.
           MOVE WS-BGA-FAM-T(WS-BGA-IDX) TO WS-BGA-FAMILLE.
           MOVE CMD-DATE(1:6) TO WS-BGA-MOIS.
           MOVE WS-BGA-MONTANT-T(WS-BGA-IDX) TO WS-BGA-ENGAGE.
           MOVE 0 TO WS-BGA-REALISE.
           PERFORM IMPUTER-BUDGET-ACHAT.

      *    Commande annulee : ce qui restait engage est libere, au
      *    taux de la validation. Une commande jamais validee
      *    (CMD-TAUX-ENGAGE a zero) n'avait rien engage.
       LIBERER-BUDGET-COMMANDE.
           IF CMD-TAUX-ENGAGE NUMERIC AND CMD-TAUX-ENGAGE > 0
               MOVE CMD-TAUX-ENGAGE TO WS-BGA-TAUX
               PERFORM VENTILER-BUDGET-COMMANDE
               PERFORM LIBERER-BUDGET-FAMILLE
                   VARYING WS-BGA-IDX FROM 1 BY 1
                   UNTIL WS-BGA-IDX > WS-BGA-NB
           END-IF.

       LIBERER-BUDGET-FAMILLE.
           MOVE WS-BGA-FAM-T(WS-BGA-IDX) TO WS-BGA-FAMILLE.
           MOVE CMD-DATE(1:6) TO WS-BGA-MOIS.
           COMPUTE WS-BGA-ENGAGE = 0 - WS-BGA-MONTANT-T(WS-BGA-IDX).
           MOVE 0 TO WS-BGA-REALISE.
           PERFORM IMPUTER-BUDGET-ACHAT.

      *    Reception de WS-QTE-SAISIE sur la ligne courante (produit
      *    PRODUIT-REC deja lu) : passage de l'engage au realise.
       REALISER-BUDGET-RECEPTION.
           IF CMD-TAUX-ENGAGE NUMERIC AND CMD-TAUX-ENGAGE > 0
               MOVE PRD-FAMILLE TO WS-BGA-FAMILLE
               MOVE CMD-DATE(1:6) TO WS-BGA-MOIS
               COMPUTE WS-BGA-REALISE ROUNDED =
                   WS-QTE-SAISIE * LCM-PRIX * CMD-TAUX-ENGAGE
               COMPUTE WS-BGA-ENGAGE = 0 - WS-BGA-REALISE
               PERFORM IMPUTER-BUDGET-ACHAT
           END-IF.

      *    Ajoute WS-BGA-ENGAGE / WS-BGA-REALISE au budget de la
      *    famille et du mois, cree a budget zero s'il n'existe pas.
       IMPUTER-BUDGET-ACHAT.
           MOVE WS-BGA-FAMILLE TO BDA-FAMILLE.
           MOVE WS-BGA-MOIS TO BDA-MOIS.
           READ BUDGETS-ACHAT
               INVALID KEY
                   MOVE WS-BGA-FAMILLE TO BDA-FAMILLE
                   MOVE WS-BGA-MOIS TO BDA-MOIS
                   MOVE 0 TO BDA-BUDGET
                   MOVE WS-BGA-ENGAGE TO BDA-ENGAGE
                   MOVE WS-BGA-REALISE TO BDA-REALISE
                   WRITE BUDGET-ACHAT-REC
               NOT INVALID KEY
                   ADD WS-BGA-ENGAGE TO BDA-ENGAGE
                   ADD WS-BGA-REALISE TO BDA-REALISE
                   REWRITE BUDGET-ACHAT-REC
           END-READ.

      *===============================================
      * DOCUMENTS DE VIGILANCE DES SOUS-TRAITANTS
      * Au-dela du seuil annuel d'achats, le fournisseur est
      * marque soumis (FRN-VIGILANCE) et doit fournir tous les six
      * mois son extrait KBIS et son attestation URSSAF (URSF).
      * Chaque piece recue remplace la precedente du meme type ;
      * COMPTAFRN retient les factures tant qu'une piece
      * obligatoire manque ou est expiree.
      *===============================================
       GERER-DOCUMENTS-FRN.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== DOCUMENTS DE VIGILANCE ===' LINE 2
               POSITION 25 HIGHLIGHT.
           DISPLAY 'Code fournisseur:' LINE 5 POSITION 15.
           DISPLAY '[____]' LINE 5 POSITION 33 REVERSE-VIDEO.
           ACCEPT FRN-CODE LINE 5 POSITION 34.
           READ FOURNISSEURS
               INVALID KEY
                   DISPLAY 'FOURNISSEUR NON TROUVE' LINE 12 POSITION 29
                       HIGHLIGHT
                   GO TO GERER-DOCUMENTS-FRN-EXIT
           END-READ.
           DISPLAY FRN-NOM LINE 5 POSITION 40 HIGHLIGHT.
           MOVE FRN-CODE TO WS-DCF-FRN.
           DISPLAY 'Soumis a vigilance (O/N):' LINE 6 POSITION 15.
           MOVE FRN-VIGILANCE TO WS-DCF-VIGILANCE.
           DISPLAY WS-DCF-VIGILANCE LINE 6 POSITION 42 REVERSE-VIDEO.
           ACCEPT WS-DCF-VIGILANCE LINE 6 POSITION 42.
           IF WS-DCF-VIGILANCE NOT = 'O'
               MOVE 'N' TO WS-DCF-VIGILANCE
           END-IF.
           IF WS-DCF-VIGILANCE NOT = FRN-VIGILANCE
               MOVE FRN-CODE TO AUD-CLE
               MOVE SPACES TO AUD-AVANT
               STRING 'VIGILANCE=' DELIMITED BY SIZE
                   FRN-VIGILANCE DELIMITED BY SIZE
                   INTO AUD-AVANT
               MOVE WS-DCF-VIGILANCE TO FRN-VIGILANCE
               REWRITE FOURNIS-REC
               MOVE SPACES TO AUD-APRES
               STRING 'VIGILANCE=' DELIMITED BY SIZE
                   FRN-VIGILANCE DELIMITED BY SIZE
                   INTO AUD-APRES
               PERFORM ECRIRE-AUDIT-UPDATE
           END-IF.
           DISPLAY 'TYPE' LINE 8 POSITION 5.
           DISPLAY 'RECU LE' LINE 8 POSITION 11.
           DISPLAY 'EXPIRE LE' LINE 8 POSITION 21.
           DISPLAY 'REFERENCE' LINE 8 POSITION 32.
           DISPLAY 'ETAT' LINE 8 POSITION 54.
           MOVE 9 TO WS-DCF-LIGNE.
           MOVE WS-DCF-FRN TO DCF-FRN.
           MOVE LOW-VALUES TO DCF-TYPE.
           MOVE 0 TO WS-EOF.
           START DOCUMENTS-FRN KEY >= DCF-CLE
               INVALID KEY MOVE 1 TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 1
               READ DOCUMENTS-FRN NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DCF-FRN NOT = WS-DCF-FRN
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM AFFICHER-DOCUMENT-FRN
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DCF-LIGNE = 9
               DISPLAY 'Aucun document enregistre' LINE 9 POSITION 5
           END-IF.
           IF FRN-VIGILANCE = 'O'
               DISPLAY 'Obligatoires: KBIS et URSF' LINE 14
                   POSITION 5 HIGHLIGHT
           END-IF.
           DISPLAY 'Type document (blanc=fin):' LINE 15 POSITION 5.
           DISPLAY '[____]' LINE 15 POSITION 38 REVERSE-VIDEO.
           MOVE SPACES TO WS-DCF-TYPE.
           ACCEPT WS-DCF-TYPE LINE 15 POSITION 39.
           IF WS-DCF-TYPE = SPACES
               GO TO GERER-DOCUMENTS-FRN-EXIT
           END-IF.
           MOVE WS-DCF-FRN TO DCF-FRN.
           MOVE WS-DCF-TYPE TO DCF-TYPE.
           MOVE SPACES TO WS-DCF-AVANT.
           READ DOCUMENTS-FRN
               INVALID KEY
                   MOVE WS-DCF-FRN TO DCF-FRN
                   MOVE WS-DCF-TYPE TO DCF-TYPE
                   MOVE SPACES TO DCF-REFERENCE
                   MOVE 'N' TO WS-CONFIRM
               NOT INVALID KEY
                   MOVE DCF-EXPIRATION TO WS-DCF-AVANT
                   MOVE 'Y' TO WS-CONFIRM
           END-READ.
           DISPLAY 'Recu le (AAAAMMJJ, 0=ce jour):' LINE 16
               POSITION 5.
           MOVE 0 TO DCF-DATE-RECU.
           ACCEPT DCF-DATE-RECU LINE 16 POSITION 38.
           IF DCF-DATE-RECU = 0
               MOVE WS-DATE-JOUR TO DCF-DATE-RECU
           END-IF.
           DISPLAY 'Expire le (0=recu + 6 mois):' LINE 17 POSITION 5.
           MOVE 0 TO DCF-EXPIRATION.
           ACCEPT DCF-EXPIRATION LINE 17 POSITION 38.
           IF DCF-EXPIRATION = 0
               PERFORM CALCULER-ECHEANCE-DOCUMENT
           END-IF.
           DISPLAY DCF-EXPIRATION LINE 17 POSITION 38.
           DISPLAY 'Reference:' LINE 18 POSITION 5.
           ACCEPT DCF-REFERENCE LINE 18 POSITION 38.
           MOVE DCF-CLE TO AUD-CLE.
           MOVE SPACES TO AUD-AVANT.
           MOVE SPACES TO AUD-APRES.
           STRING 'EXPIRE=' DELIMITED BY SIZE
               DCF-EXPIRATION DELIMITED BY SIZE
               ' REF=' DELIMITED BY SIZE
               DCF-REFERENCE DELIMITED BY SIZE
               INTO AUD-APRES.
           IF WS-CONFIRM = 'Y'
               STRING 'EXPIRE=' DELIMITED BY SIZE
                   WS-DCF-AVANT DELIMITED BY SIZE
                   INTO AUD-AVANT
               REWRITE DOC-FRN-REC
               PERFORM ECRIRE-AUDIT-UPDATE
               DISPLAY '*** DOCUMENT REMPLACE ***' LINE 19
                   POSITION 27 HIGHLIGHT
           ELSE
               WRITE DOC-FRN-REC
               PERFORM ECRIRE-AUDIT-CREATE
               DISPLAY '*** DOCUMENT ENREGISTRE ***' LINE 19
                   POSITION 26 HIGHLIGHT
           END-IF.
       GERER-DOCUMENTS-FRN-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 21 POSITION 31 BLINK.
           ACCEPT WS-CHOIX LINE 21 POSITION 49.

      *    Cinq documents au plus a l'ecran (lignes 9 a 13).
       AFFICHER-DOCUMENT-FRN.
           IF WS-DCF-LIGNE < 14
               DISPLAY DCF-TYPE LINE WS-DCF-LIGNE POSITION 5
               DISPLAY DCF-DATE-RECU LINE WS-DCF-LIGNE POSITION 11
               DISPLAY DCF-EXPIRATION LINE WS-DCF-LIGNE POSITION 21
               DISPLAY DCF-REFERENCE LINE WS-DCF-LIGNE POSITION 32
               IF DCF-EXPIRATION < WS-DATE-JOUR
                   DISPLAY 'EXPIRE' LINE WS-DCF-LIGNE POSITION 54
                       HIGHLIGHT
               ELSE
                   DISPLAY 'VALIDE' LINE WS-DCF-LIGNE POSITION 54
               END-IF
               ADD 1 TO WS-DCF-LIGNE
           END-IF.

      *    Echeance par defaut : meme jour six mois apres la
      *    reception, ramene au 28 en fin de mois pour rester une
      *    date valide quel que soit le mois d'arrivee.
       CALCULER-ECHEANCE-DOCUMENT.
           MOVE DCF-DATE-RECU TO WS-DCF-ECHEANCE.
           ADD 6 TO WS-DCF-ECH-MM.
           IF WS-DCF-ECH-MM > 12
               SUBTRACT 12 FROM WS-DCF-ECH-MM
               ADD 1 TO WS-DCF-ECH-AAAA
           END-IF.
           IF WS-DCF-ECH-JJ > 28
               MOVE 28 TO WS-DCF-ECH-JJ
           END-IF.
           MOVE WS-DCF-ECHEANCE TO DCF-EXPIRATION.

      *===============================================
      * JOURNAL D'AUDIT
      * AUD-AVANT/AUD-APRES sont renseignes par l'appelant avant
