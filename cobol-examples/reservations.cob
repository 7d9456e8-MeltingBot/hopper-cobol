               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALO-NUM.
      *    BONS DE TRAVAUX DE MAINTENANCE : UNE CHAMBRE FERMEE POUR
      *    TRAVAUX SUR UNE PERIODE N'EST PLUS VENDABLE CES NUITS-LA,
      *    MEME SI ELLE EST EN SERVICE ET PROPRE AUJOURD'HUI.
           SELECT BONS-TRAVAUX ASSIGN TO 'BONTRAV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BTR-NUM.
      *    FICHES INDIVIDUELLES DE POLICE DES CLIENTS ETRANGERS,
      *    SAISIES ET IMPRIMEES A L'ARRIVEE, A PRODUIRE SUR
      *    REQUISITION - VOIR COPYBOOKS/FICHEPOL.CPY.
           SELECT FICHES-POLICE ASSIGN TO 'FICHEPOL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPO-NUM.
      *    FENETRES DE FACTURATION : REGLES QUI ENVOIENT UN TYPE DE
      *    FRAIS (NUITEES, FORFAIT, BAR, TAXE, DIVERS) A UN CLIENT
      *    PAYEUR, PAR RESERVATION OU PAR CONTRAT D'ALLOTEMENT - LA
      *    SOCIETE PAIE LA CHAMBRE, LE CLIENT PAIE SES EXTRAS.
           SELECT FENETRES ASSIGN TO 'FENETRES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEN-CLE.
      *    REGLES DE TARIFICATION SELON L'OCCUPATION PREVUE - VOIR
      *    COPYBOOKS/YIELD.CPY, PARTAGE AVEC AUDITNUIT ET CANALRESA.
           SELECT YIELDS ASSIGN TO 'YIELD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YLD-CLE.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUTS PARTAGEES AVEC LES LOTS HOTEL - VOIR
      *    (MINIBAR, ROOM SERVICE, TELEPHONE, ETC.)
       FD FOLIOS.
           COPY FOLIO.
      *    JOURNAL DES ANNULATIONS - VOIR COPYBOOKS/ANNULHOT.CPY
       FD ANNULATIONS.
           COPY ANNULHOT.
      *    LAYOUTS PARTAGEES AVEC FACTURE - VOIR COPYBOOKS
       FD FACTURES.
           COPY FACTURE.
           05 WTL-EXPIRE    PIC 9(8).
           05 WTL-STATUT    PIC X.
      *       A=EN ATTENTE, C=CLIENT RAPPELE, X=EXPIREE
      *    ALLOTEMENTS TOUR-OPERATEURS - VOIR COPYBOOKS/ALLOT.CPY
       FD ALLOTEMENTS.
           COPY ALLOT.
      *    BONS DE TRAVAUX - VOIR COPYBOOKS/BONTRAV.CPY
       FD BONS-TRAVAUX.
           COPY BONTRAV.
      *    FICHES DE POLICE - VOIR COPYBOOKS/FICHEPOL.CPY
       FD FICHES-POLICE.
           COPY FICHEPOL.
      *    FENETRES DE FACTURATION - VOIR COPYBOOKS/FENETRE.CPY
       FD FENETRES.
           COPY FENETRE.
      *    REGLES DE YIELD - VOIR COPYBOOKS/YIELD.CPY
       FD YIELDS.
           COPY YIELD.
       WORKING-STORAGE SECTION.
       01 WS-CHOIX PIC 9 VALUE 0.
       01 WS-SOUS-CHOIX PIC 9 VALUE 0.
       01 WS-TOTAL-HT PIC 9(8)V99 VALUE 0.
       01 WS-TVA PIC 9(6)V99 VALUE 0.
       01 WS-TOTAL-TTC PIC 9(8)V99 VALUE 0.
      *    Code TVA des lignes du depart : 1 = taux normal, I ou E
      *    = client intracommunautaire ou export, exonere (MEME
      *    REGLE QUE FACTURE/APPLIQUER-REGIME-TVA)
       01 WS-CODE-TVA-FACT PIC X VALUE '1'.
      *    Part HT de la facture au taux reduit (tickets du bar de
      *    restauration, FOL-TVA-CODE a 2), le reste au normal
       01 WS-HT-REDUIT-FACT PIC 9(8)V99 VALUE 0.
       01 WS-MENTION-INTRA PIC X(34)
           VALUE 'EXONERATION TVA, ART 262 TER I CGI'.
       01 WS-MENTION-EXPORT PIC X(34)
           VALUE 'EXONERATION TVA, ART 262 I CGI'.
       01 WS-TOTAL-ARRHES PIC 9(7)V99 VALUE 0.
       01 WS-NB-LIGNES-FACT PIC 99 VALUE 0.
       01 WS-NB-NUITEES-FOLIO PIC 99 VALUE 0.
      *    OUVERTURE DE SESSION VIA LE SOUS-PROGRAMME SIGNON
       01 WS-OPERATEUR PIC X(6) VALUE SPACES.
       01 WS-FONCTION-SESSION PIC X(2) VALUE 'HO'.
       01 WS-DROITS-SESSION PIC X(11) VALUE SPACES.
       01 WS-SESSION-OK PIC X VALUE 'N'.
      * Identite de la societe via le sous-programme IDENTSOC
       01 WS-ETAB-SOCIETE  PIC X(2) VALUE 'HO'.
           COPY SOCIETE.
           COPY SOCEDIT.
      *    LIEN AU FICHIER CLIENTS ET CARDEX
       01 WS-CNT-STATUS PIC XX VALUE '00'.
           88 WS-CNT-OUVERT-OK VALUE '00'.
       01 WS-BON-SAISI PIC X(8) VALUE SPACES.
       01 WS-MONTANT-BON PIC 9(6)V99 VALUE 0.
       01 WS-RESTE-DEPART PIC 9(8)V99 VALUE 0.
      *    POINTS DE FIDELITE (SOUS-PROGRAMME FIDPOINTS) : LES
      *    CONSOMMATIONS DU BAR PORTEES AU FOLIO GAGNENT AU TAUX
      *    DU BAR, LE RESTE DU SEJOUR AU TAUX DE L'HOTEL
       01 WS-FID-ACTION PIC X VALUE SPACE.
       01 WS-FID-CLIENT PIC 9(5) VALUE 0.
       01 WS-FID-CANAL PIC X VALUE SPACE.
       01 WS-FID-REFERENCE PIC 9(8) VALUE 0.
       01 WS-FID-MONTANT PIC 9(8)V99 VALUE 0.
       01 WS-FID-MONTANT-BAR PIC 9(8)V99 VALUE 0.
       01 WS-FID-POINTS PIC 9(7) VALUE 0.
       01 WS-FID-RESULTAT PIC X VALUE SPACE.
       01 WS-TOTAL-BAR PIC 9(8)V99 VALUE 0.
       01 WS-MONTANT-POINTS PIC 9(8)V99 VALUE 0.
       01 WS-UTILISER-POINTS PIC X VALUE SPACE.
      *    LISTE D'ATTENTE
       01 WS-WTL-EOF PIC 9 VALUE 0.
       01 WS-NEXT-WTL PIC 9(6) VALUE 0.
       01 WS-NB-PALIERS PIC 9 VALUE 0.
       01 WS-IDX-PALIER PIC 9 VALUE 0.
       01 WS-PALIER-TROUVE PIC X VALUE 'N'.
      *    BONS DE TRAVAUX ET PERIODES HORS SERVICE
       01 WS-BTR-EOF PIC 9 VALUE 0.
       01 WS-NEXT-BTR PIC 9(6) VALUE 0.
       01 WS-BTR-SAISI PIC 9(6) VALUE 0.
       01 WS-HS-DEBUT PIC 9(8) VALUE 0.
       01 WS-HS-FIN PIC 9(8) VALUE 0.
       01 WS-HS-FIN-BON PIC 9(8) VALUE 0.
       01 WS-HORS-SERVICE PIC X VALUE 'N'.
       01 WS-NUITS-HS PIC 999 VALUE 0.
       01 WS-PRIORITE-LISTE PIC 9 VALUE 0.
       01 WS-NB-CONFLITS PIC 99 VALUE 0.
       01 WS-DATE-LENDEMAIN PIC 9(8) VALUE 0.
      *    FICHES DE POLICE DES CLIENTS ETRANGERS
       01 WS-FPO-EOF PIC 9 VALUE 0.
       01 WS-NEXT-FPO PIC 9(6) VALUE 0.
       01 WS-NB-FICHES PIC 99 VALUE 0.
       01 WS-IDX-FICHE PIC 99 VALUE 0.
       01 WS-FPO-SAISI PIC 9(6) VALUE 0.
       01 WS-RECH-DU PIC 9(8) VALUE 0.
       01 WS-RECH-AU PIC 9(8) VALUE 0.
       01 WS-RECH-NOM PIC X(25) VALUE SPACES.
       01 WS-LG-NOM PIC 99 VALUE 0.
       01 WS-NB-TROUVEES PIC 9(4) VALUE 0.
       01 WS-FICHE-SAISIE PIC X(200) VALUE SPACES.
      *    FENETRES DE FACTURATION : UNE FACTURE PAR CLIENT PAYEUR
      *    AU DEPART. LA FENETRE 1 EST CELLE DU CLIENT DU SEJOUR ;
      *    LES FRAIS SANS REGLE Y RESTENT.
       01 WS-TYPES-FRAIS PIC X(5) VALUE 'NFBTD'.
       01 WS-LIBELLES-FRAIS-INIT.
           05 FILLER PIC X(20) VALUE 'NUITEES / SEJOUR'.
           05 FILLER PIC X(20) VALUE 'FORFAIT (PDJ, DP..)'.
           05 FILLER PIC X(20) VALUE 'BAR (TICKETS)'.
           05 FILLER PIC X(20) VALUE 'TAXE DE SEJOUR'.
           05 FILLER PIC X(20) VALUE 'DIVERS (MINIBAR..)'.
       01 WS-LIBELLES-FRAIS REDEFINES WS-LIBELLES-FRAIS-INIT.
           05 WS-LIBELLE-FRAIS PIC X(20) OCCURS 5 TIMES.
       01 WS-ROUTAGE-TABLE.
           05 WS-ROUTE-CLI PIC 9(5) OCCURS 5 TIMES.
       01 WS-IDX-ROUTE PIC 9 VALUE 0.
       01 WS-TYPE-FRAIS PIC X VALUE SPACE.
       01 WS-MONTANT-LIGNE PIC 9(6)V99 VALUE 0.
       01 WS-LIGNE-RETENUE PIC X VALUE 'N'.
      *    S=SIMULATION (REPARTITION), E=EMISSION, M=MARQUAGE
       01 WS-MODE-FACT PIC X VALUE 'E'.
       01 WS-RES-DEPART PIC 9(8) VALUE 0.
       01 WS-NB-FENETRES PIC 9 VALUE 0.
       01 WS-IDX-FEN PIC 9 VALUE 0.
       01 WS-FEN-LIGNE PIC 9 VALUE 0.
       01 WS-FEN-ARRHES PIC 9 VALUE 0.
       01 WS-NB-EMISES PIC 9 VALUE 0.
       01 WS-PREMIERE-FACTURE PIC 9(6) VALUE 0.
       01 WS-ARRHES-SEJOUR PIC 9(7)V99 VALUE 0.
       01 WS-DEPART-KO PIC 9 VALUE 0.
       01 WS-FEN-CHOISIE PIC 9 VALUE 0.
       01 WS-PAYEUR PIC 9(5) VALUE 0.
       01 WS-IDX-CHERCHE PIC 9 VALUE 0.
       01 WS-FENETRES-TABLE.
           05 WS-FEN-ENTRY OCCURS 6 TIMES.
               10 WS-FEN-CLIENT PIC 9(5).
               10 WS-FEN-NB PIC 99.
               10 WS-FEN-HT PIC 9(8)V99.
       01 WS-FEN-PORTEE-SAISIE PIC X VALUE SPACE.
       01 WS-FEN-REF-SAISIE PIC 9(8) VALUE 0.
       01 WS-PAYEUR-SAISI PIC 9(5) VALUE 0.
      *    TARIFICATION SELON L'OCCUPATION : LES REGLES DU TYPE
      *    SONT GARDEES EN TABLE TANT QUE LE TYPE NE CHANGE PAS
       01 WS-YLD-EOF PIC 9 VALUE 0.
       01 WS-YLD-TYPE-CHARGE PIC X(10) VALUE HIGH-VALUES.
       01 WS-NB-REGLES-YLD PIC 99 VALUE 0.
       01 WS-IDX-YLD PIC 99 VALUE 0.
       01 WS-YLD-RETENUE PIC 99 VALUE 0.
       01 WS-YLD-BAISSE PIC 99 VALUE 0.
       01 WS-TAUX-OCCUPATION PIC 999 VALUE 0.
       01 WS-NB-CHB-TYPE PIC 9(4) VALUE 0.
       01 WS-NB-OCCUPEES PIC 9(4) VALUE 0.
       01 WS-JOURS-AVANT PIC S9(5) VALUE 0.
       01 WS-PRIX-CALENDRIER PIC 9(4)V99 VALUE 0.
       01 WS-PRIX-AJUSTE PIC S9(6)V99 VALUE 0.
       01 WS-ECART-YIELD PIC 9(6)V99 VALUE 0.
       01 WS-RESERV-SAV PIC X(200) VALUE SPACES.
       01 WS-CHAMBRE-SAV PIC X(100) VALUE SPACES.
       01 WS-YLD-TYPE-SAISI PIC X(10) VALUE SPACES.
       01 WS-YLD-SAISI PIC 99 VALUE 0.
       01 WS-REGLES-YLD-TABLE.
           05 WS-YR-ENTRY OCCURS 20 TIMES.
               10 WS-YR-SENS PIC X.
               10 WS-YR-SEUIL PIC 999.
               10 WS-YR-JOURS PIC 999.
               10 WS-YR-MODE PIC X.
               10 WS-YR-VALEUR PIC 9(4)V99.
               10 WS-YR-LIBELLE PIC X(20).
       01 WS-PALIERS-TABLE.
           05 WS-PALIER-ENTRY OCCURS 5 TIMES.
               10 WS-PALIER-PRIX PIC 9(4)V99.
               DISPLAY 'ACCES REFUSE' LINE 16 POSITION 34
               STOP RUN
           END-IF.
           CALL 'IDENTSOC' USING WS-ETAB-SOCIETE SOCIETE-REC
               SOCIETE-EDITION.
           OPEN I-O CHAMBRES.
           OPEN I-O RESERVATIONS.
           OPEN I-O FOLIOS.
           OPEN I-O ALLOTEMENTS.
           OPEN I-O LISTE-ATTENTE.
           OPEN I-O BONS-ACHAT.
           OPEN I-O BONS-TRAVAUX.
           OPEN I-O FICHES-POLICE.
           OPEN I-O FENETRES.
           OPEN I-O YIELDS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM INITIALISER-COMPTEUR-FACT.
           PERFORM UNTIL WS-FIN = 1
                   WHEN 5 PERFORM AJOUTER-FRAIS-FOLIO
                   WHEN 6 PERFORM MENU-SEJOURS
                   WHEN 7 PERFORM FACTURER-DEPART
                       THRU FACTURER-DEPART-EXIT
                   WHEN 8 PERFORM MENU-GESTION-HOTEL
                   WHEN 9 MOVE 1 TO WS-FIN
               END-EVALUATE
           CLOSE ALLOTEMENTS.
           CLOSE LISTE-ATTENTE.
           CLOSE BONS-ACHAT.
           CLOSE BONS-TRAVAUX.
           CLOSE FICHES-POLICE.
           CLOSE FENETRES.
           CLOSE YIELDS.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY 'AU REVOIR' LINE 12 POSITION 35 HIGHLIGHT.
           STOP RUN.
                   END-READ
               END-PERFORM
           END-IF.
      *    Chambre fermee pour travaux sur une partie du sejour.
           IF WS-DISPONIBLE = 'Y'
               MOVE WS-DATE-ARRIVEE TO WS-HS-DEBUT
               MOVE WS-DATE-DEPART TO WS-HS-FIN
               PERFORM CONTROLER-HORS-SERVICE
               IF WS-HORS-SERVICE = 'Y'
                   MOVE 'N' TO WS-DISPONIBLE
               END-IF
           END-IF.
      *    Tenue des allotements : une chambre encore libre peut
      *    etre contractuellement tenue pour un tour-operateur
      *    tant que la date de release n'est pas passee. Une
               COMPUTE WS-DATE-CTRL =
                   FUNCTION DATE-OF-INTEGER(WS-NUIT-CTRL)
               PERFORM CONTROLER-ALLOTEMENT-NUIT
                   THRU CONTROLER-ALLOTEMENT-NUIT-EXIT
           END-PERFORM.
           MOVE WS-CHB-SAV TO CHB-NUM.
           READ CHAMBRES

       CONTROLER-ALLOTEMENT-NUIT.
      *    Chambres du type tenues cette nuit
           PERFORM CUMULER-TENUES-NUIT.
           IF WS-TENUES <= 0
               GO TO CONTROLER-ALLOTEMENT-NUIT-EXIT
           END-IF.
           PERFORM COMPTER-LIBRES-TYPE-NUIT.
      *    Prendre cette chambre-ci en vente libre entamerait le
      *    bloc tenu.
           IF WS-LIBRES-TYPE - 1 < WS-TENUES
               MOVE 'N' TO WS-DISPONIBLE
           END-IF.
       CONTROLER-ALLOTEMENT-NUIT-EXIT.
           EXIT.

      *    Chambres du type WS-TYPE-SAV tenues la nuit WS-DATE-CTRL
      *    (rang julien WS-NUIT-CTRL) par les blocs non relaches,
      *    pick-up deduit.
       CUMULER-TENUES-NUIT.
           MOVE 0 TO WS-TENUES.
           MOVE 0 TO ALO-NUM.
           START ALLOTEMENTS KEY >= ALO-NUM
                       END-IF
               END-READ
           END-PERFORM.

      *    Chambres du type encore libres cette nuit (une chambre
      *    fermee pour travaux cette nuit ne compte pas)
       COMPTER-LIBRES-TYPE-NUIT.
           MOVE 0 TO WS-LIBRES-TYPE.
           MOVE WS-DATE-CTRL TO WS-HS-DEBUT.
           COMPUTE WS-HS-FIN =
               FUNCTION DATE-OF-INTEGER(WS-NUIT-CTRL + 1).
           MOVE 0 TO CHB-NUM.
           START CHAMBRES KEY >= CHB-NUM
               INVALID KEY CONTINUE
                   AT END MOVE 1 TO WS-ALO-EOF
                   NOT AT END
                       IF CHB-TYPE = WS-TYPE-SAV AND CHB-DISPO = 1
                           PERFORM CONTROLER-HORS-SERVICE
                           IF WS-HORS-SERVICE = 'N'
                               ADD 1 TO WS-LIBRES-TYPE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
                       END-IF
               END-READ
           END-PERFORM.

      *    La chambre en buffer (CHB-NUM) est-elle fermee pour
      *    travaux une des nuits de [WS-HS-DEBUT, WS-HS-FIN) ? Un
      *    bon ouvert sans fin tient jusqu'a sa cloture ; un bon
      *    clos ne ferme plus la chambre apres sa date de cloture.
       CONTROLER-HORS-SERVICE.
           MOVE 'N' TO WS-HORS-SERVICE.
           MOVE 0 TO BTR-NUM.
           START BONS-TRAVAUX KEY >= BTR-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-BTR-EOF.
           PERFORM UNTIL WS-BTR-EOF = 1
               READ BONS-TRAVAUX NEXT
                   AT END MOVE 1 TO WS-BTR-EOF
                   NOT AT END
                       IF BTR-CHAMBRE = CHB-NUM AND
                           BTR-HS-DEBUT > 0
                           MOVE BTR-HS-FIN TO WS-HS-FIN-BON
                           IF WS-HS-FIN-BON = 0
                               MOVE 99999999 TO WS-HS-FIN-BON
                           END-IF
                           IF BTR-STATUT = 'C' AND
                               BTR-DATE-CLOTURE < WS-HS-FIN-BON
                               MOVE BTR-DATE-CLOTURE TO
                                   WS-HS-FIN-BON
                           END-IF
                           IF NOT (WS-HS-FIN-BON <= WS-HS-DEBUT
                               OR BTR-HS-DEBUT >= WS-HS-FIN)
                               MOVE 'Y' TO WS-HORS-SERVICE
                               MOVE 1 TO WS-BTR-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       DECOMPTER-CHAMBRE-OCCUPEE.
           MOVE RES-CHAMBRE TO CHB-NUM.
           MOVE 0 TO RES-DATE-ARRIVEE.
           MOVE 0 TO RES-DATE-DEPART.
           MOVE 0 TO RES-FACTURE.
           MOVE SPACES TO RES-CANAL.
           MOVE SPACES TO RES-REF-CANAL.
           MOVE WS-ALLOT-SAISI TO RES-ALLOT.
           WRITE RESERV-REC.
      *    Pick-up du bloc : les nuits du sejour dans la periode
      *    du contrat se decomptent du pool.
                       MOVE 0 TO RES-ARRHES
                       MOVE 0 TO RES-FACTURE
                       MOVE SPACES TO RES-PACKAGE
                       MOVE SPACES TO RES-CANAL
                       MOVE SPACES TO RES-REF-CANAL
                       MOVE 0 TO RES-ALLOT
                       WRITE RESERV-REC
      *                LA TAXE DE SEJOUR DE CHAQUE CHAMBRE DU
      *                GROUPE PART AU FOLIO COMME POUR UNE
                           PERFORM CALCULER-FRAIS-ANNULATION
                           MOVE RES-ID TO ANL-RESERVATION
                           MOVE RES-CLIENT TO ANL-CLIENT
                           MOVE RES-CLI-ID TO ANL-CLI-ID
                           MOVE RES-CHAMBRE TO ANL-CHAMBRE
                           MOVE WS-DATE-JOUR TO ANL-DATE-ANNUL
                           MOVE WS-NOTICE-JOURS TO
           DISPLAY '|' LINE 13 POSITION 49.
           DISPLAY '+--------------------------+'
               LINE 14 POSITION 22.
      *    Reservation recue d'une agence en ligne : la reference
      *    de l'agence est celle que cite le client au comptoir.
           IF RES-CANAL NOT = SPACES AND RES-CANAL NOT = LOW-VALUES
               DISPLAY 'Canal:' LINE 9 POSITION 52
               DISPLAY RES-CANAL LINE 9 POSITION 59 HIGHLIGHT
               DISPLAY RES-REF-CANAL LINE 10 POSITION 52
           END-IF.

      *    Liste les frais annexes du folio (minibar, telephone,
      *    etc.) sous la fiche de reservation et calcule le total
           PERFORM TROUVER-PROCHAIN-SEQ-FOLIO.
           MOVE RES-ID TO FOL-RESERVATION.
           MOVE WS-DATE-JOUR TO FOL-DATE.
           MOVE 'D' TO FOL-TYPE.
           MOVE SPACE TO FOL-TVA-CODE.
           WRITE FOLIO-REC.
           DISPLAY '*** FRAIS ENREGISTRE ***' LINE 14 POSITION 28
               HIGHLIGHT.
           IF WS-CONFIRM = 'O' OR WS-CONFIRM = 'o'
               MOVE RES-ID TO ANL-RESERVATION
               MOVE RES-CLIENT TO ANL-CLIENT
               MOVE RES-CLI-ID TO ANL-CLI-ID
               MOVE RES-CHAMBRE TO ANL-CHAMBRE
               MOVE WS-DATE-JOUR TO ANL-DATE-ANNUL
               MOVE WS-NOTICE-JOURS TO ANL-NOTICE-JOURS
       MODIFIER-STATUT-MENAGE-FIN.
           EXIT.

      *===============================================
      * BONS DE TRAVAUX DE MAINTENANCE
      * Un bon par intervention sur une chambre : description,
      * priorite et, si la chambre doit etre fermee, la periode
      * hors service. La disponibilite, les allotements, la
      * liste d'attente et le rapport d'occupation excluent la
      * chambre ces nuits-la. La maintenance liste les bons
      * ouverts par priorite et les clot ; la cloture rend la
      * chambre au menage (statut A nettoyer).
      *===============================================
       MENU-MENAGE-MAINTENANCE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- MENAGE ET MAINTENANCE ---' LINE 2
               POSITION 26 HIGHLIGHT.
           DISPLAY '1. Statut de menage des chambres' LINE 6
               POSITION 24.
           DISPLAY '2. Nouveau bon de travaux' LINE 8 POSITION 24.
           DISPLAY '3. Travaux ouverts / cloture' LINE 10
               POSITION 24.
           DISPLAY '0. Retour' LINE 12 POSITION 24.
           DISPLAY 'Choix:' LINE 14 POSITION 24.
           ACCEPT WS-SOUS-CHOIX LINE 14 POSITION 31.
           EVALUATE WS-SOUS-CHOIX
               WHEN 1 PERFORM MENU-MENAGE
               WHEN 2 PERFORM CREER-BON-TRAVAUX
                   THRU CREER-BON-TRAVAUX-EXIT
               WHEN 3 PERFORM LISTER-TRAVAUX-OUVERTS
           END-EVALUATE.

       CREER-BON-TRAVAUX.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== NOUVEAU BON DE TRAVAUX ===' LINE 2
               POSITION 25 HIGHLIGHT.
           DISPLAY 'Chambre:' LINE 5 POSITION 15.
           ACCEPT WS-CHAMBRE-SAISIE LINE 5 POSITION 24.
           MOVE WS-CHAMBRE-SAISIE TO CHB-NUM.
           READ CHAMBRES
               INVALID KEY
                   DISPLAY 'CHAMBRE INEXISTANTE' LINE 20 POSITION 30
                       HIGHLIGHT
                   GO TO CREER-BON-TRAVAUX-EXIT
           END-READ.
           DISPLAY CHB-TYPE LINE 5 POSITION 30.
           DISPLAY 'Description:' LINE 7 POSITION 15.
           MOVE SPACES TO BTR-DESCRIPTION.
           ACCEPT BTR-DESCRIPTION LINE 7 POSITION 28.
           DISPLAY 'Priorite (1=Urgente 2=Normale 3=A planifier):'
               LINE 9 POSITION 15.
           ACCEPT BTR-PRIORITE LINE 9 POSITION 62.
           IF BTR-PRIORITE < 1 OR BTR-PRIORITE > 3
               MOVE 2 TO BTR-PRIORITE
           END-IF.
           DISPLAY 'Hors service du (AAAAMMJJ, 0=reste vendable):'
               LINE 11 POSITION 15.
           MOVE 0 TO BTR-HS-DEBUT.
           ACCEPT BTR-HS-DEBUT LINE 11 POSITION 62.
           MOVE 0 TO BTR-HS-FIN.
           MOVE 0 TO WS-NUITS-HS.
           IF BTR-HS-DEBUT > 0
               DISPLAY 'Nombre de nuits (0=jusqu a la cloture):'
                   LINE 12 POSITION 15
               ACCEPT WS-NUITS-HS LINE 12 POSITION 56
               IF WS-NUITS-HS > 0
                   COMPUTE BTR-HS-FIN = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(BTR-HS-DEBUT)
                       + WS-NUITS-HS)
               END-IF
           END-IF.
      *    Meme technique de reprise de compteur que la liste
      *    d'attente.
           MOVE 0 TO WS-NEXT-BTR.
           MOVE 0 TO BTR-NUM.
           START BONS-TRAVAUX KEY >= BTR-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-BTR-EOF.
           PERFORM UNTIL WS-BTR-EOF = 1
               READ BONS-TRAVAUX NEXT
                   AT END MOVE 1 TO WS-BTR-EOF
                   NOT AT END
                       IF BTR-NUM > WS-NEXT-BTR
                           MOVE BTR-NUM TO WS-NEXT-BTR
                       END-IF
               END-READ
           END-PERFORM.
           COMPUTE BTR-NUM = WS-NEXT-BTR + 1.
           MOVE CHB-NUM TO BTR-CHAMBRE.
           MOVE WS-DATE-JOUR TO BTR-DATE-OUVERTURE.
           MOVE 'O' TO BTR-STATUT.
           MOVE 0 TO BTR-DATE-CLOTURE.
           MOVE WS-OPERATEUR TO BTR-OPERATEUR.
           WRITE BON-TRAVAUX-REC.
           DISPLAY '*** BON DE TRAVAUX CREE ***' LINE 14
               POSITION 15 HIGHLIGHT.
           DISPLAY 'Numero:' LINE 14 POSITION 44.
           DISPLAY BTR-NUM LINE 14 POSITION 52 HIGHLIGHT.
           IF BTR-HS-DEBUT = 0
               GO TO CREER-BON-TRAVAUX-EXIT
           END-IF.
      *    Fermeture deja commencee : la chambre passe tout de
      *    suite en maintenance pour le menage.
           IF BTR-HS-DEBUT <= WS-DATE-JOUR AND
               (BTR-HS-FIN = 0 OR BTR-HS-FIN > WS-DATE-JOUR)
               MOVE 3 TO CHB-ETAT-MENAGE
               REWRITE CHAMBRE-REC
           END-IF.
      *    Sejours deja reserves ou en maison sur la periode : la
      *    reception doit les deloger.
           MOVE BTR-HS-DEBUT TO WS-HS-DEBUT.
           MOVE BTR-HS-FIN TO WS-HS-FIN.
           IF WS-HS-FIN = 0
               MOVE 99999999 TO WS-HS-FIN
           END-IF.
           MOVE 0 TO WS-NB-CONFLITS.
           MOVE 0 TO RES-ID.
           START RESERVATIONS KEY >= RES-ID
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ RESERVATIONS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RES-CHAMBRE = CHB-NUM AND
                           (RES-STATUT = 'R' OR RES-STATUT = 'A')
                           AND NOT (RES-FIN <= WS-HS-DEBUT
                           OR RES-DEBUT >= WS-HS-FIN)
                           ADD 1 TO WS-NB-CONFLITS
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NB-CONFLITS > 0
               DISPLAY 'ATTENTION - SEJOUR(S) A DELOGER:' LINE 16
                   POSITION 15 HIGHLIGHT
               DISPLAY WS-NB-CONFLITS LINE 16 POSITION 48 HIGHLIGHT
           END-IF.
       CREER-BON-TRAVAUX-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 30.
           ACCEPT WS-CHOIX LINE 22 POSITION 48.

      *    Bons ouverts, les urgents d'abord : une passe sur le
      *    fichier par niveau de priorite.
       LISTER-TRAVAUX-OUVERTS.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== TRAVAUX OUVERTS ===' LINE 2 POSITION 28
               HIGHLIGHT.
           DISPLAY 'BON' LINE 4 POSITION 2 UNDERLINE.
           DISPLAY 'CHB' LINE 4 POSITION 10 UNDERLINE.
           DISPLAY 'P' LINE 4 POSITION 15 UNDERLINE.
           DISPLAY 'DESCRIPTION' LINE 4 POSITION 18 UNDERLINE.
           DISPLAY 'HS DU' LINE 4 POSITION 59 UNDERLINE.
           DISPLAY 'AU' LINE 4 POSITION 69 UNDERLINE.
           MOVE 5 TO WS-LIGNE.
           PERFORM VARYING WS-PRIORITE-LISTE FROM 1 BY 1
               UNTIL WS-PRIORITE-LISTE > 3 OR WS-LIGNE > 17
               MOVE 0 TO BTR-NUM
               START BONS-TRAVAUX KEY >= BTR-NUM
                   INVALID KEY CONTINUE
               END-START
               MOVE 0 TO WS-BTR-EOF
               PERFORM UNTIL WS-BTR-EOF = 1 OR WS-LIGNE > 17
                   READ BONS-TRAVAUX NEXT
                       AT END MOVE 1 TO WS-BTR-EOF
                       NOT AT END
                           IF BTR-STATUT = 'O' AND
                               BTR-PRIORITE = WS-PRIORITE-LISTE
                               PERFORM AFFICHER-LIGNE-TRAVAUX
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM.
           IF WS-LIGNE = 5
               DISPLAY 'AUCUN BON OUVERT' LINE 10 POSITION 30
           END-IF.
           DISPLAY 'Bon a cloturer (0=aucun):' LINE 19 POSITION 15.
           MOVE 0 TO WS-BTR-SAISI.
           ACCEPT WS-BTR-SAISI LINE 19 POSITION 42.
           IF WS-BTR-SAISI NOT = 0
               PERFORM CLOTURER-BON-TRAVAUX
                   THRU CLOTURER-BON-TRAVAUX-EXIT
           END-IF.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 30.
           ACCEPT WS-CHOIX LINE 22 POSITION 48.

       AFFICHER-LIGNE-TRAVAUX.
           DISPLAY BTR-NUM LINE WS-LIGNE POSITION 2.
           DISPLAY BTR-CHAMBRE LINE WS-LIGNE POSITION 10.
           IF BTR-PRIORITE = 1
               DISPLAY BTR-PRIORITE LINE WS-LIGNE POSITION 15
                   HIGHLIGHT
           ELSE
               DISPLAY BTR-PRIORITE LINE WS-LIGNE POSITION 15
           END-IF.
           DISPLAY BTR-DESCRIPTION LINE WS-LIGNE POSITION 18.
           IF BTR-HS-DEBUT > 0
               DISPLAY BTR-HS-DEBUT LINE WS-LIGNE POSITION 59
               IF BTR-HS-FIN > 0
                   DISPLAY BTR-HS-FIN LINE WS-LIGNE POSITION 69
               ELSE
                   DISPLAY '...' LINE WS-LIGNE POSITION 69
               END-IF
           END-IF.
           ADD 1 TO WS-LIGNE.

      *    La chambre repasse A nettoyer, sauf si un autre bon
      *    ouvert la tient encore fermee aujourd'hui.
       CLOTURER-BON-TRAVAUX.
           MOVE WS-BTR-SAISI TO BTR-NUM.
           READ BONS-TRAVAUX
               INVALID KEY
                   DISPLAY 'BON INEXISTANT' LINE 20 POSITION 15
                       HIGHLIGHT
                   GO TO CLOTURER-BON-TRAVAUX-EXIT
           END-READ.
           IF BTR-STATUT NOT = 'O'
               DISPLAY 'BON DEJA CLOS' LINE 20 POSITION 15 HIGHLIGHT
               GO TO CLOTURER-BON-TRAVAUX-EXIT
           END-IF.
           MOVE 'C' TO BTR-STATUT.
           MOVE WS-DATE-JOUR TO BTR-DATE-CLOTURE.
           REWRITE BON-TRAVAUX-REC.
           MOVE BTR-CHAMBRE TO CHB-NUM.
           READ CHAMBRES
               INVALID KEY
                   GO TO CLOTURER-BON-TRAVAUX-EXIT
           END-READ.
           MOVE WS-DATE-JOUR TO WS-HS-DEBUT.
           COMPUTE WS-DATE-LENDEMAIN = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) + 1).
           MOVE WS-DATE-LENDEMAIN TO WS-HS-FIN.
           PERFORM CONTROLER-HORS-SERVICE.
           IF WS-HORS-SERVICE = 'Y'
               DISPLAY '*** BON CLOS - AUTRE BON EN COURS ***'
                   LINE 20 POSITION 15 HIGHLIGHT
           ELSE
               MOVE 2 TO CHB-ETAT-MENAGE
               REWRITE CHAMBRE-REC
               DISPLAY '*** BON CLOS - CHAMBRE RENDUE AU MENAGE ***'
                   LINE 20 POSITION 15 HIGHLIGHT
           END-IF.
       CLOTURER-BON-TRAVAUX-EXIT.
           EXIT.

      *===============================================
      * SUIVI DES SEJOURS
      * Le statut du sejour (reservee / arrivee / partie /
               POSITION 24.
           DISPLAY '5. Delogement (changer de chambre)' LINE 13
               POSITION 24.
           DISPLAY '6. Fiches de police (recherche)' LINE 15
               POSITION 24.
           DISPLAY '7. Fenetres de facturation' LINE 17
               POSITION 24.
           DISPLAY '0. Retour' LINE 19 POSITION 24.
           DISPLAY 'Choix:' LINE 20 POSITION 24.
           ACCEPT WS-SOUS-CHOIX LINE 20 POSITION 31.
           EVALUATE WS-SOUS-CHOIX
               WHEN 1 PERFORM ARRIVEE-CLIENT THRU ARRIVEE-CLIENT-EXIT
               WHEN 2 PERFORM LISTE-EN-MAISON
               WHEN 3 PERFORM BALAYAGE-NO-SHOWS
               WHEN 4 PERFORM ANNULER
               WHEN 5 PERFORM DELOGER-SEJOUR
               WHEN 6 PERFORM RECHERCHER-FICHES-POLICE
               WHEN 7 PERFORM GERER-FENETRES
                   THRU GERER-FENETRES-EXIT
           END-EVALUATE.

      *===============================================
                   AT END MOVE 1 TO WS-WTL-EOF
                   NOT AT END
                       PERFORM EXAMINER-DEMANDE-ATTENTE
                           THRU EXAMINER-DEMANDE-ATTENTE-EXIT
               END-READ
           END-PERFORM.
           IF WS-WTL-RETENU > 0
               WTL-DEBUT >= WS-FIN-ANNULEE
               GO TO EXAMINER-DEMANDE-ATTENTE-EXIT
           END-IF.
      *    Chambre liberee mais fermee pour travaux sur les nuits
      *    demandees : rien a proposer a ce client.
           MOVE WS-CHB-ANNULEE TO CHB-NUM.
           MOVE WTL-DEBUT TO WS-HS-DEBUT.
           MOVE WS-WTL-FIN-DEM TO WS-HS-FIN.
           PERFORM CONTROLER-HORS-SERVICE.
           IF WS-HORS-SERVICE = 'Y'
               GO TO EXAMINER-DEMANDE-ATTENTE-EXIT
           END-IF.
           MOVE WTL-NUM TO WS-WTL-RETENU.
       EXAMINER-DEMANDE-ATTENTE-EXIT.
           EXIT.
               WS-CHAMBRE-SAISIE DELIMITED BY SIZE
               INTO FOL-LIBELLE.
           MOVE 0 TO FOL-MONTANT.
           MOVE 'D' TO FOL-TYPE.
           MOVE SPACE TO FOL-TVA-CODE.
           WRITE FOLIO-REC
               INVALID KEY CONTINUE
           END-WRITE.
           DISPLAY RES-CLIENT LINE 13 POSITION 30.
           DISPLAY 'Chambre:' LINE 14 POSITION 22.
           DISPLAY RES-CHAMBRE LINE 14 POSITION 31.
      *    Une fiche de police par client etranger de la chambre.
           DISPLAY 'Clients etrangers (nombre de fiches):' LINE 16
               POSITION 15.
           MOVE 0 TO WS-NB-FICHES.
           ACCEPT WS-NB-FICHES LINE 16 POSITION 54.
           IF WS-NB-FICHES > RES-OCCUPANTS AND RES-OCCUPANTS > 0
               MOVE RES-OCCUPANTS TO WS-NB-FICHES
           END-IF.
           PERFORM VARYING WS-IDX-FICHE FROM 1 BY 1
               UNTIL WS-IDX-FICHE > WS-NB-FICHES
               PERFORM SAISIR-FICHE-POLICE
                   THRU SAISIR-FICHE-POLICE-EXIT
           END-PERFORM.
       ARRIVEE-CLIENT-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 30.
           ACCEPT WS-CHOIX LINE 22 POSITION 48.

      *===============================================
      * FICHES INDIVIDUELLES DE POLICE
      * Obligatoires pour tout client de nationalite etrangere :
      * identite, naissance, nationalite, domicile habituel et
      * piece d'identite, saisies a l'arrivee, imprimees pour
      * signature du client et conservees pour les requisitions.
      * L'audit de nuit les purge passe la duree legale.
      *===============================================
       SAISIR-FICHE-POLICE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== FICHE DE POLICE - CLIENT ETRANGER ===' LINE 2
               POSITION 20 HIGHLIGHT.
           DISPLAY 'Fiche' LINE 3 POSITION 30.
           DISPLAY WS-IDX-FICHE LINE 3 POSITION 36.
           DISPLAY '/' LINE 3 POSITION 38.
           DISPLAY WS-NB-FICHES LINE 3 POSITION 39.
           DISPLAY 'Nationalite (code pays):' LINE 5 POSITION 10.
           MOVE SPACES TO FPO-NATIONALITE.
           ACCEPT FPO-NATIONALITE LINE 5 POSITION 36.
           IF FPO-NATIONALITE = 'FR' OR FPO-NATIONALITE = 'fr'
               OR FPO-NATIONALITE = SPACES
               DISPLAY 'CLIENT FRANCAIS - PAS DE FICHE' LINE 20
                   POSITION 25 HIGHLIGHT
               GO TO SAISIR-FICHE-POLICE-EXIT
           END-IF.
           DISPLAY 'Nom:' LINE 7 POSITION 10.
           MOVE SPACES TO FPO-NOM.
           ACCEPT FPO-NOM LINE 7 POSITION 36.
           IF FPO-NOM = SPACES
               MOVE RES-CLIENT TO FPO-NOM
               DISPLAY FPO-NOM LINE 7 POSITION 36
           END-IF.
           DISPLAY 'Prenom:' LINE 8 POSITION 10.
           MOVE SPACES TO FPO-PRENOM.
           ACCEPT FPO-PRENOM LINE 8 POSITION 36.
           DISPLAY 'Date de naissance (AAAAMMJJ):' LINE 9
               POSITION 10.
           MOVE 0 TO FPO-DATE-NAISSANCE.
           ACCEPT FPO-DATE-NAISSANCE LINE 9 POSITION 41.
           DISPLAY 'Lieu de naissance:' LINE 10 POSITION 10.
           MOVE SPACES TO FPO-LIEU-NAISSANCE.
           ACCEPT FPO-LIEU-NAISSANCE LINE 10 POSITION 36.
           DISPLAY 'Domicile habituel:' LINE 11 POSITION 10.
           MOVE SPACES TO FPO-DOMICILE.
           ACCEPT FPO-DOMICILE LINE 11 POSITION 36.
           DISPLAY 'Piece (P=Passeport C=Carte T=Titre sejour):'
               LINE 12 POSITION 10.
           MOVE SPACE TO FPO-PIECE-TYPE.
           ACCEPT FPO-PIECE-TYPE LINE 12 POSITION 55.
           DISPLAY 'Numero de la piece:' LINE 13 POSITION 10.
           MOVE SPACES TO FPO-PIECE-NUM.
           ACCEPT FPO-PIECE-NUM LINE 13 POSITION 36.
           DISPLAY 'Enfants de moins de 15 ans:' LINE 14
               POSITION 10.
           MOVE 0 TO FPO-ENFANTS.
           ACCEPT FPO-ENFANTS LINE 14 POSITION 38.
      *    Sans naissance ni piece d'identite, la fiche ne vaut
      *    rien devant la police : ressaisie.
           IF FPO-DATE-NAISSANCE = 0 OR FPO-PIECE-NUM = SPACES
               OR (FPO-PIECE-TYPE NOT = 'P' AND
               FPO-PIECE-TYPE NOT = 'C' AND FPO-PIECE-TYPE NOT = 'T')
               DISPLAY 'FICHE INCOMPLETE - NAISSANCE ET PIECE'
                   LINE 20 POSITION 20 HIGHLIGHT
               DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 30
               ACCEPT WS-CHOIX LINE 22 POSITION 48
               GO TO SAISIR-FICHE-POLICE
           END-IF.
      *    Meme technique de reprise de compteur que la liste
      *    d'attente ; le buffer est recharge apres le parcours.
           MOVE FICHE-POLICE-REC TO WS-FICHE-SAISIE.
           MOVE 0 TO WS-NEXT-FPO.
           MOVE 0 TO FPO-NUM.
           START FICHES-POLICE KEY >= FPO-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-FPO-EOF.
           PERFORM UNTIL WS-FPO-EOF = 1
               READ FICHES-POLICE NEXT
                   AT END MOVE 1 TO WS-FPO-EOF
                   NOT AT END
                       IF FPO-NUM > WS-NEXT-FPO
                           MOVE FPO-NUM TO WS-NEXT-FPO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-FICHE-SAISIE TO FICHE-POLICE-REC.
           COMPUTE FPO-NUM = WS-NEXT-FPO + 1.
           MOVE RES-ID TO FPO-RESERVATION.
           MOVE RES-CHAMBRE TO FPO-CHAMBRE.
           MOVE WS-DATE-JOUR TO FPO-DATE-ARRIVEE.
           MOVE RES-FIN TO FPO-DATE-DEPART.
           MOVE WS-OPERATEUR TO FPO-OPERATEUR.
           WRITE FICHE-POLICE-REC.
           PERFORM IMPRIMER-FICHE-POLICE.
       SAISIR-FICHE-POLICE-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 30.
           ACCEPT WS-CHOIX LINE 22 POSITION 48.

      *    Mise en page de la fiche (buffer FICHE-POLICE-REC), avec
      *    la place de la signature du client.
       IMPRIMER-FICHE-POLICE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY SOC-NOM LINE 1 POSITION 5 HIGHLIGHT.
           DISPLAY SOE-ADRESSE LINE 3 POSITION 5.
           DISPLAY 'FICHE INDIVIDUELLE DE POLICE' LINE 2
               POSITION 5 HIGHLIGHT.
           DISPLAY 'N.' LINE 2 POSITION 50.
           DISPLAY FPO-NUM LINE 2 POSITION 53.
           DISPLAY 'Chambre:' LINE 4 POSITION 5.
           DISPLAY FPO-CHAMBRE LINE 4 POSITION 14.
           DISPLAY 'Arrivee:' LINE 4 POSITION 25.
           DISPLAY FPO-DATE-ARRIVEE LINE 4 POSITION 34.
           DISPLAY 'Depart prevu:' LINE 4 POSITION 45.
           DISPLAY FPO-DATE-DEPART LINE 4 POSITION 59.
           DISPLAY '---------------------------------------------'
               LINE 5 POSITION 5.
           DISPLAY 'Nom:' LINE 6 POSITION 5.
           DISPLAY FPO-NOM LINE 6 POSITION 27.
           DISPLAY 'Prenom:' LINE 7 POSITION 5.
           DISPLAY FPO-PRENOM LINE 7 POSITION 27.
           DISPLAY 'Ne(e) le:' LINE 8 POSITION 5.
           DISPLAY FPO-DATE-NAISSANCE LINE 8 POSITION 27.
           DISPLAY 'a' LINE 8 POSITION 37.
           DISPLAY FPO-LIEU-NAISSANCE LINE 8 POSITION 39.
           DISPLAY 'Nationalite:' LINE 9 POSITION 5.
           DISPLAY FPO-NATIONALITE LINE 9 POSITION 27.
           DISPLAY 'Domicile habituel:' LINE 10 POSITION 5.
           DISPLAY FPO-DOMICILE LINE 10 POSITION 27.
           DISPLAY 'Piece d identite:' LINE 11 POSITION 5.
           EVALUATE FPO-PIECE-TYPE
               WHEN 'P' DISPLAY 'PASSEPORT' LINE 11 POSITION 27
               WHEN 'C' DISPLAY 'CARTE D IDENTITE' LINE 11
                   POSITION 27
               WHEN 'T' DISPLAY 'TITRE DE SEJOUR' LINE 11
                   POSITION 27
           END-EVALUATE.
           DISPLAY FPO-PIECE-NUM LINE 11 POSITION 45.
           DISPLAY 'Enfants de moins de 15 ans:' LINE 12 POSITION 5.
           DISPLAY FPO-ENFANTS LINE 12 POSITION 33.
           DISPLAY '---------------------------------------------'
               LINE 14 POSITION 5.
           DISPLAY 'Signature du client:' LINE 16 POSITION 5.
           DISPLAY '______________________' LINE 16 POSITION 27.
           DISPLAY SOE-IDENTIFIANTS LINE 20 POSITION 5.

      *    Requisition de police : fiches dont le sejour chevauche
      *    la periode demandee, filtrees sur le debut du nom.
       RECHERCHER-FICHES-POLICE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== FICHES DE POLICE ===' LINE 2 POSITION 28
               HIGHLIGHT.
           DISPLAY 'Du (AAAAMMJJ):' LINE 4 POSITION 5.
           MOVE 0 TO WS-RECH-DU.
           ACCEPT WS-RECH-DU LINE 4 POSITION 20.
           DISPLAY 'Au (AAAAMMJJ, 0=ce jour):' LINE 4 POSITION 31.
           MOVE 0 TO WS-RECH-AU.
           ACCEPT WS-RECH-AU LINE 4 POSITION 57.
           IF WS-RECH-AU = 0
               MOVE WS-DATE-JOUR TO WS-RECH-AU
           END-IF.
           DISPLAY 'Nom (blanc=tous):' LINE 5 POSITION 5.
           MOVE SPACES TO WS-RECH-NOM.
           ACCEPT WS-RECH-NOM LINE 5 POSITION 23.
           MOVE 0 TO WS-LG-NOM.
           IF WS-RECH-NOM NOT = SPACES
               COMPUTE WS-LG-NOM =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-RECH-NOM))
           END-IF.
           DISPLAY 'FICHE' LINE 7 POSITION 2 UNDERLINE.
           DISPLAY 'NOM' LINE 7 POSITION 10 UNDERLINE.
           DISPLAY 'PRENOM' LINE 7 POSITION 33 UNDERLINE.
           DISPLAY 'NAT' LINE 7 POSITION 50 UNDERLINE.
           DISPLAY 'ARRIVEE' LINE 7 POSITION 55 UNDERLINE.
           DISPLAY 'CHB' LINE 7 POSITION 65 UNDERLINE.
           MOVE 0 TO WS-NB-TROUVEES.
           MOVE 8 TO WS-LIGNE.
           MOVE 0 TO FPO-NUM.
           START FICHES-POLICE KEY >= FPO-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-FPO-EOF.
           PERFORM UNTIL WS-FPO-EOF = 1
               READ FICHES-POLICE NEXT
                   AT END MOVE 1 TO WS-FPO-EOF
                   NOT AT END
                       IF FPO-DATE-ARRIVEE <= WS-RECH-AU AND
                           FPO-DATE-DEPART >= WS-RECH-DU
                           PERFORM AFFICHER-LIGNE-FICHE
                               THRU AFFICHER-LIGNE-FICHE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY WS-NB-TROUVEES LINE 19 POSITION 5.
           DISPLAY 'fiche(s)' LINE 19 POSITION 10.
           DISPLAY 'Fiche a imprimer (0=aucune):' LINE 20
               POSITION 5.
           MOVE 0 TO WS-FPO-SAISI.
           ACCEPT WS-FPO-SAISI LINE 20 POSITION 34.
           IF WS-FPO-SAISI NOT = 0
               MOVE WS-FPO-SAISI TO FPO-NUM
               READ FICHES-POLICE
                   INVALID KEY
                       DISPLAY 'FICHE INEXISTANTE' LINE 21
                           POSITION 5 HIGHLIGHT
                   NOT INVALID KEY
                       PERFORM IMPRIMER-FICHE-POLICE
               END-READ
           END-IF.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 30.
           ACCEPT WS-CHOIX LINE 22 POSITION 48.

      *    Au-dela de l'ecran, seul le compte est tenu : affiner
      *    la periode ou le nom.
       AFFICHER-LIGNE-FICHE.
           IF WS-LG-NOM > 0
               IF FPO-NOM(1:WS-LG-NOM) NOT = WS-RECH-NOM(1:WS-LG-NOM)
                   GO TO AFFICHER-LIGNE-FICHE-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-NB-TROUVEES.
           IF WS-LIGNE <= 18
               DISPLAY FPO-NUM LINE WS-LIGNE POSITION 2
               DISPLAY FPO-NOM(1:22) LINE WS-LIGNE POSITION 10
               DISPLAY FPO-PRENOM(1:16) LINE WS-LIGNE POSITION 33
               DISPLAY FPO-NATIONALITE LINE WS-LIGNE POSITION 50
               DISPLAY FPO-DATE-ARRIVEE LINE WS-LIGNE POSITION 55
               DISPLAY FPO-CHAMBRE LINE WS-LIGNE POSITION 65
               ADD 1 TO WS-LIGNE
           END-IF.
       AFFICHER-LIGNE-FICHE-EXIT.
           EXIT.

      *===============================================
      * FENETRES DE FACTURATION
      * Une regle envoie un type de frais du folio a un client
      * payeur : pour une reservation, ou pour tous les sejours
      * pris sur un contrat d'allotement. Au depart, la regle de
      * la reservation l'emporte sur celle du contrat ; un frais
      * sans regle reste au client du sejour.
      *===============================================
       GERER-FENETRES.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== FENETRES DE FACTURATION ===' LINE 2
               POSITION 25 HIGHLIGHT.
           DISPLAY 'Regles de (R=reservation, A=allotement):' LINE 4
               POSITION 5.
           MOVE SPACE TO WS-FEN-PORTEE-SAISIE.
           ACCEPT WS-FEN-PORTEE-SAISIE LINE 4 POSITION 46.
           IF WS-FEN-PORTEE-SAISIE = 'r'
               MOVE 'R' TO WS-FEN-PORTEE-SAISIE
           END-IF.
           IF WS-FEN-PORTEE-SAISIE = 'a'
               MOVE 'A' TO WS-FEN-PORTEE-SAISIE
           END-IF.
           DISPLAY 'Numero:' LINE 5 POSITION 5.
           MOVE 0 TO WS-FEN-REF-SAISIE.
           ACCEPT WS-FEN-REF-SAISIE LINE 5 POSITION 13.
           EVALUATE WS-FEN-PORTEE-SAISIE
               WHEN 'R'
                   MOVE WS-FEN-REF-SAISIE TO RES-ID
                   READ RESERVATIONS
                       INVALID KEY
                           DISPLAY 'RESERVATION INEXISTANTE' LINE 12
                               POSITION 28 HIGHLIGHT
                           GO TO GERER-FENETRES-EXIT
                   END-READ
                   IF RES-FACTURE NOT = 0
                       DISPLAY 'SEJOUR DEJA FACTURE' LINE 12
                           POSITION 30 HIGHLIGHT
                       GO TO GERER-FENETRES-EXIT
                   END-IF
                   DISPLAY RES-CLIENT LINE 5 POSITION 25 HIGHLIGHT
                   IF RES-ALLOT > 0
                       DISPLAY 'Allotement:' LINE 5 POSITION 52
                       DISPLAY RES-ALLOT LINE 5 POSITION 64
                   END-IF
               WHEN 'A'
                   IF WS-FEN-REF-SAISIE > 9999
                       DISPLAY 'ALLOTEMENT INCONNU' LINE 12
                           POSITION 31 HIGHLIGHT
                       GO TO GERER-FENETRES-EXIT
                   END-IF
                   MOVE WS-FEN-REF-SAISIE TO ALO-NUM
                   READ ALLOTEMENTS
                       INVALID KEY
                           DISPLAY 'ALLOTEMENT INCONNU' LINE 12
                               POSITION 31 HIGHLIGHT
                           GO TO GERER-FENETRES-EXIT
                   END-READ
                   DISPLAY ALO-OPERATEUR LINE 5 POSITION 25
                       HIGHLIGHT
               WHEN OTHER
                   DISPLAY 'R OU A SEULEMENT' LINE 12 POSITION 32
                       HIGHLIGHT
                   GO TO GERER-FENETRES-EXIT
           END-EVALUATE.
       GERER-FENETRES-SAISIE.
           DISPLAY ' ' LINE 7 POSITION 1 ERASE EOS.
           DISPLAY 'TYPE' LINE 7 POSITION 5 UNDERLINE.
           DISPLAY 'FRAIS' LINE 7 POSITION 11 UNDERLINE.
           DISPLAY 'PAYEUR' LINE 7 POSITION 33 UNDERLINE.
           MOVE 8 TO WS-LIGNE.
           PERFORM AFFICHER-REGLE-FENETRE
               VARYING WS-IDX-ROUTE FROM 1 BY 1
               UNTIL WS-IDX-ROUTE > 5.
           DISPLAY 'Type de frais (blanc=fin):' LINE 15 POSITION 5.
           MOVE SPACE TO WS-TYPE-FRAIS.
           ACCEPT WS-TYPE-FRAIS LINE 15 POSITION 32.
           IF WS-TYPE-FRAIS = SPACE
               GO TO GERER-FENETRES-EXIT
           END-IF.
           PERFORM INDEXER-TYPE-FRAIS.
           IF WS-IDX-ROUTE = 0
               DISPLAY 'TYPE INCONNU (N, F, B, T OU D)' LINE 20
                   POSITION 25 HIGHLIGHT
               GO TO GERER-FENETRES-SAISIE
           END-IF.
           DISPLAY 'Client payeur (0=retirer la regle):' LINE 16
               POSITION 5.
           MOVE 0 TO WS-PAYEUR-SAISI.
           ACCEPT WS-PAYEUR-SAISI LINE 16 POSITION 41.
           MOVE WS-FEN-PORTEE-SAISIE TO FEN-PORTEE.
           MOVE WS-FEN-REF-SAISIE TO FEN-REFERENCE.
           MOVE WS-TYPE-FRAIS TO FEN-TYPE-FRAIS.
           IF WS-PAYEUR-SAISI = 0
               DELETE FENETRES
                   INVALID KEY CONTINUE
               END-DELETE
               GO TO GERER-FENETRES-SAISIE
           END-IF.
           MOVE WS-PAYEUR-SAISI TO CLI-ID.
           READ CLIENTS
               INVALID KEY
                   DISPLAY 'CLIENT INCONNU' LINE 20 POSITION 32
                       HIGHLIGHT
                   GO TO GERER-FENETRES-SAISIE
           END-READ.
           IF CLI-SUPPRIME = 'Y' OR CLI-BLOQUE = 'Y'
               DISPLAY 'CLIENT INACTIF OU BLOQUE' LINE 20
                   POSITION 27 HIGHLIGHT
               GO TO GERER-FENETRES-SAISIE
           END-IF.
           MOVE WS-PAYEUR-SAISI TO FEN-CLI-ID.
           MOVE WS-DATE-JOUR TO FEN-DATE.
           MOVE WS-OPERATEUR TO FEN-OPERATEUR.
           WRITE FENETRE-REC
               INVALID KEY
                   REWRITE FENETRE-REC
           END-WRITE.
           GO TO GERER-FENETRES-SAISIE.
       GERER-FENETRES-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 30.
           ACCEPT WS-CHOIX LINE 22 POSITION 48.

       AFFICHER-REGLE-FENETRE.
           DISPLAY WS-TYPES-FRAIS(WS-IDX-ROUTE:1) LINE WS-LIGNE
               POSITION 6.
           DISPLAY WS-LIBELLE-FRAIS(WS-IDX-ROUTE) LINE WS-LIGNE
               POSITION 11.
           MOVE WS-FEN-PORTEE-SAISIE TO FEN-PORTEE.
           MOVE WS-FEN-REF-SAISIE TO FEN-REFERENCE.
           MOVE WS-TYPES-FRAIS(WS-IDX-ROUTE:1) TO FEN-TYPE-FRAIS.
           READ FENETRES
               INVALID KEY
                   DISPLAY '(client du sejour)' LINE WS-LIGNE
                       POSITION 33
               NOT INVALID KEY
                   DISPLAY FEN-CLI-ID LINE WS-LIGNE POSITION 33
                       HIGHLIGHT
                   MOVE FEN-CLI-ID TO CLI-ID
                   READ CLIENTS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           DISPLAY CLI-NOM LINE WS-LIGNE
                               POSITION 40
                   END-READ
           END-READ.
           ADD 1 TO WS-LIGNE.

      *    Rang du type de frais dans WS-TYPES-FRAIS (0 = inconnu).
       INDEXER-TYPE-FRAIS.
           EVALUATE WS-TYPE-FRAIS
               WHEN 'N' MOVE 1 TO WS-IDX-ROUTE
               WHEN 'F' MOVE 2 TO WS-IDX-ROUTE
               WHEN 'B' MOVE 3 TO WS-IDX-ROUTE
               WHEN 'T' MOVE 4 TO WS-IDX-ROUTE
               WHEN 'D' MOVE 5 TO WS-IDX-ROUTE
               WHEN OTHER MOVE 0 TO WS-IDX-ROUTE
           END-EVALUATE.

       LISTE-EN-MAISON.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== CLIENTS EN MAISON ===' LINE 2
           PERFORM CALCULER-FRAIS-ANNULATION.
           MOVE RES-ID TO ANL-RESERVATION.
           MOVE RES-CLIENT TO ANL-CLIENT.
           MOVE RES-CLI-ID TO ANL-CLI-ID.
           MOVE RES-CHAMBRE TO ANL-CHAMBRE.
           MOVE WS-DATE-JOUR TO ANL-DATE-ANNUL.
           MOVE WS-NOTICE-JOURS TO ANL-NOTICE-JOURS.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- GESTION ---' LINE 2 POSITION 32
               HIGHLIGHT.
           DISPLAY '1. Menage et maintenance' LINE 6
               POSITION 24.
           DISPLAY '2. Consulter / annuler un groupe' LINE 8
               POSITION 24.
           DISPLAY '3. Tarifs (calendrier, yield)' LINE 10
               POSITION 24.
           DISPLAY '4. Taux de la taxe de sejour' LINE 12
               POSITION 24.
           DISPLAY '5. Cardex client' LINE 14 POSITION 24.
           DISPLAY 'Choix:' LINE 20 POSITION 24.
           ACCEPT WS-SOUS-CHOIX LINE 20 POSITION 31.
           EVALUATE WS-SOUS-CHOIX
               WHEN 1 PERFORM MENU-MENAGE-MAINTENANCE
               WHEN 2 PERFORM CONSULTER-GROUPE
               WHEN 3 PERFORM MENU-TARIFS
               WHEN 4 PERFORM GERER-TAUX-TAXE
               WHEN 5 PERFORM CARDEX-CLIENT
               WHEN 6 PERFORM GERER-PACKAGES
           MOVE SPACES TO CLI-SIRET.
           MOVE SPACES TO CLI-TVA-INTRA.
           MOVE 'N' TO CLI-BLOQUE.
           MOVE 'N' TO CLI-CHEQUE-REFUSE.
           MOVE 0 TO CLI-FUSION.
           MOVE 0 TO CLI-GROUPE.
           MOVE 0 TO CLI-LIMITE-GROUPE.
           MOVE 'N' TO CLI-RELANCE-GROUPE.
           MOVE 'F' TO CLI-REGIME-TVA.
           MOVE 'FR' TO CLI-PAYS.
           WRITE CLIENT-REC
               INVALID KEY CONTINUE
           END-WRITE.
           MOVE WS-DATE-JOUR TO FOL-DATE.
           MOVE 'TAXE SEJOUR' TO FOL-LIBELLE.
           MOVE WS-TAXE-SEJOUR TO FOL-MONTANT.
           MOVE 'T' TO FOL-TYPE.
           MOVE SPACE TO FOL-TVA-CODE.
           WRITE FOLIO-REC
               INVALID KEY CONTINUE
           END-WRITE.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 30.
           ACCEPT WS-CHOIX LINE 22 POSITION 48.

      *===============================================
      * TARIFS
      * Le calendrier fixe le prix de base d'une nuit ; les
      * regles de yield (YIELD.DAT) le relevent ou le baissent
      * selon l'occupation prevue du type de chambre cette
      * nuit-la. Regles par type, numerotees ; une hausse
      * (sens H) joue a partir de son seuil d'occupation, une
      * baisse (sens B) sous son seuil quand la nuit est a
      * YLD-JOURS jours ou moins.
      *===============================================
       MENU-TARIFS.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- TARIFS ---' LINE 2 POSITION 33
               HIGHLIGHT.
           DISPLAY '1. Calendrier des tarifs' LINE 6 POSITION 24.
           DISPLAY '2. Regles selon l occupation (yield)' LINE 8
               POSITION 24.
           DISPLAY '0. Retour' LINE 10 POSITION 24.
           DISPLAY 'Choix:' LINE 12 POSITION 24.
           ACCEPT WS-SOUS-CHOIX LINE 12 POSITION 31.
           EVALUATE WS-SOUS-CHOIX
               WHEN 1 PERFORM GERER-CALENDRIER-TARIFS
               WHEN 2 MOVE SPACES TO WS-YLD-TYPE-SAISI
                   PERFORM GERER-REGLES-YIELD
                   THRU GERER-REGLES-YIELD-EXIT
           END-EVALUATE.

       GERER-REGLES-YIELD.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '=== REGLES SELON L OCCUPATION ===' LINE 2
               POSITION 23 HIGHLIGHT.
           DISPLAY 'Type de chambre:' LINE 4 POSITION 3.
           IF WS-YLD-TYPE-SAISI = SPACES
               ACCEPT WS-YLD-TYPE-SAISI LINE 4 POSITION 21
               IF WS-YLD-TYPE-SAISI = SPACES
                   GO TO GERER-REGLES-YIELD-EXIT
               END-IF
           END-IF.
           DISPLAY WS-YLD-TYPE-SAISI LINE 4 POSITION 21.
           DISPLAY 'NO' LINE 5 POSITION 3 UNDERLINE.
           DISPLAY 'SENS' LINE 5 POSITION 7 UNDERLINE.
           DISPLAY 'SEUIL%' LINE 5 POSITION 13 UNDERLINE.
           DISPLAY 'JOURS' LINE 5 POSITION 21 UNDERLINE.
           DISPLAY 'MODE' LINE 5 POSITION 28 UNDERLINE.
           DISPLAY 'VALEUR' LINE 5 POSITION 34 UNDERLINE.
           DISPLAY 'LIBELLE' LINE 5 POSITION 45 UNDERLINE.
           MOVE WS-YLD-TYPE-SAISI TO YLD-TYPE.
           MOVE 0 TO YLD-SEQ.
           MOVE 0 TO WS-YLD-EOF.
           START YIELDS KEY >= YLD-CLE
               INVALID KEY MOVE 1 TO WS-YLD-EOF
           END-START.
           MOVE 6 TO WS-LIGNE.
           PERFORM UNTIL WS-YLD-EOF = 1 OR WS-LIGNE > 16
               READ YIELDS NEXT
                   AT END MOVE 1 TO WS-YLD-EOF
                   NOT AT END
                       IF YLD-TYPE NOT = WS-YLD-TYPE-SAISI
                           MOVE 1 TO WS-YLD-EOF
                       ELSE
                           PERFORM AFFICHER-REGLE-YIELD
                           ADD 1 TO WS-LIGNE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'No de regle (0=fin):' LINE 18 POSITION 3.
           MOVE 0 TO WS-YLD-SAISI.
           ACCEPT WS-YLD-SAISI LINE 18 POSITION 24.
           IF WS-YLD-SAISI = 0
               GO TO GERER-REGLES-YIELD-EXIT
           END-IF.
           MOVE WS-YLD-TYPE-SAISI TO YLD-TYPE.
           MOVE WS-YLD-SAISI TO YLD-SEQ.
           READ YIELDS
               INVALID KEY
                   MOVE 0 TO YLD-SEUIL
                   MOVE 0 TO YLD-JOURS
                   MOVE 0 TO YLD-VALEUR
                   MOVE SPACES TO YLD-LIBELLE
           END-READ.
           DISPLAY 'Sens (H=hausse B=baisse S=supprimer):' LINE 19
               POSITION 3.
           MOVE SPACES TO YLD-SENS.
           ACCEPT YLD-SENS LINE 19 POSITION 41.
      *    Toute modification vide le cache des regles.
           MOVE HIGH-VALUES TO WS-YLD-TYPE-CHARGE.
           IF YLD-SENS = 'S'
               DELETE YIELDS
                   INVALID KEY CONTINUE
               END-DELETE
               GO TO GERER-REGLES-YIELD
           END-IF.
           IF YLD-SENS NOT = 'H' AND YLD-SENS NOT = 'B'
               DISPLAY 'SENS INVALIDE' LINE 19 POSITION 45
                   HIGHLIGHT
               ACCEPT WS-CHOIX LINE 19 POSITION 60
               GO TO GERER-REGLES-YIELD
           END-IF.
           DISPLAY 'Seuil d occupation (%):' LINE 20 POSITION 3.
           ACCEPT YLD-SEUIL LINE 20 POSITION 27.
           IF YLD-SENS = 'B'
               DISPLAY 'Jours avant la nuit (max):' LINE 20
                   POSITION 33
               ACCEPT YLD-JOURS LINE 20 POSITION 60
           ELSE
               MOVE 0 TO YLD-JOURS
           END-IF.
           DISPLAY 'Mode (P=% M=montant):' LINE 21 POSITION 3.
           ACCEPT YLD-MODE LINE 21 POSITION 25.
           IF YLD-MODE NOT = 'P'
               MOVE 'M' TO YLD-MODE
           END-IF.
           DISPLAY 'Valeur:' LINE 21 POSITION 33.
           ACCEPT YLD-VALEUR LINE 21 POSITION 41.
           DISPLAY 'Libelle:' LINE 22 POSITION 3.
           ACCEPT YLD-LIBELLE LINE 22 POSITION 12.
           WRITE YIELD-REC
               INVALID KEY
                   REWRITE YIELD-REC
           END-WRITE.
           GO TO GERER-REGLES-YIELD.
       GERER-REGLES-YIELD-EXIT.
           EXIT.

       AFFICHER-REGLE-YIELD.
           DISPLAY YLD-SEQ LINE WS-LIGNE POSITION 3.
           DISPLAY YLD-SENS LINE WS-LIGNE POSITION 8.
           DISPLAY YLD-SEUIL LINE WS-LIGNE POSITION 14.
           IF YLD-SENS = 'B'
               DISPLAY YLD-JOURS LINE WS-LIGNE POSITION 22
           END-IF.
           DISPLAY YLD-MODE LINE WS-LIGNE POSITION 29.
           DISPLAY YLD-VALEUR LINE WS-LIGNE POSITION 34.
           DISPLAY YLD-LIBELLE LINE WS-LIGNE POSITION 45.

      *===============================================
      * PRIX D'UN SEJOUR NUIT PAR NUIT
      * Pour chaque nuit entre l'arrivee (incluse) et le depart
                       MOVE TAR-PRIX TO WS-PRIX-NUIT
               END-READ
           END-IF.
           PERFORM APPLIQUER-YIELD-NUIT.

      *    Regles de yield du type de la chambre en buffer : le
      *    prix du calendrier de la nuit est releve ou baisse
      *    selon l'occupation prevue du type cette nuit-la. Une
      *    nuit deja passee (deuxieme troncon d'un delogement)
      *    garde le prix du calendrier.
       APPLIQUER-YIELD-NUIT.
           MOVE WS-PRIX-NUIT TO WS-PRIX-CALENDRIER.
           IF CHB-TYPE NOT = WS-YLD-TYPE-CHARGE
               PERFORM CHARGER-REGLES-YIELD
           END-IF.
           COMPUTE WS-JULIEN-JOUR =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).
           IF WS-NB-REGLES-YLD > 0 AND
               WS-NUIT-JULIEN >= WS-JULIEN-JOUR
               PERFORM PREVOIR-OCCUPATION-NUIT
               COMPUTE WS-JOURS-AVANT =
                   WS-NUIT-JULIEN - WS-JULIEN-JOUR
               PERFORM EVALUER-REGLES-YIELD
           END-IF.

      *    Les regles du type sont gardees en table tant que le
      *    type ne change pas ; la saisie d'une regle vide le
      *    cache (WS-YLD-TYPE-CHARGE a HIGH-VALUES).
       CHARGER-REGLES-YIELD.
           MOVE CHB-TYPE TO WS-YLD-TYPE-CHARGE.
           MOVE 0 TO WS-NB-REGLES-YLD.
           MOVE CHB-TYPE TO YLD-TYPE.
           MOVE 0 TO YLD-SEQ.
           MOVE 0 TO WS-YLD-EOF.
           START YIELDS KEY >= YLD-CLE
               INVALID KEY MOVE 1 TO WS-YLD-EOF
           END-START.
           PERFORM UNTIL WS-YLD-EOF = 1
               READ YIELDS NEXT
                   AT END MOVE 1 TO WS-YLD-EOF
                   NOT AT END
                       IF YLD-TYPE NOT = WS-YLD-TYPE-CHARGE
                           MOVE 1 TO WS-YLD-EOF
                       ELSE
                           PERFORM RETENIR-REGLE-YIELD
                       END-IF
               END-READ
           END-PERFORM.

       RETENIR-REGLE-YIELD.
           IF WS-NB-REGLES-YLD < 20
               ADD 1 TO WS-NB-REGLES-YLD
               MOVE YLD-SENS TO WS-YR-SENS(WS-NB-REGLES-YLD)
               MOVE YLD-SEUIL TO WS-YR-SEUIL(WS-NB-REGLES-YLD)
               MOVE YLD-JOURS TO WS-YR-JOURS(WS-NB-REGLES-YLD)
               MOVE YLD-MODE TO WS-YR-MODE(WS-NB-REGLES-YLD)
               MOVE YLD-VALEUR TO WS-YR-VALEUR(WS-NB-REGLES-YLD)
               MOVE YLD-LIBELLE TO WS-YR-LIBELLE(WS-NB-REGLES-YLD)
           END-IF.

      *    Occupation prevue du type CHB-TYPE la nuit WS-NUIT-DATE,
      *    en pourcent des chambres en service du type : sejours
      *    R/A couvrant la nuit, chambres tenues par les
      *    allotements non relaches et chambres fermees pour
      *    travaux. Les buffers chambre et reservation de
      *    l'appelant (reservation parfois en cours de saisie)
      *    sont rendus intacts.
       PREVOIR-OCCUPATION-NUIT.
           MOVE CHAMBRE-REC TO WS-CHAMBRE-SAV.
           MOVE RESERV-REC TO WS-RESERV-SAV.
           MOVE CHB-TYPE TO WS-TYPE-SAV.
           MOVE WS-NUIT-JULIEN TO WS-NUIT-CTRL.
           MOVE WS-NUIT-DATE TO WS-DATE-CTRL.
           PERFORM CUMULER-TENUES-NUIT.
           IF WS-TENUES < 0
               MOVE 0 TO WS-TENUES
           END-IF.
           MOVE WS-TENUES TO WS-NB-OCCUPEES.
           MOVE 0 TO WS-NB-CHB-TYPE.
           MOVE WS-DATE-CTRL TO WS-HS-DEBUT.
           COMPUTE WS-HS-FIN =
               FUNCTION DATE-OF-INTEGER(WS-NUIT-CTRL + 1).
           MOVE 0 TO CHB-NUM.
           START CHAMBRES KEY >= CHB-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-YLD-EOF.
           PERFORM UNTIL WS-YLD-EOF = 1
               READ CHAMBRES NEXT
                   AT END MOVE 1 TO WS-YLD-EOF
                   NOT AT END
                       IF CHB-TYPE = WS-TYPE-SAV AND CHB-DISPO = 1
                           ADD 1 TO WS-NB-CHB-TYPE
                           PERFORM CONTROLER-HORS-SERVICE
                           IF WS-HORS-SERVICE = 'Y'
                               ADD 1 TO WS-NB-OCCUPEES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 0 TO RES-ID.
           START RESERVATIONS KEY >= RES-ID
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-YLD-EOF.
           PERFORM UNTIL WS-YLD-EOF = 1
               READ RESERVATIONS NEXT
                   AT END MOVE 1 TO WS-YLD-EOF
                   NOT AT END
                       IF (RES-STATUT = 'R' OR RES-STATUT = 'A')
                           AND RES-DEBUT <= WS-DATE-CTRL AND
                           RES-FIN > WS-DATE-CTRL
                           PERFORM COMPTER-SEJOUR-YIELD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NB-CHB-TYPE = 0
               MOVE 999 TO WS-TAUX-OCCUPATION
           ELSE
               COMPUTE WS-TAUX-OCCUPATION =
                   WS-NB-OCCUPEES * 100 / WS-NB-CHB-TYPE
                   ON SIZE ERROR MOVE 999 TO WS-TAUX-OCCUPATION
               END-COMPUTE
           END-IF.
           MOVE WS-CHAMBRE-SAV TO CHAMBRE-REC.
           MOVE WS-RESERV-SAV TO RESERV-REC.

       COMPTER-SEJOUR-YIELD.
           MOVE RES-CHAMBRE TO CHB-NUM.
           READ CHAMBRES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CHB-TYPE = WS-TYPE-SAV AND CHB-DISPO = 1
                       ADD 1 TO WS-NB-OCCUPEES
                   END-IF
           END-READ.

      *    Regle retenue : la hausse atteinte au seuil le plus
      *    haut, a defaut la baisse au seuil le plus bas dont le
      *    delai est atteint. WS-PRIX-NUIT est ajuste depuis
      *    WS-PRIX-CALENDRIER.
       EVALUER-REGLES-YIELD.
           MOVE 0 TO WS-YLD-RETENUE.
           MOVE 0 TO WS-YLD-BAISSE.
           PERFORM EXAMINER-REGLE-YIELD
               VARYING WS-IDX-YLD FROM 1 BY 1
               UNTIL WS-IDX-YLD > WS-NB-REGLES-YLD.
           IF WS-YLD-RETENUE = 0
               MOVE WS-YLD-BAISSE TO WS-YLD-RETENUE
           END-IF.
           IF WS-YLD-RETENUE > 0
               PERFORM AJUSTER-PRIX-NUIT
           END-IF.

       EXAMINER-REGLE-YIELD.
           IF WS-YR-SENS(WS-IDX-YLD) = 'H'
               IF WS-TAUX-OCCUPATION >= WS-YR-SEUIL(WS-IDX-YLD)
                   IF WS-YLD-RETENUE = 0
                       MOVE WS-IDX-YLD TO WS-YLD-RETENUE
                   ELSE
                       IF WS-YR-SEUIL(WS-IDX-YLD) >
                           WS-YR-SEUIL(WS-YLD-RETENUE)
                           MOVE WS-IDX-YLD TO WS-YLD-RETENUE
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF WS-TAUX-OCCUPATION < WS-YR-SEUIL(WS-IDX-YLD) AND
                   WS-JOURS-AVANT <= WS-YR-JOURS(WS-IDX-YLD)
                   IF WS-YLD-BAISSE = 0
                       MOVE WS-IDX-YLD TO WS-YLD-BAISSE
                   ELSE
                       IF WS-YR-SEUIL(WS-IDX-YLD) <
                           WS-YR-SEUIL(WS-YLD-BAISSE)
                           MOVE WS-IDX-YLD TO WS-YLD-BAISSE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       AJUSTER-PRIX-NUIT.
           MOVE WS-YLD-RETENUE TO WS-IDX-YLD.
           IF WS-YR-MODE(WS-IDX-YLD) = 'P'
               COMPUTE WS-ECART-YIELD ROUNDED =
                   WS-PRIX-CALENDRIER * WS-YR-VALEUR(WS-IDX-YLD)
                   / 100
           ELSE
               MOVE WS-YR-VALEUR(WS-IDX-YLD) TO WS-ECART-YIELD
           END-IF.
           IF WS-YR-SENS(WS-IDX-YLD) = 'H'
               COMPUTE WS-PRIX-AJUSTE =
                   WS-PRIX-CALENDRIER + WS-ECART-YIELD
           ELSE
               COMPUTE WS-PRIX-AJUSTE =
                   WS-PRIX-CALENDRIER - WS-ECART-YIELD
           END-IF.
           IF WS-PRIX-AJUSTE < 0
               MOVE 0 TO WS-PRIX-AJUSTE
           END-IF.
           IF WS-PRIX-AJUSTE > 9999.99
               MOVE 9999.99 TO WS-PRIX-AJUSTE
           END-IF.
           MOVE WS-PRIX-AJUSTE TO WS-PRIX-NUIT.

       VENTILER-PRIX-NUIT.
           MOVE 'N' TO WS-PALIER-TROUVE.
      * groupe se facture en une seule facture consolidee pour
      * tout le groupe. La reservation garde le numero de
      * facture et passe en statut P (partie).
      * Fenetres : quand des regles (FENETRES.DAT) envoient des
      * types de frais a d'autres payeurs, il part une facture
      * par payeur, reglee a part ; les arrhes vont a la fenetre
      * choisie a l'ecran.
      *===============================================
       FACTURER-DEPART.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
               GO TO FACTURER-DEPART-EXIT
           END-IF.
           DISPLAY CLI-NOM LINE 6 POSITION 40 HIGHLIGHT.
      *    Repartition des frais entre les fenetres du depart :
      *    une premiere passe ne fait que cumuler (rien n'est
      *    ecrit), puis chaque fenetre non vide est facturee a son
      *    payeur.
           MOVE RES-ID TO WS-RES-DEPART.
           MOVE 1 TO WS-NB-FENETRES.
           MOVE WS-CLIENT-FACTURE TO WS-FEN-CLIENT(1).
           MOVE 0 TO WS-FEN-NB(1).
           MOVE 0 TO WS-FEN-HT(1).
           MOVE 0 TO WS-TOTAL-ARRHES.
           MOVE 'S' TO WS-MODE-FACT.
           PERFORM PARCOURIR-SEJOURS-DEPART.
           MOVE WS-TOTAL-ARRHES TO WS-ARRHES-SEJOUR.
      *    Par defaut les arrhes vont a la premiere fenetre non
      *    vide.
           MOVE 0 TO WS-FEN-ARRHES.
           PERFORM VARYING WS-IDX-FEN FROM WS-NB-FENETRES BY -1
               UNTIL WS-IDX-FEN = 0
               IF WS-FEN-NB(WS-IDX-FEN) > 0
                   MOVE WS-IDX-FEN TO WS-FEN-ARRHES
               END-IF
           END-PERFORM.
           IF WS-FEN-ARRHES = 0
               DISPLAY 'RIEN A FACTURER' LINE 12 POSITION 32
                   HIGHLIGHT
               GO TO FACTURER-DEPART-EXIT
           END-IF.
           IF WS-NB-FENETRES > 1
               PERFORM CHOISIR-FENETRE-ARRHES
                   THRU CHOISIR-FENETRE-ARRHES-EXIT
               IF WS-DEPART-KO = 1
                   GO TO FACTURER-DEPART-EXIT
               END-IF
           END-IF.
           MOVE 0 TO WS-NB-EMISES.
           MOVE 0 TO WS-PREMIERE-FACTURE.
           PERFORM EMETTRE-FACTURE-FENETRE
               THRU EMETTRE-FACTURE-FENETRE-EXIT
               VARYING WS-IDX-FEN FROM 1 BY 1
               UNTIL WS-IDX-FEN > WS-NB-FENETRES.
      *    Le sejour garde le numero de la premiere facture emise.
           IF WS-PREMIERE-FACTURE > 0
               MOVE 'M' TO WS-MODE-FACT
               PERFORM PARCOURIR-SEJOURS-DEPART
           END-IF.
       FACTURER-DEPART-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 23 POSITION 30.
           ACCEPT WS-CHOIX LINE 23 POSITION 48.

      *    Affiche les fenetres du depart, controle leurs payeurs
      *    et fait choisir la fenetre qui recoit les arrhes.
       CHOISIR-FENETRE-ARRHES.
           MOVE 0 TO WS-DEPART-KO.
           DISPLAY 'FENETRE' LINE 8 POSITION 5 UNDERLINE.
           DISPLAY 'PAYEUR' LINE 8 POSITION 15 UNDERLINE.
           DISPLAY 'NOM' LINE 8 POSITION 22 UNDERLINE.
           DISPLAY 'LIGNES' LINE 8 POSITION 44 UNDERLINE.
           DISPLAY 'MONTANT HT' LINE 8 POSITION 52 UNDERLINE.
           MOVE 9 TO WS-LIGNE.
           PERFORM AFFICHER-FENETRE-DEPART
               VARYING WS-IDX-FEN FROM 1 BY 1
               UNTIL WS-IDX-FEN > WS-NB-FENETRES.
           IF WS-DEPART-KO = 1
               DISPLAY 'PAYEUR INCONNU OU BLOQUE - REGLE A CORRIGER'
                   LINE 16 POSITION 18 HIGHLIGHT
               GO TO CHOISIR-FENETRE-ARRHES-EXIT
           END-IF.
           IF WS-ARRHES-SEJOUR > 0
               DISPLAY 'Arrhes' LINE 15 POSITION 5
               DISPLAY WS-ARRHES-SEJOUR LINE 15 POSITION 12
               DISPLAY 'a deduire sur la fenetre:' LINE 15
                   POSITION 24
               MOVE WS-FEN-ARRHES TO WS-FEN-CHOISIE
               ACCEPT WS-FEN-CHOISIE LINE 15 POSITION 50
               IF WS-FEN-CHOISIE > 0 AND
                   WS-FEN-CHOISIE <= WS-NB-FENETRES
                   IF WS-FEN-NB(WS-FEN-CHOISIE) > 0
                       MOVE WS-FEN-CHOISIE TO WS-FEN-ARRHES
                   END-IF
               END-IF
           END-IF.
           DISPLAY 'Emettre les factures (O/N)?' LINE 16
               POSITION 5.
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM LINE 16 POSITION 34.
           IF WS-CONFIRM NOT = 'O' AND WS-CONFIRM NOT = 'o'
               MOVE 1 TO WS-DEPART-KO
           END-IF.
       CHOISIR-FENETRE-ARRHES-EXIT.
           EXIT.

      *    La fenetre du client du sejour peut rester vide (tout
      *    est a la charge de la societe) : son client a deja ete
      *    controle.
       AFFICHER-FENETRE-DEPART.
           DISPLAY WS-IDX-FEN LINE WS-LIGNE POSITION 8.
           DISPLAY WS-FEN-CLIENT(WS-IDX-FEN) LINE WS-LIGNE
               POSITION 15.
           MOVE WS-FEN-CLIENT(WS-IDX-FEN) TO CLI-ID.
           READ CLIENTS
               INVALID KEY
                   DISPLAY '** INCONNU **' LINE WS-LIGNE POSITION 22
                       HIGHLIGHT
                   MOVE 1 TO WS-DEPART-KO
               NOT INVALID KEY
                   DISPLAY CLI-NOM LINE WS-LIGNE POSITION 22
                   IF CLI-SUPPRIME = 'Y' OR CLI-BLOQUE = 'Y'
                       DISPLAY '*' LINE WS-LIGNE POSITION 42
                           HIGHLIGHT
                       MOVE 1 TO WS-DEPART-KO
                   END-IF
           END-READ.
           DISPLAY WS-FEN-NB(WS-IDX-FEN) LINE WS-LIGNE POSITION 46.
           DISPLAY WS-FEN-HT(WS-IDX-FEN) LINE WS-LIGNE POSITION 52.
           ADD 1 TO WS-LIGNE.

      *    Une facture pour la fenetre WS-IDX-FEN : en-tete a son
      *    payeur, lignes du ou des sejours routees vers elle,
      *    puis reglements (arrhes si c'est la fenetre choisie,
      *    points, bon d'achat), encours et fidelite du payeur.
       EMETTRE-FACTURE-FENETRE.
           IF WS-FEN-NB(WS-IDX-FEN) = 0
               GO TO EMETTRE-FACTURE-FENETRE-EXIT
           END-IF.
           IF WS-NB-FENETRES > 1
               IF WS-NB-EMISES > 0
                   DISPLAY 'Appuyez ENTREE - facture suivante...'
                       LINE 23 POSITION 22
                   ACCEPT WS-CHOIX LINE 23 POSITION 60
               END-IF
               DISPLAY ' ' LINE 7 POSITION 1 ERASE EOS
           END-IF.
           MOVE WS-FEN-CLIENT(WS-IDX-FEN) TO WS-CLIENT-FACTURE.
           MOVE WS-CLIENT-FACTURE TO CLI-ID.
           READ CLIENTS
               INVALID KEY
                   GO TO EMETTRE-FACTURE-FENETRE-EXIT
           END-READ.
           IF WS-NB-FENETRES > 1
               DISPLAY 'Fenetre' LINE 8 POSITION 15
               DISPLAY WS-IDX-FEN LINE 8 POSITION 23
               DISPLAY 'payeur' LINE 8 POSITION 26
               DISPLAY WS-CLIENT-FACTURE LINE 8 POSITION 33
               DISPLAY CLI-NOM LINE 8 POSITION 40 HIGHLIGHT
           END-IF.
           EVALUATE CLI-REGIME-TVA
               WHEN 'I' MOVE 'I' TO WS-CODE-TVA-FACT
               WHEN 'X' MOVE 'E' TO WS-CODE-TVA-FACT
               WHEN OTHER MOVE '1' TO WS-CODE-TVA-FACT
           END-EVALUATE.
      *    En-tete de facture
           MOVE WS-NEXT-FACT TO FAC-NUM.
           ADD 1 TO WS-NEXT-FACT.
           MOVE 0 TO WS-TOTAL-HT.
           MOVE 0 TO WS-TOTAL-ARRHES.
           MOVE 0 TO WS-NB-LIGNES-FACT.
           MOVE 0 TO WS-TOTAL-BAR.
           MOVE 0 TO WS-HT-REDUIT-FACT.
           IF WS-IDX-FEN = WS-FEN-ARRHES
               MOVE WS-ARRHES-SEJOUR TO WS-TOTAL-ARRHES
           END-IF.
           MOVE 'E' TO WS-MODE-FACT.
           PERFORM PARCOURIR-SEJOURS-DEPART.
           IF WS-NB-LIGNES-FACT = 0
               SUBTRACT 1 FROM WS-NEXT-FACT
               GO TO EMETTRE-FACTURE-FENETRE-EXIT
           END-IF.
           IF WS-CODE-TVA-FACT = '1'
               COMPUTE WS-TVA =
                   (WS-TOTAL-HT - WS-HT-REDUIT-FACT) * 0.20
                   + WS-HT-REDUIT-FACT * 0.10
           ELSE
               MOVE 0 TO WS-TVA
           END-IF.
           COMPUTE WS-TOTAL-TTC = WS-TOTAL-HT + WS-TVA.
           MOVE 'N' TO FAC-STATUT.
           MOVE WS-NB-LIGNES-FACT TO FAC-NB-LIGNES.
               WRITE REGLEMENT-REC
               CLOSE REGLEMENTS
           END-IF.
      *    Points de fidelite du client : offerts en reglement
      *    du reste du avant le bon d'achat, reglement FI.
           COMPUTE WS-RESTE-DEPART =
               FAC-TOTAL-TTC - FAC-MONTANT-PAYE.
           MOVE 0 TO WS-MONTANT-POINTS.
           IF WS-RESTE-DEPART > 0
               PERFORM RACHETER-POINTS-DEPART
                   THRU RACHETER-POINTS-DEPART-EXIT
           END-IF.
      *    Bon d'achat presente au depart : le reste du est servi
      *    par le solde du bon, reglement BA journalise.
           COMPUTE WS-RESTE-DEPART =
               ACCEPT WS-BON-SAISI LINE 17 POSITION 50
               IF WS-BON-SAISI NOT = SPACES
                   PERFORM RACHETER-BON-DEPART
                       THRU RACHETER-BON-DEPART-EXIT
               END-IF
           END-IF.
      *    Encours client : le TTC moins les arrhes deja versees,
      *    les points et le bon rachetes
           COMPUTE CLI-SOLDE = CLI-SOLDE + WS-TOTAL-TTC
               - WS-TOTAL-ARRHES - WS-MONTANT-POINTS
               - WS-MONTANT-BON.
           REWRITE CLIENT-REC.
      *    La facture met ses points en attente jusqu'a son
      *    reglement, hors la part payee en points ; la part du
      *    bar y est ramenee au prorata du TTC.
           MOVE 'A' TO WS-FID-ACTION.
           MOVE FAC-CLIENT TO WS-FID-CLIENT.
           MOVE 'H' TO WS-FID-CANAL.
           MOVE FAC-NUM TO WS-FID-REFERENCE.
           COMPUTE WS-FID-MONTANT =
               FAC-TOTAL-TTC - WS-MONTANT-POINTS.
           MOVE 0 TO WS-FID-MONTANT-BAR.
           IF WS-TOTAL-BAR > 0 AND WS-TOTAL-HT > 0
               COMPUTE WS-FID-MONTANT-BAR ROUNDED =
                   WS-FID-MONTANT * WS-TOTAL-BAR / WS-TOTAL-HT
           END-IF.
           PERFORM APPELER-FIDPOINTS.
           DISPLAY '*** FACTURE EMISE ***' LINE 18 POSITION 29
               HIGHLIGHT.
           DISPLAY 'Numero:' LINE 19 POSITION 22.
           DISPLAY WS-TOTAL-TTC LINE 20 POSITION 33 HIGHLIGHT.
           DISPLAY 'Arrhes deduites:' LINE 21 POSITION 22.
           DISPLAY WS-TOTAL-ARRHES LINE 21 POSITION 39.
           IF WS-CODE-TVA-FACT = 'I'
               DISPLAY WS-MENTION-INTRA LINE 22 POSITION 22
                   HIGHLIGHT
           END-IF.
           IF WS-CODE-TVA-FACT = 'E'
               DISPLAY WS-MENTION-EXPORT LINE 22 POSITION 22
                   HIGHLIGHT
           END-IF.
           DISPLAY SOE-IDENTIFIANTS LINE 24 POSITION 3.
           ADD 1 TO WS-NB-EMISES.
           IF WS-PREMIERE-FACTURE = 0
               MOVE FAC-NUM TO WS-PREMIERE-FACTURE
           END-IF.
       EMETTRE-FACTURE-FENETRE-EXIT.
           EXIT.

      *    Applique le mode en cours (S, E ou M) au sejour facture
      *    ou a tout son groupe.
       PARCOURIR-SEJOURS-DEPART.
           IF WS-FACTURER-GROUPE = 'O' OR WS-FACTURER-GROUPE = 'o'
               PERFORM FACTURER-TOUT-LE-GROUPE
           ELSE
               MOVE WS-RES-DEPART TO RES-ID
               READ RESERVATIONS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM FACTURER-UNE-RESERVATION
               END-READ
           END-IF.

      *    Sert le reste du de la facture de depart depuis le
      *    bon - MEME LOGIQUE QUE FACTURE/RACHETER-BON-ACHAT.
       RACHETER-BON-DEPART-EXIT.
           EXIT.

      *    Points de fidelite via le sous-programme FIDPOINTS -
      *    voir FIDELITE-POINTS.COB.
       APPELER-FIDPOINTS.
           CALL 'FIDPOINTS' USING WS-FID-ACTION WS-FID-CLIENT
               WS-FID-CANAL WS-FID-REFERENCE WS-FID-MONTANT
               WS-FID-MONTANT-BAR WS-FID-POINTS WS-FID-RESULTAT.

      *    Sert le reste du de la facture de depart depuis les
      *    points du client - MEME LOGIQUE QUE RACHETER-BON-DEPART.
       RACHETER-POINTS-DEPART.
           MOVE 'S' TO WS-FID-ACTION.
           MOVE FAC-CLIENT TO WS-FID-CLIENT.
           MOVE 'H' TO WS-FID-CANAL.
           MOVE FAC-NUM TO WS-FID-REFERENCE.
           MOVE 0 TO WS-FID-MONTANT WS-FID-MONTANT-BAR.
           PERFORM APPELER-FIDPOINTS.
           IF WS-FID-POINTS = 0 OR WS-FID-MONTANT = 0
               GO TO RACHETER-POINTS-DEPART-EXIT
           END-IF.
           DISPLAY 'Points:' LINE 16 POSITION 22.
           DISPLAY WS-FID-POINTS LINE 16 POSITION 30 HIGHLIGHT.
           DISPLAY '=' LINE 16 POSITION 38.
           DISPLAY WS-FID-MONTANT LINE 16 POSITION 40 HIGHLIGHT.
           DISPLAY 'Utiliser (O/N)?' LINE 16 POSITION 52.
           MOVE SPACE TO WS-UTILISER-POINTS.
           ACCEPT WS-UTILISER-POINTS LINE 16 POSITION 68.
           IF WS-UTILISER-POINTS NOT = 'O' AND
               WS-UTILISER-POINTS NOT = 'o'
               GO TO RACHETER-POINTS-DEPART-EXIT
           END-IF.
           MOVE 'U' TO WS-FID-ACTION.
           MOVE WS-RESTE-DEPART TO WS-FID-MONTANT.
           PERFORM APPELER-FIDPOINTS.
           IF WS-FID-MONTANT = 0
               GO TO RACHETER-POINTS-DEPART-EXIT
           END-IF.
           MOVE WS-FID-MONTANT TO WS-MONTANT-POINTS.
           ADD WS-MONTANT-POINTS TO FAC-MONTANT-PAYE.
           IF FAC-MONTANT-PAYE >= FAC-TOTAL-TTC
               MOVE 'R' TO FAC-STATUT
           ELSE
               MOVE 'P' TO FAC-STATUT
           END-IF.
           REWRITE FACTURE-REC.
           MOVE FAC-NUM TO REG-FAC.
           MOVE WS-DATE-JOUR TO REG-DATE.
           MOVE WS-MONTANT-POINTS TO REG-MONTANT.
           MOVE 'FI' TO REG-MODE.
           MOVE 0 TO REG-REMISE.
           MOVE 0 TO REG-SESSION.
           OPEN EXTEND REGLEMENTS.
           IF NOT WS-REG-OUVERT-OK
               OPEN OUTPUT REGLEMENTS
           END-IF.
           WRITE REGLEMENT-REC.
           CLOSE REGLEMENTS.
       RACHETER-POINTS-DEPART-EXIT.
           EXIT.

      *    Reservation courante selon le mode : S et E repartissent
      *    la ligne de sejour (sauf si l'audit de nuit a deja poste
      *    les nuitees au folio) puis chaque frais du folio entre
      *    les fenetres ; M marque la reservation facturee et
      *    partie.
       FACTURER-UNE-RESERVATION.
           IF WS-MODE-FACT = 'M'
               MOVE WS-PREMIERE-FACTURE TO RES-FACTURE
               MOVE 'P' TO RES-STATUT
               MOVE WS-DATE-JOUR TO RES-DATE-DEPART
               REWRITE RESERV-REC
           ELSE
               PERFORM VENTILER-FRAIS-SEJOUR
           END-IF.

       VENTILER-FRAIS-SEJOUR.
           PERFORM CHARGER-ROUTAGE-SEJOUR.
           PERFORM COMPTER-NUITEES-FOLIO.
           MOVE 'N' TO WS-LIGNE-RETENUE.
           IF WS-NB-NUITEES-FOLIO = 0
               MOVE 'N' TO WS-TYPE-FRAIS
               MOVE RES-TOTAL TO WS-MONTANT-LIGNE
               PERFORM ROUTER-LIGNE-FACTURE
           END-IF.
           IF WS-LIGNE-RETENUE = 'O'
               ADD 1 TO WS-NB-LIGNES-FACT
               MOVE FAC-NUM TO LGF-NUM
               MOVE WS-NB-LIGNES-FACT TO LGF-NO
               MOVE RES-TOTAL TO LGF-PRIX
               MOVE 1 TO LGF-QTE
               MOVE RES-TOTAL TO LGF-MONTANT
               MOVE WS-CODE-TVA-FACT TO LGF-TVA-CODE
               MOVE 0 TO LGF-TVA
               MOVE SPACES TO LGF-PROMO
               MOVE SPACES TO LGF-ART-ORIGINE
               WRITE LIGNE-FACT-REC
               ADD RES-TOTAL TO WS-TOTAL-HT
           END-IF.
           PERFORM FACTURER-LIGNES-FOLIO.
           IF WS-MODE-FACT = 'S'
               ADD RES-ARRHES TO WS-TOTAL-ARRHES
           END-IF.

      *    Regles du sejour courant : celles de son contrat
      *    d'allotement, puis celles de la reservation qui les
      *    remplacent type par type. 0 = client du sejour.
       CHARGER-ROUTAGE-SEJOUR.
           PERFORM VARYING WS-IDX-ROUTE FROM 1 BY 1
               UNTIL WS-IDX-ROUTE > 5
               MOVE 0 TO WS-ROUTE-CLI(WS-IDX-ROUTE)
               IF RES-ALLOT > 0
                   MOVE 'A' TO FEN-PORTEE
                   MOVE RES-ALLOT TO FEN-REFERENCE
                   PERFORM LIRE-REGLE-FENETRE
               END-IF
               MOVE 'R' TO FEN-PORTEE
               MOVE RES-ID TO FEN-REFERENCE
               PERFORM LIRE-REGLE-FENETRE
           END-PERFORM.

       LIRE-REGLE-FENETRE.
           MOVE WS-TYPES-FRAIS(WS-IDX-ROUTE:1) TO FEN-TYPE-FRAIS.
           READ FENETRES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE FEN-CLI-ID TO WS-ROUTE-CLI(WS-IDX-ROUTE)
           END-READ.

      *    Type du frais courant : FOL-TYPE, ou pour les frais
      *    anterieurs le libelle pose par leur programme d'origine.
       CLASSER-LIGNE-FOLIO.
           MOVE FOL-TYPE TO WS-TYPE-FRAIS.
           IF WS-TYPE-FRAIS = SPACE
               EVALUATE TRUE
                   WHEN FOL-LIBELLE(1:6) = 'NUITEE'
                       MOVE 'N' TO WS-TYPE-FRAIS
                   WHEN FOL-LIBELLE(1:5) = 'BAR T'
                       MOVE 'B' TO WS-TYPE-FRAIS
                   WHEN FOL-LIBELLE = 'TAXE SEJOUR'
                       MOVE 'T' TO WS-TYPE-FRAIS
                   WHEN OTHER
                       MOVE 'D' TO WS-TYPE-FRAIS
               END-EVALUATE
           END-IF.

      *    Fenetre du frais courant (WS-TYPE-FRAIS) : celle de son
      *    payeur, sinon celle du client du sejour. En simulation
      *    la fenetre est creee au besoin et cumule le frais ; a
      *    l'emission, seul le frais de la fenetre en cours est
      *    retenu (WS-LIGNE-RETENUE = O).
       ROUTER-LIGNE-FACTURE.
           PERFORM INDEXER-TYPE-FRAIS.
           MOVE 0 TO WS-PAYEUR.
           IF WS-IDX-ROUTE > 0
               MOVE WS-ROUTE-CLI(WS-IDX-ROUTE) TO WS-PAYEUR
           END-IF.
           IF WS-PAYEUR = 0
               MOVE WS-FEN-CLIENT(1) TO WS-PAYEUR
           END-IF.
           MOVE 0 TO WS-FEN-LIGNE.
           PERFORM VARYING WS-IDX-CHERCHE FROM 1 BY 1
               UNTIL WS-IDX-CHERCHE > WS-NB-FENETRES OR
                   WS-FEN-LIGNE > 0
               IF WS-FEN-CLIENT(WS-IDX-CHERCHE) = WS-PAYEUR
                   MOVE WS-IDX-CHERCHE TO WS-FEN-LIGNE
               END-IF
           END-PERFORM.
           IF WS-FEN-LIGNE = 0
               IF WS-NB-FENETRES < 6
                   ADD 1 TO WS-NB-FENETRES
                   MOVE WS-NB-FENETRES TO WS-FEN-LIGNE
                   MOVE WS-PAYEUR TO WS-FEN-CLIENT(WS-FEN-LIGNE)
                   MOVE 0 TO WS-FEN-NB(WS-FEN-LIGNE)
                   MOVE 0 TO WS-FEN-HT(WS-FEN-LIGNE)
               ELSE
                   MOVE 1 TO WS-FEN-LIGNE
               END-IF
           END-IF.
           MOVE 'N' TO WS-LIGNE-RETENUE.
           IF WS-MODE-FACT = 'S'
               ADD 1 TO WS-FEN-NB(WS-FEN-LIGNE)
               ADD WS-MONTANT-LIGNE TO WS-FEN-HT(WS-FEN-LIGNE)
           ELSE
               IF WS-FEN-LIGNE = WS-IDX-FEN
                   MOVE 'O' TO WS-LIGNE-RETENUE
               END-IF
           END-IF.

      *    Les nuitees postees par l'audit de nuit portent un
      *    libelle commencant par NUITEE : si le folio en a, le
                       IF FOL-RESERVATION NOT = RES-ID
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM CLASSER-LIGNE-FOLIO
                           MOVE FOL-MONTANT TO WS-MONTANT-LIGNE
                           PERFORM ROUTER-LIGNE-FACTURE
                           IF WS-LIGNE-RETENUE = 'O'
                               PERFORM ECRIRE-LIGNE-FOLIO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ECRIRE-LIGNE-FOLIO.
           ADD 1 TO WS-NB-LIGNES-FACT.
           MOVE FAC-NUM TO LGF-NUM.
           MOVE WS-NB-LIGNES-FACT TO LGF-NO.
           MOVE 'FOLIO' TO LGF-ART.
           MOVE FOL-LIBELLE TO LGF-LIBELLE.
           MOVE FOL-MONTANT TO LGF-PRIX.
           MOVE 1 TO LGF-QTE.
           MOVE FOL-MONTANT TO LGF-MONTANT.
           MOVE WS-CODE-TVA-FACT TO LGF-TVA-CODE.
      *    Ticket du bar au taux reduit : la ligne garde le taux de
      *    la carte quand le client est au regime normal.
           IF WS-CODE-TVA-FACT = '1' AND FOL-TVA-CODE = '2'
               MOVE '2' TO LGF-TVA-CODE
               ADD FOL-MONTANT TO WS-HT-REDUIT-FACT
           END-IF.
           MOVE 0 TO LGF-TVA.
           MOVE SPACES TO LGF-PROMO.
           MOVE SPACES TO LGF-ART-ORIGINE.
           WRITE LIGNE-FACT-REC.
           ADD FOL-MONTANT TO WS-TOTAL-HT.
           IF WS-TYPE-FRAIS = 'B'
               ADD FOL-MONTANT TO WS-TOTAL-BAR
           END-IF.

      *    Consolide toutes les reservations du groupe sur la
      *    facture en cours, chacune marquee facturee et partie.
       FACTURER-TOUT-LE-GROUPE.
