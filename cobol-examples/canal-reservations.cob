       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANALRESA.
      *===============================================
      * IMPORT DES RESERVATIONS DES AGENCES EN LIGNE
      * Job batch : lit le fichier de messages depose par le
      * gestionnaire de canaux (CANALIN.TXT) et les applique a
      * RESERV.DAT sans ressaisie a la reception :
      *  - N = nouvelle reservation : une chambre libre du type
      *    demande est attribuee (memes regles que HOTEL : aucun
      *    sejour en chevauchement, blocs d'allotement non
      *    relaches respectes, chambre fermee pour travaux
      *    exclue), le client est retrouve dans
      *    CLIENTS.DAT par son nom (et sa ville si l'agence la
      *    donne) ou cree comme client de passage, la taxe de
      *    sejour part au folio ;
      *  - M = modification (dates, nuits, type, occupants,
      *    prix) : la chambre est gardee si elle reste libre,
      *    sinon une autre du type est attribuee ;
      *  - A = annulation : journalisee dans ANNULHOTEL.DAT sans
      *    frais (la penalite est encaissee par l'agence), folio
      *    purge, reservation supprimee.
      * La reservation porte le code de l'agence et sa reference
      * (RES-CANAL, RES-REF-CANAL) ; M et A la retrouvent par
      * eux. Prix : celui de l'agence quand il est transmis,
      * sinon le calendrier tarifaire ajuste par les regles de
      * yield (YIELD.DAT) comme a la reception.
      * Tout message inapplicable (reservation deja importee ou
      * inconnue, sejour deja commence, plus de chambre libre,
      * type inconnu, message incomplet) est liste en exception
      * et recopie avec son motif dans CANALREJ.TXT, a traiter
      * par la reception - rien n'est ecarte en silence.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    MESSAGES DU GESTIONNAIRE DE CANAUX
           SELECT CANAL-ENTREE ASSIGN TO 'CANALIN.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CNL-STATUS.
      *    MESSAGES EN EXCEPTION, AVEC LEUR MOTIF
           SELECT CANAL-REJETS ASSIGN TO 'CANALREJ.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
      *    LAYOUTS PARTAGEES AVEC HOTEL - VOIR COPYBOOKS
           SELECT CHAMBRES ASSIGN TO 'CHAMBRES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHB-NUM.
           SELECT RESERVATIONS ASSIGN TO 'RESERV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-ID.
           SELECT FOLIOS ASSIGN TO 'FOLIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOL-CLE.
           SELECT CLIENTS ASSIGN TO 'CLIENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID.
           SELECT SAISONS ASSIGN TO 'SAISONS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAI-CODE.
           SELECT TARIFS ASSIGN TO 'TARIFS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CLE.
           SELECT ALLOTEMENTS ASSIGN TO 'ALLOTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALO-NUM
               FILE STATUS IS WS-ALO-STATUS.
           SELECT BONS-TRAVAUX ASSIGN TO 'BONTRAV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BTR-NUM
               FILE STATUS IS WS-BTR-STATUS.
           SELECT ANNULATIONS ASSIGN TO 'ANNULHOTEL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANNUL-STATUS.
      *    REGLES DE YIELD - VOIR COPYBOOKS/YIELD.CPY
           SELECT YIELDS ASSIGN TO 'YIELD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YLD-CLE
               FILE STATUS IS WS-YLD-STATUS.
           SELECT TAXE-PARAMETRES ASSIGN TO 'TAXEPARM.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXP-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    UN MESSAGE PAR RESERVATION, MODIFICATION OU ANNULATION
       FD CANAL-ENTREE.
       01 CANAL-REC.
      *       N=NOUVELLE, M=MODIFICATION, A=ANNULATION
           05 CNL-TYPE      PIC X.
      *       CODE DE L'AGENCE ET SA REFERENCE DE RESERVATION
           05 CNL-CANAL     PIC X(4).
           05 CNL-REF       PIC X(15).
           05 CNL-NOM       PIC X(25).
           05 CNL-VILLE     PIC X(15).
           05 CNL-PAYS      PIC X(2).
           05 CNL-TYPE-CHB  PIC X(10).
           05 CNL-DEBUT     PIC 9(8).
           05 CNL-NUITS     PIC 99.
           05 CNL-OCCUPANTS PIC 99.
      *       PRIX DU SEJOUR VENDU PAR L'AGENCE (0 = TARIF HOTEL)
           05 CNL-TOTAL     PIC 9(6)V99.
           05 FILLER        PIC X(28).
       FD CANAL-REJETS.
       01 REJET-REC.
           05 REJ-MESSAGE   PIC X(120).
           05 REJ-MOTIF     PIC X(30).
       FD CHAMBRES.
           COPY CHAMBRE.
       FD RESERVATIONS.
           COPY RESERV.
       FD FOLIOS.
           COPY FOLIO.
       FD CLIENTS.
           COPY CLIENT.
       FD SAISONS.
           COPY SAISON.
       FD TARIFS.
           COPY TARIF.
       FD ALLOTEMENTS.
           COPY ALLOT.
       FD BONS-TRAVAUX.
           COPY BONTRAV.
       FD ANNULATIONS.
           COPY ANNULHOT.
       FD YIELDS.
           COPY YIELD.
      *    MEME LAYOUT QUE HOTEL/TAXE-PARM-REC
       FD TAXE-PARAMETRES.
       01 TAXE-PARM-REC.
           05 TXP-TAUX      PIC 9(2)V99.
       WORKING-STORAGE SECTION.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-CNL-EOF        PIC 9 VALUE 0.
       01 WS-CNL-STATUS     PIC XX VALUE '00'.
           88 WS-CNL-OUVERT-OK VALUE '00'.
       01 WS-REJ-STATUS     PIC XX VALUE '00'.
       01 WS-ALO-STATUS     PIC XX VALUE '00'.
           88 WS-ALO-OUVERT-OK VALUE '00'.
       01 WS-ALO-DISPO      PIC 9 VALUE 0.
       01 WS-BTR-STATUS     PIC XX VALUE '00'.
           88 WS-BTR-OUVERT-OK VALUE '00'.
       01 WS-BTR-DISPO      PIC 9 VALUE 0.
       01 WS-ANNUL-STATUS   PIC XX VALUE '00'.
           88 WS-ANNUL-OUVERT-OK VALUE '00'.
       01 WS-TXP-STATUS     PIC XX VALUE '00'.
           88 WS-TXP-OUVERT-OK VALUE '00'.
       01 WS-DATE-JOUR      PIC 9(8) VALUE 0.
       01 WS-JULIEN-JOUR    PIC 9(9) VALUE 0.
       01 WS-MOTIF          PIC X(30) VALUE SPACES.
      *    Numero de reservation tire au hasard, comme HOTEL
       01 WS-GRAINE         PIC 9(8) VALUE 0.
       01 WS-ALEA           PIC V9(9) VALUE 0.
       01 WS-ESSAIS         PIC 99 VALUE 0.
       01 WS-RES-ECRITE     PIC 9 VALUE 0.
      *    Reservation de l'agence retrouvee (0 = aucune)
       01 WS-RES-TROUVEE    PIC 9(8) VALUE 0.
       01 WS-RES-EOF        PIC 9 VALUE 0.
      *    Periode demandee
       01 WS-DATE-ARRIVEE   PIC 9(8) VALUE 0.
       01 WS-NUITS          PIC 99 VALUE 0.
       01 WS-DATE-DEPART    PIC 9(8) VALUE 0.
       01 WS-JULIEN-DEBUT   PIC 9(9) VALUE 0.
       01 WS-JULIEN-FIN     PIC 9(9) VALUE 0.
      *    Recherche d'une chambre libre du type demande
       01 WS-TYPE-DEMANDE   PIC X(10) VALUE SPACES.
       01 WS-RES-EXCLUE     PIC 9(8) VALUE 0.
       01 WS-CHB-PREFEREE   PIC 9(3) VALUE 0.
       01 WS-CHB-RETENUE    PIC 9(3) VALUE 0.
       01 WS-DISPONIBLE     PIC X VALUE 'Y'.
       01 WS-NB-CANDIDATES  PIC 999 VALUE 0.
       01 WS-IDX-CAND       PIC 999 VALUE 0.
       01 WS-CANDIDATES.
           05 WS-CAND-CHB   PIC 9(3) OCCURS 300 TIMES.
      *    Tenue des allotements (MEME LOGIQUE QUE HOTEL)
       01 WS-ALO-EOF        PIC 9 VALUE 0.
       01 WS-CHB-SAV        PIC 9(3) VALUE 0.
       01 WS-TENUES         PIC S9(4) VALUE 0.
       01 WS-LIBRES-TYPE    PIC S9(4) VALUE 0.
       01 WS-NUIT-CTRL      PIC 9(9) VALUE 0.
       01 WS-DATE-CTRL      PIC 9(8) VALUE 0.
       01 WS-ALO-NUITS      PIC 9(5) VALUE 0.
       01 WS-PRIS-NUIT      PIC 9(4) VALUE 0.
      *    Fermeture pour travaux (MEME LOGIQUE QUE HOTEL)
       01 WS-BTR-EOF        PIC 9 VALUE 0.
       01 WS-HS-DEBUT       PIC 9(8) VALUE 0.
       01 WS-HS-FIN         PIC 9(8) VALUE 0.
       01 WS-HS-FIN-BON     PIC 9(8) VALUE 0.
       01 WS-HORS-SERVICE   PIC X VALUE 'N'.
      *    Client
       01 WS-CLI-RETENU     PIC 9(5) VALUE 0.
       01 WS-NEXT-CLI       PIC 9(5) VALUE 0.
       01 WS-CLI-EOF        PIC 9 VALUE 0.
      *    Prix du sejour au calendrier tarifaire
       01 WS-NUIT-JULIEN    PIC 9(9) VALUE 0.
       01 WS-NUIT-DATE      PIC 9(8) VALUE 0.
       01 WS-JOUR-SEMAINE   PIC 9 VALUE 0.
       01 WS-PRIX-NUIT      PIC 9(4)V99 VALUE 0.
       01 WS-SAISON-ORDINAIRE PIC X(4) VALUE SPACES.
       01 WS-SAISON-WEEKEND PIC X(4) VALUE SPACES.
       01 WS-SAISON-RETENUE PIC X(4) VALUE SPACES.
       01 WS-SAI-EOF        PIC 9 VALUE 0.
       01 WS-TOTAL-SEJOUR   PIC 9(6)V99 VALUE 0.
      *    Tarification selon l'occupation (MEME LOGIQUE QUE HOTEL)
       01 WS-YLD-STATUS     PIC XX VALUE '00'.
           88 WS-YLD-OUVERT-OK VALUE '00'.
       01 WS-YLD-DISPO      PIC 9 VALUE 0.
       01 WS-YLD-EOF        PIC 9 VALUE 0.
       01 WS-YLD-TYPE-CHARGE PIC X(10) VALUE HIGH-VALUES.
       01 WS-NB-REGLES-YLD  PIC 99 VALUE 0.
       01 WS-IDX-YLD        PIC 99 VALUE 0.
       01 WS-YLD-RETENUE    PIC 99 VALUE 0.
       01 WS-YLD-BAISSE     PIC 99 VALUE 0.
       01 WS-TAUX-OCCUPATION PIC 999 VALUE 0.
       01 WS-NB-CHB-TYPE    PIC 9(4) VALUE 0.
       01 WS-NB-OCCUPEES    PIC 9(4) VALUE 0.
       01 WS-JOURS-AVANT    PIC S9(5) VALUE 0.
       01 WS-PRIX-CALENDRIER PIC 9(4)V99 VALUE 0.
       01 WS-PRIX-AJUSTE    PIC S9(6)V99 VALUE 0.
       01 WS-ECART-YIELD    PIC 9(6)V99 VALUE 0.
       01 WS-RESERV-SAV     PIC X(200) VALUE SPACES.
       01 WS-CHAMBRE-SAV    PIC X(100) VALUE SPACES.
       01 WS-REGLES-YLD-TABLE.
           05 WS-YR-ENTRY OCCURS 20 TIMES.
               10 WS-YR-SENS    PIC X.
               10 WS-YR-SEUIL   PIC 999.
               10 WS-YR-JOURS   PIC 999.
               10 WS-YR-MODE    PIC X.
               10 WS-YR-VALEUR  PIC 9(4)V99.
               10 WS-YR-LIBELLE PIC X(20).
      *    Taxe de sejour et folio
       01 WS-TAUX-TAXE      PIC 9(2)V99 VALUE 0.
       01 WS-TAXE-SEJOUR    PIC 9(5)V99 VALUE 0.
       01 WS-FOL-SEQ-MAX    PIC 99 VALUE 0.
       01 WS-FOL-EOF        PIC 9 VALUE 0.
       01 WS-TAXE-POSEE     PIC 9 VALUE 0.
      *    Compteurs du passage
       01 WS-NB-LUS         PIC 9(5) VALUE 0.
       01 WS-NB-CREEES      PIC 9(5) VALUE 0.
       01 WS-NB-MODIFIEES   PIC 9(5) VALUE 0.
       01 WS-NB-ANNULEES    PIC 9(5) VALUE 0.
       01 WS-NB-REJETS      PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-GRAINE.
           COMPUTE WS-ALEA = FUNCTION RANDOM(WS-GRAINE).
           COMPUTE WS-JULIEN-JOUR =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).
           OPEN INPUT CANAL-ENTREE.
           IF NOT WS-CNL-OUVERT-OK
               DISPLAY 'AUCUN MESSAGE (CANALIN.TXT ABSENT)'
               STOP RUN
           END-IF.
           OPEN OUTPUT CANAL-REJETS.
           OPEN INPUT CHAMBRES.
           OPEN I-O RESERVATIONS.
           OPEN I-O FOLIOS.
           OPEN I-O CLIENTS.
           OPEN INPUT SAISONS.
           OPEN INPUT TARIFS.
           OPEN INPUT ALLOTEMENTS.
           IF WS-ALO-OUVERT-OK
               MOVE 1 TO WS-ALO-DISPO
           END-IF.
           OPEN INPUT BONS-TRAVAUX.
           IF WS-BTR-OUVERT-OK
               MOVE 1 TO WS-BTR-DISPO
           END-IF.
           OPEN INPUT YIELDS.
           IF WS-YLD-OUVERT-OK
               MOVE 1 TO WS-YLD-DISPO
           END-IF.
           OPEN EXTEND ANNULATIONS.
           IF NOT WS-ANNUL-OUVERT-OK
               OPEN OUTPUT ANNULATIONS
           END-IF.
           PERFORM CHARGER-TAUX-TAXE.
           DISPLAY '=== IMPORT DES AGENCES EN LIGNE DU '
               WS-DATE-JOUR ' ==='.
           MOVE 0 TO WS-CNL-EOF.
           PERFORM UNTIL WS-CNL-EOF = 1
               READ CANAL-ENTREE
                   AT END MOVE 1 TO WS-CNL-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM TRAITER-MESSAGE
                           THRU TRAITER-MESSAGE-EXIT
               END-READ
           END-PERFORM.
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'MESSAGES LUS      : ' WS-NB-LUS.
           DISPLAY 'CREEES            : ' WS-NB-CREEES.
           DISPLAY 'MODIFIEES         : ' WS-NB-MODIFIEES.
           DISPLAY 'ANNULEES          : ' WS-NB-ANNULEES.
           DISPLAY 'EN EXCEPTION      : ' WS-NB-REJETS.
           IF WS-NB-REJETS > 0
               DISPLAY 'EXCEPTIONS A TRAITER : VOIR CANALREJ.TXT'
           END-IF.
           CLOSE ANNULATIONS.
           IF WS-YLD-DISPO = 1
               CLOSE YIELDS
           END-IF.
           IF WS-BTR-DISPO = 1
               CLOSE BONS-TRAVAUX
           END-IF.
           IF WS-ALO-DISPO = 1
               CLOSE ALLOTEMENTS
           END-IF.
           CLOSE TARIFS.
           CLOSE SAISONS.
           CLOSE CLIENTS.
           CLOSE FOLIOS.
           CLOSE RESERVATIONS.
           CLOSE CHAMBRES.
           CLOSE CANAL-REJETS.
           CLOSE CANAL-ENTREE.
           STOP RUN.

       TRAITER-MESSAGE.
           IF CNL-CANAL = SPACES OR CNL-REF = SPACES
               MOVE 'MESSAGE INCOMPLET' TO WS-MOTIF
               PERFORM REJETER-MESSAGE
               GO TO TRAITER-MESSAGE-EXIT
           END-IF.
           PERFORM CHERCHER-RESERVATION-CANAL.
           EVALUATE CNL-TYPE
               WHEN 'N'
                   IF WS-RES-TROUVEE > 0
                       MOVE 'RESERVATION DEJA IMPORTEE' TO WS-MOTIF
                       PERFORM REJETER-MESSAGE
                   ELSE
                       PERFORM CREER-RESERVATION-CANAL
                           THRU CREER-RESERVATION-CANAL-EXIT
                   END-IF
               WHEN 'M'
                   IF WS-RES-TROUVEE = 0
                       MOVE 'RESERVATION INCONNUE' TO WS-MOTIF
                       PERFORM REJETER-MESSAGE
                   ELSE
                       PERFORM MODIFIER-RESERVATION-CANAL
                           THRU MODIFIER-RESERVATION-CANAL-EXIT
                   END-IF
               WHEN 'A'
                   IF WS-RES-TROUVEE = 0
                       MOVE 'RESERVATION INCONNUE' TO WS-MOTIF
                       PERFORM REJETER-MESSAGE
                   ELSE
                       PERFORM ANNULER-RESERVATION-CANAL
                           THRU ANNULER-RESERVATION-CANAL-EXIT
                   END-IF
               WHEN OTHER
                   MOVE 'TYPE DE MESSAGE INCONNU' TO WS-MOTIF
                   PERFORM REJETER-MESSAGE
           END-EVALUATE.
       TRAITER-MESSAGE-EXIT.
           EXIT.

       REJETER-MESSAGE.
           ADD 1 TO WS-NB-REJETS.
           MOVE CANAL-REC TO REJ-MESSAGE.
           MOVE WS-MOTIF TO REJ-MOTIF.
           WRITE REJET-REC.
           DISPLAY '** EXCEPTION ' CNL-TYPE ' ' CNL-CANAL ' '
               CNL-REF ' ' CNL-NOM(1:15) ' : ' WS-MOTIF.

      *    Reservation portant ce canal et cette reference, laissee
      *    dans le buffer ; WS-RES-TROUVEE = 0 si aucune.
       CHERCHER-RESERVATION-CANAL.
           MOVE 0 TO WS-RES-TROUVEE.
           MOVE 0 TO RES-ID.
           START RESERVATIONS KEY >= RES-ID
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-RES-EOF.
           PERFORM UNTIL WS-RES-EOF = 1
               READ RESERVATIONS NEXT
                   AT END MOVE 1 TO WS-RES-EOF
                   NOT AT END
                       IF RES-CANAL = CNL-CANAL AND
                           RES-REF-CANAL = CNL-REF
                           MOVE RES-ID TO WS-RES-TROUVEE
                           MOVE 1 TO WS-RES-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *    Periode du message : depart exclusif par l'arithmetique
      *    julienne, comme HOTEL/SAISIR-PERIODE. Une date invalide
      *    donne un jour julien nul.
       CONTROLER-PERIODE.
           MOVE SPACES TO WS-MOTIF.
           IF CNL-DEBUT NOT NUMERIC OR CNL-NUITS NOT NUMERIC
               MOVE 'MESSAGE INCOMPLET' TO WS-MOTIF
           ELSE
               IF CNL-NUITS = 0 OR CNL-TYPE-CHB = SPACES
                   MOVE 'MESSAGE INCOMPLET' TO WS-MOTIF
               ELSE
                   COMPUTE WS-JULIEN-DEBUT =
                       FUNCTION INTEGER-OF-DATE(CNL-DEBUT)
                   IF WS-JULIEN-DEBUT = 0
                       MOVE 'DATE D ARRIVEE INVALIDE' TO WS-MOTIF
                   END-IF
               END-IF
           END-IF.
           IF WS-MOTIF = SPACES
               MOVE CNL-DEBUT TO WS-DATE-ARRIVEE
               MOVE CNL-NUITS TO WS-NUITS
               COMPUTE WS-JULIEN-FIN = WS-JULIEN-DEBUT + WS-NUITS
               COMPUTE WS-DATE-DEPART =
                   FUNCTION DATE-OF-INTEGER(WS-JULIEN-FIN)
               IF WS-DATE-ARRIVEE < WS-DATE-JOUR
                   MOVE 'ARRIVEE DEJA PASSEE' TO WS-MOTIF
               END-IF
           END-IF.

      *===============================================
      * NOUVELLE RESERVATION
      *===============================================
       CREER-RESERVATION-CANAL.
           PERFORM CONTROLER-PERIODE.
           IF WS-MOTIF NOT = SPACES
               PERFORM REJETER-MESSAGE
               GO TO CREER-RESERVATION-CANAL-EXIT
           END-IF.
           MOVE CNL-TYPE-CHB TO WS-TYPE-DEMANDE.
           MOVE 0 TO WS-RES-EXCLUE.
           MOVE 0 TO WS-CHB-PREFEREE.
           PERFORM CHERCHER-CHAMBRE-LIBRE
               THRU CHERCHER-CHAMBRE-LIBRE-EXIT.
           IF WS-CHB-RETENUE = 0
               PERFORM REJETER-MESSAGE
               GO TO CREER-RESERVATION-CANAL-EXIT
           END-IF.
           PERFORM RATTACHER-CLIENT-CANAL
               THRU RATTACHER-CLIENT-CANAL-EXIT.
           MOVE WS-CHB-RETENUE TO CHB-NUM.
           READ CHAMBRES
               INVALID KEY CONTINUE
           END-READ.
           PERFORM CALCULER-PRIX-SEJOUR.
           MOVE CNL-NOM TO RES-CLIENT.
           MOVE WS-CLI-RETENU TO RES-CLI-ID.
           MOVE WS-CHB-RETENUE TO RES-CHAMBRE.
           MOVE WS-DATE-ARRIVEE TO RES-DEBUT.
           MOVE WS-NUITS TO RES-NUITS.
           MOVE WS-DATE-DEPART TO RES-FIN.
           MOVE WS-TOTAL-SEJOUR TO RES-TOTAL.
           MOVE 0 TO RES-GROUPE.
           MOVE 'R' TO RES-STATUT.
           MOVE 0 TO RES-DATE-ARRIVEE.
           MOVE 0 TO RES-DATE-DEPART.
           MOVE CNL-OCCUPANTS TO RES-OCCUPANTS.
           IF CNL-OCCUPANTS NOT NUMERIC OR CNL-OCCUPANTS = 0
               MOVE 1 TO RES-OCCUPANTS
           END-IF.
           MOVE 'N' TO RES-EXONERE-TAXE.
           MOVE 0 TO RES-ARRHES.
           MOVE 0 TO RES-FACTURE.
           MOVE SPACES TO RES-PACKAGE.
           MOVE CNL-CANAL TO RES-CANAL.
           MOVE CNL-REF TO RES-REF-CANAL.
           MOVE 0 TO RES-ALLOT.
           MOVE 0 TO WS-RES-ECRITE.
           MOVE 0 TO WS-ESSAIS.
           PERFORM UNTIL WS-RES-ECRITE = 1 OR WS-ESSAIS > 20
               ADD 1 TO WS-ESSAIS
               COMPUTE RES-ID = FUNCTION RANDOM * 99999999
               IF RES-ID > 0
                   WRITE RESERV-REC
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 1 TO WS-RES-ECRITE
                   END-WRITE
               END-IF
           END-PERFORM.
           IF WS-RES-ECRITE = 0
               MOVE 'NUMERO DE RESERVATION INDISPO' TO WS-MOTIF
               PERFORM REJETER-MESSAGE
               GO TO CREER-RESERVATION-CANAL-EXIT
           END-IF.
           PERFORM METTRE-A-JOUR-TAXE-SEJOUR.
           ADD 1 TO WS-NB-CREEES.
           DISPLAY 'CREEE    ' CNL-CANAL ' ' CNL-REF ' RESA ' RES-ID
               ' CHB ' RES-CHAMBRE ' CLIENT ' RES-CLI-ID ' '
               RES-DEBUT ' ' RES-NUITS ' NUIT(S)'.
       CREER-RESERVATION-CANAL-EXIT.
           EXIT.

      *===============================================
      * MODIFICATION
      *===============================================
       MODIFIER-RESERVATION-CANAL.
           IF RES-STATUT NOT = 'R'
               MOVE 'SEJOUR DEJA COMMENCE' TO WS-MOTIF
               PERFORM REJETER-MESSAGE
               GO TO MODIFIER-RESERVATION-CANAL-EXIT
           END-IF.
           PERFORM CONTROLER-PERIODE.
           IF WS-MOTIF NOT = SPACES
               PERFORM REJETER-MESSAGE
               GO TO MODIFIER-RESERVATION-CANAL-EXIT
           END-IF.
      *    La chambre actuelle est gardee si elle est du type
      *    demande et reste libre (la reservation elle-meme ne
      *    compte pas comme occupation).
           MOVE CNL-TYPE-CHB TO WS-TYPE-DEMANDE.
           MOVE RES-ID TO WS-RES-EXCLUE.
           MOVE RES-CHAMBRE TO WS-CHB-PREFEREE.
           PERFORM CHERCHER-CHAMBRE-LIBRE
               THRU CHERCHER-CHAMBRE-LIBRE-EXIT.
           IF WS-CHB-RETENUE = 0
               PERFORM REJETER-MESSAGE
               GO TO MODIFIER-RESERVATION-CANAL-EXIT
           END-IF.
           MOVE WS-CHB-RETENUE TO CHB-NUM.
           READ CHAMBRES
               INVALID KEY CONTINUE
           END-READ.
           PERFORM CALCULER-PRIX-SEJOUR.
           MOVE WS-RES-TROUVEE TO RES-ID.
           READ RESERVATIONS
               INVALID KEY
                   MOVE 'RESERVATION INCONNUE' TO WS-MOTIF
                   PERFORM REJETER-MESSAGE
                   GO TO MODIFIER-RESERVATION-CANAL-EXIT
           END-READ.
           IF CNL-NOM NOT = SPACES
               MOVE CNL-NOM TO RES-CLIENT
           END-IF.
           MOVE WS-CHB-RETENUE TO RES-CHAMBRE.
           MOVE WS-DATE-ARRIVEE TO RES-DEBUT.
           MOVE WS-NUITS TO RES-NUITS.
           MOVE WS-DATE-DEPART TO RES-FIN.
           MOVE WS-TOTAL-SEJOUR TO RES-TOTAL.
           IF CNL-OCCUPANTS NUMERIC AND CNL-OCCUPANTS > 0
               MOVE CNL-OCCUPANTS TO RES-OCCUPANTS
           END-IF.
           REWRITE RESERV-REC.
           PERFORM METTRE-A-JOUR-TAXE-SEJOUR.
           ADD 1 TO WS-NB-MODIFIEES.
           DISPLAY 'MODIFIEE ' CNL-CANAL ' ' CNL-REF ' RESA ' RES-ID
               ' CHB ' RES-CHAMBRE ' ' RES-DEBUT ' ' RES-NUITS
               ' NUIT(S)'.
       MODIFIER-RESERVATION-CANAL-EXIT.
           EXIT.

      *===============================================
      * ANNULATION
      * MEME SEQUENCE QUE HOTEL/ANNULER, sans frais : l'agence
      * applique ses propres conditions et encaisse la penalite.
      *===============================================
       ANNULER-RESERVATION-CANAL.
           IF RES-STATUT NOT = 'R'
               MOVE 'SEJOUR DEJA COMMENCE' TO WS-MOTIF
               PERFORM REJETER-MESSAGE
               GO TO ANNULER-RESERVATION-CANAL-EXIT
           END-IF.
           MOVE RES-ID TO ANL-RESERVATION.
           MOVE RES-CLIENT TO ANL-CLIENT.
           MOVE RES-CLI-ID TO ANL-CLI-ID.
           MOVE RES-CHAMBRE TO ANL-CHAMBRE.
           MOVE WS-DATE-JOUR TO ANL-DATE-ANNUL.
           COMPUTE ANL-NOTICE-JOURS =
               FUNCTION INTEGER-OF-DATE(RES-DEBUT) - WS-JULIEN-JOUR.
           MOVE 0 TO ANL-FRAIS.
           WRITE ANNUL-REC.
           PERFORM SUPPRIMER-FOLIO-RESERVATION.
           DELETE RESERVATIONS
               INVALID KEY CONTINUE
           END-DELETE.
           ADD 1 TO WS-NB-ANNULEES.
           DISPLAY 'ANNULEE  ' CNL-CANAL ' ' CNL-REF ' RESA ' RES-ID
               ' CHB ' RES-CHAMBRE.
       ANNULER-RESERVATION-CANAL-EXIT.
           EXIT.

      *    MEME LOGIQUE QUE HOTEL/SUPPRIMER-FOLIO-RESERVATION.
       SUPPRIMER-FOLIO-RESERVATION.
           MOVE RES-ID TO FOL-RESERVATION.
           MOVE 0 TO FOL-SEQ.
           START FOLIOS KEY >= FOL-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-FOL-EOF.
           PERFORM UNTIL WS-FOL-EOF = 1
               READ FOLIOS NEXT
                   AT END MOVE 1 TO WS-FOL-EOF
                   NOT AT END
                       IF FOL-RESERVATION NOT = RES-ID
                           MOVE 1 TO WS-FOL-EOF
                       ELSE
                           DELETE FOLIOS
                               INVALID KEY CONTINUE
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

      *===============================================
      * ATTRIBUTION D'UNE CHAMBRE
      * Les chambres en service du type demande sont relevees
      * d'abord (le controle de chaque chambre relit CHAMBRES),
      * la chambre preferee (modification) est essayee en
      * premier. WS-CHB-RETENUE = 0 et WS-MOTIF renseigne si
      * aucune ne convient.
      *===============================================
       CHERCHER-CHAMBRE-LIBRE.
           MOVE 0 TO WS-CHB-RETENUE.
           MOVE 0 TO WS-NB-CANDIDATES.
           MOVE 0 TO CHB-NUM.
           START CHAMBRES KEY >= CHB-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ CHAMBRES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CHB-TYPE = WS-TYPE-DEMANDE AND
                           CHB-DISPO = 1 AND WS-NB-CANDIDATES < 300
                           ADD 1 TO WS-NB-CANDIDATES
                           MOVE CHB-NUM TO
                               WS-CAND-CHB(WS-NB-CANDIDATES)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NB-CANDIDATES = 0
               MOVE 'TYPE DE CHAMBRE INCONNU' TO WS-MOTIF
               GO TO CHERCHER-CHAMBRE-LIBRE-EXIT
           END-IF.
           IF WS-CHB-PREFEREE > 0
               MOVE WS-CHB-PREFEREE TO CHB-NUM
               READ CHAMBRES
                   NOT INVALID KEY
                       IF CHB-TYPE = WS-TYPE-DEMANDE AND
                           CHB-DISPO = 1
                           PERFORM VERIFIER-CHAMBRE-LIBRE
                           IF WS-DISPONIBLE = 'Y'
                               MOVE WS-CHB-PREFEREE TO
                                   WS-CHB-RETENUE
                           END-IF
                       END-IF
               END-READ
           END-IF.
           MOVE 1 TO WS-IDX-CAND.
           PERFORM UNTIL WS-IDX-CAND > WS-NB-CANDIDATES OR
               WS-CHB-RETENUE > 0
               MOVE WS-CAND-CHB(WS-IDX-CAND) TO CHB-NUM
               READ CHAMBRES
                   NOT INVALID KEY
                       PERFORM VERIFIER-CHAMBRE-LIBRE
                       IF WS-DISPONIBLE = 'Y'
                           MOVE CHB-NUM TO WS-CHB-RETENUE
                       END-IF
               END-READ
               ADD 1 TO WS-IDX-CAND
           END-PERFORM.
           IF WS-CHB-RETENUE = 0
               MOVE 'COMPLET - AUCUNE CHAMBRE LIBRE' TO WS-MOTIF
           END-IF.
       CHERCHER-CHAMBRE-LIBRE-EXIT.
           EXIT.

      *    MEME LOGIQUE QUE HOTEL/VERIFIER-DISPO-PERIODE pour le
      *    chevauchement des sejours (hors la reservation
      *    modifiee), la fermeture pour travaux et la tenue des
      *    allotements ; l'etat de
      *    menage du jour ne compte pas pour une arrivee future.
       VERIFIER-CHAMBRE-LIBRE.
           MOVE 'Y' TO WS-DISPONIBLE.
           MOVE 0 TO RES-ID.
           START RESERVATIONS KEY >= RES-ID
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-RES-EOF.
           PERFORM UNTIL WS-RES-EOF = 1
               READ RESERVATIONS NEXT
                   AT END MOVE 1 TO WS-RES-EOF
                   NOT AT END
                       IF RES-CHAMBRE = CHB-NUM AND
                           RES-ID NOT = WS-RES-EXCLUE AND
                           RES-STATUT NOT = 'P' AND
                           RES-STATUT NOT = 'N'
                           IF NOT (RES-FIN <= WS-DATE-ARRIVEE
                               OR RES-DEBUT >= WS-DATE-DEPART)
                               MOVE 'N' TO WS-DISPONIBLE
                               MOVE 1 TO WS-RES-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DISPONIBLE = 'Y'
               MOVE WS-DATE-ARRIVEE TO WS-HS-DEBUT
               MOVE WS-DATE-DEPART TO WS-HS-FIN
               PERFORM CONTROLER-HORS-SERVICE
                   THRU CONTROLER-HORS-SERVICE-EXIT
               IF WS-HORS-SERVICE = 'Y'
                   MOVE 'N' TO WS-DISPONIBLE
               END-IF
           END-IF.
           IF WS-DISPONIBLE = 'Y' AND WS-ALO-DISPO = 1
               PERFORM CONTROLER-ALLOTEMENTS
           END-IF.

      *    MEME LOGIQUE QUE HOTEL/CONTROLER-HORS-SERVICE.
       CONTROLER-HORS-SERVICE.
           MOVE 'N' TO WS-HORS-SERVICE.
           IF WS-BTR-DISPO = 0
               GO TO CONTROLER-HORS-SERVICE-EXIT
           END-IF.
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
       CONTROLER-HORS-SERVICE-EXIT.
           EXIT.

      *    MEME LOGIQUE QUE HOTEL/CONTROLER-ALLOTEMENTS.
       CONTROLER-ALLOTEMENTS.
           MOVE CHB-NUM TO WS-CHB-SAV.
           PERFORM VARYING WS-NUIT-CTRL FROM WS-JULIEN-DEBUT
               BY 1 UNTIL WS-NUIT-CTRL >= WS-JULIEN-FIN
               OR WS-DISPONIBLE = 'N'
               COMPUTE WS-DATE-CTRL =
                   FUNCTION DATE-OF-INTEGER(WS-NUIT-CTRL)
               PERFORM CONTROLER-ALLOTEMENT-NUIT
                   THRU CONTROLER-ALLOTEMENT-NUIT-EXIT
           END-PERFORM.
           MOVE WS-CHB-SAV TO CHB-NUM.
           READ CHAMBRES
               INVALID KEY CONTINUE
           END-READ.

       CONTROLER-ALLOTEMENT-NUIT.
           PERFORM CUMULER-TENUES-NUIT.
           IF WS-TENUES <= 0
               GO TO CONTROLER-ALLOTEMENT-NUIT-EXIT
           END-IF.
           PERFORM COMPTER-LIBRES-TYPE-NUIT.
           IF WS-LIBRES-TYPE - 1 < WS-TENUES
               MOVE 'N' TO WS-DISPONIBLE
           END-IF.
       CONTROLER-ALLOTEMENT-NUIT-EXIT.
           EXIT.

      *    MEME LOGIQUE QUE HOTEL/CUMULER-TENUES-NUIT, pour le type
      *    WS-TYPE-DEMANDE.
       CUMULER-TENUES-NUIT.
           MOVE 0 TO WS-TENUES.
           MOVE 0 TO ALO-NUM.
           START ALLOTEMENTS KEY >= ALO-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-ALO-EOF.
           PERFORM UNTIL WS-ALO-EOF = 1
               READ ALLOTEMENTS NEXT
                   AT END MOVE 1 TO WS-ALO-EOF
                   NOT AT END
                       IF ALO-TYPE = WS-TYPE-DEMANDE AND
                           WS-DATE-CTRL >= ALO-DEBUT AND
                           WS-DATE-CTRL < ALO-FIN AND
                           WS-NUIT-CTRL - WS-JULIEN-JOUR >
                           ALO-RELEASE-JOURS
                           ADD ALO-QTE TO WS-TENUES
                           COMPUTE WS-ALO-NUITS =
                               FUNCTION INTEGER-OF-DATE(ALO-FIN)
                               - FUNCTION INTEGER-OF-DATE
                               (ALO-DEBUT)
                           IF WS-ALO-NUITS > 0
                               COMPUTE WS-PRIS-NUIT =
                                   ALO-PRIS / WS-ALO-NUITS
                           ELSE
                               MOVE 0 TO WS-PRIS-NUIT
                           END-IF
                           SUBTRACT WS-PRIS-NUIT FROM WS-TENUES
                       END-IF
               END-READ
           END-PERFORM.

       COMPTER-LIBRES-TYPE-NUIT.
           MOVE 0 TO WS-LIBRES-TYPE.
           MOVE WS-DATE-CTRL TO WS-HS-DEBUT.
           COMPUTE WS-HS-FIN =
               FUNCTION DATE-OF-INTEGER(WS-NUIT-CTRL + 1).
           MOVE 0 TO CHB-NUM.
           START CHAMBRES KEY >= CHB-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-ALO-EOF.
           PERFORM UNTIL WS-ALO-EOF = 1
               READ CHAMBRES NEXT
                   AT END MOVE 1 TO WS-ALO-EOF
                   NOT AT END
                       IF CHB-TYPE = WS-TYPE-DEMANDE AND
                           CHB-DISPO = 1
                           PERFORM CONTROLER-HORS-SERVICE
                               THRU CONTROLER-HORS-SERVICE-EXIT
                           IF WS-HORS-SERVICE = 'N'
                               ADD 1 TO WS-LIBRES-TYPE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 0 TO RES-ID.
           START RESERVATIONS KEY >= RES-ID
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-ALO-EOF.
           PERFORM UNTIL WS-ALO-EOF = 1
               READ RESERVATIONS NEXT
                   AT END MOVE 1 TO WS-ALO-EOF
                   NOT AT END
                       IF (RES-STATUT = 'R' OR RES-STATUT = 'A')
                           AND RES-ID NOT = WS-RES-EXCLUE
                           AND RES-DEBUT <= WS-DATE-CTRL AND
                           RES-FIN > WS-DATE-CTRL
                           PERFORM DECOMPTER-CHAMBRE-OCCUPEE
                       END-IF
               END-READ
           END-PERFORM.

       DECOMPTER-CHAMBRE-OCCUPEE.
           MOVE RES-CHAMBRE TO CHB-NUM.
           READ CHAMBRES
               NOT INVALID KEY
                   IF CHB-TYPE = WS-TYPE-DEMANDE
                       SUBTRACT 1 FROM WS-LIBRES-TYPE
                   END-IF
           END-READ.

      *===============================================
      * CLIENT DE LA RESERVATION
      * Fiche active au meme nom (et a la meme ville quand
      * l'agence la transmet), sinon fiche de passage creee comme
      * HOTEL/CREER-CLIENT-PASSAGE - le meme voyageur reserve
      * en ligne ou au comptoir retrouve son cardex.
      *===============================================
       RATTACHER-CLIENT-CANAL.
           MOVE 0 TO WS-CLI-RETENU.
           MOVE 0 TO WS-NEXT-CLI.
           MOVE 0 TO CLI-ID.
           START CLIENTS KEY >= CLI-ID
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-CLI-EOF.
           PERFORM UNTIL WS-CLI-EOF = 1
               READ CLIENTS NEXT
                   AT END MOVE 1 TO WS-CLI-EOF
                   NOT AT END
                       IF CLI-ID > WS-NEXT-CLI
                           MOVE CLI-ID TO WS-NEXT-CLI
                       END-IF
                       IF WS-CLI-RETENU = 0 AND
                           CLI-SUPPRIME NOT = 'Y' AND
                           CLI-NOM = CNL-NOM(1:20) AND
                           (CNL-VILLE = SPACES OR
                           CLI-VILLE = CNL-VILLE)
                           MOVE CLI-ID TO WS-CLI-RETENU
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CLI-RETENU > 0
               GO TO RATTACHER-CLIENT-CANAL-EXIT
           END-IF.
           ADD 1 TO WS-NEXT-CLI.
           MOVE WS-NEXT-CLI TO CLI-ID.
           MOVE CNL-NOM(1:20) TO CLI-NOM.
           MOVE CNL-VILLE TO CLI-VILLE.
           MOVE 0 TO CLI-SOLDE.
           MOVE 2000.00 TO CLI-LIMITE-CREDIT.
           MOVE 'N' TO CLI-SUPPRIME.
           MOVE SPACES TO CLI-ADRESSE.
           MOVE SPACES TO CLI-CODE-POSTAL.
           MOVE SPACES TO CLI-SIRET.
           MOVE SPACES TO CLI-TVA-INTRA.
           MOVE 'N' TO CLI-BLOQUE.
           MOVE 'N' TO CLI-CHEQUE-REFUSE.
           MOVE 0 TO CLI-FUSION.
           MOVE 0 TO CLI-GROUPE.
           MOVE 0 TO CLI-LIMITE-GROUPE.
           MOVE 'N' TO CLI-RELANCE-GROUPE.
           MOVE 'F' TO CLI-REGIME-TVA.
           MOVE CNL-PAYS TO CLI-PAYS.
           IF CNL-PAYS = SPACES
               MOVE 'FR' TO CLI-PAYS
           END-IF.
           WRITE CLIENT-REC
               INVALID KEY CONTINUE
           END-WRITE.
           MOVE WS-NEXT-CLI TO WS-CLI-RETENU.
       RATTACHER-CLIENT-CANAL-EXIT.
           EXIT.

      *===============================================
      * PRIX DU SEJOUR
      * Prix de l'agence s'il est transmis, sinon le calendrier
      * nuit par nuit pour la chambre en buffer, ajuste par les
      * regles de yield du type.
      *===============================================
       CALCULER-PRIX-SEJOUR.
           IF CNL-TOTAL NUMERIC AND CNL-TOTAL > 0
               MOVE CNL-TOTAL TO WS-TOTAL-SEJOUR
           ELSE
               MOVE 0 TO WS-TOTAL-SEJOUR
               PERFORM VARYING WS-NUIT-JULIEN FROM WS-JULIEN-DEBUT
                   BY 1 UNTIL WS-NUIT-JULIEN >= WS-JULIEN-FIN
                   COMPUTE WS-NUIT-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-NUIT-JULIEN)
                   PERFORM CALCULER-PRIX-NUIT
                   ADD WS-PRIX-NUIT TO WS-TOTAL-SEJOUR
               END-PERFORM
           END-IF.

      *    MEME LOGIQUE QUE HOTEL/CALCULER-PRIX-NUIT.
       CALCULER-PRIX-NUIT.
           COMPUTE WS-JOUR-SEMAINE =
               FUNCTION MOD(WS-NUIT-JULIEN, 7).
           MOVE SPACES TO WS-SAISON-ORDINAIRE.
           MOVE SPACES TO WS-SAISON-WEEKEND.
           MOVE LOW-VALUES TO SAI-CODE.
           START SAISONS KEY >= SAI-CODE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-SAI-EOF.
           PERFORM UNTIL WS-SAI-EOF = 1
               READ SAISONS NEXT
                   AT END MOVE 1 TO WS-SAI-EOF
                   NOT AT END
                       IF WS-NUIT-DATE >= SAI-DEBUT AND
                           WS-NUIT-DATE <= SAI-FIN
                           IF SAI-WEEKEND = 'Y'
                               IF WS-JOUR-SEMAINE = 5 OR
                                   WS-JOUR-SEMAINE = 6
                                   MOVE SAI-CODE TO
                                       WS-SAISON-WEEKEND
                               END-IF
                           ELSE
                               MOVE SAI-CODE TO
                                   WS-SAISON-ORDINAIRE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SAISON-WEEKEND NOT = SPACES
               MOVE WS-SAISON-WEEKEND TO WS-SAISON-RETENUE
           ELSE
               MOVE WS-SAISON-ORDINAIRE TO WS-SAISON-RETENUE
           END-IF.
           MOVE CHB-PRIX TO WS-PRIX-NUIT.
           IF WS-SAISON-RETENUE NOT = SPACES
               MOVE WS-SAISON-RETENUE TO TAR-SAISON
               MOVE CHB-TYPE TO TAR-TYPE
               READ TARIFS
                   NOT INVALID KEY
                       MOVE TAR-PRIX TO WS-PRIX-NUIT
               END-READ
           END-IF.
           IF WS-YLD-DISPO = 1
               PERFORM APPLIQUER-YIELD-NUIT
           END-IF.

      *    MEME LOGIQUE QUE HOTEL/APPLIQUER-YIELD-NUIT.
       APPLIQUER-YIELD-NUIT.
           MOVE WS-PRIX-NUIT TO WS-PRIX-CALENDRIER.
           IF CHB-TYPE NOT = WS-YLD-TYPE-CHARGE
               PERFORM CHARGER-REGLES-YIELD
           END-IF.
           IF WS-NB-REGLES-YLD > 0 AND
               WS-NUIT-JULIEN >= WS-JULIEN-JOUR
               PERFORM PREVOIR-OCCUPATION-NUIT
               COMPUTE WS-JOURS-AVANT =
                   WS-NUIT-JULIEN - WS-JULIEN-JOUR
               PERFORM EVALUER-REGLES-YIELD
           END-IF.

      *    MEME LOGIQUE QUE HOTEL/CHARGER-REGLES-YIELD.
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

      *    MEME LOGIQUE QUE HOTEL/PREVOIR-OCCUPATION-NUIT. La
      *    chambre en buffer est du type demande (WS-TYPE-DEMANDE)
      *    et la reservation modifiee (WS-RES-EXCLUE) ne compte
      *    pas dans l'occupation.
       PREVOIR-OCCUPATION-NUIT.
           MOVE CHAMBRE-REC TO WS-CHAMBRE-SAV.
           MOVE RESERV-REC TO WS-RESERV-SAV.
           MOVE WS-NUIT-JULIEN TO WS-NUIT-CTRL.
           MOVE WS-NUIT-DATE TO WS-DATE-CTRL.
           MOVE 0 TO WS-TENUES.
           IF WS-ALO-DISPO = 1
               PERFORM CUMULER-TENUES-NUIT
           END-IF.
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
                       IF CHB-TYPE = WS-TYPE-DEMANDE AND
                           CHB-DISPO = 1
                           ADD 1 TO WS-NB-CHB-TYPE
                           PERFORM CONTROLER-HORS-SERVICE
                               THRU CONTROLER-HORS-SERVICE-EXIT
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
                           AND RES-ID NOT = WS-RES-EXCLUE
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
                   IF CHB-TYPE = WS-TYPE-DEMANDE AND CHB-DISPO = 1
                       ADD 1 TO WS-NB-OCCUPEES
                   END-IF
           END-READ.

      *    MEME LOGIQUE QUE HOTEL/EVALUER-REGLES-YIELD.
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

      *===============================================
      * TAXE DE SEJOUR
      * Meme calcul que HOTEL/POSER-TAXE-SEJOUR (occupants x
      * nuits x taux). Une modification remet a jour la ligne
      * TAXE SEJOUR deja au folio au lieu d'en ajouter une.
      *===============================================
       CHARGER-TAUX-TAXE.
           MOVE 0 TO WS-TAUX-TAXE.
           OPEN INPUT TAXE-PARAMETRES.
           IF WS-TXP-OUVERT-OK
               READ TAXE-PARAMETRES
                   NOT AT END
                       MOVE TXP-TAUX TO WS-TAUX-TAXE
               END-READ
               CLOSE TAXE-PARAMETRES
           END-IF.

       METTRE-A-JOUR-TAXE-SEJOUR.
           MOVE 0 TO WS-TAXE-SEJOUR.
           IF RES-EXONERE-TAXE NOT = 'Y'
               COMPUTE WS-TAXE-SEJOUR =
                   RES-OCCUPANTS * RES-NUITS * WS-TAUX-TAXE
           END-IF.
           MOVE 0 TO WS-TAXE-POSEE.
           MOVE 0 TO WS-FOL-SEQ-MAX.
           MOVE RES-ID TO FOL-RESERVATION.
           MOVE 0 TO FOL-SEQ.
           START FOLIOS KEY >= FOL-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-FOL-EOF.
           PERFORM UNTIL WS-FOL-EOF = 1
               READ FOLIOS NEXT
                   AT END MOVE 1 TO WS-FOL-EOF
                   NOT AT END
                       IF FOL-RESERVATION NOT = RES-ID
                           MOVE 1 TO WS-FOL-EOF
                       ELSE
                           MOVE FOL-SEQ TO WS-FOL-SEQ-MAX
                           IF FOL-LIBELLE = 'TAXE SEJOUR' AND
                               WS-TAXE-POSEE = 0
                               MOVE WS-TAXE-SEJOUR TO FOL-MONTANT
                               REWRITE FOLIO-REC
                               MOVE 1 TO WS-TAXE-POSEE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TAXE-POSEE = 0 AND WS-TAXE-SEJOUR > 0
               ADD 1 TO WS-FOL-SEQ-MAX
               MOVE RES-ID TO FOL-RESERVATION
               MOVE WS-FOL-SEQ-MAX TO FOL-SEQ
               MOVE WS-DATE-JOUR TO FOL-DATE
               MOVE 'TAXE SEJOUR' TO FOL-LIBELLE
               MOVE WS-TAXE-SEJOUR TO FOL-MONTANT
               MOVE 'T' TO FOL-TYPE
               MOVE SPACE TO FOL-TVA-CODE
               WRITE FOLIO-REC
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
