       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILANFRET.
      *===============================================
      * ETAT MENSUEL DU FRET PAR TRANSPORTEUR
      * Pour un mois de livraison (CVT-DATE-LIVREE, a defaut la
      * date de commande sur les commandes anterieures), cumule
      * par transporteur les expeditions livrees ou facturees
      * (statut L ou F), leurs colis et leur poids brut, puis
      * estime le cout du fret au tarif de la fiche transporteur
      * (TRS-PRIX-COLIS par colis + TRS-PRIX-KG par kilo) et en
      * tire le cout au kilo expedie. Les livraisons sans
      * transporteur (enlevement client, vehicule maison) ne sont
      * pas comptees.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSPORTEURS ASSIGN TO 'TRANSPOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRS-CODE
               FILE STATUS IS WS-TRS-STATUS.
           SELECT CDE-VENTES ASSIGN TO 'CDEVTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CVT-NUM.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUTS PARTAGEES - VOIR COPYBOOKS
       FD TRANSPORTEURS.
           COPY TRANSPOR.
       FD CDE-VENTES.
           COPY CDEVTE.
       WORKING-STORAGE SECTION.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-TRS-STATUS     PIC XX VALUE '00'.
           88 WS-TRS-OUVERT-OK VALUE '00'.
       01 WS-TRS-DISPO      PIC 9 VALUE 0.
       01 WS-DATE-JOUR      PIC 9(8) VALUE 0.
       01 WS-PERIODE        PIC 9(6) VALUE 0.
       01 WS-MOIS-CDE       PIC 9(6) VALUE 0.
      *    Cumuls par transporteur
       01 WS-NB-TRS         PIC 99 VALUE 0.
       01 WS-IDX-TRS        PIC 99 VALUE 0.
       01 WS-TRS-TROUVE     PIC 99 VALUE 0.
       01 WS-EXPED-IGNOREES PIC 9(5) VALUE 0.
       01 WS-TRS-TABLE.
           05 WS-TRS-ENTRY OCCURS 50 TIMES.
               10 WS-TF-CODE    PIC X(4).
               10 WS-TF-EXPED   PIC 9(5).
               10 WS-TF-COLIS   PIC 9(6).
               10 WS-TF-POIDS   PIC 9(8)V99.
       01 WS-NOM            PIC X(20) VALUE SPACES.
       01 WS-PRIX-COLIS     PIC 9(3)V99 VALUE 0.
       01 WS-PRIX-KG        PIC 9(3)V99 VALUE 0.
       01 WS-COUT           PIC 9(9)V99 VALUE 0.
       01 WS-COUT-KG        PIC 9(5)V99 VALUE 0.
      *    Totaux
       01 WS-TOT-EXPED      PIC 9(6) VALUE 0.
       01 WS-TOT-COLIS      PIC 9(7) VALUE 0.
       01 WS-TOT-POIDS      PIC 9(9)V99 VALUE 0.
       01 WS-TOT-COUT       PIC 9(9)V99 VALUE 0.
       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           DISPLAY 'MOIS AAAAMM (0 = MOIS EN COURS) ?'.
           ACCEPT WS-PERIODE.
           IF WS-PERIODE NOT NUMERIC OR WS-PERIODE = 0
               MOVE WS-DATE-JOUR(1:6) TO WS-PERIODE
           END-IF.
           OPEN INPUT TRANSPORTEURS.
           IF WS-TRS-OUVERT-OK
               MOVE 1 TO WS-TRS-DISPO
           END-IF.
           OPEN INPUT CDE-VENTES.
           PERFORM CUMULER-EXPEDITIONS.
           PERFORM IMPRIMER-BILAN.
           CLOSE CDE-VENTES.
           IF WS-TRS-DISPO = 1
               CLOSE TRANSPORTEURS
           END-IF.
           STOP RUN.

       CUMULER-EXPEDITIONS.
           MOVE LOW-VALUES TO CVT-NUM.
           START CDE-VENTES KEY >= CVT-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ CDE-VENTES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CVT-TRANSPORTEUR NOT = SPACES AND
                           (CVT-STATUT = 'L' OR CVT-STATUT = 'F')
                           PERFORM CUMULER-UNE-EXPEDITION
                               THRU CUMULER-UNE-EXPEDITION-EXIT
                       END-IF
               END-READ
           END-PERFORM.

      *    Commandes livrees avant le calcul des colis : zones a
      *    blanc, comptees pour l'expedition seule.
       CUMULER-UNE-EXPEDITION.
           IF CVT-DATE-LIVREE NUMERIC AND CVT-DATE-LIVREE > 0
               MOVE CVT-DATE-LIVREE(1:6) TO WS-MOIS-CDE
           ELSE
               MOVE CVT-DATE(1:6) TO WS-MOIS-CDE
           END-IF.
           IF WS-MOIS-CDE NOT = WS-PERIODE
               GO TO CUMULER-UNE-EXPEDITION-EXIT
           END-IF.
           IF CVT-NB-COLIS NOT NUMERIC
               MOVE 0 TO CVT-NB-COLIS
           END-IF.
           IF CVT-POIDS NOT NUMERIC
               MOVE 0 TO CVT-POIDS
           END-IF.
           MOVE 0 TO WS-TRS-TROUVE.
           MOVE 1 TO WS-IDX-TRS.
           PERFORM UNTIL WS-IDX-TRS > WS-NB-TRS OR
               WS-TRS-TROUVE > 0
               IF WS-TF-CODE(WS-IDX-TRS) = CVT-TRANSPORTEUR
                   MOVE WS-IDX-TRS TO WS-TRS-TROUVE
               END-IF
               ADD 1 TO WS-IDX-TRS
           END-PERFORM.
           IF WS-TRS-TROUVE = 0
               IF WS-NB-TRS >= 50
                   ADD 1 TO WS-EXPED-IGNOREES
               ELSE
                   ADD 1 TO WS-NB-TRS
                   MOVE WS-NB-TRS TO WS-TRS-TROUVE
                   MOVE CVT-TRANSPORTEUR TO WS-TF-CODE(WS-NB-TRS)
                   MOVE 0 TO WS-TF-EXPED(WS-NB-TRS)
                   MOVE 0 TO WS-TF-COLIS(WS-NB-TRS)
                   MOVE 0 TO WS-TF-POIDS(WS-NB-TRS)
               END-IF
           END-IF.
           IF WS-TRS-TROUVE > 0
               ADD 1 TO WS-TF-EXPED(WS-TRS-TROUVE)
               ADD CVT-NB-COLIS TO WS-TF-COLIS(WS-TRS-TROUVE)
               ADD CVT-POIDS TO WS-TF-POIDS(WS-TRS-TROUVE)
           END-IF.
       CUMULER-UNE-EXPEDITION-EXIT.
           EXIT.

       IMPRIMER-BILAN.
           DISPLAY '=== ETAT DU FRET - MOIS ' WS-PERIODE ' ==='.
           DISPLAY 'TRS  NOM                  EXPED  COLIS'
               '       POIDS KG      COUT EST.  COUT/KG'.
           DISPLAY '-----------------------------------------------'
               '----------------------------'.
           MOVE 1 TO WS-IDX-TRS.
           PERFORM UNTIL WS-IDX-TRS > WS-NB-TRS
               PERFORM IMPRIMER-LIGNE-BILAN
               ADD 1 TO WS-IDX-TRS
           END-PERFORM.
           DISPLAY '-----------------------------------------------'
               '----------------------------'.
           IF WS-NB-TRS = 0
               DISPLAY 'AUCUNE EXPEDITION TRANSPORTEUR SUR LE MOIS'
           END-IF.
           MOVE 0 TO WS-COUT-KG.
           IF WS-TOT-POIDS > 0
               COMPUTE WS-COUT-KG ROUNDED =
                   WS-TOT-COUT / WS-TOT-POIDS
           END-IF.
           DISPLAY 'TOTAL EXPEDITIONS ' WS-TOT-EXPED ' COLIS '
               WS-TOT-COLIS ' POIDS ' WS-TOT-POIDS.
           DISPLAY 'COUT ESTIME ' WS-TOT-COUT ' COUT/KG ' WS-COUT-KG.
           IF WS-EXPED-IGNOREES > 0
               DISPLAY 'EXPEDITIONS NON TRAITEES (TABLE PLEINE): '
                   WS-EXPED-IGNOREES
           END-IF.

      *    Transporteur supprime du referentiel : cout non estime.
       IMPRIMER-LIGNE-BILAN.
           MOVE SPACES TO WS-NOM.
           MOVE 0 TO WS-PRIX-COLIS.
           MOVE 0 TO WS-PRIX-KG.
           IF WS-TRS-DISPO = 1
               MOVE WS-TF-CODE(WS-IDX-TRS) TO TRS-CODE
               READ TRANSPORTEURS
                   INVALID KEY MOVE '** INCONNU **' TO WS-NOM
                   NOT INVALID KEY
                       MOVE TRS-NOM TO WS-NOM
                       IF TRS-PRIX-COLIS NUMERIC
                           MOVE TRS-PRIX-COLIS TO WS-PRIX-COLIS
                       END-IF
                       IF TRS-PRIX-KG NUMERIC
                           MOVE TRS-PRIX-KG TO WS-PRIX-KG
                       END-IF
               END-READ
           END-IF.
           COMPUTE WS-COUT ROUNDED =
               WS-TF-COLIS(WS-IDX-TRS) * WS-PRIX-COLIS +
               WS-TF-POIDS(WS-IDX-TRS) * WS-PRIX-KG.
           MOVE 0 TO WS-COUT-KG.
           IF WS-TF-POIDS(WS-IDX-TRS) > 0
               COMPUTE WS-COUT-KG ROUNDED =
                   WS-COUT / WS-TF-POIDS(WS-IDX-TRS)
           END-IF.
           ADD WS-TF-EXPED(WS-IDX-TRS) TO WS-TOT-EXPED.
           ADD WS-TF-COLIS(WS-IDX-TRS) TO WS-TOT-COLIS.
           ADD WS-TF-POIDS(WS-IDX-TRS) TO WS-TOT-POIDS.
           ADD WS-COUT TO WS-TOT-COUT.
           DISPLAY WS-TF-CODE(WS-IDX-TRS) ' ' WS-NOM ' '
               WS-TF-EXPED(WS-IDX-TRS) ' ' WS-TF-COLIS(WS-IDX-TRS)
               ' ' WS-TF-POIDS(WS-IDX-TRS) ' ' WS-COUT ' '
               WS-COUT-KG.
