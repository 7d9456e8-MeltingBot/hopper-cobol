      *===============================================
      * RAPPORT MENSUEL D'OCCUPATION DE L'HOTEL
      * Job batch : pour le mois demande, rapproche les chambres
      * vendables (CHAMBRES.DAT, chambres en service x jours du
      * mois, moins les nuits fermees pour travaux des bons de
      * BONTRAV.DAT) des nuitees vendues (chevauchement des sejours de
      * RESERV.DAT avec le mois, no-shows exclus, revenu proratise
      * au nombre de nuits dans le mois) - meme logique de
      * chevauchement de dates que HOTEL/VERIFIER-DISPO-PERIODE.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-ID.
           SELECT BONS-TRAVAUX ASSIGN TO 'BONTRAV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BTR-NUM
               FILE STATUS IS WS-BTR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CHAMBRES.
           COPY CHAMBRE.
       FD RESERVATIONS.
           COPY RESERV.
       FD BONS-TRAVAUX.
           COPY BONTRAV.
       WORKING-STORAGE SECTION.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-MOIS           PIC 9(6) VALUE 0.
       01 WS-JULIEN-DEBUT   PIC 9(9) VALUE 0.
       01 WS-JULIEN-FIN     PIC 9(9) VALUE 0.
       01 WS-JOURS-PERIODE  PIC 9(5) VALUE 0.
      *    NUITS FERMEES POUR TRAVAUX
       01 WS-BTR-STATUS     PIC XX VALUE '00'.
           88 WS-BTR-OUVERT-OK VALUE '00'.
       01 WS-BTR-DISPO      PIC 9 VALUE 0.
       01 WS-HS-FIN-BON     PIC 9(8) VALUE 0.
       01 WS-TOT-HS         PIC 9(7) VALUE 0.
      *    FENETRE DE CHEVAUCHEMENT DU SEJOUR COURANT
       01 WS-JUL-RES-DEBUT  PIC 9(9) VALUE 0.
       01 WS-JUL-RES-FIN    PIC 9(9) VALUE 0.
               10 WS-TYPE-CHAMBRES PIC 9(3).
               10 WS-TYPE-VENDUES  PIC 9(5).
               10 WS-TYPE-REVENU   PIC 9(9)V99.
               10 WS-TYPE-HS       PIC 9(5).
      *    TOTAUX DE LA PERIODE COURANTE
       01 WS-TOT-CHAMBRES   PIC 9(3) VALUE 0.
       01 WS-TOT-DISPO      PIC 9(7) VALUE 0.
           MOVE WS-MOIS(5:2) TO WS-NUM-MOIS.
           OPEN INPUT CHAMBRES.
           OPEN INPUT RESERVATIONS.
           OPEN INPUT BONS-TRAVAUX.
           IF WS-BTR-OUVERT-OK
               MOVE 1 TO WS-BTR-DISPO
           END-IF.
           PERFORM COMPTER-CHAMBRES.
      *    Fenetre du mois : du 1er (inclus) au 1er du mois
      *    suivant (exclu)
           PERFORM AFFICHER-TOTAL-PERIODE.
           CLOSE CHAMBRES.
           CLOSE RESERVATIONS.
           IF WS-BTR-DISPO = 1
               CLOSE BONS-TRAVAUX
           END-IF.
           STOP RUN.

       COMPTER-CHAMBRES.
                   MOVE 0 TO WS-TYPE-CHAMBRES(WS-IDX)
                   MOVE 0 TO WS-TYPE-VENDUES(WS-IDX)
                   MOVE 0 TO WS-TYPE-REVENU(WS-IDX)
                   MOVE 0 TO WS-TYPE-HS(WS-IDX)
               ELSE
                   GO TO COMPTER-CHAMBRE-TYPE-EXIT
               END-IF
               FUNCTION INTEGER-OF-DATE(WS-DATE-FIN-EXCL).
           COMPUTE WS-JOURS-PERIODE =
               WS-JULIEN-FIN - WS-JULIEN-DEBUT.
           MOVE 0 TO WS-TOT-HS.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-NB-TYPES
               MOVE 0 TO WS-TYPE-HS(WS-IDX)
               ADD 1 TO WS-IDX
           END-PERFORM.
           IF WS-BTR-DISPO = 1
               PERFORM CUMULER-HORS-SERVICE
           END-IF.
           COMPUTE WS-TOT-DISPO =
               WS-TOT-CHAMBRES * WS-JOURS-PERIODE - WS-TOT-HS.
           MOVE 0 TO WS-TOT-VENDUES.
           MOVE 0 TO WS-TOT-REVENU.
           MOVE 0 TO RES-ID.
               END-READ
           END-PERFORM.

      *    Nuits fermees pour travaux dans la fenetre, pour les
      *    chambres en service : la periode d'un bon clos s'arrete
      *    a sa cloture, celle d'un bon sans fin court jusqu'au
      *    bout de la fenetre (MEME REGLE QUE
      *    HOTEL/CONTROLER-HORS-SERVICE).
       CUMULER-HORS-SERVICE.
           MOVE 0 TO BTR-NUM.
           START BONS-TRAVAUX KEY >= BTR-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ BONS-TRAVAUX NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF BTR-HS-DEBUT > 0
                           PERFORM CUMULER-UN-BON-TRAVAUX
                               THRU CUMULER-UN-BON-TRAVAUX-EXIT
                       END-IF
               END-READ
           END-PERFORM.

       CUMULER-UN-BON-TRAVAUX.
           MOVE BTR-HS-FIN TO WS-HS-FIN-BON.
           IF WS-HS-FIN-BON = 0
               MOVE WS-DATE-FIN-EXCL TO WS-HS-FIN-BON
           END-IF.
           IF BTR-STATUT = 'C' AND BTR-DATE-CLOTURE < WS-HS-FIN-BON
               MOVE BTR-DATE-CLOTURE TO WS-HS-FIN-BON
           END-IF.
           IF WS-HS-FIN-BON <= BTR-HS-DEBUT
               GO TO CUMULER-UN-BON-TRAVAUX-EXIT
           END-IF.
           COMPUTE WS-JUL-RES-DEBUT =
               FUNCTION INTEGER-OF-DATE(BTR-HS-DEBUT).
           COMPUTE WS-JUL-RES-FIN =
               FUNCTION INTEGER-OF-DATE(WS-HS-FIN-BON).
           IF WS-JUL-RES-DEBUT > WS-JULIEN-DEBUT
               MOVE WS-JUL-RES-DEBUT TO WS-JUL-OVL-DEBUT
           ELSE
               MOVE WS-JULIEN-DEBUT TO WS-JUL-OVL-DEBUT
           END-IF.
           IF WS-JUL-RES-FIN < WS-JULIEN-FIN
               MOVE WS-JUL-RES-FIN TO WS-JUL-OVL-FIN
           ELSE
               MOVE WS-JULIEN-FIN TO WS-JUL-OVL-FIN
           END-IF.
           COMPUTE WS-NUITS-OVL =
               WS-JUL-OVL-FIN - WS-JUL-OVL-DEBUT.
           IF WS-NUITS-OVL <= 0
               GO TO CUMULER-UN-BON-TRAVAUX-EXIT
           END-IF.
           MOVE BTR-CHAMBRE TO CHB-NUM.
           READ CHAMBRES
               INVALID KEY
                   GO TO CUMULER-UN-BON-TRAVAUX-EXIT
           END-READ.
           IF CHB-DISPO NOT = 1
               GO TO CUMULER-UN-BON-TRAVAUX-EXIT
           END-IF.
           ADD WS-NUITS-OVL TO WS-TOT-HS.
           MOVE 'N' TO WS-TROUVE.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-NB-TYPES OR WS-TROUVE = 'Y'
               IF WS-TYPE-LIB(WS-IDX) = CHB-TYPE
                   MOVE 'Y' TO WS-TROUVE
               ELSE
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM.
           IF WS-TROUVE = 'Y'
               ADD WS-NUITS-OVL TO WS-TYPE-HS(WS-IDX)
           END-IF.
       CUMULER-UN-BON-TRAVAUX-EXIT.
           EXIT.

       CUMULER-SEJOUR.
           COMPUTE WS-JUL-RES-DEBUT =
               FUNCTION INTEGER-OF-DATE(RES-DEBUT).

       AFFICHER-UN-TYPE.
           COMPUTE WS-DISPO-TYPE =
               WS-TYPE-CHAMBRES(WS-IDX) * WS-JOURS-PERIODE
               - WS-TYPE-HS(WS-IDX).
           IF WS-DISPO-TYPE > 0
               COMPUTE WS-TAUX-OCCUP ROUNDED =
                   WS-TYPE-VENDUES(WS-IDX) * 100 / WS-DISPO-TYPE
           ELSE
               MOVE 0 TO WS-ADR
           END-IF.
           IF WS-TOT-HS > 0
               DISPLAY 'NUITS FERMEES POUR TRAVAUX: ' WS-TOT-HS
           END-IF.
           DISPLAY 'TOTAL: DISPO ' WS-TOT-DISPO
               ' VENDUES ' WS-TOT-VENDUES
               ' OCCUPATION ' WS-TAUX-OCCUP ' %'.
