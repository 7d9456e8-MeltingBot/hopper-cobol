      *  - commandes clients ouvertes et valeur du carnet
      *  - occupation hotel et arrivees
      *  - etat de la chaine batch (RUNCTRL.DAT)
      *  - resultat de la verification de la derniere sauvegarde
      *    (SAVECAT.DAT, complete par VERIFSAUV)
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CLE
               FILE STATUS IS WS-RUN-STATUS.
           SELECT CATALOGUE ASSIGN TO 'SAVECAT.DAT'
               ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CLE
               FILE STATUS IS WS-CAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUTS PARTAGEES - VOIR COPYBOOKS
           05 RUN-STATUT    PIC X.
           05 RUN-HEURE-DEBUT PIC 9(6).
           05 RUN-HEURE-FIN PIC 9(6).
       FD CATALOGUE.
           COPY SAVECAT.
       WORKING-STORAGE SECTION.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-EOF-LIGNES     PIC 9 VALUE 0.
           88 WS-MVB-OUVERT-OK VALUE '00'.
       01 WS-RUN-STATUS     PIC XX VALUE '00'.
           88 WS-RUN-OUVERT-OK VALUE '00'.
       01 WS-CAT-STATUS     PIC XX VALUE '00'.
           88 WS-CAT-OUVERT-OK VALUE '00'.
       01 WS-DATE-JOUR      PIC 9(8) VALUE 0.
       01 WS-DATE-HIER      PIC 9(8) VALUE 0.
       01 WS-DATE-AVANT     PIC 9(8) VALUE 0.
      *    FACTURATION : HIER / AVANT-HIER
       01 WS-CA-HIER        PIC S9(9)V99 VALUE 0.
       01 WS-CA-AVANT       PIC S9(9)V99 VALUE 0.
       01 WS-ENCAISSE-HIER  PIC S9(9)V99 VALUE 0.
       01 WS-ENCAISSE-AVANT PIC S9(9)V99 VALUE 0.
      *    BANQUE
       01 WS-POSITION       PIC S9(11)V99 VALUE 0.
       01 WS-MVT-HIER       PIC S9(9)V99 VALUE 0.
       01 WS-EN-MAISON      PIC 999 VALUE 0.
       01 WS-ARRIVEES-HIER  PIC 999 VALUE 0.
       01 WS-ARRIVEES-AVANT PIC 999 VALUE 0.
      *    SAUVEGARDE
       01 WS-DATE-SAUVEGARDE PIC 9(8) VALUE 0.
       01 WS-GENERATION     PIC 9 VALUE 0.
       01 WS-NB-VERIFIEES   PIC 99 VALUE 0.
       01 WS-NB-INUTILISABLES PIC 99 VALUE 0.
       01 WS-NB-NON-VERIFIEES PIC 99 VALUE 0.
       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM FLASH-STOCK.
           PERFORM FLASH-COMMANDES-CLIENTS.
           PERFORM FLASH-HOTEL.
           PERFORM FLASH-CHAINE-BATCH THRU FLASH-CHAINE-BATCH-EXIT.
           PERFORM FLASH-SAUVEGARDE THRU FLASH-SAUVEGARDE-EXIT.
           GOBACK.

       FLASH-FACTURATION.
                   READ REGLEMENTS
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM CUMULER-ENCAISSE-FLASH
                   END-READ
               END-PERFORM
               CLOSE REGLEMENTS
               END-IF
           END-IF.

      *    Les impayes (CI, RJ) viennent en deduction.
       CUMULER-ENCAISSE-FLASH.
           IF REG-DATE = WS-DATE-HIER
               IF REG-MODE = 'CI' OR REG-MODE = 'RJ'
                   SUBTRACT REG-MONTANT FROM WS-ENCAISSE-HIER
               ELSE
                   ADD REG-MONTANT TO WS-ENCAISSE-HIER
               END-IF
           END-IF.
           IF REG-DATE = WS-DATE-AVANT
               IF REG-MODE = 'CI' OR REG-MODE = 'RJ'
                   SUBTRACT REG-MONTANT FROM WS-ENCAISSE-AVANT
               ELSE
                   ADD REG-MONTANT TO WS-ENCAISSE-AVANT
               END-IF
           END-IF.

       FLASH-BANQUE.
           OPEN INPUT COMPTES.
           MOVE 0 TO CPT-NUM.
               READ CDE-VENTES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CVT-STATUT = 'E' OR CVT-STATUT = 'A' OR
                           CVT-STATUT = 'H'
                           ADD 1 TO WS-NB-CDE-OUVERTES
                           PERFORM VALORISER-CARNET-COMMANDE
                       END-IF
           CLOSE RUN-CONTROLE.
       FLASH-CHAINE-BATCH-EXIT.
           EXIT.

      *    Derniere generation du catalogue : fichiers verifies,
      *    inutilisables (avec le motif) et pas encore verifies -
      *    VERIFSAUV qui n'a pas tourne laisse des A.
       FLASH-SAUVEGARDE.
           OPEN INPUT CATALOGUE.
           IF NOT WS-CAT-OUVERT-OK
               DISPLAY '--- SAUVEGARDE ---'
               DISPLAY '  SAVECAT.DAT ABSENT - AUCUNE SAUVEGARDE'
               GO TO FLASH-SAUVEGARDE-EXIT
           END-IF.
           MOVE LOW-VALUES TO CAT-CLE.
           START CATALOGUE KEY >= CAT-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ CATALOGUE NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CAT-DATE > WS-DATE-SAUVEGARDE
                           MOVE CAT-DATE TO WS-DATE-SAUVEGARDE
                           MOVE CAT-GENERATION TO WS-GENERATION
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY '--- SAUVEGARDE DU ' WS-DATE-SAUVEGARDE
               ' (GENERATION ' WS-GENERATION ') ---'.
           MOVE WS-GENERATION TO CAT-GENERATION.
           MOVE LOW-VALUES TO CAT-FICHIER.
           START CATALOGUE KEY >= CAT-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ CATALOGUE NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CAT-GENERATION NOT = WS-GENERATION
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF CAT-DATE = WS-DATE-SAUVEGARDE
                               PERFORM COMPTER-SAUVEGARDE-FLASH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOGUE.
           DISPLAY '  VERIFIEES     : ' WS-NB-VERIFIEES.
           DISPLAY '  INUTILISABLES : ' WS-NB-INUTILISABLES.
           IF WS-NB-NON-VERIFIEES > 0
               DISPLAY '  NON VERIFIEES : ' WS-NB-NON-VERIFIEES
           END-IF.
       FLASH-SAUVEGARDE-EXIT.
           EXIT.

       COMPTER-SAUVEGARDE-FLASH.
           EVALUATE TRUE
               WHEN CAT-VERIFIEE
                   ADD 1 TO WS-NB-VERIFIEES
               WHEN CAT-INUTILISABLE
                   ADD 1 TO WS-NB-INUTILISABLES
                   DISPLAY '  *** ' CAT-FICHIER ' INUTILISABLE : '
                       CAT-MOTIF
               WHEN OTHER
                   ADD 1 TO WS-NB-NON-VERIFIEES
           END-EVALUATE.
