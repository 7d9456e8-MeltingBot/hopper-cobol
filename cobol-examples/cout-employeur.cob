       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUTPAIE.
      *===============================================
      * COUT EMPLOYEUR DE LA PAIE PAR SERVICE
      * Job batch (mensuel, apres la paie) : pour la periode
      * demandee, le cout complet de chaque bulletin - brut
      * plus part patronale des cotisations (BUL-COTIS-PATR,
      * calculee par PAIE avec la table COTPATR.DAT) - par
      * employe, puis totalise par service (EMP-SERVICE, le
      * centre de cout de la paie dans COMPTAGL) et pour la
      * maison. Un matricule sans fiche est classe sous le
      * service INCONNU.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    LAYOUTS PARTAGEES AVEC PAIE - VOIR COPYBOOKS
           SELECT EMPLOYES ASSIGN TO 'EMPLOYES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULE.
           SELECT BULLETINS ASSIGN TO 'BULLETIN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUL-CLE.
       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYES.
           COPY EMPLOYE.
       FD BULLETINS.
           COPY BULLETIN.
       WORKING-STORAGE SECTION.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-PERIODE        PIC 9(6) VALUE 0.
       01 WS-SERVICE        PIC X(10) VALUE SPACES.
       01 WS-COUT-BULLETIN  PIC 9(8)V99 VALUE 0.
      * Cout par service - meme technique de table que
      * PROVCONGES/CHERCHER-SERVICE
       01 WS-IDX            PIC 99 VALUE 0.
       01 WS-TROUVE         PIC X VALUE 'N'.
       01 WS-NB-SERVICES    PIC 99 VALUE 0.
       01 WS-NB-HORS-TABLE  PIC 9(5) VALUE 0.
       01 WS-SERVICES-TABLE.
           05 WS-SRV-ENTRY OCCURS 50 TIMES.
               10 WS-SRV-CODE      PIC X(10).
               10 WS-SRV-NB        PIC 9(4).
               10 WS-SRV-BRUT      PIC 9(9)V99.
               10 WS-SRV-PATR      PIC 9(9)V99.
               10 WS-SRV-COUT      PIC 9(9)V99.
      * Totaux de la periode
       01 WS-TOT-NB         PIC 9(5) VALUE 0.
       01 WS-TOT-BRUT       PIC 9(11)V99 VALUE 0.
       01 WS-TOT-PATR       PIC 9(11)V99 VALUE 0.
       01 WS-TOT-COUT       PIC 9(11)V99 VALUE 0.
      * Lignes d'etat
       01 WS-LIGNE-EMPLOYE.
           05 WS-LEM-MATRICULE PIC 9(6).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LEM-NOM     PIC X(25).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LEM-SERVICE PIC X(10).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LEM-BRUT    PIC Z(6)9.99.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LEM-PATR    PIC Z(6)9.99.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LEM-COUT    PIC Z(7)9.99.
       01 WS-LIGNE-SERVICE.
           05 WS-LSV-SERVICE PIC X(10).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LSV-NB      PIC ZZZ9.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LSV-BRUT    PIC Z(10)9.99.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LSV-PATR    PIC Z(10)9.99.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LSV-COUT    PIC Z(10)9.99.
       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'PERIODE DE PAIE (AAAAMM) ?'.
           ACCEPT WS-PERIODE.
           DISPLAY '=== COUT EMPLOYEUR DE LA PAIE ' WS-PERIODE
               ' ==='.
           OPEN INPUT EMPLOYES.
           OPEN INPUT BULLETINS.
           DISPLAY 'MATRIC NOM                       SERVICE   '
               '       BRUT  PATRONALES   COUT TOTAL'.
           MOVE LOW-VALUES TO BUL-CLE.
           START BULLETINS KEY >= BUL-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ BULLETINS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF BUL-PERIODE = WS-PERIODE
                           PERFORM EDITER-BULLETIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BULLETINS.
           CLOSE EMPLOYES.
           IF WS-NB-HORS-TABLE > 0
               DISPLAY '*** PLUS DE 50 SERVICES - ' WS-NB-HORS-TABLE
                   ' BULLETIN(S) HORS RECAPITULATIF ***'
           END-IF.
           PERFORM IMPRIMER-COUT-PAR-SERVICE.
           STOP RUN.

      *    Ligne de l'employe et cumul sur son service
       EDITER-BULLETIN.
           MOVE BUL-MATRICULE TO EMP-MATRICULE.
           READ EMPLOYES
               INVALID KEY
                   MOVE 'INCONNU' TO WS-SERVICE
               NOT INVALID KEY
                   MOVE EMP-SERVICE TO WS-SERVICE
           END-READ.
           COMPUTE WS-COUT-BULLETIN = BUL-BRUT + BUL-COTIS-PATR.
           MOVE BUL-MATRICULE TO WS-LEM-MATRICULE.
           MOVE BUL-NOM TO WS-LEM-NOM.
           MOVE WS-SERVICE TO WS-LEM-SERVICE.
           MOVE BUL-BRUT TO WS-LEM-BRUT.
           MOVE BUL-COTIS-PATR TO WS-LEM-PATR.
           MOVE WS-COUT-BULLETIN TO WS-LEM-COUT.
           DISPLAY WS-LIGNE-EMPLOYE.
           PERFORM CHERCHER-SERVICE.
           IF WS-TROUVE = 'Y'
               ADD 1 TO WS-SRV-NB(WS-IDX)
               ADD BUL-BRUT TO WS-SRV-BRUT(WS-IDX)
               ADD BUL-COTIS-PATR TO WS-SRV-PATR(WS-IDX)
               ADD WS-COUT-BULLETIN TO WS-SRV-COUT(WS-IDX)
           END-IF.
           ADD 1 TO WS-TOT-NB.
           ADD BUL-BRUT TO WS-TOT-BRUT.
           ADD BUL-COTIS-PATR TO WS-TOT-PATR.
           ADD WS-COUT-BULLETIN TO WS-TOT-COUT.

      *    MEME LOGIQUE QUE PROVCONGES/CHERCHER-SERVICE.
       CHERCHER-SERVICE.
           MOVE 'N' TO WS-TROUVE.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-NB-SERVICES
               OR WS-TROUVE = 'Y'
               IF WS-SRV-CODE(WS-IDX) = WS-SERVICE
                   MOVE 'Y' TO WS-TROUVE
               ELSE
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM.
           IF WS-TROUVE = 'N'
               IF WS-NB-SERVICES < 50
                   ADD 1 TO WS-NB-SERVICES
                   MOVE WS-NB-SERVICES TO WS-IDX
                   MOVE WS-SERVICE TO WS-SRV-CODE(WS-IDX)
                   MOVE 0 TO WS-SRV-NB(WS-IDX)
                   MOVE 0 TO WS-SRV-BRUT(WS-IDX)
                   MOVE 0 TO WS-SRV-PATR(WS-IDX)
                   MOVE 0 TO WS-SRV-COUT(WS-IDX)
                   MOVE 'Y' TO WS-TROUVE
               ELSE
                   ADD 1 TO WS-NB-HORS-TABLE
               END-IF
           END-IF.

       IMPRIMER-COUT-PAR-SERVICE.
           DISPLAY '--------------------------------------'.
           IF WS-TOT-NB = 0
               DISPLAY 'AUCUN BULLETIN POUR LA PERIODE'
           ELSE
               DISPLAY '--- COUT EMPLOYEUR PAR SERVICE ---'
               DISPLAY 'SERVICE     NB.            BRUT'
                   '      PATRONALES      COUT TOTAL'
               MOVE 1 TO WS-IDX
               PERFORM IMPRIMER-UN-SERVICE
                   UNTIL WS-IDX > WS-NB-SERVICES
               DISPLAY '--------------------------------------'
               MOVE 'TOTAL' TO WS-LSV-SERVICE
               MOVE WS-TOT-NB TO WS-LSV-NB
               MOVE WS-TOT-BRUT TO WS-LSV-BRUT
               MOVE WS-TOT-PATR TO WS-LSV-PATR
               MOVE WS-TOT-COUT TO WS-LSV-COUT
               DISPLAY WS-LIGNE-SERVICE
           END-IF.

       IMPRIMER-UN-SERVICE.
           MOVE WS-SRV-CODE(WS-IDX) TO WS-LSV-SERVICE.
           MOVE WS-SRV-NB(WS-IDX) TO WS-LSV-NB.
           MOVE WS-SRV-BRUT(WS-IDX) TO WS-LSV-BRUT.
           MOVE WS-SRV-PATR(WS-IDX) TO WS-LSV-PATR.
           MOVE WS-SRV-COUT(WS-IDX) TO WS-LSV-COUT.
           DISPLAY WS-LIGNE-SERVICE.
           ADD 1 TO WS-IDX.
