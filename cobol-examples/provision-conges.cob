       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVCONGES.
      *===============================================
      * PROVISION POUR CONGES PAYES
      * Job batch (fin de mois, apres la paie) : valorise le solde
      * de conges de chaque employe actif (EMP-CONGES-ACQUIS moins
      * EMP-CONGES-PRIS, en jours de 7 heures comme les absences
      * de PAIE) a son taux horaire courant EMP-TAUX-H, charges
      * sociales patronales comprises (somme des taux de la
      * table COTPATR.DAT), et imprime la dette par
      * service. La variation par rapport au mois precedent
      * (memorise dans PROVCONG.DAT) est portee au grand livre,
      * journal IV inventaire, en 6412 / 4282 avec le service
      * (EMP-SERVICE, 4 premiers caracteres comme COMPTAGL) en
      * centre de cout, avec les controles de plan de comptes et
      * de periode de COMPTAGL. Fini le tableur annexe qui ne
      * concordait jamais avec l'ecran des conges.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    LAYOUT PARTAGEE AVEC PAIE - VOIR COPYBOOKS/EMPLOYE.CPY
           SELECT EMPLOYES ASSIGN TO 'EMPLOYES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULE.
      *    DETTE DE CONGES COMPTABILISEE PAR MOIS ET PAR SERVICE -
      *    BASE DE LA VARIATION DU MOIS SUIVANT.
           SELECT PROVISIONS-CONGES ASSIGN TO 'PROVCONG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCG-CLE
               FILE STATUS IS WS-PCG-STATUS.
      *    PLAN DE COMPTES ET GRAND LIVRE - MEMES CONTROLES QUE
      *    COMPTAGL, VOIR COPYBOOKS/ECRITURE.CPY.
           SELECT PLAN-COMPTES ASSIGN TO 'PLANCPT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-COMPTE.
           SELECT ECRITURES ASSIGN TO 'ECRITURES.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ECR-STATUS.
      *    PERIODES COMPTABLES - VOIR COPYBOOKS/PERIODE.CPY
           SELECT PERIODES ASSIGN TO 'PERIODES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-MOIS
               FILE STATUS IS WS-PER-STATUS.
      *    COTISATIONS PATRONALES - VOIR COPYBOOKS/COTPAT.CPY
           SELECT COTIS-PATRONALES ASSIGN TO 'COTPATR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPA-CODE
               FILE STATUS IS WS-CPA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYES.
           COPY EMPLOYE.
       FD PROVISIONS-CONGES.
       01 PROVISION-CONGES-REC.
           05 PCG-CLE.
               10 PCG-MOIS      PIC 9(6).
               10 PCG-SERVICE   PIC X(10).
           05 PCG-JOURS     PIC 9(5)V99.
           05 PCG-MONTANT   PIC 9(9)V99.
       FD PLAN-COMPTES.
       01 PLAN-COMPTE-REC.
           05 PLN-COMPTE    PIC 9(6).
           05 PLN-LIBELLE   PIC X(30).
       FD ECRITURES.
           COPY ECRITURE.
       FD PERIODES.
           COPY PERIODE.
       FD COTIS-PATRONALES.
           COPY COTPAT.
       WORKING-STORAGE SECTION.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-PCG-STATUS     PIC XX VALUE '00'.
           88 WS-PCG-OUVERT-OK VALUE '00'.
       01 WS-ECR-STATUS     PIC XX VALUE '00'.
           88 WS-ECR-OUVERT-OK VALUE '00'.
       01 WS-PER-STATUS     PIC XX VALUE '00'.
           88 WS-PER-OUVERT-OK VALUE '00'.
       01 WS-CPA-STATUS     PIC XX VALUE '00'.
           88 WS-CPA-OUVERT-OK VALUE '00'.
       01 WS-MOIS           PIC 9(6) VALUE 0.
       01 WS-MOIS-R REDEFINES WS-MOIS.
           05 WS-MOIS-AAAA   PIC 9(4).
           05 WS-MOIS-MM     PIC 99.
       01 WS-MOIS-PRECEDENT PIC 9(6) VALUE 0.
      *    DATE DES ECRITURES : DERNIER JOUR DU MOIS
       01 WS-DATE-ECR       PIC 9(8) VALUE 0.
       01 WS-DATE-SUIVANT   PIC 9(8) VALUE 0.
      *    JOURNEE DE CONGE VALORISEE A 7 HEURES, COMME LES
      *    ABSENCES DANS PAIE
       01 WS-HEURES-JOUR    PIC 9V99 VALUE 7.
      *    TAUX DES CHARGES PATRONALES SUR LES CONGES : SOMME DES
      *    TAUX DE LA TABLE DES COTISATIONS PATRONALES, LE FORFAIT
      *    DE 42% A DEFAUT DE TABLE
       01 WS-TAUX-CHARGES   PIC 99V99 VALUE 42.00.
       01 WS-TAUX-TABLE     PIC 9(3)V99 VALUE 0.
       01 WS-SOLDE-JOURS    PIC S9(3)V99 VALUE 0.
       01 WS-MONTANT-EMPLOYE PIC 9(9)V99 VALUE 0.
       01 WS-DEJA-COMPTABILISE PIC 9 VALUE 0.
       01 WS-PERIODE-FERMEE PIC 9 VALUE 0.
       01 WS-NB-REJETS      PIC 99 VALUE 0.
       01 WS-REPONSE        PIC X VALUE 'N'.
       01 WS-VARIATION      PIC S9(11)V99 VALUE 0.
       01 WS-MONTANT-ECR    PIC 9(9)V99 VALUE 0.
       01 WS-NB-PIECES      PIC 99 VALUE 0.
       01 WS-COMPTE-DETTE   PIC 9(6) VALUE 428200.
       01 WS-COMPTE-CHARGE  PIC 9(6) VALUE 641200.
      * Dette par service - meme technique de table que
      * PAIE/CUMULER-HEURES-SERVICE
       01 WS-IDX            PIC 99 VALUE 0.
       01 WS-TROUVE         PIC X VALUE 'N'.
       01 WS-NB-SERVICES    PIC 99 VALUE 0.
       01 WS-NB-HORS-TABLE  PIC 9(5) VALUE 0.
       01 WS-SERVICE        PIC X(10) VALUE SPACES.
       01 WS-SERVICES-TABLE.
           05 WS-SRV-ENTRY OCCURS 50 TIMES.
               10 WS-SRV-CODE      PIC X(10).
               10 WS-SRV-NB        PIC 9(4).
               10 WS-SRV-JOURS     PIC 9(5)V99.
               10 WS-SRV-MONTANT   PIC 9(9)V99.
               10 WS-SRV-PRECEDENT PIC 9(9)V99.
       01 WS-TOT-NB         PIC 9(5) VALUE 0.
       01 WS-TOT-JOURS      PIC 9(6)V99 VALUE 0.
       01 WS-TOT-MONTANT    PIC 9(11)V99 VALUE 0.
       01 WS-TOT-PRECEDENT  PIC 9(11)V99 VALUE 0.
       01 WS-TOT-VARIATION  PIC S9(11)V99 VALUE 0.
       01 WS-LIGNE-SERVICE.
           05 WS-LSV-SERVICE PIC X(10).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LSV-NB      PIC ZZZ9.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LSV-JOURS   PIC ZZZZ9.99.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LSV-PRECEDENT PIC Z(10)9.99.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LSV-MONTANT PIC Z(10)9.99.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LSV-VARIATION PIC -(11)9.99.
       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MOIS DE LA PROVISION (AAAAMM) ?'.
           ACCEPT WS-MOIS.
           IF WS-MOIS-MM = 12
               COMPUTE WS-DATE-SUIVANT =
                   (WS-MOIS-AAAA + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-DATE-SUIVANT = WS-MOIS * 100 + 101
           END-IF.
           COMPUTE WS-DATE-ECR = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-SUIVANT) - 1).
           DISPLAY '=== PROVISION POUR CONGES PAYES AU '
               WS-DATE-ECR ' ==='.
           PERFORM CONTROLER-PERIODE-FERMEE.
           IF WS-PERIODE-FERMEE = 1
               DISPLAY '*** PERIODE COMPTABLE FERMEE - '
                   'PROVISION REFUSEE ***'
               STOP RUN
           END-IF.
           PERFORM CHARGER-TAUX-CHARGES.
           OPEN I-O PROVISIONS-CONGES.
           IF NOT WS-PCG-OUVERT-OK
      *        Premier passage : creation du fichier
               OPEN OUTPUT PROVISIONS-CONGES
               CLOSE PROVISIONS-CONGES
               OPEN I-O PROVISIONS-CONGES
           END-IF.
           PERFORM CHERCHER-MOIS-PRECEDENT.
           IF WS-DEJA-COMPTABILISE = 1
               DISPLAY '*** PROVISION DU MOIS ' WS-MOIS
                   ' DEJA COMPTABILISEE ***'
               CLOSE PROVISIONS-CONGES
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYES.
           MOVE 0 TO EMP-MATRICULE.
           START EMPLOYES KEY >= EMP-MATRICULE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ EMPLOYES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF EMP-STATUT NOT = 'I'
                           PERFORM VALORISER-CONGES-EMPLOYE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYES.
           PERFORM CHARGER-MOIS-PRECEDENT.
           IF WS-NB-HORS-TABLE > 0
               DISPLAY '*** PLUS DE 50 SERVICES - PROVISION NON '
                   'COMPTABILISEE ***'
               CLOSE PROVISIONS-CONGES
               STOP RUN
           END-IF.
           PERFORM IMPRIMER-DETTE-PAR-SERVICE.
           DISPLAY 'COMPTABILISER LA VARIATION (O/N) ?'.
           ACCEPT WS-REPONSE.
           IF WS-REPONSE = 'O' OR WS-REPONSE = 'o'
               PERFORM COMPTABILISER-PROVISION
           END-IF.
           CLOSE PROVISIONS-CONGES.
           STOP RUN.

      *    Dernier mois comptabilise avant le mois demande ; le
      *    mois demande deja present signale un second passage.
       CHERCHER-MOIS-PRECEDENT.
           MOVE 0 TO WS-MOIS-PRECEDENT.
           MOVE 0 TO WS-DEJA-COMPTABILISE.
           MOVE LOW-VALUES TO PCG-CLE.
           START PROVISIONS-CONGES KEY >= PCG-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ PROVISIONS-CONGES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PCG-MOIS = WS-MOIS
                           MOVE 1 TO WS-DEJA-COMPTABILISE
                       END-IF
                       IF PCG-MOIS < WS-MOIS
                           MOVE PCG-MOIS TO WS-MOIS-PRECEDENT
                       END-IF
               END-READ
           END-PERFORM.

      *    Taux global des charges patronales. Les plafonds
      *    mensuels sont ignores : un solde de conges n'est pas un
      *    salaire du mois, il se valorise au taux plein de toutes
      *    les cotisations.
       CHARGER-TAUX-CHARGES.
           MOVE 0 TO WS-TAUX-TABLE.
           OPEN INPUT COTIS-PATRONALES.
           IF WS-CPA-OUVERT-OK
               MOVE LOW-VALUES TO CPA-CODE
               START COTIS-PATRONALES KEY >= CPA-CODE
                   INVALID KEY CONTINUE
               END-START
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ COTIS-PATRONALES NEXT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD CPA-TAUX TO WS-TAUX-TABLE
                   END-READ
               END-PERFORM
               CLOSE COTIS-PATRONALES
           END-IF.
           IF WS-TAUX-TABLE > 0 AND WS-TAUX-TABLE < 100
               MOVE WS-TAUX-TABLE TO WS-TAUX-CHARGES
           END-IF.

      *    Solde de conges de l'employe, valorise charges comprises
       VALORISER-CONGES-EMPLOYE.
           COMPUTE WS-SOLDE-JOURS =
               EMP-CONGES-ACQUIS - EMP-CONGES-PRIS.
           IF WS-SOLDE-JOURS > 0
               COMPUTE WS-MONTANT-EMPLOYE ROUNDED =
                   WS-SOLDE-JOURS * WS-HEURES-JOUR * EMP-TAUX-H
                   * (100 + WS-TAUX-CHARGES) / 100
               MOVE EMP-SERVICE TO WS-SERVICE
               PERFORM CHERCHER-SERVICE
               IF WS-TROUVE = 'Y'
                   ADD 1 TO WS-SRV-NB(WS-IDX)
                   ADD WS-SOLDE-JOURS TO WS-SRV-JOURS(WS-IDX)
                   ADD WS-MONTANT-EMPLOYE TO WS-SRV-MONTANT(WS-IDX)
               END-IF
           END-IF.

      *    Recherche WS-SERVICE dans la table, cree l'entree au
      *    besoin - WS-TROUVE reste a 'N' si la table deborde.
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
                   MOVE 0 TO WS-SRV-JOURS(WS-IDX)
                   MOVE 0 TO WS-SRV-MONTANT(WS-IDX)
                   MOVE 0 TO WS-SRV-PRECEDENT(WS-IDX)
                   MOVE 'Y' TO WS-TROUVE
               ELSE
                   ADD 1 TO WS-NB-HORS-TABLE
               END-IF
           END-IF.

      *    Dette du mois precedent par service ; un service sans
      *    plus aucun solde entre dans la table a zero pour que la
      *    reprise soit comptabilisee.
       CHARGER-MOIS-PRECEDENT.
           IF WS-MOIS-PRECEDENT > 0
               MOVE WS-MOIS-PRECEDENT TO PCG-MOIS
               MOVE LOW-VALUES TO PCG-SERVICE
               START PROVISIONS-CONGES KEY >= PCG-CLE
                   INVALID KEY CONTINUE
               END-START
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ PROVISIONS-CONGES NEXT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PCG-MOIS = WS-MOIS-PRECEDENT
                               MOVE PCG-SERVICE TO WS-SERVICE
                               PERFORM CHERCHER-SERVICE
                               IF WS-TROUVE = 'Y'
                                   MOVE PCG-MONTANT TO
                                       WS-SRV-PRECEDENT(WS-IDX)
                               END-IF
                           ELSE
                               MOVE 1 TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       IMPRIMER-DETTE-PAR-SERVICE.
           DISPLAY 'CHARGES PATRONALES : ' WS-TAUX-CHARGES
               ' % - MOIS PRECEDENT : ' WS-MOIS-PRECEDENT.
           DISPLAY 'SERVICE     NB.    JOURS   MOIS PRECEDENT'
               '     DETTE DU MOIS       VARIATION'.
           MOVE 0 TO WS-TOT-NB.
           MOVE 0 TO WS-TOT-JOURS.
           MOVE 0 TO WS-TOT-MONTANT.
           MOVE 0 TO WS-TOT-PRECEDENT.
           MOVE 0 TO WS-TOT-VARIATION.
           MOVE 1 TO WS-IDX.
           PERFORM IMPRIMER-UN-SERVICE
               UNTIL WS-IDX > WS-NB-SERVICES.
           DISPLAY '--------------------------------------'.
           MOVE 'TOTAL' TO WS-LSV-SERVICE.
           MOVE WS-TOT-NB TO WS-LSV-NB.
           MOVE WS-TOT-JOURS TO WS-LSV-JOURS.
           MOVE WS-TOT-PRECEDENT TO WS-LSV-PRECEDENT.
           MOVE WS-TOT-MONTANT TO WS-LSV-MONTANT.
           MOVE WS-TOT-VARIATION TO WS-LSV-VARIATION.
           DISPLAY WS-LIGNE-SERVICE.

       IMPRIMER-UN-SERVICE.
           COMPUTE WS-VARIATION = WS-SRV-MONTANT(WS-IDX)
               - WS-SRV-PRECEDENT(WS-IDX).
           MOVE WS-SRV-CODE(WS-IDX) TO WS-LSV-SERVICE.
           MOVE WS-SRV-NB(WS-IDX) TO WS-LSV-NB.
           MOVE WS-SRV-JOURS(WS-IDX) TO WS-LSV-JOURS.
           MOVE WS-SRV-PRECEDENT(WS-IDX) TO WS-LSV-PRECEDENT.
           MOVE WS-SRV-MONTANT(WS-IDX) TO WS-LSV-MONTANT.
           MOVE WS-VARIATION TO WS-LSV-VARIATION.
           DISPLAY WS-LIGNE-SERVICE.
           ADD WS-SRV-NB(WS-IDX) TO WS-TOT-NB.
           ADD WS-SRV-JOURS(WS-IDX) TO WS-TOT-JOURS.
           ADD WS-SRV-PRECEDENT(WS-IDX) TO WS-TOT-PRECEDENT.
           ADD WS-SRV-MONTANT(WS-IDX) TO WS-TOT-MONTANT.
           ADD WS-VARIATION TO WS-TOT-VARIATION.
           ADD 1 TO WS-IDX.

      *===============================================
      * COMPTABILISATION DE LA VARIATION
      * Hausse de la dette : 6412 au debit, 4282 au credit ;
      * baisse : l'inverse. Une piece par service, et la dette du
      * mois memorisee pour le mois suivant.
      *===============================================
       COMPTABILISER-PROVISION.
           OPEN I-O PLAN-COMPTES.
           PERFORM AMORCER-COMPTES-CONGES.
           MOVE 0 TO WS-NB-REJETS.
           MOVE WS-COMPTE-DETTE TO PLN-COMPTE.
           PERFORM CONTROLER-COMPTE-PLAN.
           MOVE WS-COMPTE-CHARGE TO PLN-COMPTE.
           PERFORM CONTROLER-COMPTE-PLAN.
           CLOSE PLAN-COMPTES.
           IF WS-NB-REJETS > 0
               DISPLAY '*** PROVISION NON COMPTABILISEE ***'
           ELSE
               OPEN EXTEND ECRITURES
               IF NOT WS-ECR-OUVERT-OK
                   OPEN OUTPUT ECRITURES
               END-IF
               MOVE 0 TO WS-NB-PIECES
               MOVE 1 TO WS-IDX
               PERFORM COMPTABILISER-UN-SERVICE
                   UNTIL WS-IDX > WS-NB-SERVICES
               CLOSE ECRITURES
               DISPLAY WS-NB-PIECES ' SERVICE(S) AU JOURNAL IV '
                   '(6412 / 4282)'
           END-IF.

       COMPTABILISER-UN-SERVICE.
           COMPUTE WS-VARIATION = WS-SRV-MONTANT(WS-IDX)
               - WS-SRV-PRECEDENT(WS-IDX).
           IF WS-VARIATION NOT = 0
               MOVE WS-DATE-ECR TO ECR-DATE
               MOVE 'IV' TO ECR-JOURNAL
               MOVE SPACES TO ECR-PIECE
               STRING 'CP ' DELIMITED BY SIZE
                   WS-MOIS DELIMITED BY SIZE
                   INTO ECR-PIECE
               MOVE SPACES TO ECR-LIBELLE
               STRING 'CONGES ' DELIMITED BY SIZE
                   WS-SRV-CODE(WS-IDX) DELIMITED BY SIZE
                   INTO ECR-LIBELLE
               MOVE WS-SRV-CODE(WS-IDX)(1:4) TO ECR-CENTRE
               IF WS-VARIATION > 0
                   MOVE WS-VARIATION TO WS-MONTANT-ECR
                   MOVE WS-COMPTE-CHARGE TO ECR-COMPTE
               ELSE
                   COMPUTE WS-MONTANT-ECR = 0 - WS-VARIATION
                   MOVE WS-COMPTE-DETTE TO ECR-COMPTE
               END-IF
               MOVE WS-MONTANT-ECR TO ECR-DEBIT
               MOVE 0 TO ECR-CREDIT
               WRITE ECRITURE-REC
               IF WS-VARIATION > 0
                   MOVE WS-COMPTE-DETTE TO ECR-COMPTE
               ELSE
                   MOVE WS-COMPTE-CHARGE TO ECR-COMPTE
               END-IF
               MOVE 0 TO ECR-DEBIT
               MOVE WS-MONTANT-ECR TO ECR-CREDIT
               WRITE ECRITURE-REC
               ADD 1 TO WS-NB-PIECES
           END-IF.
           MOVE WS-MOIS TO PCG-MOIS.
           MOVE WS-SRV-CODE(WS-IDX) TO PCG-SERVICE.
           MOVE WS-SRV-JOURS(WS-IDX) TO PCG-JOURS.
           MOVE WS-SRV-MONTANT(WS-IDX) TO PCG-MONTANT.
           WRITE PROVISION-CONGES-REC
               INVALID KEY CONTINUE
           END-WRITE.
           ADD 1 TO WS-IDX.

      *    Comptes du cycle conges, crees au premier passage - meme
      *    tour de main que COMPTAGL/AMORCER-PLAN-COMPTES.
       AMORCER-COMPTES-CONGES.
           MOVE WS-COMPTE-DETTE TO PLN-COMPTE.
           MOVE 'DETTES PROVISIONNEES CONGES' TO PLN-LIBELLE.
           PERFORM CREER-COMPTE-PLAN.
           MOVE WS-COMPTE-CHARGE TO PLN-COMPTE.
           MOVE 'CONGES PAYES' TO PLN-LIBELLE.
           PERFORM CREER-COMPTE-PLAN.

       CREER-COMPTE-PLAN.
           WRITE PLAN-COMPTE-REC
               INVALID KEY CONTINUE
           END-WRITE.

      *    MEME CONTROLE QUE COMPTAGL/CONTROLER-COMPTE-PLAN.
       CONTROLER-COMPTE-PLAN.
           READ PLAN-COMPTES
               INVALID KEY
                   DISPLAY 'COMPTE ' PLN-COMPTE ' ABSENT DU PLAN'
                   ADD 1 TO WS-NB-REJETS
           END-READ.

      *    MEME LOGIQUE QUE COMPTAGL/CONTROLER-PERIODE-FERMEE.
       CONTROLER-PERIODE-FERMEE.
           MOVE 0 TO WS-PERIODE-FERMEE.
           OPEN INPUT PERIODES.
           IF WS-PER-OUVERT-OK
               MOVE WS-MOIS TO PER-MOIS
               READ PERIODES
                   NOT INVALID KEY
                       IF PER-STATUT = 'F'
                           MOVE 1 TO WS-PERIODE-FERMEE
                       END-IF
               END-READ
               CLOSE PERIODES
           END-IF.
