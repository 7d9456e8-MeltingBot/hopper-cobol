       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHFRAIS.
      *===============================================
      * FRAIS BANCAIRES MENSUELS (VERSION BATCH)
      * Lot mensuel, a passer en debut de mois : pour chaque
      * compte ouvert, compte les operations du mois precedent
      * dans MVTBANQ (par MVB-TYPE) et les echeances de pret
      * passees impayees dans le mois (AMORTPR.DAT,
      * AMO-DATE-IMPAYE, imputees au compte courant debite par
      * le pret), les valorise au bareme FRAISBQ.DAT du type de
      * compte (maintenu dans BANQUE, menu des operations
      * batch) et debite une ligne FR par frais dans MVTBANQ -
      * elles sortent telles quelles au releve. La tenue de
      * compte (TC) est due une fois par mois.
      * CPT-DERNIERS-FRAIS empeche tout doublon si le lot est
      * relance ; les comptes clos (CPT-STATUT = F) sont hors
      * perimetre, comme pour BATCHINTERET.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPTES ASSIGN TO 'COMPTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPT-NUM.
           SELECT MVT-BANQUE ASSIGN TO 'MVTBANQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MVTB-STATUS.
           SELECT AMORTISSEMENTS ASSIGN TO 'AMORTPR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMO-CLE
               FILE STATUS IS WS-AMO-STATUS.
           SELECT FRAIS-BANQUE ASSIGN TO 'FRAISBQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FBQ-CLE
               FILE STATUS IS WS-FBQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUTS PARTAGEES AVEC BANQUE - VOIR COPYBOOKS
       FD COMPTES.
           COPY COMPTE.
       FD MVT-BANQUE.
           COPY MVTBANQ.
       FD AMORTISSEMENTS.
           COPY AMORTPR.
       FD FRAIS-BANQUE.
           COPY FRAISBQ.
       WORKING-STORAGE SECTION.
       01 WS-EOF           PIC 9 VALUE 0.
       01 WS-DATE-JOUR     PIC 9(8) VALUE 0.
       01 WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-JOUR-AAAA  PIC 9(4).
           05 WS-JOUR-MM    PIC 99.
           05 WS-JOUR-JJ    PIC 99.
      *    MOIS FACTURE : LE MOIS PRECEDANT LE JOUR DU LOT
       01 WS-MOIS-FRAIS    PIC 9(6) VALUE 0.
       01 WS-MVTB-STATUS   PIC XX VALUE '00'.
           88 WS-MVTB-OUVERT-OK VALUE '00'.
       01 WS-AMO-STATUS    PIC XX VALUE '00'.
           88 WS-AMO-OUVERT-OK VALUE '00'.
       01 WS-FBQ-STATUS    PIC XX VALUE '00'.
           88 WS-FBQ-OUVERT-OK VALUE '00'.
      *    BAREME EN MEMOIRE
       01 WS-NB-TARIFS     PIC 999 VALUE 0.
       01 WS-TARIFS-TABLE.
           05 WS-TRF-ENTRY OCCURS 100 TIMES.
               10 WS-TRF-TYPE-CPT  PIC X(2).
               10 WS-TRF-OPERATION PIC X(2).
               10 WS-TRF-MONTANT   PIC 9(5)V99.
               10 WS-TRF-LIBELLE   PIC X(20).
       01 WS-IDX-TRF       PIC 999 VALUE 0.
      *    OPERATIONS DU MOIS PAR COMPTE ET PAR CODE
       01 WS-NB-COMPTAGES  PIC 9(4) VALUE 0.
       01 WS-COMPTAGES-TABLE.
           05 WS-CNT-ENTRY OCCURS 3000 TIMES.
               10 WS-CNT-CPT       PIC 9(10).
               10 WS-CNT-OPERATION PIC X(2).
               10 WS-CNT-NB        PIC 9(5).
       01 WS-IDX-CNT       PIC 9(4) VALUE 0.
       01 WS-NB-HORS-TABLE PIC 9(5) VALUE 0.
       01 WS-TROUVE        PIC X VALUE 'N'.
       01 WS-CPT-RECH      PIC 9(10) VALUE 0.
       01 WS-OPERATION-RECH PIC X(2) VALUE SPACES.
       01 WS-NB-OPERATIONS PIC 9(5) VALUE 0.
       01 WS-MONTANT-FRAIS PIC 9(9)V99 VALUE 0.
       01 WS-FRAIS-COMPTE  PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-FRAIS   PIC 9(11)V99 VALUE 0.
       01 WS-COUNT         PIC 9(5) VALUE 0.
       01 WS-COUNT-LIGNES  PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           IF WS-JOUR-MM = 1
               COMPUTE WS-MOIS-FRAIS = (WS-JOUR-AAAA - 1) * 100 + 12
           ELSE
               COMPUTE WS-MOIS-FRAIS = WS-JOUR-AAAA * 100
                   + WS-JOUR-MM - 1
           END-IF.
           DISPLAY '=== FRAIS BANCAIRES DU MOIS ' WS-MOIS-FRAIS
               ' (BATCH) ==='.
           PERFORM CHARGER-BAREME.
           IF WS-NB-TARIFS = 0
               DISPLAY 'AUCUN TARIF AU BAREME - AUCUN FRAIS PRELEVE'
               GOBACK
           END-IF.
           OPEN I-O COMPTES.
           PERFORM COMPTER-OPERATIONS.
           PERFORM COMPTER-ECHEANCES-IMPAYEES.
           IF WS-NB-HORS-TABLE > 0
               DISPLAY '*** PLUS DE 3000 COMPTAGES - FRAIS NON '
                   'PRELEVES ***'
               CLOSE COMPTES
               GOBACK
           END-IF.
           MOVE 0 TO CPT-NUM.
           START COMPTES KEY >= CPT-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ COMPTES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CPT-STATUT NOT = 'F'
                           AND CPT-DERNIERS-FRAIS < WS-MOIS-FRAIS
                           PERFORM PRELEVER-FRAIS-COMPTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMPTES.
           DISPLAY WS-COUNT ' COMPTE(S) DEBITE(S), ' WS-COUNT-LIGNES
               ' LIGNE(S) FR, TOTAL ' WS-TOTAL-FRAIS.
           GOBACK.

       CHARGER-BAREME.
           MOVE 0 TO WS-NB-TARIFS.
           OPEN INPUT FRAIS-BANQUE.
           IF WS-FBQ-OUVERT-OK
               MOVE LOW-VALUES TO FBQ-CLE
               START FRAIS-BANQUE KEY >= FBQ-CLE
                   INVALID KEY CONTINUE
               END-START
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ FRAIS-BANQUE NEXT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-NB-TARIFS < 100
                               ADD 1 TO WS-NB-TARIFS
                               MOVE FBQ-TYPE-CPT TO
                                   WS-TRF-TYPE-CPT(WS-NB-TARIFS)
                               MOVE FBQ-OPERATION TO
                                   WS-TRF-OPERATION(WS-NB-TARIFS)
                               MOVE FBQ-MONTANT TO
                                   WS-TRF-MONTANT(WS-NB-TARIFS)
                               MOVE FBQ-LIBELLE TO
                                   WS-TRF-LIBELLE(WS-NB-TARIFS)
                           ELSE
                               DISPLAY 'TARIF ' FBQ-CLE
                                   ' HORS TABLE - IGNORE'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FRAIS-BANQUE
           END-IF.

      *    Operations du mois des codes presents au bareme, tous
      *    types de compte confondus ; les lignes FR elles-memes ne
      *    sont jamais facturees.
       COMPTER-OPERATIONS.
           OPEN INPUT MVT-BANQUE.
           IF WS-MVTB-OUVERT-OK
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ MVT-BANQUE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF MVB-DATE(1:6) = WS-MOIS-FRAIS
                               AND MVB-TYPE NOT = 'FR'
                               MOVE MVB-CPT TO WS-CPT-RECH
                               MOVE MVB-TYPE TO WS-OPERATION-RECH
                               PERFORM AJOUTER-COMPTAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MVT-BANQUE
           END-IF.

      *    Echeance passee impayee dans le mois (meme si elle a
      *    ete representee depuis) : comptee sur le compte
      *    courant que le pret debite (CPT-CPT-DEBITE).
       COMPTER-ECHEANCES-IMPAYEES.
           OPEN INPUT AMORTISSEMENTS.
           IF WS-AMO-OUVERT-OK
               MOVE LOW-VALUES TO AMO-CLE
               START AMORTISSEMENTS KEY >= AMO-CLE
                   INVALID KEY CONTINUE
               END-START
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ AMORTISSEMENTS NEXT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF AMO-DATE-IMPAYE(1:6) = WS-MOIS-FRAIS
                               PERFORM COMPTER-UNE-IMPAYEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AMORTISSEMENTS
           END-IF.

       COMPTER-UNE-IMPAYEE.
           MOVE AMO-PRET TO CPT-NUM.
           READ COMPTES
               INVALID KEY
                   DISPLAY 'PRET ' AMO-PRET ' INCONNU'
               NOT INVALID KEY
                   MOVE CPT-CPT-DEBITE TO WS-CPT-RECH
                   MOVE 'EI' TO WS-OPERATION-RECH
                   PERFORM AJOUTER-COMPTAGE
           END-READ.

      *    +1 sur (WS-CPT-RECH, WS-OPERATION-RECH) si le code est
      *    au bareme ; l'entree est creee au besoin.
       AJOUTER-COMPTAGE.
           MOVE 'N' TO WS-TROUVE.
           MOVE 1 TO WS-IDX-TRF.
           PERFORM UNTIL WS-IDX-TRF > WS-NB-TARIFS
               OR WS-TROUVE = 'Y'
               IF WS-TRF-OPERATION(WS-IDX-TRF) = WS-OPERATION-RECH
                   MOVE 'Y' TO WS-TROUVE
               ELSE
                   ADD 1 TO WS-IDX-TRF
               END-IF
           END-PERFORM.
           IF WS-TROUVE = 'Y'
               PERFORM CHERCHER-COMPTAGE
               IF WS-TROUVE = 'Y'
                   ADD 1 TO WS-CNT-NB(WS-IDX-CNT)
               ELSE
                   IF WS-NB-COMPTAGES < 3000
                       ADD 1 TO WS-NB-COMPTAGES
                       MOVE WS-NB-COMPTAGES TO WS-IDX-CNT
                       MOVE WS-CPT-RECH TO WS-CNT-CPT(WS-IDX-CNT)
                       MOVE WS-OPERATION-RECH TO
                           WS-CNT-OPERATION(WS-IDX-CNT)
                       MOVE 1 TO WS-CNT-NB(WS-IDX-CNT)
                   ELSE
                       ADD 1 TO WS-NB-HORS-TABLE
                   END-IF
               END-IF
           END-IF.

       CHERCHER-COMPTAGE.
           MOVE 'N' TO WS-TROUVE.
           MOVE 1 TO WS-IDX-CNT.
           PERFORM UNTIL WS-IDX-CNT > WS-NB-COMPTAGES
               OR WS-TROUVE = 'Y'
               IF WS-CNT-CPT(WS-IDX-CNT) = WS-CPT-RECH
                   AND WS-CNT-OPERATION(WS-IDX-CNT) =
                       WS-OPERATION-RECH
                   MOVE 'Y' TO WS-TROUVE
               ELSE
                   ADD 1 TO WS-IDX-CNT
               END-IF
           END-PERFORM.

      *    Une ligne FR par tarif du type de compte qui trouve des
      *    operations dans le mois, puis le mois est marque sur la
      *    fiche.
       PRELEVER-FRAIS-COMPTE.
           MOVE 0 TO WS-FRAIS-COMPTE.
           MOVE CPT-NUM TO WS-CPT-RECH.
           MOVE 1 TO WS-IDX-TRF.
           PERFORM PRELEVER-UN-TARIF
               UNTIL WS-IDX-TRF > WS-NB-TARIFS.
           MOVE WS-MOIS-FRAIS TO CPT-DERNIERS-FRAIS.
           REWRITE COMPTE-REC.
           IF WS-FRAIS-COMPTE > 0
               ADD 1 TO WS-COUNT
               ADD WS-FRAIS-COMPTE TO WS-TOTAL-FRAIS
               DISPLAY 'COMPTE ' CPT-NUM ' ' CPT-TYPE ' FRAIS '
                   WS-FRAIS-COMPTE
           END-IF.

       PRELEVER-UN-TARIF.
           IF WS-TRF-TYPE-CPT(WS-IDX-TRF) = CPT-TYPE
               MOVE 0 TO WS-NB-OPERATIONS
               IF WS-TRF-OPERATION(WS-IDX-TRF) = 'TC'
                   MOVE 1 TO WS-NB-OPERATIONS
               ELSE
                   MOVE WS-TRF-OPERATION(WS-IDX-TRF) TO
                       WS-OPERATION-RECH
                   PERFORM CHERCHER-COMPTAGE
                   IF WS-TROUVE = 'Y'
                       MOVE WS-CNT-NB(WS-IDX-CNT) TO WS-NB-OPERATIONS
                   END-IF
               END-IF
               COMPUTE WS-MONTANT-FRAIS =
                   WS-NB-OPERATIONS * WS-TRF-MONTANT(WS-IDX-TRF)
               IF WS-MONTANT-FRAIS > 0
                   SUBTRACT WS-MONTANT-FRAIS FROM CPT-SOLDE
                   ADD WS-MONTANT-FRAIS TO WS-FRAIS-COMPTE
                   MOVE 'FR' TO MVB-TYPE
                   COMPUTE MVB-MONTANT = 0 - WS-MONTANT-FRAIS
                   IF WS-TRF-LIBELLE(WS-IDX-TRF) = SPACES
                       MOVE SPACES TO MVB-LIBELLE
                       STRING 'FRAIS ' DELIMITED BY SIZE
                           WS-TRF-OPERATION(WS-IDX-TRF)
                               DELIMITED BY SIZE
                           INTO MVB-LIBELLE
                   ELSE
                       MOVE WS-TRF-LIBELLE(WS-IDX-TRF) TO MVB-LIBELLE
                   END-IF
                   PERFORM ENREGISTRER-MOUVEMENT-BANQUE
                   ADD 1 TO WS-COUNT-LIGNES
               END-IF
           END-IF.
           ADD 1 TO WS-IDX-TRF.

      *    MEME TECHNIQUE QUE BANQUE/ENREGISTRER-MOUVEMENT-BANQUE
      *    (sans le volet audit d'ecran).
       ENREGISTRER-MOUVEMENT-BANQUE.
           MOVE CPT-NUM TO MVB-CPT.
           MOVE WS-DATE-JOUR TO MVB-DATE.
           MOVE CPT-SOLDE TO MVB-SOLDE.
           MOVE SPACE TO MVB-LETTRAGE.
           MOVE SPACE TO MVB-RAPPRO.
           OPEN EXTEND MVT-BANQUE.
           IF NOT WS-MVTB-OUVERT-OK
               OPEN OUTPUT MVT-BANQUE
           END-IF.
           WRITE MVT-BANQUE-REC.
           CLOSE MVT-BANQUE.
