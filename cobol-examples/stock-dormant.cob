       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKDORM.
      *===============================================
      * STOCKS DORMANTS ET PROVISION POUR DEPRECIATION
      * Job batch : pendant de CLASSABC pour ce qui ne se vend
      * plus. Chaque produit en stock sans sortie (mouvement S de
      * MVTSTOCK.DAT) depuis 6, 12 ou 24 mois est liste avec sa
      * quantite, sa valeur au cout moyen pondere (PRD-COUT, repli
      * sur PRD-PRIX comme VALOSTOCK), la repartition par entrepot
      * de STOCKWH.DAT, son cycle de vie et sa derniere reception.
      * Un produit jamais sorti date de son premier mouvement.
      * Seul notre stock propre est retenu : le depot fournisseur
      * (PRD-QTE-DEPOT) est exclu comme dans VALOSTOCK.
      * La depreciation est calculee au bareme que la comptable
      * tient dans BUDGETGL (BAREMEDEP.DAT) ; sur demande, l'ecart
      * avec la provision deja au grand livre (solde du 397000
      * dans ECRITURES.DAT) est comptabilise au journal IV :
      * dotation 6817 / 397 ou reprise 397 / 7817, avec les
      * controles de plan de comptes et de periode de COMPTAGL.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUITS ASSIGN TO 'PRODUITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODE.
      *    JOURNAL DES MOUVEMENTS - VOIR COPYBOOKS/MVTSTK.CPY
           SELECT MVT-STOCK ASSIGN TO 'MVTSTOCK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MVT-CLE.
           SELECT STOCK-ENTREPOTS ASSIGN TO 'STOCKWH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SWH-CLE.
      *    BAREME DE DEPRECIATION - MAINTENU DANS BUDGETGL, VOIR
      *    COPYBOOKS/BAREMEDEP.CPY
           SELECT BAREME-DEP ASSIGN TO 'BAREMEDEP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BDP-ANCIENNETE
               FILE STATUS IS WS-BDP-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT PARTAGEE AVEC STOCK/GESTION-ACHATS - VOIR
      *    COPYBOOKS/PRODUIT.CPY
       FD PRODUITS.
           COPY PRODUIT.
       FD MVT-STOCK.
           COPY MVTSTK.
      *    MEME LAYOUT QUE VALOSTOCK/STOCK-WH-REC
       FD STOCK-ENTREPOTS.
       01 STOCK-WH-REC.
           05 SWH-CLE.
               10 SWH-PRD       PIC X(8).
               10 SWH-ENTREPOT  PIC X(4).
           05 SWH-QTE       PIC 9(5).
      *       MINI/MAXI DE L'ENTREPOT POUR LE PRODUIT (STOCK),
      *       0 = NON GERE - PILOTENT LE REEQUILIBRAGE
           05 SWH-MINI      PIC 9(5).
           05 SWH-MAXI      PIC 9(5).
       FD BAREME-DEP.
           COPY BAREMEDEP.
       FD PLAN-COMPTES.
       01 PLAN-COMPTE-REC.
           05 PLN-COMPTE    PIC 9(6).
           05 PLN-LIBELLE   PIC X(30).
       FD ECRITURES.
           COPY ECRITURE.
       FD PERIODES.
           COPY PERIODE.
       WORKING-STORAGE SECTION.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-EOF-MVT        PIC 9 VALUE 0.
       01 WS-DATE-JOUR      PIC 9(8) VALUE 0.
       01 WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-JOUR-AAAA   PIC 9(4).
           05 WS-JOUR-MM     PIC 99.
           05 WS-JOUR-JJ     PIC 99.
       01 WS-BDP-STATUS     PIC XX VALUE '00'.
           88 WS-BDP-OUVERT-OK VALUE '00'.
       01 WS-ECR-STATUS     PIC XX VALUE '00'.
           88 WS-ECR-OUVERT-OK VALUE '00'.
       01 WS-PER-STATUS     PIC XX VALUE '00'.
           88 WS-PER-OUVERT-OK VALUE '00'.
      * Historique du produit courant dans MVTSTOCK
       01 WS-DATE-PREMIER-MVT PIC 9(8) VALUE 0.
       01 WS-DATE-DERN-SORTIE PIC 9(8) VALUE 0.
       01 WS-DATE-DERN-RECEPT PIC 9(8) VALUE 0.
       01 WS-DATE-REFERENCE PIC 9(8) VALUE 0.
       01 WS-DATE-REFERENCE-R REDEFINES WS-DATE-REFERENCE.
           05 WS-REF-AAAA    PIC 9(4).
           05 WS-REF-MM      PIC 99.
           05 WS-REF-JJ      PIC 99.
       01 WS-ANCIENNETE     PIC S9(3) VALUE 0.
       01 WS-TRANCHE        PIC 9 VALUE 0.
      *    PRD-QTE MOINS LE DEPOT FOURNISSEUR
       01 WS-QTE-PROPRE     PIC S9(5) VALUE 0.
       01 WS-COUT-RETENU    PIC 9(5)V99 VALUE 0.
       01 WS-VALEUR-PRODUIT PIC 9(9)V99 VALUE 0.
       01 WS-TAUX-PRODUIT   PIC 999V99 VALUE 0.
       01 WS-PROVISION-PRODUIT PIC 9(9)V99 VALUE 0.
       01 WS-LIBELLE-CYCLE  PIC X(9) VALUE SPACES.
      * Bareme en memoire, par anciennete croissante
       01 WS-NB-TRANCHES-BAREME PIC 99 VALUE 0.
       01 WS-IDX            PIC 99 VALUE 0.
       01 WS-BAREME-TABLE.
           05 WS-BRM-ENTRY OCCURS 20 TIMES.
               10 WS-BRM-ANCIENNETE PIC 99.
               10 WS-BRM-TAUX    PIC 999V99.
      * Totaux par tranche de l'etat : 1 = 6 a 11 mois,
      * 2 = 12 a 23 mois, 3 = 24 mois et plus
       01 WS-TRANCHES-TABLE.
           05 WS-TRC-ENTRY OCCURS 3 TIMES.
               10 WS-TRC-NB        PIC 9(5).
               10 WS-TRC-VALEUR    PIC 9(11)V99.
               10 WS-TRC-PROVISION PIC 9(11)V99.
       01 WS-LIBELLES-TRANCHES.
           05 FILLER PIC X(20) VALUE '6 A 11 MOIS'.
           05 FILLER PIC X(20) VALUE '12 A 23 MOIS'.
           05 FILLER PIC X(20) VALUE '24 MOIS ET PLUS'.
       01 WS-LIBELLES-TRANCHES-R REDEFINES WS-LIBELLES-TRANCHES.
           05 WS-TRC-LIBELLE PIC X(20) OCCURS 3 TIMES.
       01 WS-NB-DORMANTS    PIC 9(5) VALUE 0.
       01 WS-TOT-VALEUR     PIC 9(11)V99 VALUE 0.
       01 WS-TOT-PROVISION  PIC 9(11)V99 VALUE 0.
      * Comptabilisation de l'ecart de provision
       01 WS-REPONSE        PIC X VALUE 'N'.
       01 WS-PERIODE-FERMEE PIC 9 VALUE 0.
       01 WS-MOIS-CONTROLE  PIC 9(6) VALUE 0.
       01 WS-NB-REJETS      PIC 99 VALUE 0.
       01 WS-PROVISION-GL   PIC S9(11)V99 VALUE 0.
       01 WS-ECART-PROVISION PIC S9(11)V99 VALUE 0.
       01 WS-MONTANT-ECR    PIC 9(9)V99 VALUE 0.
       01 WS-COMPTE-DEPRECIATION PIC 9(6) VALUE 397000.
       01 WS-COMPTE-DOTATION PIC 9(6) VALUE 681700.
       01 WS-COMPTE-REPRISE PIC 9(6) VALUE 781700.
      * Lignes d'etat
       01 WS-LIGNE-PRODUIT.
           05 WS-LPR-CODE    PIC X(8).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LPR-LIBELLE PIC X(20).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LPR-QTE     PIC Z(4)9.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LPR-VALEUR  PIC Z(8)9.99.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LPR-ANCIENNETE PIC ZZ9.
           05 FILLER         PIC X(2) VALUE 'M '.
           05 WS-LPR-RECEPTION PIC 9(8).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LPR-CYCLE   PIC X(9).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LPR-TAUX    PIC ZZ9.99.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LPR-PROVISION PIC Z(8)9.99.
       PROCEDURE DIVISION.
       DEBUT.
           OPEN INPUT PRODUITS.
           OPEN INPUT MVT-STOCK.
           OPEN INPUT STOCK-ENTREPOTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM CHARGER-BAREME.
           INITIALIZE WS-TRANCHES-TABLE.
           DISPLAY '=== STOCKS DORMANTS AU ' WS-DATE-JOUR ' ==='.
           IF WS-NB-TRANCHES-BAREME = 0
               DISPLAY '*** BAREME DE DEPRECIATION VIDE (BUDGETGL) '
                   '- AUCUNE PROVISION CALCULEE ***'
           END-IF.
           DISPLAY 'PRODUIT  LIBELLE                QTE       '
               'VALEUR ANC. DERN.REC CYCLE       TAUX '
               '   PROVISION'.
           MOVE LOW-VALUES TO PRD-CODE.
           START PRODUITS KEY >= PRD-CODE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ PRODUITS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PRD-SERVICE NOT = 'Y'
                           PERFORM CALCULER-QTE-PROPRE
                           IF WS-QTE-PROPRE > 0
                               PERFORM EXAMINER-PRODUIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM IMPRIMER-TOTAUX.
           CLOSE PRODUITS.
           CLOSE MVT-STOCK.
           CLOSE STOCK-ENTREPOTS.
           DISPLAY 'COMPTABILISER L ECART DE PROVISION (O/N) ?'.
           ACCEPT WS-REPONSE.
           IF WS-REPONSE = 'O' OR WS-REPONSE = 'o'
               PERFORM COMPTABILISER-PROVISION
           END-IF.
           STOP RUN.

      *    Tranches du bareme par anciennete croissante (ordre de
      *    la cle) ; fichier absent = bareme vide.
       CHARGER-BAREME.
           MOVE 0 TO WS-NB-TRANCHES-BAREME.
           OPEN INPUT BAREME-DEP.
           IF WS-BDP-OUVERT-OK
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ BAREME-DEP NEXT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-NB-TRANCHES-BAREME < 20
                               ADD 1 TO WS-NB-TRANCHES-BAREME
                               MOVE BDP-ANCIENNETE TO
                                   WS-BRM-ANCIENNETE
                                   (WS-NB-TRANCHES-BAREME)
                               MOVE BDP-TAUX TO
                                   WS-BRM-TAUX(WS-NB-TRANCHES-BAREME)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BAREME-DEP
           END-IF.

      *===============================================
      * EXAMEN D'UN PRODUIT EN STOCK
      *===============================================
      *    Stock qui nous appartient : le depot fournisseur reste
      *    la propriete du deposant.
       CALCULER-QTE-PROPRE.
           MOVE PRD-QTE TO WS-QTE-PROPRE.
           IF PRD-QTE-DEPOT NUMERIC
               SUBTRACT PRD-QTE-DEPOT FROM WS-QTE-PROPRE
           END-IF.

       EXAMINER-PRODUIT.
           PERFORM LIRE-MOUVEMENTS-PRODUIT.
           IF WS-DATE-DERN-SORTIE > 0
               MOVE WS-DATE-DERN-SORTIE TO WS-DATE-REFERENCE
           ELSE
               MOVE WS-DATE-PREMIER-MVT TO WS-DATE-REFERENCE
           END-IF.
           PERFORM CALCULER-ANCIENNETE.
           IF WS-ANCIENNETE >= 6
               PERFORM LISTER-PRODUIT-DORMANT
           END-IF.

      *    Mouvements du produit (cle produit + date + sequence) :
      *    premier mouvement, derniere sortie, derniere reception.
       LIRE-MOUVEMENTS-PRODUIT.
           MOVE 0 TO WS-DATE-PREMIER-MVT.
           MOVE 0 TO WS-DATE-DERN-SORTIE.
           MOVE 0 TO WS-DATE-DERN-RECEPT.
           MOVE PRD-CODE TO MVT-PRD.
           MOVE 0 TO MVT-DATE.
           MOVE 0 TO MVT-SEQ.
           MOVE 0 TO WS-EOF-MVT.
           START MVT-STOCK KEY >= MVT-CLE
               INVALID KEY MOVE 1 TO WS-EOF-MVT
           END-START.
           PERFORM UNTIL WS-EOF-MVT = 1
               READ MVT-STOCK NEXT
                   AT END MOVE 1 TO WS-EOF-MVT
                   NOT AT END
                       IF MVT-PRD NOT = PRD-CODE
                           MOVE 1 TO WS-EOF-MVT
                       ELSE
                           IF WS-DATE-PREMIER-MVT = 0
                               MOVE MVT-DATE TO WS-DATE-PREMIER-MVT
                           END-IF
                           IF MVT-TYPE = 'S'
                               MOVE MVT-DATE TO WS-DATE-DERN-SORTIE
                           END-IF
                           IF MVT-TYPE = 'E'
                               MOVE MVT-DATE TO WS-DATE-DERN-RECEPT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Mois entiers ecoules depuis la date de reference ; un
      *    produit sans aucun mouvement est classe au plus ancien.
       CALCULER-ANCIENNETE.
           IF WS-DATE-REFERENCE = 0
               MOVE 999 TO WS-ANCIENNETE
           ELSE
               COMPUTE WS-ANCIENNETE =
                   (WS-JOUR-AAAA * 12 + WS-JOUR-MM)
                   - (WS-REF-AAAA * 12 + WS-REF-MM)
               IF WS-JOUR-JJ < WS-REF-JJ AND WS-ANCIENNETE > 0
                   SUBTRACT 1 FROM WS-ANCIENNETE
               END-IF
           END-IF.

       LISTER-PRODUIT-DORMANT.
           EVALUATE TRUE
               WHEN WS-ANCIENNETE >= 24 MOVE 3 TO WS-TRANCHE
               WHEN WS-ANCIENNETE >= 12 MOVE 2 TO WS-TRANCHE
               WHEN OTHER MOVE 1 TO WS-TRANCHE
           END-EVALUATE.
           IF PRD-COUT > 0
               MOVE PRD-COUT TO WS-COUT-RETENU
           ELSE
               MOVE PRD-PRIX TO WS-COUT-RETENU
           END-IF.
           COMPUTE WS-VALEUR-PRODUIT =
               WS-QTE-PROPRE * WS-COUT-RETENU.
      *    Taux de la plus haute tranche du bareme atteinte
           MOVE 0 TO WS-TAUX-PRODUIT.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-NB-TRANCHES-BAREME
               IF WS-ANCIENNETE >= WS-BRM-ANCIENNETE(WS-IDX)
                   MOVE WS-BRM-TAUX(WS-IDX) TO WS-TAUX-PRODUIT
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.
           COMPUTE WS-PROVISION-PRODUIT ROUNDED =
               WS-VALEUR-PRODUIT * WS-TAUX-PRODUIT / 100.
           EVALUATE PRD-CYCLE
               WHEN 'F' MOVE 'FIN SERIE' TO WS-LIBELLE-CYCLE
               WHEN 'R' MOVE 'RETIRE' TO WS-LIBELLE-CYCLE
               WHEN OTHER MOVE 'ACTIF' TO WS-LIBELLE-CYCLE
           END-EVALUATE.
           MOVE PRD-CODE TO WS-LPR-CODE.
           MOVE PRD-LIBELLE TO WS-LPR-LIBELLE.
           MOVE WS-QTE-PROPRE TO WS-LPR-QTE.
           MOVE WS-VALEUR-PRODUIT TO WS-LPR-VALEUR.
           MOVE WS-ANCIENNETE TO WS-LPR-ANCIENNETE.
           MOVE WS-DATE-DERN-RECEPT TO WS-LPR-RECEPTION.
           MOVE WS-LIBELLE-CYCLE TO WS-LPR-CYCLE.
           MOVE WS-TAUX-PRODUIT TO WS-LPR-TAUX.
           MOVE WS-PROVISION-PRODUIT TO WS-LPR-PROVISION.
           DISPLAY WS-LIGNE-PRODUIT.
           PERFORM LISTER-ENTREPOTS-PRODUIT.
           ADD 1 TO WS-NB-DORMANTS.
           ADD 1 TO WS-TRC-NB(WS-TRANCHE).
           ADD WS-VALEUR-PRODUIT TO WS-TRC-VALEUR(WS-TRANCHE).
           ADD WS-PROVISION-PRODUIT TO
               WS-TRC-PROVISION(WS-TRANCHE).
           ADD WS-VALEUR-PRODUIT TO WS-TOT-VALEUR.
           ADD WS-PROVISION-PRODUIT TO WS-TOT-PROVISION.

      *    Repartition du stock du produit par entrepot
       LISTER-ENTREPOTS-PRODUIT.
           MOVE PRD-CODE TO SWH-PRD.
           MOVE LOW-VALUES TO SWH-ENTREPOT.
           MOVE 0 TO WS-EOF-MVT.
           START STOCK-ENTREPOTS KEY >= SWH-CLE
               INVALID KEY MOVE 1 TO WS-EOF-MVT
           END-START.
           PERFORM UNTIL WS-EOF-MVT = 1
               READ STOCK-ENTREPOTS NEXT
                   AT END MOVE 1 TO WS-EOF-MVT
                   NOT AT END
                       IF SWH-PRD NOT = PRD-CODE
                           MOVE 1 TO WS-EOF-MVT
                       ELSE
                           IF SWH-QTE > 0
                               DISPLAY '         ENTREPOT '
                                   SWH-ENTREPOT ' : ' SWH-QTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       IMPRIMER-TOTAUX.
           DISPLAY '--------------------------------------'.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > 3
               DISPLAY WS-TRC-LIBELLE(WS-IDX) ' : '
                   WS-TRC-NB(WS-IDX) ' PRODUIT(S) - VALEUR '
                   WS-TRC-VALEUR(WS-IDX) ' - PROVISION '
                   WS-TRC-PROVISION(WS-IDX)
               ADD 1 TO WS-IDX
           END-PERFORM.
           DISPLAY 'PRODUITS DORMANTS   : ' WS-NB-DORMANTS.
           DISPLAY 'VALEUR DORMANTE     : ' WS-TOT-VALEUR ' EUR'.
           DISPLAY 'PROVISION CALCULEE  : ' WS-TOT-PROVISION ' EUR'.

      *===============================================
      * COMPTABILISATION DE L'ECART DE PROVISION
      * La provision deja constatee est le solde crediteur du
      * 397000 au grand livre : un nouveau passage dans le mois
      * ne comptabilise que ce qui a bouge depuis.
      *===============================================
       COMPTABILISER-PROVISION.
           MOVE WS-DATE-JOUR(1:6) TO WS-MOIS-CONTROLE.
           PERFORM CONTROLER-PERIODE-FERMEE.
           IF WS-PERIODE-FERMEE = 1
               DISPLAY '*** PERIODE COMPTABLE FERMEE - PROVISION '
                   'NON COMPTABILISEE ***'
           ELSE
               PERFORM LIRE-PROVISION-GRAND-LIVRE
               COMPUTE WS-ECART-PROVISION =
                   WS-TOT-PROVISION - WS-PROVISION-GL
               DISPLAY 'PROVISION AU GRAND LIVRE : ' WS-PROVISION-GL
               DISPLAY 'ECART A COMPTABILISER    : '
                   WS-ECART-PROVISION
               IF WS-ECART-PROVISION = 0
                   DISPLAY 'RIEN A COMPTABILISER'
               ELSE
                   PERFORM ECRIRE-ECART-PROVISION
               END-IF
           END-IF.

       LIRE-PROVISION-GRAND-LIVRE.
           MOVE 0 TO WS-PROVISION-GL.
           OPEN INPUT ECRITURES.
           IF WS-ECR-OUVERT-OK
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ ECRITURES
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF ECR-COMPTE = WS-COMPTE-DEPRECIATION
                               ADD ECR-CREDIT TO WS-PROVISION-GL
                               SUBTRACT ECR-DEBIT FROM
                                   WS-PROVISION-GL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ECRITURES
           END-IF.

       ECRIRE-ECART-PROVISION.
           OPEN I-O PLAN-COMPTES.
           PERFORM AMORCER-COMPTES-PROVISION.
           MOVE 0 TO WS-NB-REJETS.
           MOVE WS-COMPTE-DEPRECIATION TO PLN-COMPTE.
           PERFORM CONTROLER-COMPTE-PLAN.
           MOVE WS-COMPTE-DOTATION TO PLN-COMPTE.
           PERFORM CONTROLER-COMPTE-PLAN.
           MOVE WS-COMPTE-REPRISE TO PLN-COMPTE.
           PERFORM CONTROLER-COMPTE-PLAN.
           CLOSE PLAN-COMPTES.
           IF WS-NB-REJETS > 0
               DISPLAY '*** PROVISION NON COMPTABILISEE ***'
           ELSE
               OPEN EXTEND ECRITURES
               IF NOT WS-ECR-OUVERT-OK
                   OPEN OUTPUT ECRITURES
               END-IF
               MOVE WS-DATE-JOUR TO ECR-DATE
               MOVE 'IV' TO ECR-JOURNAL
               MOVE SPACES TO ECR-PIECE
               STRING 'DEP ' DELIMITED BY SIZE
                   WS-MOIS-CONTROLE DELIMITED BY SIZE
                   INTO ECR-PIECE
               MOVE SPACES TO ECR-CENTRE
      *        Dotation : 6817 au debit, 397 au credit ;
      *        reprise : 397 au debit, 7817 au credit.
               IF WS-ECART-PROVISION > 0
                   MOVE WS-ECART-PROVISION TO WS-MONTANT-ECR
                   MOVE 'DOTATION DEPREC STK' TO ECR-LIBELLE
                   MOVE WS-COMPTE-DOTATION TO ECR-COMPTE
               ELSE
                   COMPUTE WS-MONTANT-ECR = 0 - WS-ECART-PROVISION
                   MOVE 'REPRISE DEPREC STK' TO ECR-LIBELLE
                   MOVE WS-COMPTE-DEPRECIATION TO ECR-COMPTE
               END-IF
               MOVE WS-MONTANT-ECR TO ECR-DEBIT
               MOVE 0 TO ECR-CREDIT
               WRITE ECRITURE-REC
               IF WS-ECART-PROVISION > 0
                   MOVE WS-COMPTE-DEPRECIATION TO ECR-COMPTE
               ELSE
                   MOVE WS-COMPTE-REPRISE TO ECR-COMPTE
               END-IF
               MOVE 0 TO ECR-DEBIT
               MOVE WS-MONTANT-ECR TO ECR-CREDIT
               WRITE ECRITURE-REC
               CLOSE ECRITURES
               DISPLAY 'PIECE ' ECR-PIECE ' COMPTABILISEE AU '
                   'JOURNAL IV : ' WS-MONTANT-ECR ' EUR'
           END-IF.

      *    Comptes du cycle provisions, crees au premier passage -
      *    meme tour de main que COMPTAGL/AMORCER-PLAN-COMPTES.
       AMORCER-COMPTES-PROVISION.
           MOVE WS-COMPTE-DEPRECIATION TO PLN-COMPTE.
           MOVE 'DEPRECIATION STOCKS MARCH.' TO PLN-LIBELLE.
           PERFORM CREER-COMPTE-PLAN.
           MOVE WS-COMPTE-DOTATION TO PLN-COMPTE.
           MOVE 'DOTATIONS DEPREC. ACTIF CIRC.' TO PLN-LIBELLE.
           PERFORM CREER-COMPTE-PLAN.
           MOVE WS-COMPTE-REPRISE TO PLN-COMPTE.
           MOVE 'REPRISES DEPREC. ACTIF CIRC.' TO PLN-LIBELLE.
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
               MOVE WS-MOIS-CONTROLE TO PER-MOIS
               READ PERIODES
                   NOT INVALID KEY
                       IF PER-STATUT = 'F'
                           MOVE 1 TO WS-PERIODE-FERMEE
                       END-IF
               END-READ
               CLOSE PERIODES
           END-IF.
