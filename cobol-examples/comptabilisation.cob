      * ECRITURES.DAT, par journal :
      *   VE ventes    : factures et avoirs (411 / 701 / 44571)
      *   RG reglements: encaissements clients (512 ou 530 / 411)
      *   BQ banque    : mouvements MVTBANQ (512 / 471 attente) ;
      *                  les reglements fournisseurs PF soldent
      *                  le 401 de leur facture, l'ecart de change
      *                  en 666 / 766, l'escompte obtenu en 765
      *   PA paie      : bulletins calcules ce jour (641/431/421),
      *                  part patronale en 645 / 431
      *   AC achats    : factures fournisseurs acceptees de
      *                  FACTFRN.DAT pas encore comptabilisees,
      *                  a la date de la facture et en EUR au taux
      *                  de saisie (607 / 44566 / 401)
      * Les ecritures de la journee sont d'abord assemblees en
      * memoire : une journee desequilibree ou un compte absent du
      * plan PLANCPT.DAT produit un etat de controle et RIEN n'est
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODE.
      *    FACTURES FOURNISSEURS - JOURNAL DES ACHATS ET LETTRAGE
      *    DES REGLEMENTS PF, VOIR COPYBOOKS/FACTFRN.CPY. LIGNES DE
      *    COMMANDE EN LECTURE, POUR IMPUTER L'ACHAT SUR LA FAMILLE
      *    DE PRODUITS DE LA PREMIERE LIGNE.
           SELECT FACT-FOURNISSEUR ASSIGN TO 'FACTFRN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FFR-CLE
               FILE STATUS IS WS-FFR-STATUS.
           SELECT LIGNES-COMMANDE ASSIGN TO 'COMMANDES-L.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCM-CLE.
      *    PERIODES COMPTABLES - MAINTENUES DANS BUDGETGL, VOIR
      *    COPYBOOKS/PERIODE.CPY. UN MOIS FERME NE SE
      *    COMPTABILISE PLUS.
      *    COPYBOOKS/PRODUIT.CPY
       FD PRODUITS.
           COPY PRODUIT.
      *    LAYOUT PARTAGEE AVEC GESTION-ACHATS ET COMPTAFRN - VOIR
      *    COPYBOOKS/FACTFRN.CPY
       FD FACT-FOURNISSEUR.
           COPY FACTFRN.
      *    LAYOUT PARTAGEE AVEC GESTION-ACHATS - VOIR
      *    COPYBOOKS/LIGNECMD.CPY
       FD LIGNES-COMMANDE.
           COPY LIGNECMD.
       WORKING-STORAGE SECTION.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-DATE-LOT       PIC 9(8) VALUE 0.
       01 WS-PER-STATUS     PIC XX VALUE '00'.
           88 WS-PER-OUVERT-OK VALUE '00'.
       01 WS-PERIODE-FERMEE PIC 9 VALUE 0.
      *    MOIS (AAAAMM) SOUMIS A CONTROLER-PERIODE-FERMEE
       01 WS-MOIS-CONTROLE  PIC 9(6) VALUE 0.
      * Journal des achats : date portee sur les lignes en cours
      * d'assemblage (date du lot, ou date de la facture pour AC),
      * montants convertis en EUR au taux de saisie de la facture
       01 WS-DATE-ECR       PIC 9(8) VALUE 0.
       01 WS-FFR-STATUS     PIC XX VALUE '00'.
           88 WS-FFR-OUVERT-OK VALUE '00'.
       01 WS-FFR-DISPONIBLE PIC 9 VALUE 0.
       01 WS-TAUX-FFR       PIC 9(3)V9(4) VALUE 1.
       01 WS-HT-EUR         PIC 9(9)V99 VALUE 0.
       01 WS-TVA-EUR        PIC 9(9)V99 VALUE 0.
       01 WS-TTC-EUR        PIC 9(9)V99 VALUE 0.
       01 WS-DECAISSE-EUR   PIC 9(9)V99 VALUE 0.
       01 WS-ECART-PF       PIC S9(9)V99 VALUE 0.
       01 WS-ESCOMPTE-EUR   PIC 9(9)V99 VALUE 0.
       01 WS-NB-ACHATS      PIC 999 VALUE 0.
      *    FACTURES ASSEMBLEES, MARQUEES FFR-COMPTA = 'O' UNE FOIS
      *    LA JOURNEE ECRITE (PAS AVANT : UNE JOURNEE REFUSEE LES
      *    LAISSE A COMPTABILISER)
       01 WS-FFR-COMPTA-TABLE.
           05 WS-FFR-CLE-T OCCURS 200 TIMES PIC X(14).
      * Axe analytique : centre courant pose par les assembleurs
       01 WS-CTR-STATUS     PIC XX VALUE '00'.
       01 WS-CENTRE         PIC X(4) VALUE SPACES.
       01 WS-LIBELLE        PIC X(20) VALUE SPACES.
       01 WS-ECRITURES-TABLE.
           05 WS-ECR-ENTRY OCCURS 400 TIMES.
               10 WS-ECR-DATE-T    PIC 9(8).
               10 WS-ECR-JOURNAL-T PIC X(2).
               10 WS-ECR-PIECE-T   PIC X(10).
               10 WS-ECR-COMPTE-T  PIC 9(6).
      *    convention que DERNIERE-EXEC / DERNIER-INTERET.
      *    Un mois dont la TVA est declaree (periode fermee dans
      *    PERIODES.DAT) ne recoit plus une seule ecriture.
           MOVE WS-DATE-LOT(1:6) TO WS-MOIS-CONTROLE.
           PERFORM CONTROLER-PERIODE-FERMEE.
           IF WS-PERIODE-FERMEE = 1
               DISPLAY '*** PERIODE COMPTABLE FERMEE - '
           OPEN INPUT EMPLOYES.
           OPEN INPUT LIGNES-FACTURE.
           OPEN INPUT PRODUITS.
           OPEN INPUT LIGNES-COMMANDE.
      *    Sans fichier des factures fournisseurs, pas de journal
      *    des achats et les reglements PF restent au 471.
           MOVE 0 TO WS-FFR-DISPONIBLE.
           OPEN I-O FACT-FOURNISSEUR.
           IF WS-FFR-OUVERT-OK
               MOVE 1 TO WS-FFR-DISPONIBLE
           END-IF.
           MOVE WS-DATE-LOT TO WS-DATE-ECR.
           PERFORM AMORCER-PLAN-COMPTES.
           PERFORM ASSEMBLER-VENTES.
           PERFORM ASSEMBLER-REGLEMENTS.
           PERFORM ASSEMBLER-BANQUE.
           PERFORM ASSEMBLER-PAIE.
           PERFORM ASSEMBLER-ACHATS.
           PERFORM CONTROLER-EQUILIBRE.
           IF WS-NB-REJETS > 0 OR WS-NB-DEBORDEMENTS > 0 OR
               WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
               STOP RUN
           END-IF.
           PERFORM ECRIRE-ECRITURES.
           PERFORM MARQUER-ACHATS-COMPTABILISES.
           DISPLAY WS-NB-ECRITURES ' ECRITURE(S) COMPTABILISEE(S)'.
           DISPLAY WS-NB-ACHATS ' FACTURE(S) FOURNISSEUR AU '
               'JOURNAL DES ACHATS'.
           DISPLAY 'TOTAL DEBIT = TOTAL CREDIT = ' WS-TOTAL-DEBIT.
           PERFORM IMPRIMER-BALANCE.
           PERFORM IMPRIMER-BALANCE-ANALYTIQUE.
           CLOSE EMPLOYES.
           CLOSE LIGNES-FACTURE.
           CLOSE PRODUITS.
           CLOSE LIGNES-COMMANDE.
           IF WS-FFR-DISPONIBLE = 1
               CLOSE FACT-FOURNISSEUR
           END-IF.
           STOP RUN.

      *    Comptes standard de la maison, crees au premier
           MOVE 445710 TO PLN-COMPTE.
           MOVE 'TVA COLLECTEE' TO PLN-LIBELLE.
           PERFORM CREER-COMPTE-PLAN.
           MOVE 445660 TO PLN-COMPTE.
           MOVE 'TVA DEDUCTIBLE SUR ACHATS' TO PLN-LIBELLE.
           PERFORM CREER-COMPTE-PLAN.
           MOVE 471000 TO PLN-COMPTE.
           MOVE 'COMPTE D ATTENTE' TO PLN-LIBELLE.
           PERFORM CREER-COMPTE-PLAN.
           MOVE 641000 TO PLN-COMPTE.
           MOVE 'REMUNERATIONS DU PERSONNEL' TO PLN-LIBELLE.
           PERFORM CREER-COMPTE-PLAN.
           MOVE 645000 TO PLN-COMPTE.
           MOVE 'CHARGES SOCIALES PATRONALES' TO PLN-LIBELLE.
           PERFORM CREER-COMPTE-PLAN.
           MOVE 648000 TO PLN-COMPTE.
           MOVE 'AUTRES CHARGES DE PERSONNEL' TO PLN-LIBELLE.
           PERFORM CREER-COMPTE-PLAN.
           MOVE 607000 TO PLN-COMPTE.
           MOVE 'ACHATS DE MARCHANDISES' TO PLN-LIBELLE.
           PERFORM CREER-COMPTE-PLAN.
           MOVE 666000 TO PLN-COMPTE.
           MOVE 'PERTES DE CHANGE' TO PLN-LIBELLE.
           PERFORM CREER-COMPTE-PLAN.
           MOVE 701000 TO PLN-COMPTE.
           MOVE 'VENTES' TO PLN-LIBELLE.
           PERFORM CREER-COMPTE-PLAN.
           MOVE 765000 TO PLN-COMPTE.
           MOVE 'ESCOMPTES OBTENUS' TO PLN-LIBELLE.
           PERFORM CREER-COMPTE-PLAN.
           MOVE 766000 TO PLN-COMPTE.
           MOVE 'GAINS DE CHANGE' TO PLN-LIBELLE.
           PERFORM CREER-COMPTE-PLAN.

       CREER-COMPTE-PLAN.
           WRITE PLAN-COMPTE-REC
      *    Un mois sans enregistrement dans PERIODES.DAT, ou un
      *    fichier absent, est repute ouvert.
       CONTROLER-PERIODE-FERMEE.
      *    Appele aussi pour chaque facture du journal des achats :
      *    pas de sortie par GO TO, le paragraphe rend toujours la
      *    main a l'appelant.
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

      *    Balaye le grand livre a la recherche d'ecritures deja
      *    portees a la date du lot par les journaux de la journee
      *    - les achats AC sont dates de la facture et ont leur
      *    propre garde (FFR-COMPTA), les journaux des autres
      *    programmes (IM...) ne comptent pas.
       CONTROLER-DEJA-COMPTABILISE.
           MOVE 0 TO WS-DEJA-COMPTABILISE.
           OPEN INPUT ECRITURES.
               READ ECRITURES
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ECR-DATE = WS-DATE-LOT AND
                           (ECR-JOURNAL = 'VE' OR ECR-JOURNAL = 'RG'
                           OR ECR-JOURNAL = 'BQ' OR
                           ECR-JOURNAL = 'PA')
                           MOVE 1 TO WS-DEJA-COMPTABILISE
                           MOVE 1 TO WS-EOF
                       END-IF
                           STRING 'REG ' DELIMITED BY SIZE
                               REG-FAC DELIMITED BY SIZE
                               INTO WS-PIECE
                           IF REG-MODE = 'CI' OR REG-MODE = 'RJ'
                               PERFORM ASSEMBLER-IMPAYE-CLIENT
                           ELSE
                               MOVE 'REGLEMENT CLIENT' TO WS-LIBELLE
                               IF REG-MODE = 'VI'
                                   MOVE 512000 TO PLN-COMPTE
                               ELSE
                                   MOVE 530000 TO PLN-COMPTE
                               END-IF
                               MOVE REG-MONTANT TO WS-TOTAL-DEBIT
                               PERFORM AJOUTER-ECRITURE-DEBIT
                               MOVE 411000 TO PLN-COMPTE
                               MOVE REG-MONTANT TO WS-TOTAL-CREDIT
                               PERFORM AJOUTER-ECRITURE-CREDIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       ASSEMBLER-REGLEMENTS-EXIT.
           EXIT.

      *    Cheque impaye (CI) ou prelevement rejete (RJ) : le
      *    reglement est contrepasse - debit clients, credit caisse
      *    ou l'encaissement avait ete passe.
       ASSEMBLER-IMPAYE-CLIENT.
           MOVE 'IMPAYE CLIENT' TO WS-LIBELLE.
           MOVE 411000 TO PLN-COMPTE.
           MOVE REG-MONTANT TO WS-TOTAL-DEBIT.
           PERFORM AJOUTER-ECRITURE-DEBIT.
           MOVE 530000 TO PLN-COMPTE.
           MOVE REG-MONTANT TO WS-TOTAL-CREDIT.
           PERFORM AJOUTER-ECRITURE-CREDIT.

      *    Mouvement bancaire : la contrepartie passe au compte
      *    d'attente 471, a reclasser par la comptable - chaque
      *    mouvement reste ainsi equilibre sans presumer de sa
      *    nature. Seule exception : le reglement fournisseur PF
      *    passe par COMPTAFRN, dont le libelle porte la facture
      *    payee (voir ASSEMBLER-REGLEMENT-FRN).
       ASSEMBLER-BANQUE.
           OPEN INPUT MVT-BANQUE.
           IF NOT WS-MVTB-OUVERT-OK
               MVB-CPT(5:6) DELIMITED BY SIZE
               INTO WS-PIECE.
           MOVE MVB-LIBELLE(1:20) TO WS-LIBELLE.
           MOVE 0 TO WS-TROUVE.
           IF MVB-TYPE = 'PF' AND MVB-LIBELLE(1:5) = 'REGL '
               AND WS-FFR-DISPONIBLE = 1 AND MVB-MONTANT < 0
               MOVE MVB-LIBELLE(6:4) TO FFR-FRN
               MOVE MVB-LIBELLE(11:10) TO FFR-NUMERO
               READ FACT-FOURNISSEUR
                   NOT INVALID KEY
                       MOVE 1 TO WS-TROUVE
                       PERFORM ASSEMBLER-REGLEMENT-FRN
               END-READ
           END-IF.
           IF WS-TROUVE = 0 AND MVB-MONTANT >= 0
               MOVE 512000 TO PLN-COMPTE
               MOVE MVB-MONTANT TO WS-TOTAL-DEBIT
               PERFORM AJOUTER-ECRITURE-DEBIT
               MOVE 471000 TO PLN-COMPTE
               MOVE MVB-MONTANT TO WS-TOTAL-CREDIT
               PERFORM AJOUTER-ECRITURE-CREDIT
           END-IF.
           IF WS-TROUVE = 0 AND MVB-MONTANT < 0
               MOVE 471000 TO PLN-COMPTE
               COMPUTE WS-TOTAL-DEBIT = 0 - MVB-MONTANT
               PERFORM AJOUTER-ECRITURE-DEBIT
               PERFORM AJOUTER-ECRITURE-CREDIT
           END-IF.

      *    Reglement fournisseur : debit du 401 pour le TTC de la
      *    facture au taux retenu a la saisie (le montant credite
      *    par le journal des achats), credit de la banque pour ce
      *    qui est vraiment sorti au taux du jour. La difference
      *    est l'ecart de change de COMPTAFRN : perte en 666 quand
      *    la banque a paye plus, gain en 766 quand elle a paye
      *    moins. Un escompte pour paiement anticipe (FFR-ESCOMPTE,
      *    au meme taux) part au credit des escomptes obtenus.
       ASSEMBLER-REGLEMENT-FRN.
           PERFORM CONVERTIR-FACTURE-FRN.
           MOVE 0 TO WS-ESCOMPTE-EUR.
           IF FFR-ESCOMPTE NUMERIC
               COMPUTE WS-ESCOMPTE-EUR ROUNDED =
                   FFR-ESCOMPTE * WS-TAUX-FFR
           END-IF.
           COMPUTE WS-DECAISSE-EUR = 0 - MVB-MONTANT.
           COMPUTE WS-ECART-PF =
               WS-TTC-EUR - WS-ESCOMPTE-EUR - WS-DECAISSE-EUR.
           MOVE 401000 TO PLN-COMPTE.
           MOVE WS-TTC-EUR TO WS-TOTAL-DEBIT.
           PERFORM AJOUTER-ECRITURE-DEBIT.
           IF WS-ECART-PF < 0
               MOVE 666000 TO PLN-COMPTE
               COMPUTE WS-TOTAL-DEBIT = 0 - WS-ECART-PF
               PERFORM AJOUTER-ECRITURE-DEBIT
           END-IF.
           MOVE 512000 TO PLN-COMPTE.
           MOVE WS-DECAISSE-EUR TO WS-TOTAL-CREDIT.
           PERFORM AJOUTER-ECRITURE-CREDIT.
           IF WS-ESCOMPTE-EUR > 0
               MOVE 765000 TO PLN-COMPTE
               MOVE WS-ESCOMPTE-EUR TO WS-TOTAL-CREDIT
               PERFORM AJOUTER-ECRITURE-CREDIT
           END-IF.
           IF WS-ECART-PF > 0
               MOVE 766000 TO PLN-COMPTE
               MOVE WS-ECART-PF TO WS-TOTAL-CREDIT
               PERFORM AJOUTER-ECRITURE-CREDIT
           END-IF.

      *    Contre-valeur EUR de la facture courante au taux retenu
      *    a la saisie (FFR-TAUX) ; une facture sans devise
      *    (anterieure) ou en EUR garde ses montants, taux a 1.
      *    Le TTC est la somme des deux montants arrondis, pour
      *    que la piece d'achat tombe juste.
       CONVERTIR-FACTURE-FRN.
           MOVE 1 TO WS-TAUX-FFR.
           IF FFR-DEVISE NOT = SPACES AND FFR-DEVISE NOT = 'EUR'
               AND FFR-TAUX > 0
               MOVE FFR-TAUX TO WS-TAUX-FFR
           END-IF.
           COMPUTE WS-HT-EUR ROUNDED = FFR-MONTANT * WS-TAUX-FFR.
           COMPUTE WS-TVA-EUR ROUNDED = FFR-TVA * WS-TAUX-FFR.
           COMPUTE WS-TTC-EUR = WS-HT-EUR + WS-TVA-EUR.

      *    Bulletin calcule ce jour : debit du brut en charge de
      *    personnel, credit des cotisations aux organismes et du
      *    net au compte du personnel. La part patronale, hors du
      *    net, forme sa propre paire 645 / 431 sur le meme centre
      *    (le service de l'employe).
       ASSEMBLER-PAIE.
           OPEN INPUT BULLETINS.
           MOVE LOW-VALUES TO BUL-CLE.
                           MOVE BUL-NET TO WS-TOTAL-CREDIT
                           PERFORM AJOUTER-ECRITURE-CREDIT
                           PERFORM EQUILIBRER-RUBRIQUES-PAIE
                           IF BUL-COTIS-PATR > 0
                               MOVE 'PAIE PART PATRONALE' TO
                                   WS-LIBELLE
                               MOVE 645000 TO PLN-COMPTE
                               MOVE BUL-COTIS-PATR TO WS-TOTAL-DEBIT
                               PERFORM AJOUTER-ECRITURE-DEBIT
                               MOVE 431000 TO PLN-COMPTE
                               MOVE BUL-COTIS-PATR TO
                                   WS-TOTAL-CREDIT
                               PERFORM AJOUTER-ECRITURE-CREDIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               PERFORM AJOUTER-ECRITURE-CREDIT
           END-IF.

      *===============================================
      * JOURNAL DES ACHATS
      * Toute facture fournisseur acceptee (A) ou deja payee (P),
      * datee au plus tard du lot et pas encore comptabilisee :
      * debit achats du HT, debit TVA deductible de la taxe,
      * credit fournisseurs du TTC. Les lignes portent la date de
      * la facture ; une facture datee d'un mois ferme depuis sa
      * saisie passe a la date du lot. Une facture bloquee (B)
      * attend la levee de ses ecarts.
      *===============================================
       ASSEMBLER-ACHATS.
           MOVE 0 TO WS-NB-ACHATS.
           MOVE 0 TO WS-EOF.
           IF WS-FFR-DISPONIBLE = 0
               MOVE 1 TO WS-EOF
           END-IF.
           MOVE LOW-VALUES TO FFR-CLE.
           IF WS-EOF = 0
               START FACT-FOURNISSEUR KEY >= FFR-CLE
                   INVALID KEY MOVE 1 TO WS-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF = 1
               READ FACT-FOURNISSEUR NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF (FFR-STATUT = 'A' OR FFR-STATUT = 'P')
                           AND FFR-COMPTA NOT = 'O'
                           AND FFR-DATE <= WS-DATE-LOT
                           AND WS-NB-ACHATS < 200
                           PERFORM ASSEMBLER-UNE-FACTURE-FRN
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-DATE-LOT TO WS-DATE-ECR.

      *    Au-dela des 200 factures de la table a marquer, la
      *    facture attend simplement le lot suivant.
       ASSEMBLER-UNE-FACTURE-FRN.
           MOVE FFR-DATE TO WS-DATE-ECR.
           MOVE FFR-DATE(1:6) TO WS-MOIS-CONTROLE.
           PERFORM CONTROLER-PERIODE-FERMEE.
           IF WS-PERIODE-FERMEE = 1
               MOVE WS-DATE-LOT TO WS-DATE-ECR
           END-IF.
           MOVE 'AC' TO WS-JOURNAL.
           PERFORM TROUVER-CENTRE-ACHAT.
           MOVE SPACES TO WS-PIECE.
           STRING 'FFR ' DELIMITED BY SIZE
               FFR-CMD DELIMITED BY SIZE
               INTO WS-PIECE.
           MOVE SPACES TO WS-LIBELLE.
           STRING FFR-FRN DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FFR-NUMERO DELIMITED BY SIZE
               INTO WS-LIBELLE.
           PERFORM CONVERTIR-FACTURE-FRN.
           MOVE 607000 TO PLN-COMPTE.
           MOVE WS-HT-EUR TO WS-TOTAL-DEBIT.
           PERFORM AJOUTER-ECRITURE-DEBIT.
           IF WS-TVA-EUR > 0
               MOVE 445660 TO PLN-COMPTE
               MOVE WS-TVA-EUR TO WS-TOTAL-DEBIT
               PERFORM AJOUTER-ECRITURE-DEBIT
           END-IF.
           MOVE 401000 TO PLN-COMPTE.
           MOVE WS-TTC-EUR TO WS-TOTAL-CREDIT.
           PERFORM AJOUTER-ECRITURE-CREDIT.
           ADD 1 TO WS-NB-ACHATS.
           MOVE FFR-CLE TO WS-FFR-CLE-T(WS-NB-ACHATS).

      *    Imputation analytique des achats : famille de produits
      *    de la premiere ligne de la commande facturee - meme
      *    convention que les ventes.
       TROUVER-CENTRE-ACHAT.
           MOVE SPACES TO WS-CENTRE.
           MOVE FFR-CMD TO LCM-NUM.
           MOVE 1 TO LCM-NUM-LIGNE.
           READ LIGNES-COMMANDE
               NOT INVALID KEY
                   MOVE LCM-PRD TO PRD-CODE
                   READ PRODUITS
                       NOT INVALID KEY
                           MOVE PRD-FAMILLE TO WS-CENTRE
                   END-READ
           END-READ.

      *    La journee est ecrite : les factures du journal des
      *    achats ne repasseront plus.
       MARQUER-ACHATS-COMPTABILISES.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-NB-ACHATS
               MOVE WS-FFR-CLE-T(WS-IDX) TO FFR-CLE
               READ FACT-FOURNISSEUR
                   NOT INVALID KEY
                       MOVE 'O' TO FFR-COMPTA
                       REWRITE FACT-FRN-REC
               END-READ
               ADD 1 TO WS-IDX
           END-PERFORM.

      *    Imputation analytique de la paie : le service de la
      *    fiche employe, espaces si le matricule est inconnu.
       TROUVER-CENTRE-PAIE.
           PERFORM CONTROLER-COMPTE-PLAN.
           IF WS-NB-ECRITURES < 400
               ADD 1 TO WS-NB-ECRITURES
               MOVE WS-DATE-ECR TO WS-ECR-DATE-T(WS-NB-ECRITURES)
               MOVE WS-JOURNAL TO
                   WS-ECR-JOURNAL-T(WS-NB-ECRITURES)
               MOVE WS-PIECE TO WS-ECR-PIECE-T(WS-NB-ECRITURES)
           PERFORM CONTROLER-COMPTE-PLAN.
           IF WS-NB-ECRITURES < 400
               ADD 1 TO WS-NB-ECRITURES
               MOVE WS-DATE-ECR TO WS-ECR-DATE-T(WS-NB-ECRITURES)
               MOVE WS-JOURNAL TO
                   WS-ECR-JOURNAL-T(WS-NB-ECRITURES)
               MOVE WS-PIECE TO WS-ECR-PIECE-T(WS-NB-ECRITURES)
           END-IF.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-NB-ECRITURES
               MOVE WS-ECR-DATE-T(WS-IDX) TO ECR-DATE
               MOVE WS-ECR-JOURNAL-T(WS-IDX) TO ECR-JOURNAL
               MOVE WS-ECR-PIECE-T(WS-IDX) TO ECR-PIECE
               MOVE WS-ECR-COMPTE-T(WS-IDX) TO ECR-COMPTE
