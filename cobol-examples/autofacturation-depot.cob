       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOFACDEP.
      *===============================================
      * AUTOFACTURATION DU STOCK EN DEPOT FOURNISSEUR
      * Job batch (mensuel) : relit MVTSTOCK.DAT, cumule par
      * fournisseur et par produit les mouvements 'D'
      * (consommation du depot, ecrits par STOCK, GESTION-VENTES
      * et FACTURE quand PRD-QTE passe sous PRD-QTE-DEPOT) du
      * mois demande, et :
      *   - cree dans FACTFRN.DAT une facture d'autofacturation
      *     par fournisseur (numero 'AD' + AAAAMM, a l'etat 'A'),
      *     reglee ensuite par COMPTAFRN comme toute facture,
      *   - imprime le releve de consommation a adresser au
      *     fournisseur avec la facture.
      * Prix : tarif PRIXFRN.DAT du fournisseur valide a la date
      * de la derniere consommation du mois, au palier atteint
      * par la quantite consommee (meme regle que GESTION-ACHATS)
      * ; sans tarif, prix catalogue PRD-PRIX signale sur le
      * releve. Une facture deja creee pour le mois n'est pas
      * refaite : le job peut etre relance sans doublon.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    LAYOUTS PARTAGEES - VOIR COPYBOOKS
           SELECT MVT-STOCK ASSIGN TO 'MVTSTOCK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MVT-CLE
               FILE STATUS IS WS-MVT-STATUS.
           SELECT PRODUITS ASSIGN TO 'PRODUITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODE
               FILE STATUS IS WS-PRD-STATUS.
           SELECT FOURNISSEURS ASSIGN TO 'FOURNIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRN-CODE
               FILE STATUS IS WS-FRN-STATUS.
           SELECT PRIX-FOURNISSEUR ASSIGN TO 'PRIXFRN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PXF-CLE
               FILE STATUS IS WS-PXF-STATUS.
           SELECT DEVISES ASSIGN TO 'TAUXDEV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CODE
               FILE STATUS IS WS-DEV-STATUS.
           SELECT FACT-FOURNISSEUR ASSIGN TO 'FACTFRN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FFR-CLE
               FILE STATUS IS WS-FFR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MVT-STOCK.
           COPY MVTSTK.
       FD PRODUITS.
           COPY PRODUIT.
       FD FOURNISSEURS.
           COPY FOURNIS.
       FD PRIX-FOURNISSEUR.
           COPY PRIXFRN.
       FD DEVISES.
           COPY DEVISE.
       FD FACT-FOURNISSEUR.
           COPY FACTFRN.
       WORKING-STORAGE SECTION.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-FIN-TARIF      PIC 9 VALUE 0.
       01 WS-MVT-STATUS     PIC XX VALUE '00'.
           88 WS-MVT-OUVERT-OK VALUE '00'.
       01 WS-PRD-STATUS     PIC XX VALUE '00'.
           88 WS-PRD-OUVERT-OK VALUE '00'.
       01 WS-FRN-STATUS     PIC XX VALUE '00'.
           88 WS-FRN-OUVERT-OK VALUE '00'.
       01 WS-PXF-STATUS     PIC XX VALUE '00'.
           88 WS-PXF-OUVERT-OK VALUE '00'.
       01 WS-DEV-STATUS     PIC XX VALUE '00'.
           88 WS-DEV-OUVERT-OK VALUE '00'.
       01 WS-FFR-STATUS     PIC XX VALUE '00'.
           88 WS-FFR-OUVERT-OK VALUE '00'.
       01 WS-DATE-JOUR      PIC 9(8) VALUE 0.
       01 WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-ANNEE-JOUR  PIC 9(4).
           05 WS-MM-JOUR     PIC 99.
           05 FILLER         PIC 99.
       01 WS-JULIEN         PIC 9(9) VALUE 0.
      *    MOIS FACTURE (AAAAMM) - A BLANC OU ZERO, LE MOIS
      *    PRECEDENT LA DATE DU JOUR
       01 WS-MOIS           PIC 9(6) VALUE 0.
       01 WS-MOIS-R REDEFINES WS-MOIS.
           05 WS-ANNEE-MOIS  PIC 9(4).
           05 WS-MM-MOIS     PIC 99.
       01 WS-MOIS-SAISI     PIC X(6) VALUE SPACES.
      *    DELAI DE REGLEMENT DE L'AUTOFACTURE
       01 WS-DELAI-JOURS    PIC 999 VALUE 30.
      * Jours ouvres via le sous-programme JOUROUVRE
       01 WS-JOU-ACTION     PIC X VALUE SPACE.
       01 WS-JOU-USAGE      PIC XX VALUE SPACES.
       01 WS-JOU-DATE       PIC 9(8) VALUE 0.
       01 WS-JOU-RESULTAT   PIC X VALUE SPACE.
      * Consommations du mois : un poste par fournisseur/produit
       01 WS-MAX-CONSO      PIC 9(4) VALUE 500.
       01 WS-NB-CONSO       PIC 9(4) VALUE 0.
       01 WS-TAB-CONSO.
           05 WS-TC-POSTE OCCURS 500 TIMES.
               10 WS-TC-FRN  PIC X(4).
               10 WS-TC-PRD  PIC X(8).
               10 WS-TC-QTE  PIC 9(7).
               10 WS-TC-DATE PIC 9(8).
               10 WS-TC-FAIT PIC X.
       01 WS-I              PIC 9(4) VALUE 0.
       01 WS-J              PIC 9(4) VALUE 0.
       01 WS-TROUVE         PIC 9 VALUE 0.
       01 WS-NB-IGNORES     PIC 9(5) VALUE 0.
       01 WS-FRN-CONSO      PIC X(4) VALUE SPACES.
       01 WS-FRN-COURANT    PIC X(4) VALUE SPACES.
      * Recherche du tarif fournisseur applicable
       01 WS-PRIX-TROUVE    PIC 9 VALUE 0.
       01 WS-PRIX-APPLICABLE PIC 9(5)V99 VALUE 0.
       01 WS-MEILLEURE-QTE-MIN PIC 9(4) VALUE 0.
       01 WS-DATE-TARIF     PIC 9(8) VALUE 0.
       01 WS-COEF-ACHAT     PIC 9(4) VALUE 1.
       01 WS-QTE-ACHAT      PIC 9(7) VALUE 0.
       01 WS-PRIX-UNITAIRE  PIC 9(5)V9(4) VALUE 0.
      * Devise et taux de l'autofacture
       01 WS-DEVISE-FRN     PIC X(3) VALUE 'EUR'.
       01 WS-TAUX-DEVISE    PIC 9(3)V9(4) VALUE 1.
       01 WS-TAUX-TROUVE    PIC 9 VALUE 0.
      * TVA deductible par code article (1=20%, 2=10%, 3=5,5%)
       01 WS-TAUX-TVA-TABLE.
           05 FILLER PIC 9(2)V99 VALUE 20.00.
           05 FILLER PIC 9(2)V99 VALUE 10.00.
           05 FILLER PIC 9(2)V99 VALUE 05.50.
       01 WS-TAUX-TVA-R REDEFINES WS-TAUX-TVA-TABLE.
           05 WS-TAUX-TVA PIC 9(2)V99 OCCURS 3 TIMES.
       01 WS-IDX-TVA        PIC 9 VALUE 1.
       01 WS-MONTANT-LIGNE  PIC 9(7)V99 VALUE 0.
       01 WS-TVA-LIGNE      PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-HT       PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-TVA      PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-TTC      PIC 9(7)V99 VALUE 0.
       01 WS-NB-FACTURES    PIC 9(5) VALUE 0.
       01 WS-NB-DEJA        PIC 9(5) VALUE 0.
       01 WS-NB-PRIX-CATALOGUE PIC 9(5) VALUE 0.
       01 WS-LIGNE-CONSO.
           05 WS-LCO-PRD     PIC X(8).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LCO-LIBELLE PIC X(20).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LCO-QTE     PIC Z(6)9.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LCO-PRIX    PIC Z(4)9.9999.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LCO-MONTANT PIC Z(6)9.99.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LCO-NOTE    PIC X(14).
       01 WS-LCO-TOTAL      PIC Z(6)9.99.
      * Identite de la societe via le sous-programme IDENTSOC
       01 WS-ETAB-SOCIETE  PIC X(2) VALUE 'SG'.
           COPY SOCIETE.
           COPY SOCEDIT.
       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           CALL 'IDENTSOC' USING WS-ETAB-SOCIETE SOCIETE-REC
               SOCIETE-EDITION.
           DISPLAY 'MOIS A AUTOFACTURER (AAAAMM, BLANC=MOIS '
               'PRECEDENT) ?'.
           ACCEPT WS-MOIS-SAISI.
           IF WS-MOIS-SAISI IS NUMERIC
               MOVE WS-MOIS-SAISI TO WS-MOIS
           END-IF.
           IF WS-MOIS = 0
               MOVE WS-ANNEE-JOUR TO WS-ANNEE-MOIS
               MOVE WS-MM-JOUR TO WS-MM-MOIS
               IF WS-MM-MOIS = 1
                   SUBTRACT 1 FROM WS-ANNEE-MOIS
                   MOVE 12 TO WS-MM-MOIS
               ELSE
                   SUBTRACT 1 FROM WS-MM-MOIS
               END-IF
           END-IF.
           OPEN INPUT MVT-STOCK.
           IF NOT WS-MVT-OUVERT-OK
               DISPLAY 'MVTSTOCK.DAT ABSENT - RIEN A AUTOFACTURER'
               STOP RUN
           END-IF.
           OPEN INPUT PRODUITS.
           OPEN INPUT FOURNISSEURS.
           OPEN INPUT PRIX-FOURNISSEUR.
           OPEN INPUT DEVISES.
           OPEN I-O FACT-FOURNISSEUR.
           IF NOT WS-FFR-OUVERT-OK
               OPEN OUTPUT FACT-FOURNISSEUR
               CLOSE FACT-FOURNISSEUR
               OPEN I-O FACT-FOURNISSEUR
           END-IF.
           DISPLAY '=== AUTOFACTURATION DU DEPOT FOURNISSEUR - MOIS '
               WS-MOIS ' ==='.
           MOVE LOW-VALUES TO MVT-CLE.
           START MVT-STOCK KEY >= MVT-CLE
               INVALID KEY MOVE 1 TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 1
               READ MVT-STOCK NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF MVT-TYPE = 'D' AND
                           MVT-DATE(1:6) = WS-MOIS AND
                           MVT-QTE > 0
                           PERFORM CUMULER-CONSOMMATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MVT-STOCK.
           IF WS-NB-CONSO = 0
               DISPLAY 'AUCUNE CONSOMMATION DE DEPOT SUR LE MOIS'
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-CONSO
               IF WS-TC-FAIT(WS-I) = 'N'
                   PERFORM AUTOFACTURER-FOURNISSEUR
               END-IF
           END-PERFORM.
           IF WS-PRD-OUVERT-OK
               CLOSE PRODUITS
           END-IF.
           IF WS-FRN-OUVERT-OK
               CLOSE FOURNISSEURS
           END-IF.
           IF WS-PXF-OUVERT-OK
               CLOSE PRIX-FOURNISSEUR
           END-IF.
           IF WS-DEV-OUVERT-OK
               CLOSE DEVISES
           END-IF.
           CLOSE FACT-FOURNISSEUR.
           DISPLAY '=== AUTOFACTURATION TERMINEE ==='.
           DISPLAY 'AUTOFACTURES CREEES:     ' WS-NB-FACTURES.
           DISPLAY 'DEJA FACTUREES (IGNOREES):' WS-NB-DEJA.
           DISPLAY 'LIGNES AU PRIX CATALOGUE:' WS-NB-PRIX-CATALOGUE.
           IF WS-NB-IGNORES > 0
               DISPLAY 'MOUVEMENTS NON CUMULES (TABLE PLEINE):'
                   WS-NB-IGNORES
           END-IF.
           STOP RUN.

      *    Le fournisseur deposant est celui de la fiche produit
      *    (PRD-FRN-DEPOT) ; un produit n'a qu'un deposant a la
      *    fois. Les mouvements sont lus par produit : le poste
      *    fournisseur/produit existe deja ou se cree en fin de
      *    table.
       CUMULER-CONSOMMATION.
           MOVE MVT-PRD TO PRD-CODE.
           MOVE SPACES TO WS-FRN-CONSO.
           IF WS-PRD-OUVERT-OK
               READ PRODUITS
                   NOT INVALID KEY
                       MOVE PRD-FRN-DEPOT TO WS-FRN-CONSO
               END-READ
           END-IF.
           IF WS-FRN-CONSO = SPACES
               MOVE PRD-FRN TO WS-FRN-CONSO
           END-IF.
           MOVE 0 TO WS-TROUVE.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-NB-CONSO OR WS-TROUVE = 1
               IF WS-TC-FRN(WS-J) = WS-FRN-CONSO AND
                   WS-TC-PRD(WS-J) = MVT-PRD
                   MOVE 1 TO WS-TROUVE
                   ADD MVT-QTE TO WS-TC-QTE(WS-J)
                   IF MVT-DATE > WS-TC-DATE(WS-J)
                       MOVE MVT-DATE TO WS-TC-DATE(WS-J)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TROUVE = 0
               IF WS-NB-CONSO < WS-MAX-CONSO
                   ADD 1 TO WS-NB-CONSO
                   MOVE WS-FRN-CONSO TO WS-TC-FRN(WS-NB-CONSO)
                   MOVE MVT-PRD TO WS-TC-PRD(WS-NB-CONSO)
                   MOVE MVT-QTE TO WS-TC-QTE(WS-NB-CONSO)
                   MOVE MVT-DATE TO WS-TC-DATE(WS-NB-CONSO)
                   MOVE 'N' TO WS-TC-FAIT(WS-NB-CONSO)
               ELSE
                   ADD 1 TO WS-NB-IGNORES
               END-IF
           END-IF.

      *    Une autofacture par fournisseur : tous les postes du
      *    fournisseur de WS-I sont imprimes et totalises, puis
      *    marques faits. La facture du mois deja presente dans
      *    FACTFRN.DAT n'est ni refaite ni modifiee.
       AUTOFACTURER-FOURNISSEUR.
           MOVE WS-TC-FRN(WS-I) TO WS-FRN-COURANT.
           MOVE WS-FRN-COURANT TO FRN-CODE.
           MOVE SPACES TO FRN-NOM.
           MOVE SPACES TO FRN-DEVISE.
           IF WS-FRN-OUVERT-OK
               READ FOURNISSEURS
                   INVALID KEY MOVE 'INCONNU' TO FRN-NOM
               END-READ
           END-IF.
           IF FRN-DEVISE = SPACES
               MOVE 'EUR' TO WS-DEVISE-FRN
           ELSE
               MOVE FRN-DEVISE TO WS-DEVISE-FRN
           END-IF.
           PERFORM CHERCHER-TAUX-DEVISE.
           DISPLAY ' '.
           DISPLAY 'RELEVE DE CONSOMMATION DEPOT - FOURNISSEUR '
               WS-FRN-COURANT ' ' FRN-NOM.
      *    Emetteur de l'autofacture : la societe
           DISPLAY SOE-RAISON-SOCIALE.
           DISPLAY SOE-ADRESSE.
           DISPLAY SOE-IDENTIFIANTS.
           MOVE WS-FRN-COURANT TO FFR-FRN.
           MOVE SPACES TO FFR-NUMERO.
           STRING 'AD' WS-MOIS DELIMITED BY SIZE INTO FFR-NUMERO.
           READ FACT-FOURNISSEUR
               INVALID KEY MOVE 0 TO WS-TROUVE
               NOT INVALID KEY MOVE 1 TO WS-TROUVE
           END-READ.
           IF WS-TROUVE = 1
               DISPLAY 'AUTOFACTURE ' FFR-NUMERO
                   ' DEJA CREEE - NON REFAITE'
               ADD 1 TO WS-NB-DEJA
           ELSE
               DISPLAY 'PRODUIT  LIBELLE              QUANTITE'
                   '   PRIX U.   MONTANT ' WS-DEVISE-FRN
           END-IF.
           MOVE 0 TO WS-TOTAL-HT.
           MOVE 0 TO WS-TOTAL-TVA.
           PERFORM VARYING WS-J FROM WS-I BY 1
               UNTIL WS-J > WS-NB-CONSO
               IF WS-TC-FRN(WS-J) = WS-FRN-COURANT
                   IF WS-TROUVE = 0
                       PERFORM VALORISER-CONSOMMATION
                   END-IF
                   MOVE 'O' TO WS-TC-FAIT(WS-J)
               END-IF
           END-PERFORM.
           IF WS-TROUVE = 0
               PERFORM CREER-AUTOFACTURE
           END-IF.

      *    Prix d'achat du poste WS-J ramene a l'unite de stock
      *    (le tarif est en unite d'achat), montant HT et TVA
      *    deductible au taux de l'article.
       VALORISER-CONSOMMATION.
           MOVE WS-TC-PRD(WS-J) TO PRD-CODE.
           MOVE SPACES TO PRD-LIBELLE.
           MOVE 0 TO PRD-PRIX.
           MOVE 0 TO PRD-COEF-ACHAT.
           MOVE '1' TO PRD-TVA-CODE.
           IF WS-PRD-OUVERT-OK
               READ PRODUITS
                   INVALID KEY MOVE 'INCONNU' TO PRD-LIBELLE
               END-READ
           END-IF.
           MOVE 1 TO WS-COEF-ACHAT.
           IF PRD-COEF-ACHAT IS NUMERIC
               IF PRD-COEF-ACHAT > 1
                   MOVE PRD-COEF-ACHAT TO WS-COEF-ACHAT
               END-IF
           END-IF.
           COMPUTE WS-QTE-ACHAT = WS-TC-QTE(WS-J) / WS-COEF-ACHAT.
           MOVE WS-TC-DATE(WS-J) TO WS-DATE-TARIF.
           PERFORM CHERCHER-PRIX-FOURNISSEUR.
           MOVE SPACES TO WS-LIGNE-CONSO.
           IF WS-PRIX-TROUVE = 1
               COMPUTE WS-PRIX-UNITAIRE ROUNDED =
                   WS-PRIX-APPLICABLE / WS-COEF-ACHAT
           ELSE
      *        Prix catalogue en EUR, ramene a la devise du
      *        fournisseur
               COMPUTE WS-PRIX-UNITAIRE ROUNDED =
                   PRD-PRIX / WS-TAUX-DEVISE
               MOVE 'PRIX CATALOGUE' TO WS-LCO-NOTE
               ADD 1 TO WS-NB-PRIX-CATALOGUE
           END-IF.
           COMPUTE WS-MONTANT-LIGNE ROUNDED =
               WS-TC-QTE(WS-J) * WS-PRIX-UNITAIRE.
           EVALUATE PRD-TVA-CODE
               WHEN '2' MOVE 2 TO WS-IDX-TVA
               WHEN '3' MOVE 3 TO WS-IDX-TVA
               WHEN OTHER MOVE 1 TO WS-IDX-TVA
           END-EVALUATE.
           COMPUTE WS-TVA-LIGNE ROUNDED =
               WS-MONTANT-LIGNE * WS-TAUX-TVA(WS-IDX-TVA) / 100.
           ADD WS-MONTANT-LIGNE TO WS-TOTAL-HT.
           ADD WS-TVA-LIGNE TO WS-TOTAL-TVA.
           MOVE WS-TC-PRD(WS-J) TO WS-LCO-PRD.
           MOVE PRD-LIBELLE TO WS-LCO-LIBELLE.
           MOVE WS-TC-QTE(WS-J) TO WS-LCO-QTE.
           MOVE WS-PRIX-UNITAIRE TO WS-LCO-PRIX.
           MOVE WS-MONTANT-LIGNE TO WS-LCO-MONTANT.
           DISPLAY WS-LIGNE-CONSO.

      *    MEME LOGIQUE QUE GESTION-ACHATS/
      *    CHERCHER-PRIX-FOURNISSEUR, a la date de la derniere
      *    consommation et pour la quantite consommee exprimee
      *    en unite d'achat.
       CHERCHER-PRIX-FOURNISSEUR.
           MOVE 0 TO WS-PRIX-TROUVE.
           MOVE 0 TO WS-MEILLEURE-QTE-MIN.
           IF WS-PXF-OUVERT-OK
               MOVE LOW-VALUES TO PXF-CLE
               MOVE WS-FRN-COURANT TO PXF-FRN
               MOVE PRD-CODE TO PXF-PRD
               MOVE 0 TO WS-FIN-TARIF
               START PRIX-FOURNISSEUR KEY >= PXF-CLE
                   INVALID KEY MOVE 1 TO WS-FIN-TARIF
               END-START
               PERFORM UNTIL WS-FIN-TARIF = 1
                   READ PRIX-FOURNISSEUR NEXT
                       AT END MOVE 1 TO WS-FIN-TARIF
                       NOT AT END
                           IF PXF-FRN NOT = WS-FRN-COURANT OR
                               PXF-PRD NOT = PRD-CODE
                               MOVE 1 TO WS-FIN-TARIF
                           ELSE
                               IF PXF-DEBUT <= WS-DATE-TARIF AND
                                   PXF-FIN >= WS-DATE-TARIF AND
                                   WS-QTE-ACHAT >= PXF-QTE-MIN AND
                                   PXF-QTE-MIN >= WS-MEILLEURE-QTE-MIN
                                   MOVE PXF-QTE-MIN TO
                                       WS-MEILLEURE-QTE-MIN
                                   MOVE PXF-PRIX TO WS-PRIX-APPLICABLE
                                   MOVE 1 TO WS-PRIX-TROUVE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Contre-valeur EUR d'une unite de la devise du
      *    fournisseur (TAUXDEV.DAT) ; l'EUR vaut 1, une devise
      *    sans taux est prise a 1 et signalee.
       CHERCHER-TAUX-DEVISE.
           MOVE 1 TO WS-TAUX-DEVISE.
           MOVE 0 TO WS-TAUX-TROUVE.
           IF WS-DEVISE-FRN = 'EUR'
               MOVE 1 TO WS-TAUX-TROUVE
           ELSE
               IF WS-DEV-OUVERT-OK
                   MOVE WS-DEVISE-FRN TO DEV-CODE
                   READ DEVISES
                       NOT INVALID KEY
                           MOVE DEV-TAUX TO WS-TAUX-DEVISE
                           MOVE 1 TO WS-TAUX-TROUVE
                   END-READ
               END-IF
           END-IF.
           IF WS-TAUX-TROUVE = 0 OR WS-TAUX-DEVISE = 0
               MOVE 1 TO WS-TAUX-DEVISE
               DISPLAY 'TAUX ABSENT POUR ' WS-DEVISE-FRN
                   ' - PRIS A 1'
           END-IF.

      *    La facture est creee a l'etat 'A' (a payer), non
      *    comptabilisee, pour passer dans COMPTAFRN et COMPTAGL
      *    comme une facture saisie.
       CREER-AUTOFACTURE.
           COMPUTE WS-TOTAL-TTC = WS-TOTAL-HT + WS-TOTAL-TVA.
           MOVE WS-TOTAL-HT TO WS-LCO-TOTAL.
           DISPLAY 'TOTAL HT  ' WS-LCO-TOTAL ' ' WS-DEVISE-FRN.
           MOVE WS-TOTAL-TVA TO WS-LCO-TOTAL.
           DISPLAY 'TVA       ' WS-LCO-TOTAL ' ' WS-DEVISE-FRN.
           MOVE WS-TOTAL-TTC TO WS-LCO-TOTAL.
           DISPLAY 'TOTAL TTC ' WS-LCO-TOTAL ' ' WS-DEVISE-FRN.
           IF WS-TOTAL-HT = 0
               DISPLAY 'MONTANT NUL - PAS D AUTOFACTURE'
           ELSE
               MOVE WS-FRN-COURANT TO FFR-FRN
               MOVE SPACES TO FFR-NUMERO
               STRING 'AD' WS-MOIS DELIMITED BY SIZE
                   INTO FFR-NUMERO
               MOVE 0 TO FFR-CMD
               MOVE WS-DATE-JOUR TO FFR-DATE
               COMPUTE WS-JULIEN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                   + WS-DELAI-JOURS
               COMPUTE FFR-ECHEANCE =
                   FUNCTION DATE-OF-INTEGER(WS-JULIEN)
      *        Echeance reportee si elle tombe un jour chome - meme
      *        regle que la saisie des factures dans ACHATS
               MOVE 'A' TO WS-JOU-ACTION
               MOVE 'FF' TO WS-JOU-USAGE
               MOVE FFR-ECHEANCE TO WS-JOU-DATE
               CALL 'JOUROUVRE' USING WS-JOU-ACTION WS-JOU-USAGE
                   WS-JOU-DATE WS-JOU-RESULTAT
               MOVE WS-JOU-DATE TO FFR-ECHEANCE
               MOVE WS-TOTAL-HT TO FFR-MONTANT
               MOVE WS-TOTAL-TVA TO FFR-TVA
               MOVE 'A' TO FFR-STATUT
               MOVE 0 TO FFR-DATE-PAIEMENT
               MOVE WS-DEVISE-FRN TO FFR-DEVISE
               MOVE WS-TAUX-DEVISE TO FFR-TAUX
               MOVE 'N' TO FFR-COMPTA
               MOVE 0 TO FFR-ESCOMPTE
               WRITE FACT-FRN-REC
                   INVALID KEY
                       DISPLAY 'ERREUR ECRITURE AUTOFACTURE '
                           FFR-NUMERO
                   NOT INVALID KEY
                       DISPLAY 'AUTOFACTURE ' FFR-NUMERO
                           ' CREEE - ECHEANCE ' FFR-ECHEANCE
                       ADD 1 TO WS-NB-FACTURES
               END-WRITE
           END-IF.
