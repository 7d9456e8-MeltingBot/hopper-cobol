       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLDEB.
      *===============================================
      * DECLARATION D'ECHANGES DE BIENS (DEB / INTRASTAT)
      * Job batch mensuel : recense les mouvements de marchandises
      * avec les partenaires des autres Etats de l'UE et prepare
      * la declaration a deposer aupres des douanes :
      *  - introductions : receptions de commandes fournisseur
      *    (COMMANDES-L.DAT, quantite recue convertie en unite de
      *    stock comme a l'entree en stock) des fournisseurs dont
      *    le pays (FRN-PAYS) est un Etat membre autre que la
      *    France, valorisees au prix de la commande converti en
      *    EUR par TAUXDEV.DAT ;
      *  - expeditions : lignes des commandes clients livrees
      *    dans le mois (CDEVTE / CDEVTE-L) aux clients dont le
      *    pays (CLI-PAYS) est un Etat membre autre que la France,
      *    avec le numero de TVA intracommunautaire du client.
      * Les lignes sont regroupees par flux, pays et nomenclature
      * (PRD-NC8), masse nette tiree de PRD-POIDS-NET. Un produit
      * sans nomenclature ou sans poids, une expedition vers un
      * client sans numero de TVA sont signales en anomalie et
      * tenus hors de la declaration - jamais inclus en silence.
      *  mode 1 - provisoire : liste de controle seule ;
      *  mode 2 - definitive : liste de controle, fichier DEB.TXT
      *    remis aux douanes et marquage des quantites recues
      *    declarees sur les lignes de commande (une ligne recue
      *    en deux fois sur deux mois n'est declaree qu'une fois
      *    par reception ; relancer le mois redonne le meme
      *    resultat).
      * Les lignes drop-ship des commandes clients, livrees
      * directement par le fournisseur, ne sortent pas de nos
      * entrepots et ne sont pas declarees en expedition.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMANDES ASSIGN TO 'COMMANDES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMD-NUM.
           SELECT LIGNES-COMMANDE ASSIGN TO 'COMMANDES-L.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCM-CLE.
           SELECT FOURNISSEURS ASSIGN TO 'FOURNIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRN-CODE.
           SELECT PRODUITS ASSIGN TO 'PRODUITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODE.
           SELECT DEVISES ASSIGN TO 'TAUXDEV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CODE
               FILE STATUS IS WS-DEV-STATUS.
           SELECT CDE-VENTES ASSIGN TO 'CDEVTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CVT-NUM.
           SELECT LIGNES-CDE-VENTE ASSIGN TO 'CDEVTE-L.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVT-CLE.
           SELECT CLIENTS ASSIGN TO 'CLIENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID.
      *    FICHIER REMIS AUX DOUANES
           SELECT DEB-FICHIER ASSIGN TO 'DEB.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEB-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUTS PARTAGEES - VOIR COPYBOOKS
       FD COMMANDES.
           COPY COMMANDE.
       FD LIGNES-COMMANDE.
           COPY LIGNECMD.
       FD FOURNISSEURS.
           COPY FOURNIS.
       FD PRODUITS.
           COPY PRODUIT.
       FD DEVISES.
           COPY DEVISE.
       FD CDE-VENTES.
           COPY CDEVTE.
       FD LIGNES-CDE-VENTE.
           COPY LIGNEVTE.
       FD CLIENTS.
           COPY CLIENT.
      *    DECLARATION : UN H (DECLARANT ET PERIODE), UN D PAR
      *    FLUX / PAYS / NOMENCLATURE (/ PARTENAIRE POUR LES
      *    EXPEDITIONS), UN Z DE CONTROLE EN QUEUE.
       FD DEB-FICHIER.
       01 DEB-REC.
           05 DEB-TYPE      PIC X.
           05 DEB-DETAIL    PIC X(119).
       01 DEB-REC-H REDEFINES DEB-REC.
           05 DBH-TYPE      PIC X.
           05 DBH-PERIODE   PIC 9(6).
           05 DBH-TVA       PIC X(13).
           05 DBH-NOM       PIC X(30).
           05 DBH-DATE      PIC 9(8).
           05 FILLER        PIC X(62).
       01 DEB-REC-D REDEFINES DEB-REC.
           05 DBD-TYPE      PIC X.
      *       A = INTRODUCTION (ARRIVEE), D = EXPEDITION (DEPART)
           05 DBD-FLUX      PIC X.
           05 DBD-LIGNE     PIC 9(5).
           05 DBD-NC8       PIC X(8).
      *       ETAT DE PROVENANCE OU DE DESTINATION
           05 DBD-PAYS      PIC X(2).
      *       11 = INTRODUCTION, 21 = EXPEDITION EXONEREE
           05 DBD-REGIME    PIC X(2).
      *       VALEUR EN EUR ET MASSE NETTE EN KG, ARRONDIES
           05 DBD-VALEUR    PIC 9(10).
           05 DBD-MASSE     PIC 9(10).
      *       QUANTITE EN UNITE DE STOCK (UNITES SUPPLEMENTAIRES)
           05 DBD-UNITES    PIC 9(10).
           05 DBD-NATURE    PIC X(2).
           05 DBD-TRANSPORT PIC X.
           05 DBD-DEPARTEMENT PIC X(2).
      *       NUMERO DE TVA DE L'ACQUEREUR (EXPEDITIONS)
           05 DBD-TVA-PARTENAIRE PIC X(13).
           05 FILLER        PIC X(53).
       01 DEB-REC-Z REDEFINES DEB-REC.
           05 DBZ-TYPE      PIC X.
           05 DBZ-NB-LIGNES PIC 9(5).
           05 DBZ-TOTAL-VALEUR PIC 9(12).
           05 DBZ-TOTAL-MASSE PIC 9(12).
           05 FILLER        PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-EOF-LIGNES     PIC 9 VALUE 0.
       01 WS-MODE           PIC 9 VALUE 0.
       01 WS-DATE-JOUR      PIC 9(8) VALUE 0.
       01 WS-PERIODE        PIC 9(6) VALUE 0.
       01 WS-PERIODE-R REDEFINES WS-PERIODE.
           05 WS-PER-ANNEE  PIC 9(4).
           05 WS-PER-MOIS   PIC 99.
       01 WS-PERIODE-LIGNE  PIC 9(6) VALUE 0.
       01 WS-DEV-STATUS     PIC XX VALUE '00'.
           88 WS-DEV-OUVERT-OK VALUE '00'.
       01 WS-DEB-STATUS     PIC XX VALUE '00'.
      * Identite du declarant - meme entete que la facture
      * imprimee de FACTURE, via le sous-programme IDENTSOC ; le
      * departement est celui du code postal du siege
       01 WS-ETAB-SOCIETE   PIC X(2) VALUE 'SG'.
           COPY SOCIETE.
           COPY SOCEDIT.
      * Valeurs par defaut de la declaration : achat / vente
      * ferme, transport routier
       01 WS-NATURE-TRANSACTION PIC X(2) VALUE '11'.
       01 WS-MODE-TRANSPORT PIC X VALUE '3'.
      * Etats membres de l'UE autres que la France (codes ISO)
       01 WS-PAYS-UE-TABLE.
           05 FILLER PIC X(26) VALUE 'ATBEBGCYCZDEDKEEESFIGRHRHU'.
           05 FILLER PIC X(26) VALUE 'IEITLTLULVMTNLPLPTROSESISK'.
       01 WS-PAYS-UE-R REDEFINES WS-PAYS-UE-TABLE.
           05 WS-PAYS-UE    PIC X(2) OCCURS 26 TIMES.
       01 WS-IDX-PAYS       PIC 99 VALUE 0.
       01 WS-PAYS-TESTE     PIC X(2) VALUE SPACES.
       01 WS-PAYS-EST-UE    PIC X VALUE 'N'.
      * Ligne en cours de recensement
       01 WS-FLUX           PIC X VALUE SPACE.
       01 WS-PAYS-LIGNE     PIC X(2) VALUE SPACES.
       01 WS-TVA-PARTENAIRE PIC X(13) VALUE SPACES.
       01 WS-QTE-DOC        PIC 9(5) VALUE 0.
       01 WS-QTE-STOCK      PIC 9(9) VALUE 0.
       01 WS-COEF           PIC 9(4) VALUE 1.
       01 WS-VALEUR-LIGNE   PIC 9(11)V99 VALUE 0.
       01 WS-MASSE-LIGNE    PIC 9(9)V999 VALUE 0.
       01 WS-LIGNE-OK       PIC X VALUE 'Y'.
      * Receptions : deja declare sur la ligne de commande
       01 WS-QTE-DEJA-DECL  PIC 9(4) VALUE 0.
       01 WS-QTE-A-DECLARER PIC 9(4) VALUE 0.
       01 WS-CMD-LUE        PIC 9(6) VALUE 0.
       01 WS-CMD-PAYS       PIC X(2) VALUE SPACES.
       01 WS-CMD-DEVISE     PIC X(3) VALUE SPACES.
       01 WS-TAUX-EUR       PIC 9(3)V9(4) VALUE 1.
       01 WS-CVT-QTE        PIC 9(4) VALUE 0.
      *    TABLE DE LA DECLARATION PAR FLUX / PAYS / NOMENCLATURE
      *    / PARTENAIRE - MEME TECHNIQUE QUE CLASSABC, BORNEE A
      *    500 LIGNES, TRIEE SUR LA CLE POUR LA LISTE DE CONTROLE.
       01 WS-DEB-TABLE.
           05 WS-DEB-ENTRY OCCURS 500 TIMES.
               10 WS-DEB-CLE.
                   15 WS-DEB-FLUX   PIC X.
                   15 WS-DEB-PAYS   PIC X(2).
                   15 WS-DEB-NC8    PIC X(8).
                   15 WS-DEB-TVA    PIC X(13).
               10 WS-DEB-VALEUR PIC 9(11)V99.
               10 WS-DEB-MASSE  PIC 9(9)V999.
               10 WS-DEB-UNITES PIC 9(9).
               10 WS-DEB-NB     PIC 9(5).
       01 WS-DEB-TEMP.
           05 WS-TEMP-CLE     PIC X(24).
           05 WS-TEMP-VALEUR  PIC 9(11)V99.
           05 WS-TEMP-MASSE   PIC 9(9)V999.
           05 WS-TEMP-UNITES  PIC 9(9).
           05 WS-TEMP-NB      PIC 9(5).
       01 WS-CLE-RECHERCHE.
           05 WS-CLE-FLUX     PIC X.
           05 WS-CLE-PAYS     PIC X(2).
           05 WS-CLE-NC8      PIC X(8).
           05 WS-CLE-TVA      PIC X(13).
       01 WS-IDX            PIC 9(3) VALUE 0.
       01 WS-IDX-MAX        PIC 9(3) VALUE 0.
       01 WS-TROUVE         PIC X VALUE 'N'.
       01 WS-NB-DEB         PIC 9(3) VALUE 0.
       01 WS-NB-IGNORES     PIC 9(5) VALUE 0.
      * Ruptures et totaux de la liste de controle
       01 WS-RUPT-FLUX      PIC X VALUE SPACE.
       01 WS-RUPT-PAYS      PIC X(2) VALUE SPACES.
       01 WS-SS-VALEUR      PIC 9(11)V99 VALUE 0.
       01 WS-SS-MASSE       PIC 9(9)V999 VALUE 0.
       01 WS-FLUX-VALEUR    PIC 9(11)V99 VALUE 0.
       01 WS-FLUX-MASSE     PIC 9(9)V999 VALUE 0.
       01 WS-VALEUR-ARRONDIE PIC 9(10) VALUE 0.
       01 WS-MASSE-ARRONDIE PIC 9(10) VALUE 0.
       01 WS-TOT-VALEUR     PIC 9(12) VALUE 0.
       01 WS-TOT-MASSE      PIC 9(12) VALUE 0.
      * Compteurs
       01 WS-NB-RECEPTIONS  PIC 9(5) VALUE 0.
       01 WS-NB-EXPEDITIONS PIC 9(5) VALUE 0.
       01 WS-NB-ANOMALIES   PIC 9(5) VALUE 0.
       01 WS-NB-MARQUEES    PIC 9(5) VALUE 0.
       01 WS-NB-SANS-TAUX   PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           CALL 'IDENTSOC' USING WS-ETAB-SOCIETE SOCIETE-REC
               SOCIETE-EDITION.
           DISPLAY '1=DEB PROVISOIRE (CONTROLE)  2=DEB DEFINITIVE ?'.
           ACCEPT WS-MODE.
           IF WS-MODE NOT = 1 AND WS-MODE NOT = 2
               DISPLAY 'MODE INCONNU'
               STOP RUN
           END-IF.
           DISPLAY 'PERIODE (AAAAMM, 0 = MOIS PRECEDENT) ?'.
           ACCEPT WS-PERIODE.
           IF WS-PERIODE = 0
               PERFORM CALCULER-MOIS-PRECEDENT
           END-IF.
           IF WS-MODE = 2
               DISPLAY '=== DEB DEFINITIVE DE LA PERIODE '
                   WS-PERIODE ' ==='
           ELSE
               DISPLAY '=== DEB PROVISOIRE DE LA PERIODE '
                   WS-PERIODE ' ==='
           END-IF.
           OPEN INPUT COMMANDES.
           IF WS-MODE = 2
               OPEN I-O LIGNES-COMMANDE
           ELSE
               OPEN INPUT LIGNES-COMMANDE
           END-IF.
           OPEN INPUT FOURNISSEURS.
           OPEN INPUT PRODUITS.
           OPEN INPUT DEVISES.
           OPEN INPUT CDE-VENTES.
           OPEN INPUT LIGNES-CDE-VENTE.
           OPEN INPUT CLIENTS.
           PERFORM RECENSER-INTRODUCTIONS.
           PERFORM RECENSER-EXPEDITIONS.
           PERFORM TRIER-DECLARATION.
           PERFORM IMPRIMER-LISTE-CONTROLE.
           IF WS-MODE = 2
               PERFORM ECRIRE-DECLARATION
           END-IF.
           CLOSE CLIENTS.
           CLOSE LIGNES-CDE-VENTE.
           CLOSE CDE-VENTES.
           IF WS-DEV-OUVERT-OK
               CLOSE DEVISES
           END-IF.
           CLOSE PRODUITS.
           CLOSE FOURNISSEURS.
           CLOSE LIGNES-COMMANDE.
           CLOSE COMMANDES.
           STOP RUN.

       CALCULER-MOIS-PRECEDENT.
           MOVE WS-DATE-JOUR(1:6) TO WS-PERIODE.
           IF WS-PER-MOIS = 1
               SUBTRACT 1 FROM WS-PER-ANNEE
               MOVE 12 TO WS-PER-MOIS
           ELSE
               SUBTRACT 1 FROM WS-PER-MOIS
           END-IF.

      *    WS-PAYS-TESTE est-il un autre Etat membre de l'UE ?
      *    Espaces valent FR (fiches anterieures).
       TESTER-PAYS-UE.
           MOVE 'N' TO WS-PAYS-EST-UE.
           MOVE 1 TO WS-IDX-PAYS.
           PERFORM UNTIL WS-IDX-PAYS > 26 OR WS-PAYS-EST-UE = 'Y'
               IF WS-PAYS-UE(WS-IDX-PAYS) = WS-PAYS-TESTE
                   MOVE 'Y' TO WS-PAYS-EST-UE
               ELSE
                   ADD 1 TO WS-IDX-PAYS
               END-IF
           END-PERFORM.

      *===============================================
      * INTRODUCTIONS : RECEPTIONS DES FOURNISSEURS DE L'UE
      * Une ligne recue jusqu'a la fin de la periode entre pour
      * la quantite recue non encore declaree. La quantite deja
      * prise par une declaration definitive de la meme periode
      * est reprise telle quelle, celle d'une periode posterieure
      * n'est pas redeclaree.
      *===============================================
       RECENSER-INTRODUCTIONS.
           MOVE 0 TO WS-CMD-LUE.
           MOVE LOW-VALUES TO LCM-CLE.
           START LIGNES-COMMANDE KEY >= LCM-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ LIGNES-COMMANDE NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF LCM-DATE-RECUE > 0 AND LCM-QTE-RECUE > 0
                           COMPUTE WS-PERIODE-LIGNE =
                               LCM-DATE-RECUE / 100
                           IF WS-PERIODE-LIGNE <= WS-PERIODE AND
                               LCM-PERIODE-DEB <= WS-PERIODE
                               PERFORM TRAITER-RECEPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       TRAITER-RECEPTION.
           IF LCM-NUM NOT = WS-CMD-LUE
               PERFORM LIRE-FOURNISSEUR-COMMANDE
           END-IF.
           MOVE WS-CMD-PAYS TO WS-PAYS-TESTE.
           PERFORM TESTER-PAYS-UE.
           IF WS-PAYS-EST-UE = 'Y'
               IF LCM-PERIODE-DEB = WS-PERIODE
                   COMPUTE WS-QTE-DEJA-DECL =
                       LCM-QTE-DEB - LCM-QTE-DEB-DER
               ELSE
                   MOVE LCM-QTE-DEB TO WS-QTE-DEJA-DECL
               END-IF
               IF LCM-QTE-RECUE > WS-QTE-DEJA-DECL
                   COMPUTE WS-QTE-A-DECLARER =
                       LCM-QTE-RECUE - WS-QTE-DEJA-DECL
                   PERFORM DECLARER-RECEPTION
               END-IF
           END-IF.

      *    Pays et devise du fournisseur de la commande, et taux
      *    de conversion en EUR (l'EUR vaut 1 ; une devise sans
      *    taux est reprise a 1 et comptee pour correction).
       LIRE-FOURNISSEUR-COMMANDE.
           MOVE LCM-NUM TO WS-CMD-LUE.
           MOVE 'FR' TO WS-CMD-PAYS.
           MOVE 'EUR' TO WS-CMD-DEVISE.
           MOVE 1 TO WS-TAUX-EUR.
           MOVE LCM-NUM TO CMD-NUM.
           READ COMMANDES
               INVALID KEY MOVE SPACES TO CMD-FRN
           END-READ.
           IF CMD-FRN NOT = SPACES
               MOVE CMD-FRN TO FRN-CODE
               READ FOURNISSEURS
                   NOT INVALID KEY
                       IF FRN-PAYS NOT = SPACES
                           MOVE FRN-PAYS TO WS-CMD-PAYS
                       END-IF
                       IF FRN-DEVISE NOT = SPACES
                           MOVE FRN-DEVISE TO WS-CMD-DEVISE
                       END-IF
               END-READ
           END-IF.
           IF WS-CMD-DEVISE NOT = 'EUR' AND WS-DEV-OUVERT-OK
               MOVE WS-CMD-DEVISE TO DEV-CODE
               READ DEVISES
                   INVALID KEY
                       ADD 1 TO WS-NB-SANS-TAUX
                   NOT INVALID KEY
                       MOVE DEV-TAUX TO WS-TAUX-EUR
               END-READ
           END-IF.

      *    Quantite convertie en unite de stock par le coefficient
      *    d'achat, comme a l'entree en stock de GESTION-ACHATS.
       DECLARER-RECEPTION.
           ADD 1 TO WS-NB-RECEPTIONS.
           MOVE 'A' TO WS-FLUX.
           MOVE WS-CMD-PAYS TO WS-PAYS-LIGNE.
           MOVE SPACES TO WS-TVA-PARTENAIRE.
           MOVE LCM-PRD TO PRD-CODE.
           MOVE 'Y' TO WS-LIGNE-OK.
           READ PRODUITS
               INVALID KEY
                   MOVE 'N' TO WS-LIGNE-OK
                   DISPLAY 'ANOMALIE RECEPTION CDE ' LCM-NUM
                       '/' LCM-NUM-LIGNE ' : PRODUIT ' LCM-PRD
                       ' INCONNU'
           END-READ.
           IF WS-LIGNE-OK = 'Y'
               MOVE 1 TO WS-COEF
               IF PRD-COEF-ACHAT > 1
                   MOVE PRD-COEF-ACHAT TO WS-COEF
               END-IF
               MOVE WS-QTE-A-DECLARER TO WS-QTE-DOC
               COMPUTE WS-QTE-STOCK = WS-QTE-DOC * WS-COEF
               COMPUTE WS-VALEUR-LIGNE ROUNDED =
                   WS-QTE-DOC * LCM-PRIX * WS-TAUX-EUR
               PERFORM CONTROLER-DONNEES-DOUANE
           END-IF.
           IF WS-LIGNE-OK = 'Y'
               PERFORM CUMULER-LIGNE-DEB
               IF WS-MODE = 2
                   PERFORM MARQUER-RECEPTION-DECLAREE
               END-IF
           ELSE
               ADD 1 TO WS-NB-ANOMALIES
           END-IF.

       MARQUER-RECEPTION-DECLAREE.
           COMPUTE LCM-QTE-DEB = WS-QTE-DEJA-DECL + WS-QTE-A-DECLARER.
           MOVE WS-QTE-A-DECLARER TO LCM-QTE-DEB-DER.
           MOVE WS-PERIODE TO LCM-PERIODE-DEB.
           REWRITE LIGNE-CMD-REC.
           ADD 1 TO WS-NB-MARQUEES.

      *    Nomenclature et poids net sont requis pour declarer ;
      *    masse nette = quantite en unite de stock x poids net.
       CONTROLER-DONNEES-DOUANE.
           IF PRD-NC8 = SPACES OR PRD-POIDS-NET = 0
               MOVE 'N' TO WS-LIGNE-OK
               IF WS-FLUX = 'A'
                   DISPLAY 'ANOMALIE RECEPTION CDE ' LCM-NUM
                       '/' LCM-NUM-LIGNE ' : PRODUIT ' PRD-CODE
                       ' SANS NOMENCLATURE OU POIDS'
               ELSE
                   DISPLAY 'ANOMALIE LIVRAISON CDE ' LVT-NUM
                       '/' LVT-NUM-LIGNE ' : PRODUIT ' PRD-CODE
                       ' SANS NOMENCLATURE OU POIDS'
               END-IF
           ELSE
               COMPUTE WS-MASSE-LIGNE =
                   WS-QTE-STOCK * PRD-POIDS-NET
           END-IF.

      *===============================================
      * EXPEDITIONS : LIVRAISONS AUX CLIENTS DE L'UE
      * Commandes livrees (L) ou deja facturees (F) dont la
      * livraison tombe dans la periode.
      *===============================================
       RECENSER-EXPEDITIONS.
           MOVE 0 TO CVT-NUM.
           START CDE-VENTES KEY >= CVT-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ CDE-VENTES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CVT-STATUT = 'L' OR CVT-STATUT = 'F'
                           PERFORM TRAITER-COMMANDE-LIVREE
                       END-IF
               END-READ
           END-PERFORM.

       TRAITER-COMMANDE-LIVREE.
           IF CVT-DATE-LIVREE > 0
               COMPUTE WS-PERIODE-LIGNE = CVT-DATE-LIVREE / 100
           ELSE
               COMPUTE WS-PERIODE-LIGNE = CVT-DATE / 100
           END-IF.
           IF WS-PERIODE-LIGNE = WS-PERIODE
               MOVE CVT-CLIENT TO CLI-ID
               READ CLIENTS
                   INVALID KEY MOVE SPACES TO CLI-PAYS
               END-READ
               MOVE CLI-PAYS TO WS-PAYS-TESTE
               PERFORM TESTER-PAYS-UE
               IF WS-PAYS-EST-UE = 'Y'
                   PERFORM PARCOURIR-LIGNES-LIVREES
               END-IF
           END-IF.

       PARCOURIR-LIGNES-LIVREES.
           MOVE CVT-NUM TO LVT-NUM.
           MOVE 0 TO LVT-NUM-LIGNE.
           START LIGNES-CDE-VENTE KEY >= LVT-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF-LIGNES.
           PERFORM UNTIL WS-EOF-LIGNES = 1
               READ LIGNES-CDE-VENTE NEXT
                   AT END MOVE 1 TO WS-EOF-LIGNES
                   NOT AT END
                       IF LVT-NUM NOT = CVT-NUM
                           MOVE 1 TO WS-EOF-LIGNES
                       ELSE
                           IF LVT-DROPSHIP NOT = 'Y'
                               PERFORM DECLARER-LIVRAISON
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Quantite livree = quantite allouee (la livraison sort
      *    l'allocation), convertie en unite de stock par le
      *    coefficient de vente ; valeur au prix de la ligne.
       DECLARER-LIVRAISON.
           IF LVT-QTE-ALLOUEE > 0
               MOVE LVT-QTE-ALLOUEE TO WS-CVT-QTE
           ELSE
               MOVE LVT-QTE TO WS-CVT-QTE
           END-IF.
           IF WS-CVT-QTE > 0
               ADD 1 TO WS-NB-EXPEDITIONS
               MOVE 'D' TO WS-FLUX
               MOVE CLI-PAYS TO WS-PAYS-LIGNE
               MOVE CLI-TVA-INTRA TO WS-TVA-PARTENAIRE
               PERFORM VALORISER-LIVRAISON
           END-IF.

       VALORISER-LIVRAISON.
           MOVE 'Y' TO WS-LIGNE-OK.
           IF WS-TVA-PARTENAIRE = SPACES
               MOVE 'N' TO WS-LIGNE-OK
               DISPLAY 'ANOMALIE LIVRAISON CDE ' LVT-NUM
                   '/' LVT-NUM-LIGNE ' : CLIENT ' CLI-ID
                   ' SANS NUMERO DE TVA INTRA'
           END-IF.
           MOVE LVT-PRD TO PRD-CODE.
           READ PRODUITS
               INVALID KEY
                   MOVE 'N' TO WS-LIGNE-OK
                   DISPLAY 'ANOMALIE LIVRAISON CDE ' LVT-NUM
                       '/' LVT-NUM-LIGNE ' : PRODUIT ' LVT-PRD
                       ' INCONNU'
           END-READ.
           IF WS-LIGNE-OK = 'Y'
               MOVE 1 TO WS-COEF
               IF PRD-COEF-VENTE > 1
                   MOVE PRD-COEF-VENTE TO WS-COEF
               END-IF
               MOVE WS-CVT-QTE TO WS-QTE-DOC
               COMPUTE WS-QTE-STOCK = WS-QTE-DOC * WS-COEF
               COMPUTE WS-VALEUR-LIGNE = WS-QTE-DOC * LVT-PRIX
               PERFORM CONTROLER-DONNEES-DOUANE
           END-IF.
           IF WS-LIGNE-OK = 'Y'
               PERFORM CUMULER-LIGNE-DEB
           ELSE
               ADD 1 TO WS-NB-ANOMALIES
           END-IF.

      *    Cumul de la ligne courante dans la table de la
      *    declaration, sur la cle flux / pays / NC8 / partenaire.
       CUMULER-LIGNE-DEB.
           MOVE WS-FLUX TO WS-CLE-FLUX.
           MOVE WS-PAYS-LIGNE TO WS-CLE-PAYS.
           MOVE PRD-NC8 TO WS-CLE-NC8.
           MOVE WS-TVA-PARTENAIRE TO WS-CLE-TVA.
           MOVE 'N' TO WS-TROUVE.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-NB-DEB OR WS-TROUVE = 'Y'
               IF WS-DEB-CLE(WS-IDX) = WS-CLE-RECHERCHE
                   MOVE 'Y' TO WS-TROUVE
               ELSE
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM.
           IF WS-TROUVE = 'N'
               IF WS-NB-DEB < 500
                   ADD 1 TO WS-NB-DEB
                   MOVE WS-NB-DEB TO WS-IDX
                   MOVE WS-CLE-RECHERCHE TO WS-DEB-CLE(WS-IDX)
                   MOVE 0 TO WS-DEB-VALEUR(WS-IDX)
                   MOVE 0 TO WS-DEB-MASSE(WS-IDX)
                   MOVE 0 TO WS-DEB-UNITES(WS-IDX)
                   MOVE 0 TO WS-DEB-NB(WS-IDX)
                   MOVE 'Y' TO WS-TROUVE
               ELSE
                   ADD 1 TO WS-NB-IGNORES
               END-IF
           END-IF.
           IF WS-TROUVE = 'Y'
               ADD WS-VALEUR-LIGNE TO WS-DEB-VALEUR(WS-IDX)
               ADD WS-MASSE-LIGNE TO WS-DEB-MASSE(WS-IDX)
               ADD WS-QTE-STOCK TO WS-DEB-UNITES(WS-IDX)
               ADD 1 TO WS-DEB-NB(WS-IDX)
           END-IF.

      *    Tri a bulles sur la cle - meme technique que
      *    CLASSABC/TRIER-PAR-VALEUR.
       TRIER-DECLARATION.
           IF WS-NB-DEB > 1
               COMPUTE WS-IDX-MAX = WS-NB-DEB - 1
               PERFORM PASSE-DE-TRI WS-IDX-MAX TIMES
           END-IF.

       PASSE-DE-TRI.
           MOVE 1 TO WS-IDX.
           PERFORM COMPARER-ET-ECHANGER
               UNTIL WS-IDX >= WS-NB-DEB.

       COMPARER-ET-ECHANGER.
           IF WS-DEB-CLE(WS-IDX) > WS-DEB-CLE(WS-IDX + 1)
               MOVE WS-DEB-ENTRY(WS-IDX) TO WS-DEB-TEMP
               MOVE WS-DEB-ENTRY(WS-IDX + 1)
                   TO WS-DEB-ENTRY(WS-IDX)
               MOVE WS-DEB-TEMP TO WS-DEB-ENTRY(WS-IDX + 1)
           END-IF.
           ADD 1 TO WS-IDX.

      *===============================================
      * LISTE DE CONTROLE PAR FLUX, PAYS ET NOMENCLATURE
      * Sous-total par pays, total par flux.
      *===============================================
       IMPRIMER-LISTE-CONTROLE.
           DISPLAY '-----------------------------------------------'.
           IF WS-NB-DEB = 0
               DISPLAY 'AUCUN ECHANGE AVEC L UE SUR LA PERIODE'
           ELSE
               MOVE SPACE TO WS-RUPT-FLUX
               MOVE SPACES TO WS-RUPT-PAYS
               MOVE 1 TO WS-IDX
               PERFORM IMPRIMER-UNE-LIGNE-DEB
                   UNTIL WS-IDX > WS-NB-DEB
               PERFORM FERMER-RUPTURE-PAYS
               PERFORM FERMER-RUPTURE-FLUX
           END-IF.
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'RECEPTIONS UE RETENUES   : ' WS-NB-RECEPTIONS.
           DISPLAY 'LIVRAISONS UE RETENUES   : ' WS-NB-EXPEDITIONS.
           IF WS-NB-SANS-TAUX > 0
               DISPLAY 'COMMANDES EN DEVISE SANS TAUX (PRISES A 1): '
                   WS-NB-SANS-TAUX
           END-IF.
           IF WS-NB-IGNORES > 0
               DISPLAY WS-NB-IGNORES ' LIGNE(S) AU-DELA DE LA '
                   'TABLE DE 500 LIGNES NON DECLAREE(S)'
           END-IF.
           IF WS-NB-ANOMALIES > 0
               DISPLAY '*** ' WS-NB-ANOMALIES ' LIGNE(S) EN '
                   'ANOMALIE - A CORRIGER AVANT DECLARATION ***'
           ELSE
               DISPLAY 'AUCUNE ANOMALIE'
           END-IF.

       IMPRIMER-UNE-LIGNE-DEB.
           IF WS-DEB-FLUX(WS-IDX) NOT = WS-RUPT-FLUX
               IF WS-RUPT-FLUX NOT = SPACE
                   PERFORM FERMER-RUPTURE-PAYS
                   PERFORM FERMER-RUPTURE-FLUX
               END-IF
               MOVE WS-DEB-FLUX(WS-IDX) TO WS-RUPT-FLUX
               MOVE SPACES TO WS-RUPT-PAYS
               MOVE 0 TO WS-FLUX-VALEUR
               MOVE 0 TO WS-FLUX-MASSE
               IF WS-RUPT-FLUX = 'A'
                   DISPLAY 'INTRODUCTIONS (ACHATS UE)'
               ELSE
                   DISPLAY 'EXPEDITIONS (VENTES UE)'
               END-IF
               DISPLAY 'PAYS  NC8       PARTENAIRE       '
                   '   VALEUR EUR     MASSE KG  LIGNES'
           END-IF.
           IF WS-DEB-PAYS(WS-IDX) NOT = WS-RUPT-PAYS
               IF WS-RUPT-PAYS NOT = SPACES
                   PERFORM FERMER-RUPTURE-PAYS
               END-IF
               MOVE WS-DEB-PAYS(WS-IDX) TO WS-RUPT-PAYS
               MOVE 0 TO WS-SS-VALEUR
               MOVE 0 TO WS-SS-MASSE
           END-IF.
           DISPLAY WS-DEB-PAYS(WS-IDX) '    ' WS-DEB-NC8(WS-IDX)
               '  ' WS-DEB-TVA(WS-IDX) '  ' WS-DEB-VALEUR(WS-IDX)
               '  ' WS-DEB-MASSE(WS-IDX) '  ' WS-DEB-NB(WS-IDX).
           ADD WS-DEB-VALEUR(WS-IDX) TO WS-SS-VALEUR.
           ADD WS-DEB-MASSE(WS-IDX) TO WS-SS-MASSE.
           ADD WS-DEB-VALEUR(WS-IDX) TO WS-FLUX-VALEUR.
           ADD WS-DEB-MASSE(WS-IDX) TO WS-FLUX-MASSE.
           ADD 1 TO WS-IDX.

       FERMER-RUPTURE-PAYS.
           DISPLAY '  TOTAL ' WS-RUPT-PAYS ' : VALEUR ' WS-SS-VALEUR
               ' MASSE ' WS-SS-MASSE.

       FERMER-RUPTURE-FLUX.
           DISPLAY 'TOTAL DU FLUX ' WS-RUPT-FLUX ' : VALEUR '
               WS-FLUX-VALEUR ' MASSE ' WS-FLUX-MASSE.

      *===============================================
      * FICHIER DE LA DECLARATION (MODE DEFINITIF)
      * Valeurs a l'euro et masses au kilo arrondis ; une masse
      * inferieure au kilo est declaree pour 1.
      *===============================================
       ECRIRE-DECLARATION.
           OPEN OUTPUT DEB-FICHIER.
           MOVE SPACES TO DEB-REC.
           MOVE 'H' TO DBH-TYPE.
           MOVE WS-PERIODE TO DBH-PERIODE.
           MOVE SOC-TVA TO DBH-TVA.
           MOVE SOC-NOM TO DBH-NOM.
           MOVE WS-DATE-JOUR TO DBH-DATE.
           WRITE DEB-REC.
           MOVE 0 TO WS-TOT-VALEUR.
           MOVE 0 TO WS-TOT-MASSE.
           MOVE 1 TO WS-IDX.
           PERFORM ECRIRE-UNE-LIGNE-DEB
               UNTIL WS-IDX > WS-NB-DEB.
           MOVE SPACES TO DEB-REC.
           MOVE 'Z' TO DBZ-TYPE.
           MOVE WS-NB-DEB TO DBZ-NB-LIGNES.
           MOVE WS-TOT-VALEUR TO DBZ-TOTAL-VALEUR.
           MOVE WS-TOT-MASSE TO DBZ-TOTAL-MASSE.
           WRITE DEB-REC.
           CLOSE DEB-FICHIER.
           DISPLAY 'FICHIER DEB.TXT : ' WS-NB-DEB ' LIGNE(S), '
               'VALEUR ' WS-TOT-VALEUR ' EUR, MASSE ' WS-TOT-MASSE
               ' KG'.
           DISPLAY 'LIGNES DE COMMANDE MARQUEES DECLAREES : '
               WS-NB-MARQUEES.

       ECRIRE-UNE-LIGNE-DEB.
           MOVE SPACES TO DEB-REC.
           MOVE 'D' TO DBD-TYPE.
           MOVE WS-DEB-FLUX(WS-IDX) TO DBD-FLUX.
           MOVE WS-IDX TO DBD-LIGNE.
           MOVE WS-DEB-NC8(WS-IDX) TO DBD-NC8.
           MOVE WS-DEB-PAYS(WS-IDX) TO DBD-PAYS.
           IF WS-DEB-FLUX(WS-IDX) = 'A'
               MOVE '11' TO DBD-REGIME
           ELSE
               MOVE '21' TO DBD-REGIME
           END-IF.
           COMPUTE WS-VALEUR-ARRONDIE ROUNDED = WS-DEB-VALEUR(WS-IDX).
           COMPUTE WS-MASSE-ARRONDIE ROUNDED = WS-DEB-MASSE(WS-IDX).
           IF WS-MASSE-ARRONDIE = 0
               MOVE 1 TO WS-MASSE-ARRONDIE
           END-IF.
           MOVE WS-VALEUR-ARRONDIE TO DBD-VALEUR.
           MOVE WS-MASSE-ARRONDIE TO DBD-MASSE.
           MOVE WS-DEB-UNITES(WS-IDX) TO DBD-UNITES.
           MOVE WS-NATURE-TRANSACTION TO DBD-NATURE.
           MOVE WS-MODE-TRANSPORT TO DBD-TRANSPORT.
           MOVE SOC-CODE-POSTAL(1:2) TO DBD-DEPARTEMENT.
           MOVE WS-DEB-TVA(WS-IDX) TO DBD-TVA-PARTENAIRE.
           WRITE DEB-REC.
           ADD WS-VALEUR-ARRONDIE TO WS-TOT-VALEUR.
           ADD WS-MASSE-ARRONDIE TO WS-TOT-MASSE.
           ADD 1 TO WS-IDX.
