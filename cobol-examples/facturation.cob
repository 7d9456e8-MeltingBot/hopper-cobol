      * - Liee aux clients, avec controle d'encours
      * - Suivi des reglements et liste des impayes
      * - Factures recurrentes sur modele
      * - Cheques impayes au retour de la banque
      * - Exoneration de TVA intracommunautaire et export
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTC-NUM
               FILE STATUS IS WS-RTC-STATUS.
      *    DOSSIERS SAV TENUS PAR GARANTIES - VOIR
      *    COPYBOOKS/GARANTIE.CPY : LA REPARATION HORS GARANTIE SE
      *    FACTURE DEPUIS LE DOSSIER.
           SELECT GARANTIES ASSIGN TO 'GARANTIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAR-CLE
               FILE STATUS IS WS-GAR-STATUS.
      *    ARCHIVES DE FACTURATION ALIMENTEES PAR LE JOB ARCHFACT
      *    (IMAGES BRUTES DES LAYOUTS VIVANTS) : LA CONSULTATION
      *    RETROUVE UNE PIECE PURGEE SANS LA RESTAURER.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PXC-CLE.
      *    PROMOTIONS PAR ARTICLE OU FAMILLE - MAINTENUES DANS
      *    STOCK, VOIR COPYBOOKS/PROMO.CPY.
           SELECT PROMOS ASSIGN TO 'PROMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CODE
               FILE STATUS IS WS-PRM-STATUS.
      *    PRODUITS DE SUBSTITUTION - MAINTENUS DANS STOCK,
      *    VOIR COPYBOOKS/SUBSTIT.CPY.
           SELECT SUBSTITUTS ASSIGN TO 'SUBSTITUTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-CLE
               FILE STATUS IS WS-SUB-STATUS.
           SELECT FACTURES ASSIGN TO 'FACTURES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
      *    RETOURS CLIENTS - VOIR COPYBOOKS/RETCLI.CPY
       FD RETOURS-CLI.
           COPY RETCLI.
      *    DOSSIERS SAV - VOIR COPYBOOKS/GARANTIE.CPY
       FD GARANTIES.
           COPY GARANTIE.
      *    ARCHIVES DE FACTURATION - MEMES LONGUEURS QUE
      *    FACTURE-REC ET LIGNE-FACT-REC, A TENIR EN PHASE.
       FD FACT-ARCHIVE.
       01 FACT-ARCH-REC PIC X(77).
       FD LIGNES-ARCHIVE.
       01 LIGNE-ARCH-REC PIC X(82).
      *    PERIODES COMPTABLES - VOIR COPYBOOKS/PERIODE.CPY
       FD PERIODES.
           COPY PERIODE.
      *    TARIFS CLIENTS - VOIR COPYBOOKS/PRIXCLI.CPY
       FD PRIX-CLIENTS.
           COPY PRIXCLI.
      *    PROMOTIONS - VOIR COPYBOOKS/PROMO.CPY
       FD PROMOS.
           COPY PROMO.
      *    PRODUITS DE SUBSTITUTION - VOIR COPYBOOKS/SUBSTIT.CPY
       FD SUBSTITUTS.
           COPY SUBSTIT.
      *    LAYOUTS PARTAGEES AVEC LETTRAGE - VOIR
      *    COPYBOOKS/FACTURE.CPY, FACLIGNE.CPY ET REGLEMENT.CPY
       FD FACTURES.
               10 SWH-PRD       PIC X(8).
               10 SWH-ENTREPOT  PIC X(4).
           05 SWH-QTE       PIC 9(5).
      *       MINI/MAXI DE L'ENTREPOT POUR LE PRODUIT (STOCK),
      *       0 = NON GERE - PILOTENT LE REEQUILIBRAGE
           05 SWH-MINI      PIC 9(5).
           05 SWH-MAXI      PIC 9(5).
      *    JOURNAL DES MOUVEMENTS DE STOCK - VOIR
      *    COPYBOOKS/MVTSTK.CPY
       FD MVT-STOCK.
      * Sortie de stock de la vente au comptoir (entrepot MAG)
       01 WS-MVT-SEQ-MAX PIC 9(4) VALUE 0.
       01 WS-MVT-EOF PIC 9 VALUE 0.
       01 WS-MVT-TYPE-FACT PIC X VALUE 'S'.
       01 WS-MVT-QTE-FACT PIC S9(5) VALUE 0.
       01 WS-QTE-CONSOMMEE PIC 9(5) VALUE 0.
       01 WS-QTE-STOCK-FACT PIC 9(5) VALUE 0.
       01 WS-COEF-VENTE-FACT PIC 9(4) VALUE 1.
       01 WS-QTE PIC 9(3) VALUE 0.
       01 WS-OPERATEUR PIC X(6) VALUE SPACES.
      * Ouverture de session via le sous-programme SIGNON
       01 WS-FONCTION-SESSION PIC X(2) VALUE 'FA'.
       01 WS-DROITS-SESSION PIC X(11) VALUE SPACES.
       01 WS-SESSION-OK PIC X VALUE 'N'.
      * Verrouillage d'enregistrement via le sous-programme VERROU
       01 WS-VRL-ACTION PIC X VALUE SPACE.
       01 WS-VRL-FICHIER PIC X(8) VALUE SPACES.
       01 WS-VRL-ENREG PIC X(18) VALUE SPACES.
       01 WS-VRL-RESULTAT PIC X VALUE SPACE.
      * Points de fidelite via le sous-programme FIDPOINTS
       01 WS-FID-ACTION PIC X VALUE SPACE.
       01 WS-FID-CLIENT PIC 9(5) VALUE 0.
       01 WS-FID-CANAL PIC X VALUE SPACE.
       01 WS-FID-REFERENCE PIC 9(8) VALUE 0.
       01 WS-FID-MONTANT PIC 9(8)V99 VALUE 0.
       01 WS-FID-MONTANT-BAR PIC 9(8)V99 VALUE 0.
       01 WS-FID-POINTS PIC 9(7) VALUE 0.
       01 WS-FID-RESULTAT PIC X VALUE SPACE.
      * Devis
       01 WS-NEXT-DEV PIC 9(6) VALUE 1.
       01 WS-DEV-EOF PIC 9 VALUE 0.
       01 WS-QTE-TARIF PIC 9(4) VALUE 0.
       01 WS-PRIX-CATALOGUE PIC 9(5)V99 VALUE 0.
       01 WS-FIN-TARIF PIC 9 VALUE 0.
      * Promotion en cours retenue pour la ligne - meme mecanique
      * que GESTION-VENTES/CHERCHER-PROMOTION
       01 WS-PRM-STATUS PIC XX VALUE '00'.
           88 WS-PRM-OUVERT-OK VALUE '00'.
       01 WS-PROMOS-DISPO PIC 9 VALUE 0.
      * Substituts proposes au comptoir - meme mecanique que
      * GESTION-VENTES/PROPOSER-SUBSTITUTS
       01 WS-SUB-STATUS PIC XX VALUE '00'.
           88 WS-SUB-OUVERT-OK VALUE '00'.
       01 WS-SUBST-DISPO PIC 9 VALUE 0.
       01 WS-SUB-EOF PIC 9 VALUE 0.
       01 WS-SUB-PRD PIC X(8) VALUE SPACES.
       01 WS-SUB-ORIGINE PIC X(8) VALUE SPACES.
       01 WS-SUB-RETENU PIC X(8) VALUE SPACES.
       01 WS-SUB-SAISI PIC X(8) VALUE SPACES.
       01 WS-SUB-QTE-VENTE PIC 9(4) VALUE 0.
       01 WS-SUB-COEF PIC 9(4) VALUE 1.
       01 WS-SUB-LIGNE PIC 99 VALUE 0.
       01 WS-SUB-LIGNE-ECRAN PIC 99 VALUE 0.
       01 WS-SUB-NB PIC 9 VALUE 0.
       01 WS-SUB-I PIC 9 VALUE 0.
       01 WS-SUB-TABLE.
           05 WS-SUB-PROPOSE PIC X(8) OCCURS 3.
      * Codes-barres (code interne ou EAN/GTIN scanne)
       01 WS-CB-ACTION PIC X VALUE SPACE.
       01 WS-CB-SAISIE PIC X(14) VALUE SPACES.
       01 WS-CB-PRD PIC X(8) VALUE SPACES.
       01 WS-CB-UNITE PIC X VALUE SPACE.
       01 WS-CB-RESULTAT PIC X VALUE SPACE.
       01 WS-CB-LIGNE-MSG PIC 99 VALUE 21.
       01 WS-CB-POS-MSG PIC 99 VALUE 15.
       01 WS-CB-COEF-ECRAN PIC 9(4) VALUE 1.
       01 WS-CB-COLIS PIC 9(4) VALUE 1.
       01 WS-CB-PAR-COLIS PIC 9(4) VALUE 0.
       01 WS-CB-RESTE PIC 9(4) VALUE 0.
       01 WS-FIN-PROMO PIC 9 VALUE 0.
       01 WS-PROMO-RETENUE PIC X(6) VALUE SPACES.
       01 WS-PRIX-PROMO PIC 9(5)V99 VALUE 0.
       01 WS-PROMO-LOTS PIC 9(4) VALUE 0.
       01 WS-PROMO-LIBRES PIC 9(4) VALUE 0.
      * Ventilation de la TVA par taux (1=20%, 2=10%, 3=5,5%,
      * 4=livraison intracommunautaire exoneree - code I, 5=export
      * exonere - code E) - les bases sont cumulees ligne a ligne
      * par code TVA
       01 WS-TAUX-TVA-TABLE.
           05 FILLER PIC 9(2)V99 VALUE 20.00.
           05 FILLER PIC 9(2)V99 VALUE 10.00.
           05 FILLER PIC 9(2)V99 VALUE 05.50.
           05 FILLER PIC 9(2)V99 VALUE 00.00.
           05 FILLER PIC 9(2)V99 VALUE 00.00.
       01 WS-TAUX-TVA-R REDEFINES WS-TAUX-TVA-TABLE.
           05 WS-TAUX-TVA PIC 9(2)V99 OCCURS 5 TIMES.
       01 WS-BASES-TVA-TABLE.
           05 WS-BASE-TVA PIC S9(8)V99 OCCURS 5 TIMES.
           05 WS-MONT-TVA PIC S9(6)V99 OCCURS 5 TIMES.
      * Regime de TVA du client de la piece en cours (CLI-REGIME-TVA)
      * et mentions legales des ventes exonerees
       01 WS-REGIME-TVA PIC X VALUE 'F'.
       01 WS-MENTION-INTRA PIC X(34)
           VALUE 'EXONERATION TVA, ART 262 TER I CGI'.
       01 WS-MENTION-EXPORT PIC X(34)
           VALUE 'EXONERATION TVA, ART 262 I CGI'.
       01 WS-IDX-TVA PIC 9 VALUE 1.
       01 WS-CODE-TVA PIC X VALUE SPACE.
       01 WS-TVA-LIGNE PIC 9(6)V99 VALUE 0.
      * Avoir cree depuis un retour client valide
       01 WS-RTC-STATUS PIC XX VALUE '00'.
       01 WS-RETOUR-SAISI PIC 9(6) VALUE 0.
      * Facturation des reparations SAV hors garantie
       01 WS-GAR-STATUS PIC XX VALUE '00'.
           88 WS-GAR-OUVERT-OK VALUE '00'.
       01 WS-GAR-DISPO PIC 9 VALUE 0.
      * Consultation des pieces archivees par ARCHFACT
       01 WS-FAR-STATUS PIC XX VALUE '00'.
           88 WS-FAR-OUVERT-OK VALUE '00'.
           88 WS-PER-OUVERT-OK VALUE '00'.
       01 WS-PERIODE-OUVERTE PIC 9 VALUE 1.
       01 WS-DATE-CTRL-PER PIC 9(8) VALUE 0.
      * Entete societe des documents imprimes (facture, devis,
      * relances, releves) via le sous-programme IDENTSOC
       01 WS-ETAB-SOCIETE PIC X(2) VALUE 'SG'.
           COPY SOCIETE.
           COPY SOCEDIT.
      * Caisse et remise en banque
       01 WS-RGT-STATUS PIC XX VALUE '00'.
       01 WS-MVTB-STATUS PIC XX VALUE '00'.
       01 WS-TOTAL-REMISE PIC 9(9)V99 VALUE 0.
       01 WS-NB-REMIS PIC 999 VALUE 0.
       01 WS-COMPTE-BANQUE PIC 9(10) VALUE 0.
      * Cheque impaye au retour de la banque
       01 WS-FRAIS-CHQ-IMPAYE PIC 9(5)V99 VALUE 20.00.
       01 WS-SEUIL-CHQ-IMPAYES PIC 99 VALUE 2.
       01 WS-NB-CHQ-CANDIDATS PIC 99 VALUE 0.
       01 WS-CHQ-TABLE.
           05 WS-CHQ-ENTRY OCCURS 20 TIMES.
               10 WS-CHQ-FAC PIC 9(6).
               10 WS-CHQ-NB PIC S99.
       01 WS-IDX-CHQ PIC 99 VALUE 0.
       01 WS-NB-CHQ-OUVERTS PIC 99 VALUE 0.
       01 WS-CHQ-FAC-RETENUE PIC 9(6) VALUE 0.
       01 WS-CHQ-OK PIC X VALUE 'N'.
       01 WS-CHQ-VERROU-FAC PIC X VALUE 'N'.
       01 WS-CHQ-VERROU-CPT PIC X VALUE 'N'.
       01 WS-NB-CHQ-IMPAYES PIC 99 VALUE 0.
       01 WS-DATE-UN-AN PIC 9(8) VALUE 0.
      * Releve de compte client (table des ecritures triee par
      * date - meme technique de table que RAPVENTES)
       01 WS-NB-ECRITURES PIC 999 VALUE 0.
       01 WS-NIVEAU-CIBLE PIC 9 VALUE 0.
       01 WS-NB-RELANCES PIC 999 VALUE 0.
       01 WS-NB-BLOQUES PIC 999 VALUE 0.
      * Groupes de societes : encours consolide, releve du groupe
      * et relance unique adressee a la tete de groupe
       01 WS-GRP-TETE PIC 9(5) VALUE 0.
       01 WS-GRP-EOF PIC 9 VALUE 0.
       01 WS-GRP-ENCOURS PIC S9(9)V99 VALUE 0.
       01 WS-GRP-LIMITE PIC 9(7)V99 VALUE 0.
       01 WS-GRP-DEPASSE PIC X VALUE 'N'.
       01 WS-GRP-CLI-SAUVE PIC X(200) VALUE SPACES.
       01 WS-GRP-RELEVE PIC X VALUE 'N'.
       01 WS-GRP-NB-SOCIETES PIC 9(4) VALUE 0.
       01 WS-GRP-TOT-OUVERTURE PIC S9(9)V99 VALUE 0.
       01 WS-GRP-TOT-CLOTURE PIC S9(9)V99 VALUE 0.
       01 WS-GRP-TOT-SOLDE PIC S9(9)V99 VALUE 0.
       01 WS-RELEVE-LIB-CLOTURE PIC X(10) VALUE 'CLOTURE'.
       01 WS-RLG-DIFFEREE PIC X VALUE 'N'.
       01 WS-NB-RLG PIC 999 VALUE 0.
       01 WS-IDX-RLG PIC 999 VALUE 0.
       01 WS-RLG-NB-TETE PIC 999 VALUE 0.
       01 WS-RLG-IDX PIC 999 VALUE 0.
       01 WS-RLG-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-RLG-LIGNE PIC 99 VALUE 0.
       01 WS-RELANCES-GROUPE-TABLE.
           05 WS-RLG-ENTRY OCCURS 200 TIMES.
               10 WS-RLG-TETE PIC 9(5).
               10 WS-RLG-CLIENT PIC 9(5).
               10 WS-RLG-FAC PIC 9(6).
               10 WS-RLG-DATE PIC 9(8).
               10 WS-RLG-RESTE PIC 9(8)V99.
               10 WS-RLG-NIVEAU PIC 9.
       PROCEDURE DIVISION.
       DEBUT.
      *    Ouverture de session obligatoire avant tout menu -
               DISPLAY 'ACCES REFUSE' LINE 16 POSITION 34
               STOP RUN
           END-IF.
           CALL 'IDENTSOC' USING WS-ETAB-SOCIETE SOCIETE-REC
               SOCIETE-EDITION.
           OPEN INPUT PRIX-CLIENTS.
           OPEN INPUT PROMOS.
           IF WS-PRM-OUVERT-OK
               MOVE 1 TO WS-PROMOS-DISPO
           END-IF.
           OPEN INPUT SUBSTITUTS.
           IF WS-SUB-OUVERT-OK
               MOVE 1 TO WS-SUBST-DISPO
           END-IF.
           OPEN INPUT PERIODES.
           OPEN I-O RETOURS-CLI.
           OPEN I-O GARANTIES.
           IF WS-GAR-OUVERT-OK
               MOVE 1 TO WS-GAR-DISPO
           END-IF.
           OPEN I-O SESSIONS-CAISSE.
           OPEN I-O BONS-ACHAT.
           PERFORM RETROUVER-SESSION-OUVERTE.
               END-EVALUATE
           END-PERFORM.
           CLOSE PRIX-CLIENTS.
           IF WS-PROMOS-DISPO = 1
               CLOSE PROMOS
           END-IF.
           IF WS-SUBST-DISPO = 1
               CLOSE SUBSTITUTS
           END-IF.
           CLOSE PERIODES.
           CLOSE CLIENTS.
           CLOSE FACTURES.
           CLOSE PRODUITS.
           CLOSE STOCK-ENTREPOTS.
           CLOSE MVT-STOCK.
           IF WS-GAR-DISPO = 1
               CLOSE GARANTIES
           END-IF.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY 'Au revoir!' LINE 12 POSITION 35 HIGHLIGHT.
           STOP RUN.
           DISPLAY 'Votre choix:' LINE 17 POSITION 20.
           ACCEPT WS-CHOIX LINE 17 POSITION 33.

      *    La saisie directe, la facturation d'une commande
      *    client livree (GESTION-VENTES) et celle d'une reparation
      *    SAV (GARANTIES) partagent l'entree 1 du menu principal.
       MENU-CREATION-FACTURE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- CREER UNE FACTURE ---' LINE 2 POSITION 28
           DISPLAY '1. Saisie directe' LINE 6 POSITION 26.
           DISPLAY '2. Depuis une commande client livree' LINE 8
               POSITION 26.
           DISPLAY '3. Reparation SAV hors garantie' LINE 10
               POSITION 26.
           DISPLAY '0. Retour' LINE 11 POSITION 26.
           DISPLAY 'Choix:' LINE 13 POSITION 26.
           ACCEPT WS-SOUS-CHOIX LINE 13 POSITION 33.
           EVALUATE WS-SOUS-CHOIX
               WHEN 1 PERFORM CREER-FACTURE
               WHEN 2 PERFORM FACTURER-COMMANDE-CLIENT
               WHEN 3 PERFORM FACTURER-REPARATION-SAV
                   THRU FACTURER-REPARATION-SAV-EXIT
           END-EVALUATE.

       MENU-IMPAYES-RELANCES.
               WHEN 2 PERFORM RELANCES-CLIENTS
           END-EVALUATE.

      *===============================================
      * FACTURATION D'UNE REPARATION SAV
      * Dossier hors garantie de GARANTIES, repare ou rendu,
      * avec un montant HT saisi a l'atelier : une facture d'une
      * ligne de main d'oeuvre (article SAV, sans fiche produit,
      * donc sans stock ni cout de revient) au taux normal de
      * TVA, sauf regime exonere du client. Le travail est deja
      * fait : pas de controle d'encours, mais le client bloque
      * ou inactif est refuse comme au comptoir. Le dossier
      * garde le numero de la facture emise.
      *===============================================
       FACTURER-REPARATION-SAV.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- FACTURER UNE REPARATION SAV ---' LINE 2
               POSITION 22 HIGHLIGHT.
           IF WS-GAR-DISPO = 0
               DISPLAY 'AUCUN DOSSIER SAV' LINE 10 POSITION 31
                   REVERSE-VIDEO
               GO TO FACTURER-REPARATION-SAV-EXIT
           END-IF.
           MOVE WS-DATE-JOUR TO WS-DATE-CTRL-PER.
           PERFORM CONTROLER-PERIODE.
           IF WS-PERIODE-OUVERTE = 0
               GO TO FACTURER-REPARATION-SAV-EXIT
           END-IF.
           DISPLAY 'Numero de serie:' LINE 5 POSITION 15.
           MOVE SPACES TO GAR-SERIE.
           ACCEPT GAR-SERIE LINE 5 POSITION 33.
           DISPLAY 'Rang du dossier:' LINE 6 POSITION 15.
           MOVE 1 TO GAR-RANG.
           ACCEPT GAR-RANG LINE 6 POSITION 33.
           READ GARANTIES
               INVALID KEY
                   DISPLAY 'DOSSIER SAV INCONNU' LINE 10
                       POSITION 30 REVERSE-VIDEO
                   GO TO FACTURER-REPARATION-SAV-EXIT
           END-READ.
           IF GAR-COUVERT = 'Y'
               DISPLAY 'DOSSIER SOUS GARANTIE - NON FACTURABLE'
                   LINE 10 POSITION 21 REVERSE-VIDEO
               GO TO FACTURER-REPARATION-SAV-EXIT
           END-IF.
           IF GAR-FACTURE > 0
               DISPLAY 'DEJA FACTURE - FACTURE' LINE 10
                   POSITION 25 REVERSE-VIDEO
               DISPLAY GAR-FACTURE LINE 10 POSITION 48
               GO TO FACTURER-REPARATION-SAV-EXIT
           END-IF.
           IF (GAR-ETAPE NOT = 'P' AND GAR-ETAPE NOT = 'T') OR
               GAR-MONTANT = 0
               DISPLAY 'REPARATION NON TERMINEE OU NON CHIFFREE'
                   LINE 10 POSITION 21 REVERSE-VIDEO
               GO TO FACTURER-REPARATION-SAV-EXIT
           END-IF.
           MOVE GAR-CLIENT TO CLI-ID.
           READ CLIENTS
               INVALID KEY
                   DISPLAY 'CLIENT INCONNU' LINE 10 POSITION 32
                       REVERSE-VIDEO
                   GO TO FACTURER-REPARATION-SAV-EXIT
           END-READ.
           IF CLI-SUPPRIME = 'Y' OR CLI-BLOQUE = 'Y'
               DISPLAY 'CLIENT INACTIF OU BLOQUE' LINE 10
                   POSITION 27 REVERSE-VIDEO
               GO TO FACTURER-REPARATION-SAV-EXIT
           END-IF.
           DISPLAY 'Client:' LINE 7 POSITION 15.
           DISPLAY CLI-NOM LINE 7 POSITION 33 HIGHLIGHT.
           DISPLAY 'Montant HT:' LINE 8 POSITION 15.
           DISPLAY GAR-MONTANT LINE 8 POSITION 33 HIGHLIGHT.
           MOVE CLI-REGIME-TVA TO WS-REGIME-TVA.
      *    L'encours du client va etre mis a jour : meme verrou
      *    que la creation de facture.
           MOVE 'CLIENTS' TO WS-VRL-FICHIER.
           MOVE CLI-ID TO WS-VRL-ENREG.
           PERFORM POSER-VERROU-ENREG.
           IF WS-VRL-RESULTAT NOT = 'Y'
               GO TO FACTURER-REPARATION-SAV-EXIT
           END-IF.
           MOVE GAR-MONTANT TO WS-TOTAL-HT.
           MOVE GAR-MONTANT TO WS-LIGNE-FACT.
           PERFORM RAZ-VENTILATION-TVA.
           MOVE '1' TO WS-CODE-TVA.
           PERFORM APPLIQUER-REGIME-TVA.
           PERFORM VENTILER-TVA-LIGNE.
           PERFORM CALCULER-TOTAUX-TVA.
           MOVE WS-NEXT-FACT TO FAC-NUM.
           ADD 1 TO WS-NEXT-FACT.
           MOVE CLI-ID TO FAC-CLIENT.
           MOVE WS-DATE-JOUR TO FAC-DATE.
           MOVE 'F' TO FAC-TYPE.
           MOVE 0 TO FAC-REF-AVOIR.
           MOVE 'N' TO FAC-STATUT.
           MOVE 1 TO FAC-NB-LIGNES.
           MOVE WS-TOTAL-HT TO FAC-TOTAL-HT.
           MOVE WS-TVA TO FAC-TVA.
           MOVE WS-TOTAL-TTC TO FAC-TOTAL-TTC.
           MOVE 0 TO FAC-MONTANT-PAYE.
           MOVE 'N' TO FAC-RECURRENTE.
           MOVE 0 TO FAC-NIVEAU-RELANCE.
           MOVE 0 TO FAC-DATE-RELANCE.
           WRITE FACTURE-REC.
           MOVE FAC-NUM TO LGF-NUM.
           MOVE 1 TO LGF-NO.
           MOVE 'SAV' TO LGF-ART.
           MOVE SPACES TO LGF-LIBELLE.
           STRING 'REPAR. ' DELIMITED BY SIZE
               GAR-SERIE DELIMITED BY SIZE
               INTO LGF-LIBELLE.
           MOVE GAR-MONTANT TO LGF-PRIX.
           MOVE 1 TO LGF-QTE.
           MOVE GAR-MONTANT TO LGF-MONTANT.
           MOVE WS-CODE-TVA TO LGF-TVA-CODE.
           MOVE WS-TVA-LIGNE TO LGF-TVA.
           MOVE SPACES TO LGF-PROMO.
           MOVE SPACES TO LGF-ART-ORIGINE.
           WRITE LIGNE-FACT-REC.
           ADD WS-TOTAL-TTC TO CLI-SOLDE.
           REWRITE CLIENT-REC.
           PERFORM ECRIRE-VENTES-FACTURE.
           PERFORM ACQUERIR-POINTS-FACTURE.
           MOVE FAC-NUM TO GAR-FACTURE.
           REWRITE GARANTIE-REC.
           DISPLAY '*** REPARATION FACTUREE ***' LINE 14
               POSITION 27 HIGHLIGHT.
           DISPLAY 'Facture numero:' LINE 15 POSITION 24.
           DISPLAY FAC-NUM LINE 15 POSITION 41 HIGHLIGHT.
       FACTURER-REPARATION-SAV-EXIT.
           PERFORM LIBERER-VERROU-ENREG.
           DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 31.
           ACCEPT WS-CONFIRM.

      *===============================================
      * CREATION DE FACTURE
      *===============================================
           IF WS-CLIENT-OK = 0
               GO TO CREER-FACTURE-EXIT
           END-IF.
           MOVE CLI-REGIME-TVA TO WS-REGIME-TVA.
      *    L'encours du client va etre mis a jour : on verrouille
      *    sa fiche le temps de la facture.
           MOVE 'CLIENTS' TO WS-VRL-FICHIER.
           END-IF.
           PERFORM CALCULER-TOTAUX-TVA.
      *    Controle d'encours : le total TTC ne doit pas faire
      *    depasser la limite de credit du client, ni celle de son
      *    groupe de societes.
           COMPUTE WS-RESTE-DU = CLI-SOLDE + WS-TOTAL-TTC.
           PERFORM CONTROLER-ENCOURS-GROUPE.
           IF WS-RESTE-DU > CLI-LIMITE-CREDIT OR WS-GRP-DEPASSE = 'Y'
               IF WS-GRP-DEPASSE = 'Y'
                   DISPLAY '*** LIMITE DU GROUPE DEPASSEE ***'
                       LINE 20 POSITION 20 REVERSE-VIDEO BLINK
               ELSE
                   DISPLAY '*** LIMITE DE CREDIT DEPASSEE ***'
                       LINE 20 POSITION 20 REVERSE-VIDEO BLINK
               END-IF
               DISPLAY 'Facture annulee' LINE 21 POSITION 20
               DISPLAY 'Appuyez ENTREE...' LINE 23 POSITION 31
               ACCEPT WS-CONFIRM
           ADD WS-TOTAL-TTC TO CLI-SOLDE.
           REWRITE CLIENT-REC.
           PERFORM ECRIRE-VENTES-FACTURE.
           PERFORM ACQUERIR-POINTS-FACTURE.
           PERFORM AFFICHER-TOTAUX.
       CREER-FACTURE-EXIT.
           PERFORM LIBERER-VERROU-ENREG.
           END-IF.
           DISPLAY 'Code (FIN=00000000):' LINE WS-LIGNE
               POSITION 5.
           DISPLAY '[______________]' LINE WS-LIGNE POSITION 26
               REVERSE-VIDEO.
           MOVE SPACES TO WS-CB-SAISIE.
           ACCEPT WS-CB-SAISIE LINE WS-LIGNE POSITION 27.
           MOVE WS-LIGNE TO WS-CB-LIGNE-MSG.
           MOVE 43 TO WS-CB-POS-MSG.
           PERFORM RESOUDRE-CODE-SAISI.
           MOVE WS-CB-PRD TO WS-CODE.
      *    Code-barre rejete : le message est affiche, la saisie
      *    continue sur la meme ligne.
           IF WS-CB-RESULTAT = 'C' OR WS-CB-RESULTAT = 'X'
               CONTINUE
           ELSE
               IF WS-CODE NOT = '00000000' AND WS-CODE NOT = SPACES
                   DISPLAY '                ' LINE WS-LIGNE
                       POSITION 26
                   MOVE WS-CODE TO PRD-CODE
                   READ PRODUITS
                       INVALID KEY
                           DISPLAY 'PRODUIT INCONNU' LINE WS-LIGNE
                               POSITION 43 HIGHLIGHT
                       NOT INVALID KEY
                           PERFORM FACTURER-UN-PRODUIT-DIRECT
                               THRU FACTURER-UN-PRODUIT-DIRECT-EXIT
                   END-READ
               ELSE
                   MOVE 'N' TO WS-CONTINUER
               END-IF
           END-IF.

       FACTURER-UN-PRODUIT-DIRECT.
           MOVE SPACES TO WS-SUB-ORIGINE.
      *    Retire = plus vendu ; fin de serie = on ecoule. Un
      *    produit retire peut etre remplace par un substitut.
           IF PRD-CYCLE = 'R'
               DISPLAY 'PRODUIT RETIRE' LINE WS-LIGNE
                   POSITION 37 HIGHLIGHT
               MOVE 0 TO WS-SUB-QTE-VENTE
               MOVE 20 TO WS-SUB-LIGNE
               PERFORM PROPOSER-SUBSTITUTS
               IF WS-SUB-RETENU = SPACES
                   GO TO FACTURER-UN-PRODUIT-DIRECT-EXIT
               END-IF
               DISPLAY '              ' LINE WS-LIGNE POSITION 37
           END-IF.
           DISPLAY PRD-CODE LINE WS-LIGNE POSITION 5.
           DISPLAY PRD-LIBELLE LINE WS-LIGNE POSITION 14.
           DISPLAY PRD-PRIX LINE WS-LIGNE POSITION 38.
           DISPLAY '[___]' LINE WS-LIGNE POSITION 47
               REVERSE-VIDEO.
      *    Un colis scanne se vend en colis, converti en unites de
      *    vente par les coefficients du produit.
           MOVE 1 TO WS-CB-COEF-ECRAN.
           IF PRD-COEF-VENTE > 1
               MOVE PRD-COEF-VENTE TO WS-CB-COEF-ECRAN
           END-IF.
           PERFORM CALCULER-COLIS-SCANNE.
           IF WS-CB-PAR-COLIS > 0
               DISPLAY 'x' LINE WS-LIGNE POSITION 53
               DISPLAY WS-CB-PAR-COLIS LINE WS-LIGNE POSITION 54
           END-IF.
           ACCEPT WS-QTE LINE WS-LIGNE POSITION 48.
           IF WS-CB-PAR-COLIS > 0
               IF WS-QTE = 0
                   MOVE 1 TO WS-QTE
               END-IF
               MULTIPLY WS-CB-PAR-COLIS BY WS-QTE
               DISPLAY WS-QTE LINE WS-LIGNE POSITION 48
           END-IF.
      *    Une marchandise ne part pas sans stock - une
      *    prestation, si.
           MOVE 1 TO WS-COEF-VENTE-FACT.
           END-IF.
           COMPUTE WS-QTE-STOCK-FACT =
               WS-QTE * WS-COEF-VENTE-FACT.
      *    Stock insuffisant : les substituts en stock sont
      *    proposes, le produit retenu se vend a son propre prix.
           IF PRD-SERVICE NOT = 'Y' AND
               WS-QTE-STOCK-FACT > PRD-QTE AND
               WS-SUB-ORIGINE = SPACES
               MOVE WS-QTE TO WS-SUB-QTE-VENTE
               MOVE 20 TO WS-SUB-LIGNE
               PERFORM PROPOSER-SUBSTITUTS
               IF WS-SUB-RETENU NOT = SPACES
                   MOVE 1 TO WS-COEF-VENTE-FACT
                   IF PRD-COEF-VENTE > 1
                       MOVE PRD-COEF-VENTE TO WS-COEF-VENTE-FACT
                   END-IF
                   COMPUTE WS-QTE-STOCK-FACT =
                       WS-QTE * WS-COEF-VENTE-FACT
                   DISPLAY PRD-CODE LINE WS-LIGNE POSITION 5
                   DISPLAY PRD-LIBELLE LINE WS-LIGNE POSITION 14
                   DISPLAY PRD-PRIX LINE WS-LIGNE POSITION 38
               END-IF
           END-IF.
           IF PRD-SERVICE NOT = 'Y' AND
               WS-QTE-STOCK-FACT > PRD-QTE
               DISPLAY 'STOCK INSUFFISANT' LINE WS-LIGNE
               GO TO FACTURER-UN-PRODUIT-DIRECT-EXIT
           END-IF.
      *    Tarif negocie du client pour ce produit et cette
      *    quantite ou promotion en cours si elle fait mieux,
      *    sinon prix catalogue.
           MOVE FAC-CLIENT TO WS-CLI-TARIF.
           MOVE PRD-CODE TO WS-ART-TARIF.
           MOVE WS-QTE TO WS-QTE-TARIF.
           ADD 1 TO WS-NB-ARTICLES.
           DISPLAY WS-LIGNE-FACT LINE WS-LIGNE POSITION 53
               HIGHLIGHT.
           IF WS-PRIX-TROUVE-CLI = 1 OR
               WS-PROMO-RETENUE NOT = SPACES
               DISPLAY WS-PRIX-NET LINE WS-LIGNE POSITION 38
                   HIGHLIGHT
           END-IF.
           MOVE WS-LIGNE-FACT TO LGF-MONTANT.
      *    TVA au taux du produit, cumulee par code
           MOVE PRD-TVA-CODE TO WS-CODE-TVA.
           PERFORM APPLIQUER-REGIME-TVA.
           PERFORM VENTILER-TVA-LIGNE.
           MOVE WS-CODE-TVA TO LGF-TVA-CODE.
           MOVE WS-TVA-LIGNE TO LGF-TVA.
           MOVE WS-PROMO-RETENUE TO LGF-PROMO.
           MOVE WS-SUB-ORIGINE TO LGF-ART-ORIGINE.
           WRITE LIGNE-FACT-REC.
           IF PRD-SERVICE NOT = 'Y'
               PERFORM SORTIR-STOCK-COMPTOIR
       FACTURER-UN-PRODUIT-DIRECT-EXIT.
           EXIT.

      *===============================================
      * CODE PRODUIT OU CODE-BARRE SCANNE - MEME LOGIQUE QUE
      * STOCK/RESOUDRE-CODE-SAISI
      * La zone saisie (WS-CB-SAISIE) porte le code interne ou un
      * code EAN/GTIN : CODEBARRE (codes-barres.cob) controle la
      * cle et rend le produit (WS-CB-PRD, a blanc si le code est
      * rejete) et le conditionnement scanne (WS-CB-UNITE).
      *===============================================
       RESOUDRE-CODE-SAISI.
           MOVE 'R' TO WS-CB-ACTION.
           CALL 'CODEBARRE' USING WS-CB-ACTION WS-CB-SAISIE
               WS-CB-PRD WS-CB-UNITE WS-CB-RESULTAT.
           IF WS-CB-RESULTAT = 'C'
               DISPLAY 'CLE EAN FAUSSE' LINE WS-CB-LIGNE-MSG
                   POSITION WS-CB-POS-MSG HIGHLIGHT
           END-IF.
           IF WS-CB-RESULTAT = 'X'
               DISPLAY 'EAN NON REFERENCE' LINE WS-CB-LIGNE-MSG
                   POSITION WS-CB-POS-MSG HIGHLIGHT
           END-IF.

      *    Colis scanne : nombre d'unites de l'ecran (unite de
      *    stock, d'achat ou de vente selon WS-CB-COEF-ECRAN, en
      *    unites de stock) qu'il contient, d'apres les
      *    coefficients du produit lu ; 0 quand le code n'est pas
      *    celui d'un colis ou que la conversion ne tombe pas juste
      *    - la quantite se saisit alors comme d'habitude.
       CALCULER-COLIS-SCANNE.
           MOVE 0 TO WS-CB-PAR-COLIS.
           MOVE 1 TO WS-CB-COLIS.
           IF WS-CB-RESULTAT = 'E' AND WS-CB-UNITE = 'A' AND
               PRD-COEF-ACHAT > 1
               MOVE PRD-COEF-ACHAT TO WS-CB-COLIS
           END-IF.
           IF WS-CB-RESULTAT = 'E' AND WS-CB-UNITE = 'V' AND
               PRD-COEF-VENTE > 1
               MOVE PRD-COEF-VENTE TO WS-CB-COLIS
           END-IF.
           IF WS-CB-COEF-ECRAN = 0
               MOVE 1 TO WS-CB-COEF-ECRAN
           END-IF.
           DIVIDE WS-CB-COLIS BY WS-CB-COEF-ECRAN
               GIVING WS-CB-PAR-COLIS REMAINDER WS-CB-RESTE.
           IF WS-CB-RESTE NOT = 0 OR WS-CB-PAR-COLIS < 2
               MOVE 0 TO WS-CB-PAR-COLIS
           END-IF.

      *===============================================
      * PRODUITS DE SUBSTITUTION - MEME LOGIQUE QUE
      * GESTION-VENTES/PROPOSER-SUBSTITUTS
      * Quand le produit demande (PRD-CODE) manque ou est retire,
      * propose ses substituts (SUBSTITUTS.DAT, tenus dans STOCK)
      * par ordre de priorite : seuls ceux qui ne sont pas
      * retires et dont le stock couvre WS-SUB-QTE-VENTE (en
      * unite de vente, 0 = un stock quelconque) sont affiches,
      * avec prix catalogue et stock, a partir de la ligne
      * WS-SUB-LIGNE. En sortie, WS-SUB-RETENU porte le
      * substitut choisi (espaces si aucun), WS-SUB-ORIGINE le
      * produit remplace, et le buffer produit est celui du
      * produit a servir.
      *===============================================
       PROPOSER-SUBSTITUTS.
           MOVE SPACES TO WS-SUB-RETENU.
           MOVE PRD-CODE TO WS-SUB-PRD.
           MOVE 0 TO WS-SUB-NB.
           IF WS-SUBST-DISPO = 1
               MOVE WS-SUB-PRD TO SUB-PRD
               MOVE 0 TO SUB-PRIORITE
               MOVE LOW-VALUES TO SUB-SUBSTITUT
               START SUBSTITUTS KEY >= SUB-CLE
                   INVALID KEY MOVE 1 TO WS-SUB-EOF
                   NOT INVALID KEY MOVE 0 TO WS-SUB-EOF
               END-START
               PERFORM UNTIL WS-SUB-EOF = 1 OR WS-SUB-NB >= 3
                   READ SUBSTITUTS NEXT
                       AT END MOVE 1 TO WS-SUB-EOF
                       NOT AT END
                           IF SUB-PRD NOT = WS-SUB-PRD
                               MOVE 1 TO WS-SUB-EOF
                           ELSE
                               PERFORM EXAMINER-SUBSTITUT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-SUB-NB > 0
               DISPLAY 'SUBSTITUTS EN STOCK' LINE WS-SUB-LIGNE
                   POSITION 15 HIGHLIGHT
               DISPLAY 'PRIX' LINE WS-SUB-LIGNE POSITION 47
               DISPLAY 'STOCK' LINE WS-SUB-LIGNE POSITION 57
               COMPUTE WS-SUB-LIGNE-ECRAN = WS-SUB-LIGNE + 4
               DISPLAY 'Substitut retenu (code, blanc=aucun):'
                   LINE WS-SUB-LIGNE-ECRAN POSITION 15
               MOVE SPACES TO WS-SUB-SAISI
               ACCEPT WS-SUB-SAISI LINE WS-SUB-LIGNE-ECRAN
                   POSITION 53
               PERFORM VARYING WS-SUB-I FROM 1 BY 1
                   UNTIL WS-SUB-I > WS-SUB-NB
                   IF WS-SUB-SAISI NOT = SPACES AND
                       WS-SUB-SAISI = WS-SUB-PROPOSE(WS-SUB-I)
                       MOVE WS-SUB-SAISI TO WS-SUB-RETENU
                   END-IF
               END-PERFORM
               DISPLAY ' ' LINE WS-SUB-LIGNE POSITION 1 ERASE EOS
           END-IF.
           IF WS-SUB-RETENU NOT = SPACES
               MOVE WS-SUB-PRD TO WS-SUB-ORIGINE
               MOVE WS-SUB-RETENU TO PRD-CODE
           ELSE
               MOVE WS-SUB-PRD TO PRD-CODE
           END-IF.
           READ PRODUITS
               INVALID KEY CONTINUE
           END-READ.

       EXAMINER-SUBSTITUT.
           MOVE SUB-SUBSTITUT TO PRD-CODE.
           READ PRODUITS
               NOT INVALID KEY
                   MOVE 1 TO WS-SUB-COEF
                   IF PRD-COEF-VENTE > 1
                       MOVE PRD-COEF-VENTE TO WS-SUB-COEF
                   END-IF
                   IF PRD-CYCLE NOT = 'R' AND PRD-QTE > 0 AND
                       PRD-QTE >= WS-SUB-QTE-VENTE * WS-SUB-COEF
                       ADD 1 TO WS-SUB-NB
                       MOVE PRD-CODE TO WS-SUB-PROPOSE(WS-SUB-NB)
                       COMPUTE WS-SUB-LIGNE-ECRAN =
                           WS-SUB-LIGNE + WS-SUB-NB
                       DISPLAY PRD-CODE LINE WS-SUB-LIGNE-ECRAN
                           POSITION 15
                       DISPLAY PRD-LIBELLE LINE WS-SUB-LIGNE-ECRAN
                           POSITION 25
                       DISPLAY PRD-PRIX LINE WS-SUB-LIGNE-ECRAN
                           POSITION 47
                       DISPLAY PRD-QTE LINE WS-SUB-LIGNE-ECRAN
                           POSITION 57
                   END-IF
           END-READ.

      *    Sortie magasin de la vente au comptoir : stock total,
      *    repartition MAG et mouvement S - MEME SEQUENCE QUE
      *    GESTION-VENTES/SORTIR-STOCK-LIGNE.
           READ STOCK-ENTREPOTS
               INVALID KEY
                   MOVE 0 TO SWH-QTE
                   MOVE 0 TO SWH-MINI
                   MOVE 0 TO SWH-MAXI
                   WRITE STOCK-WH-REC
               NOT INVALID KEY
                   IF WS-QTE-STOCK-FACT > SWH-QTE
                   END-IF
                   REWRITE STOCK-WH-REC
           END-READ.
           MOVE 'S' TO WS-MVT-TYPE-FACT.
           COMPUTE WS-MVT-QTE-FACT = 0 - WS-QTE-STOCK-FACT.
           PERFORM ENREGISTRER-MOUVEMENT-STOCK.
      *    Le comptoir vend aussi le stock en depot fournisseur,
      *    apres le notre : ce qui passe sous PRD-QTE-DEPOT est
      *    consomme (mouvement D) - MEME REGLE QUE
      *    STOCK/CONSOMMER-DEPOT-FRN.
           IF PRD-QTE-DEPOT NUMERIC AND PRD-QTE < PRD-QTE-DEPOT
               COMPUTE WS-QTE-CONSOMMEE = PRD-QTE-DEPOT - PRD-QTE
               MOVE PRD-QTE TO PRD-QTE-DEPOT
               REWRITE PRODUIT-REC
               MOVE 'D' TO WS-MVT-TYPE-FACT
               MOVE WS-QTE-CONSOMMEE TO WS-MVT-QTE-FACT
               PERFORM ENREGISTRER-MOUVEMENT-STOCK
           END-IF.

      *    Ajoute une ligne au journal des mouvements, indexe par
      *    produit + date + sequence - MEME LOGIQUE QUE
      *    GESTION-STOCK.COB/ENREGISTRER-MOUVEMENT (type et
      *    quantite poses par l'appelant dans WS-MVT-TYPE-FACT et
      *    WS-MVT-QTE-FACT, la recherche de sequence relisant le
      *    buffer).
       ENREGISTRER-MOUVEMENT-STOCK.
           MOVE 0 TO WS-MVT-SEQ-MAX.
           MOVE PRD-CODE TO MVT-PRD.
           MOVE WS-DATE-JOUR TO MVT-DATE.
           COMPUTE MVT-SEQ = WS-MVT-SEQ-MAX + 1.
           MOVE 'MAG ' TO MVT-ENTREPOT.
           MOVE WS-MVT-TYPE-FACT TO MVT-TYPE.
           MOVE WS-MVT-QTE-FACT TO MVT-QTE.
           MOVE PRD-QTE TO MVT-SOLDE.
           WRITE MVT-STOCK-REC
               INVALID KEY CONTINUE

       RAZ-VENTILATION-TVA.
           MOVE 1 TO WS-IDX-TVA.
           PERFORM UNTIL WS-IDX-TVA > 5
               MOVE 0 TO WS-BASE-TVA(WS-IDX-TVA)
               MOVE 0 TO WS-MONT-TVA(WS-IDX-TVA)
               ADD 1 TO WS-IDX-TVA
           EVALUATE WS-CODE-TVA
               WHEN '2' MOVE 2 TO WS-IDX-TVA
               WHEN '3' MOVE 3 TO WS-IDX-TVA
               WHEN 'I' MOVE 4 TO WS-IDX-TVA
               WHEN 'E' MOVE 5 TO WS-IDX-TVA
               WHEN OTHER
                   MOVE 1 TO WS-IDX-TVA
                   MOVE '1' TO WS-CODE-TVA
           ADD WS-LIGNE-FACT TO WS-BASE-TVA(WS-IDX-TVA).
           ADD WS-TVA-LIGNE TO WS-MONT-TVA(WS-IDX-TVA).

      *    Vente exoneree selon le regime du client de la piece :
      *    le code du produit cede la place au code I (livraison
      *    intracommunautaire) ou E (export), a taux zero.
       APPLIQUER-REGIME-TVA.
           IF WS-REGIME-TVA = 'I'
               MOVE 'I' TO WS-CODE-TVA
           END-IF.
           IF WS-REGIME-TVA = 'X'
               MOVE 'E' TO WS-CODE-TVA
           END-IF.

      *    Regime d'un avoir : celui de la facture d'origine (FAC-NUM
      *    courant), lu sur sa premiere ligne - un avoir sur une
      *    vente exoneree est exonere lui aussi.
       REGIME-FACTURE-ORIGINE.
           MOVE 'F' TO WS-REGIME-TVA.
           MOVE FAC-NUM TO LGF-NUM.
           MOVE 1 TO LGF-NO.
           READ LIGNES-FACTURE
               NOT INVALID KEY
                   IF LGF-TVA-CODE = 'I'
                       MOVE 'I' TO WS-REGIME-TVA
                   END-IF
                   IF LGF-TVA-CODE = 'E'
                       MOVE 'X' TO WS-REGIME-TVA
                   END-IF
           END-READ.

      *    Totaux d'une facture ventilee : la TVA est la somme
      *    des taux appliques ligne a ligne, plus de 20% force.
       CALCULER-TOTAUX-TVA.
           MOVE 0 TO WS-TVA.
           MOVE 1 TO WS-IDX-TVA.
           PERFORM UNTIL WS-IDX-TVA > 5
               ADD WS-MONT-TVA(WS-IDX-TVA) TO WS-TVA
               ADD 1 TO WS-IDX-TVA
           END-PERFORM.
      *    GESTION-VENTES/CHERCHER-PRIX-CLIENT. WS-PRIX-NET
      *    revient au prix catalogue si aucune entree ne
      *    s'applique ; une entree a prix zero applique sa remise
      *    au catalogue. Une promotion en cours plus avantageuse
      *    l'emporte ensuite (WS-PROMO-RETENUE).
       CHERCHER-PRIX-CLIENT.
           MOVE 0 TO WS-PRIX-TROUVE-CLI.
           MOVE 0 TO WS-MEILLEURE-QTE-MIN.
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO WS-PROMO-RETENUE.
           IF WS-PROMOS-DISPO = 1
               PERFORM CHERCHER-PROMOTION
           END-IF.

      *    Promotions en cours sur l'article ou sa famille (fiche
      *    produit courante) - MEME LOGIQUE QUE GESTION-VENTES/
      *    CHERCHER-PROMOTION : la moins chere des promotions
      *    applicables remplace WS-PRIX-NET si elle bat le tarif
      *    client.
       CHERCHER-PROMOTION.
           MOVE LOW-VALUES TO PRM-CODE.
           MOVE 0 TO WS-FIN-PROMO.
           START PROMOS KEY >= PRM-CODE
               INVALID KEY MOVE 1 TO WS-FIN-PROMO
           END-START.
           PERFORM UNTIL WS-FIN-PROMO = 1
               READ PROMOS NEXT
                   AT END MOVE 1 TO WS-FIN-PROMO
                   NOT AT END PERFORM EVALUER-PROMOTION
               END-READ
           END-PERFORM.

       EVALUER-PROMOTION.
           IF PRM-STATUT = 'A' AND
               PRM-DEBUT <= WS-DATE-JOUR AND
               PRM-FIN >= WS-DATE-JOUR AND
               WS-QTE-TARIF > 0 AND
               WS-QTE-TARIF >= PRM-QTE-MIN AND
               ((PRM-CIBLE-TYPE = 'P' AND
                   PRM-CIBLE = WS-ART-TARIF) OR
                (PRM-CIBLE-TYPE = 'F' AND
                   PRD-FAMILLE NOT = SPACES AND
                   PRM-CIBLE = PRD-FAMILLE))
               EVALUATE PRM-TYPE
                   WHEN 'R'
                       COMPUTE WS-PRIX-PROMO ROUNDED =
                           WS-PRIX-CATALOGUE *
                           (100 - PRM-REMISE) / 100
                   WHEN 'N'
                       MOVE PRM-PRIX TO WS-PRIX-PROMO
                   WHEN 'G'
                       PERFORM CALCULER-PRIX-LOT-PROMO
                   WHEN OTHER
                       MOVE WS-PRIX-CATALOGUE TO WS-PRIX-PROMO
               END-EVALUATE
               IF WS-PRIX-PROMO < WS-PRIX-NET
                   MOVE WS-PRIX-PROMO TO WS-PRIX-NET
                   MOVE PRM-CODE TO WS-PROMO-RETENUE
               END-IF
           END-IF.

       CALCULER-PRIX-LOT-PROMO.
           MOVE WS-PRIX-CATALOGUE TO WS-PRIX-PROMO.
           IF PRM-QTE-LOT > PRM-QTE-PAYEE AND PRM-QTE-PAYEE > 0
               DIVIDE WS-QTE-TARIF BY PRM-QTE-LOT
                   GIVING WS-PROMO-LOTS
               COMPUTE WS-PROMO-LIBRES = WS-PROMO-LOTS *
                   (PRM-QTE-LOT - PRM-QTE-PAYEE)
               IF WS-PROMO-LIBRES > 0
                   COMPUTE WS-PRIX-PROMO ROUNDED =
                       WS-PRIX-CATALOGUE *
                       (WS-QTE-TARIF - WS-PROMO-LIBRES) /
                       WS-QTE-TARIF
               END-IF
           END-IF.

      *    Pose / libere un verrou via le sous-programme VERROU -
      *    MEME LOGIQUE QUE STOCK/POSER-VERROU-ENREG. La
           CALL 'VERROU' USING WS-VRL-ACTION WS-VRL-FICHIER
               WS-VRL-ENREG WS-OPERATEUR WS-VRL-RESULTAT.

      *    Points de fidelite via le sous-programme FIDPOINTS -
      *    voir FIDELITE-POINTS.COB.
       APPELER-FIDPOINTS.
           CALL 'FIDPOINTS' USING WS-FID-ACTION WS-FID-CLIENT
               WS-FID-CANAL WS-FID-REFERENCE WS-FID-MONTANT
               WS-FID-MONTANT-BAR WS-FID-POINTS WS-FID-RESULTAT.

      *    Une facture du comptoir met ses points en attente sur
      *    son TTC : ils deviennent utilisables quand elle est
      *    reglee (passage quotidien de FIDELITE).
       ACQUERIR-POINTS-FACTURE.
           MOVE 'A' TO WS-FID-ACTION.
           MOVE FAC-CLIENT TO WS-FID-CLIENT.
           MOVE 'C' TO WS-FID-CANAL.
           MOVE FAC-NUM TO WS-FID-REFERENCE.
           MOVE FAC-TOTAL-TTC TO WS-FID-MONTANT.
           MOVE 0 TO WS-FID-MONTANT-BAR.
           PERFORM APPELER-FIDPOINTS.

       AFFICHER-TOTAUX.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '+--------------------------------+'
      * entete de la maison avec ses identifiants fiscaux, bloc
      * d'identite du client (adresse postale, SIRET, TVA
      * intracommunautaire), detail des lignes et totaux
      * HT / TVA / TTC, puis coordonnees bancaires et penalites
      * de retard en pied. FACTURE-REC et CLIENT-REC sont ceux
      * du dernier READ de la consultation.
      *===============================================
       IMPRIMER-FACTURE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY SOE-RAISON-SOCIALE LINE 1 POSITION 5 HIGHLIGHT.
           DISPLAY SOC-ADRESSE LINE 2 POSITION 5.
           DISPLAY SOC-CODE-POSTAL LINE 3 POSITION 5.
           DISPLAY SOC-VILLE LINE 3 POSITION 11.
           DISPLAY 'SIRET:' LINE 4 POSITION 5.
           DISPLAY SOC-SIRET LINE 4 POSITION 12.
           DISPLAY 'TVA:' LINE 4 POSITION 30.
           DISPLAY SOC-TVA LINE 4 POSITION 35.
           DISPLAY SOC-RCS LINE 5 POSITION 5.
           DISPLAY SOE-BANQUE LINE 23 POSITION 3.
           DISPLAY SOE-PENALITES LINE 24 POSITION 3.
           IF FAC-TYPE = 'A'
               DISPLAY 'AVOIR N.' LINE 2 POSITION 45 HIGHLIGHT
           ELSE
               DISPLAY 'TVA' LINE 21 POSITION 29
               DISPLAY WS-MONT-TVA(3) LINE 21 POSITION 33
           END-IF.
      *    Vente exoneree : mention legale obligatoire, le numero
      *    de TVA du client figurant dans son bloc d'identite.
           IF WS-BASE-TVA(4) NOT = 0
               DISPLAY WS-MENTION-INTRA LINE 9 POSITION 5 HIGHLIGHT
           END-IF.
           IF WS-BASE-TVA(5) NOT = 0
               DISPLAY WS-MENTION-EXPORT LINE 10 POSITION 5
                   HIGHLIGHT
           END-IF.

      *    Recumule les bases et TVA par taux depuis les lignes
      *    de la facture courante - les lignes anterieures sans
           DISPLAY '4. Session de caisse (X/Z)' LINE 12
               POSITION 26.
           DISPLAY '5. Bons d achat' LINE 14 POSITION 26.
           DISPLAY '6. Cheque impaye (retour banque)' LINE 16
               POSITION 26.
           DISPLAY '0. Retour' LINE 17 POSITION 26.
           DISPLAY 'Choix:' LINE 18 POSITION 26.
           ACCEPT WS-SOUS-CHOIX LINE 18 POSITION 33.
           EVALUATE WS-SOUS-CHOIX
               WHEN 1 PERFORM ENREGISTRER-REGLEMENT
                   THRU ENREGISTRER-REGLEMENT-EXIT
               WHEN 2 PERFORM RELEVE-CLIENT
                   THRU RELEVE-CLIENT-EXIT
               WHEN 3 PERFORM CAISSE-REMISE-BANQUE
                   THRU CAISSE-REMISE-BANQUE-EXIT
               WHEN 4 PERFORM MENU-SESSION-CAISSE
               WHEN 5 PERFORM MENU-BONS-ACHAT
               WHEN 6 PERFORM CHEQUE-IMPAYE
           END-EVALUATE.

       ENREGISTRER-REGLEMENT.
           DISPLAY WS-RESTE-DU LINE 9 POSITION 30 HIGHLIGHT.
           DISPLAY 'Montant du reglement:' LINE 11 POSITION 15.
           ACCEPT WS-MONTANT-REGL LINE 11 POSITION 40.
           DISPLAY 'Mode (CH/ES/CB/VI/BA=bon/FI=points):' LINE 12
               POSITION 15.
           ACCEPT WS-MODE-REGL LINE 12 POSITION 53.
           IF WS-MODE-REGL NOT = 'CH' AND WS-MODE-REGL NOT = 'ES'
               AND WS-MODE-REGL NOT = 'CB'
               AND WS-MODE-REGL NOT = 'VI'
               AND WS-MODE-REGL NOT = 'BA'
               AND WS-MODE-REGL NOT = 'FI'
               DISPLAY 'MODE DE REGLEMENT INCONNU' LINE 13
                   POSITION 15 REVERSE-VIDEO
               GO TO ENREGISTRER-REGLEMENT-EXIT
           END-IF.
      *    Client interdit de cheque apres des cheques impayes.
           IF WS-MODE-REGL = 'CH'
               MOVE FAC-CLIENT TO CLI-ID
               READ CLIENTS
                   INVALID KEY MOVE 'N' TO CLI-CHEQUE-REFUSE
               END-READ
               IF CLI-CHEQUE-REFUSE = 'Y'
                   DISPLAY 'CHEQUES REFUSES POUR CE CLIENT' LINE 13
                       POSITION 15 REVERSE-VIDEO
                   GO TO ENREGISTRER-REGLEMENT-EXIT
               END-IF
           END-IF.
      *    Rachat d'un bon d'achat : le montant est servi par le
      *    solde du bon, un rachat partiel laisse le reliquat.
           IF WS-MODE-REGL = 'BA'
               PERFORM RACHETER-BON-ACHAT THRU RACHETER-BON-ACHAT-EXIT
               IF WS-MONTANT-BON = 0
                   GO TO ENREGISTRER-REGLEMENT-EXIT
               END-IF
               MOVE WS-MONTANT-BON TO WS-MONTANT-REGL
           END-IF.
      *    Rachat de points de fidelite du client de la facture,
      *    dans la limite du montant saisi - meme logique que le
      *    bon d'achat.
           IF WS-MODE-REGL = 'FI'
               PERFORM RACHETER-POINTS-FIDELITE
               IF WS-FID-MONTANT = 0
                   GO TO ENREGISTRER-REGLEMENT-EXIT
               END-IF
               MOVE WS-FID-MONTANT TO WS-MONTANT-REGL
           END-IF.
      *    Un cheque ou des especes n'entrent qu'en session de
      *    caisse ouverte : sans tiroir, pas d'encaissement - un
      *    manquant redevient detectable a la cloture Z.
                   POSITION 27 REVERSE-VIDEO
               GO TO CREER-AVOIR-EXIT
           END-IF.
           PERFORM REGIME-FACTURE-ORIGINE.
      *    L'encours du client va etre mis a jour : meme verrou
      *    que la creation de facture.
           MOVE 'CLIENTS' TO WS-VRL-FICHIER.
                           MOVE PRD-TVA-CODE TO WS-CODE-TVA
                       END-IF
               END-READ
               PERFORM APPLIQUER-REGIME-TVA
               EVALUATE WS-CODE-TVA
                   WHEN '2' MOVE 2 TO WS-IDX-TVA
                   WHEN '3' MOVE 3 TO WS-IDX-TVA
                   WHEN 'I' MOVE 4 TO WS-IDX-TVA
                   WHEN 'E' MOVE 5 TO WS-IDX-TVA
                   WHEN OTHER MOVE 1 TO WS-IDX-TVA
               END-EVALUATE
               COMPUTE WS-AVOIR-TVA ROUNDED = RTC-MONTANT
               DISPLAY WS-MONTANT-AVOIR LINE 10 POSITION 36
                   HIGHLIGHT
           ELSE
      *        Avoir libre : montant TTC au taux normal, sauf
      *        vente d'origine exoneree.
               MOVE '1' TO WS-CODE-TVA
               PERFORM APPLIQUER-REGIME-TVA
               DISPLAY 'Montant de l avoir:' LINE 10 POSITION 15
               ACCEPT WS-MONTANT-AVOIR LINE 10 POSITION 36
           END-IF.
           IF WS-RETOUR-SAISI > 0
               MOVE RTC-MONTANT TO WS-AVOIR-HT
           ELSE
               IF WS-CODE-TVA = 'I' OR WS-CODE-TVA = 'E'
                   MOVE WS-MONTANT-AVOIR TO WS-AVOIR-HT
               ELSE
                   COMPUTE WS-AVOIR-HT ROUNDED =
                       WS-MONTANT-AVOIR / 1.20
               END-IF
               COMPUTE WS-AVOIR-TVA =
                   WS-MONTANT-AVOIR - WS-AVOIR-HT
           END-IF.
           MOVE WS-AVOIR-HT TO LGF-MONTANT.
           MOVE WS-CODE-TVA TO LGF-TVA-CODE.
           MOVE WS-AVOIR-TVA TO LGF-TVA.
           MOVE SPACES TO LGF-PROMO.
           MOVE SPACES TO LGF-ART-ORIGINE.
           WRITE LIGNE-FACT-REC.
           READ CLIENTS
               NOT INVALID KEY
                   END-IF
           END-READ.
           PERFORM ECRIRE-VENTES-FACTURE.
      *    L'avoir reprend les points que la facture d'origine
      *    a rapportes, au prorata de son montant.
           IF WS-NUM-FACT > 0
               MOVE 'R' TO WS-FID-ACTION
               MOVE FAC-CLIENT TO WS-FID-CLIENT
               MOVE SPACE TO WS-FID-CANAL
               MOVE WS-NUM-FACT TO WS-FID-REFERENCE
               MOVE WS-MONTANT-AVOIR TO WS-FID-MONTANT
               MOVE 0 TO WS-FID-MONTANT-BAR
               PERFORM APPELER-FIDPOINTS
           END-IF.
      *    Le retour d'origine est solde par l'avoir emis.
           IF WS-RETOUR-SAISI > 0
               MOVE WS-RETOUR-SAISI TO RTC-NUM
           MULTIPLY PRD-PRIX BY MOD-QTE GIVING WS-LIGNE-FACT.
           COMPUTE WS-TOTAL-HT = WS-LIGNE-FACT.
           PERFORM RAZ-VENTILATION-TVA.
           MOVE CLI-REGIME-TVA TO WS-REGIME-TVA.
           MOVE PRD-TVA-CODE TO WS-CODE-TVA.
           PERFORM APPLIQUER-REGIME-TVA.
           PERFORM VENTILER-TVA-LIGNE.
           PERFORM CALCULER-TOTAUX-TVA.
           COMPUTE WS-RESTE-DU = CLI-SOLDE + WS-TOTAL-TTC.
           PERFORM CONTROLER-ENCOURS-GROUPE.
           IF WS-RESTE-DU > CLI-LIMITE-CREDIT OR WS-GRP-DEPASSE = 'Y'
               DISPLAY MOD-CLIENT LINE WS-LIGNE POSITION 5
               DISPLAY MOD-ART LINE WS-LIGNE POSITION 16
               IF WS-GRP-DEPASSE = 'Y'
                   DISPLAY 'LIMITE DU GROUPE' LINE WS-LIGNE
                       POSITION 30
               ELSE
                   DISPLAY 'LIMITE DE CREDIT' LINE WS-LIGNE
                       POSITION 30
               END-IF
               ADD 1 TO WS-LIGNE
               GO TO EXECUTER-UN-MODELE-EXIT
           END-IF.
           MOVE WS-LIGNE-FACT TO LGF-MONTANT.
           MOVE WS-CODE-TVA TO LGF-TVA-CODE.
           MOVE WS-TVA-LIGNE TO LGF-TVA.
           MOVE SPACES TO LGF-PROMO.
           MOVE SPACES TO LGF-ART-ORIGINE.
           WRITE LIGNE-FACT-REC.
      *    Le modele sort lui aussi du vrai stock.
           MOVE 1 TO WS-COEF-VENTE-FACT.
                   POSITION 27 REVERSE-VIDEO
               GO TO FACTURER-COMMANDE-CLIENT-EXIT
           END-IF.
           MOVE CLI-REGIME-TVA TO WS-REGIME-TVA.
      *    L'encours du client va etre mis a jour : meme verrou
      *    que la creation de facture.
           MOVE 'CLIENTS' TO WS-VRL-FICHIER.
           END-IF.
           PERFORM CALCULER-TOTAUX.
           COMPUTE WS-RESTE-DU = CLI-SOLDE + WS-TOTAL-TTC.
           PERFORM CONTROLER-ENCOURS-GROUPE.
           IF WS-RESTE-DU > CLI-LIMITE-CREDIT OR WS-GRP-DEPASSE = 'Y'
               IF WS-GRP-DEPASSE = 'Y'
                   DISPLAY '*** LIMITE DU GROUPE DEPASSEE ***'
                       LINE 12 POSITION 20 REVERSE-VIDEO BLINK
               ELSE
                   DISPLAY '*** LIMITE DE CREDIT DEPASSEE ***'
                       LINE 12 POSITION 20 REVERSE-VIDEO BLINK
               END-IF
               GO TO FACTURER-COMMANDE-CLIENT-EXIT
           END-IF.
           MOVE WS-NEXT-FACT TO FAC-NUM.
               - WS-ACOMPTE-APPLIQUE.
           REWRITE CLIENT-REC.
           PERFORM ECRIRE-VENTES-FACTURE.
           PERFORM ACQUERIR-POINTS-FACTURE.
           MOVE 'F' TO CVT-STATUT.
           MOVE FAC-NUM TO CVT-FACTURE.
           REWRITE CDE-VENTE-REC.
      *    libelle - un produit inconnu part au taux normal).
           MOVE LGF-MONTANT TO WS-LIGNE-FACT.
           MOVE PRD-TVA-CODE TO WS-CODE-TVA.
           PERFORM APPLIQUER-REGIME-TVA.
           PERFORM VENTILER-TVA-LIGNE.
           MOVE WS-CODE-TVA TO LGF-TVA-CODE.
           MOVE WS-TVA-LIGNE TO LGF-TVA.
           MOVE LVT-PROMO TO LGF-PROMO.
           MOVE LVT-PRD-ORIGINE TO LGF-ART-ORIGINE.
           WRITE LIGNE-FACT-REC.

      *===============================================
           END-PERFORM.
           CLOSE VENTES.

      *===============================================
      * ENCOURS CONSOLIDE DU GROUPE DE SOCIETES
      * Somme des soldes de toutes les fiches rattachees a la
      * meme tete, plus le montant en cours de facturation
      * (WS-TOTAL-TTC), comparee a la limite portee par la fiche
      * de tete. Hors groupe ou limite a zero : pas de controle.
      * La fiche du client facture est restauree en fin de
      * parcours.
      *===============================================
       CONTROLER-ENCOURS-GROUPE.
           MOVE 'N' TO WS-GRP-DEPASSE.
           MOVE 0 TO WS-GRP-LIMITE.
           MOVE CLI-GROUPE TO WS-GRP-TETE.
           IF WS-GRP-TETE > 0
               MOVE CLIENT-REC TO WS-GRP-CLI-SAUVE
               MOVE WS-TOTAL-TTC TO WS-GRP-ENCOURS
               MOVE 0 TO CLI-ID
               START CLIENTS KEY >= CLI-ID
                   INVALID KEY CONTINUE
               END-START
               MOVE 0 TO WS-GRP-EOF
               PERFORM UNTIL WS-GRP-EOF = 1
                   READ CLIENTS NEXT
                       AT END MOVE 1 TO WS-GRP-EOF
                       NOT AT END PERFORM CUMULER-ENCOURS-GROUPE
                   END-READ
               END-PERFORM
               MOVE WS-GRP-CLI-SAUVE TO CLIENT-REC
               IF WS-GRP-LIMITE > 0 AND
                   WS-GRP-ENCOURS > WS-GRP-LIMITE
                   MOVE 'Y' TO WS-GRP-DEPASSE
               END-IF
           END-IF.

       CUMULER-ENCOURS-GROUPE.
           IF CLI-GROUPE = WS-GRP-TETE
               ADD CLI-SOLDE TO WS-GRP-ENCOURS
               IF CLI-ID = WS-GRP-TETE
                   MOVE CLI-LIMITE-GROUPE TO WS-GRP-LIMITE
               END-IF
           END-IF.

      *===============================================
      * RELANCES DES FACTURES IMPAYEES
      * Trois niveaux selon l'age de la facture : rappel (30 j),
               POSITION 26 HIGHLIGHT.
           MOVE 0 TO WS-NB-RELANCES.
           MOVE 0 TO WS-NB-BLOQUES.
           MOVE 0 TO WS-NB-RLG.
           MOVE 0 TO FAC-NUM.
           START FACTURES KEY >= FAC-NUM
               INVALID KEY CONTINUE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM IMPRIMER-RELANCES-GROUPE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- RELANCES TERMINEES ---' LINE 4
               POSITION 27 HIGHLIGHT.
           END-EVALUATE.
           IF WS-NIVEAU-CIBLE > FAC-NIVEAU-RELANCE
               PERFORM EMETTRE-LETTRE-RELANCE
                   THRU EMETTRE-LETTRE-RELANCE-EXIT
           END-IF.

       EMETTRE-LETTRE-RELANCE.
                   GO TO EMETTRE-LETTRE-RELANCE-EXIT
           END-READ.
           COMPUTE WS-RESTE-DU = FAC-TOTAL-TTC - FAC-MONTANT-PAYE.
      *    Filiale d'un groupe qui demande une relance unique :
      *    la facture est retenue pour la lettre de la tete de
      *    groupe, imprimee en fin de chaine.
           MOVE 'N' TO WS-RLG-DIFFEREE.
           IF CLI-GROUPE > 0 AND WS-NB-RLG < 200
               PERFORM LIRE-RELANCE-GROUPE
           END-IF.
           IF WS-RLG-DIFFEREE = 'Y'
               PERFORM RETENIR-RELANCE-GROUPE
           ELSE
               PERFORM IMPRIMER-LETTRE-RELANCE
           END-IF.
           MOVE WS-NIVEAU-CIBLE TO FAC-NIVEAU-RELANCE.
           MOVE WS-DATE-JOUR TO FAC-DATE-RELANCE.
           REWRITE FACTURE-REC.
      *    Journal des contacts : toute la chasse reste visible
      *    dans l'historique du client (CLIENTS, option 7).
           MOVE FAC-CLIENT TO CNT-CLIENT.
           MOVE WS-DATE-JOUR TO CNT-DATE.
           MOVE 'RELANCE' TO CNT-TYPE.
           MOVE SPACES TO CNT-NOTE.
           STRING 'FAC ' DELIMITED BY SIZE
               FAC-NUM DELIMITED BY SIZE
               ' NIVEAU ' DELIMITED BY SIZE
               WS-NIVEAU-CIBLE DELIMITED BY SIZE
               INTO CNT-NOTE.
           OPEN EXTEND CONTACTS.
           IF NOT WS-CNT-OUVERT-OK
               OPEN OUTPUT CONTACTS
           END-IF.
           WRITE CONTACT-REC.
           CLOSE CONTACTS.
           IF WS-NIVEAU-CIBLE = 3 AND CLI-BLOQUE NOT = 'Y'
               MOVE 'Y' TO CLI-BLOQUE
               REWRITE CLIENT-REC
               ADD 1 TO WS-NB-BLOQUES
           END-IF.
           IF WS-RLG-DIFFEREE NOT = 'Y'
               ADD 1 TO WS-NB-RELANCES
               DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 31
               ACCEPT WS-CONFIRM
           END-IF.
       EMETTRE-LETTRE-RELANCE-EXIT.
           EXIT.

      *    Lettre individuelle : une facture, un client.
       IMPRIMER-LETTRE-RELANCE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '==================================================='
               LINE 2 POSITION 5.
           END-EVALUATE.
           DISPLAY '==================================================='
               LINE 4 POSITION 5.
           PERFORM AFFICHER-EXPEDITEUR-LETTRE.
           DISPLAY SOE-PENALITES LINE 20 POSITION 3.
           DISPLAY CLI-NOM LINE 6 POSITION 40.
           DISPLAY CLI-ADRESSE LINE 7 POSITION 40.
           DISPLAY CLI-CODE-POSTAL LINE 8 POSITION 40.
                   DISPLAY 'contentieux. Compte bloque.' LINE 18
                       POSITION 5
           END-EVALUATE.

      *    Expediteur des lettres de relance, en regard du bloc
      *    adresse du client, et identifiants legaux en pied.
       AFFICHER-EXPEDITEUR-LETTRE.
           DISPLAY SOC-NOM LINE 6 POSITION 5 HIGHLIGHT.
           DISPLAY SOC-ADRESSE LINE 7 POSITION 5.
           DISPLAY SOC-CODE-POSTAL LINE 8 POSITION 5.
           DISPLAY SOC-VILLE LINE 8 POSITION 11.
           DISPLAY SOE-IDENTIFIANTS LINE 24 POSITION 3.

      *    La fiche de la tete de groupe est relue le temps du test
      *    puis la fiche de la filiale est restauree.
       LIRE-RELANCE-GROUPE.
           MOVE CLIENT-REC TO WS-GRP-CLI-SAUVE.
           MOVE CLI-GROUPE TO CLI-ID.
           READ CLIENTS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CLI-RELANCE-GROUPE = 'Y'
                       MOVE 'Y' TO WS-RLG-DIFFEREE
                   END-IF
           END-READ.
           MOVE WS-GRP-CLI-SAUVE TO CLIENT-REC.

       RETENIR-RELANCE-GROUPE.
           ADD 1 TO WS-NB-RLG.
           MOVE CLI-GROUPE TO WS-RLG-TETE(WS-NB-RLG).
           MOVE CLI-ID TO WS-RLG-CLIENT(WS-NB-RLG).
           MOVE FAC-NUM TO WS-RLG-FAC(WS-NB-RLG).
           MOVE FAC-DATE TO WS-RLG-DATE(WS-NB-RLG).
           MOVE WS-RESTE-DU TO WS-RLG-RESTE(WS-NB-RLG).
           MOVE WS-NIVEAU-CIBLE TO WS-RLG-NIVEAU(WS-NB-RLG).

      *===============================================
      * RELANCE UNIQUE DE GROUPE
      * Une lettre par tete de groupe, a son adresse, reprenant
      * les factures de toutes ses societes retenues pendant la
      * chaine. Le ton est celui du plus haut niveau atteint. Une
      * entree imprimee est remise a zero dans la table.
      *===============================================
       IMPRIMER-RELANCES-GROUPE.
           MOVE 1 TO WS-IDX-RLG.
           PERFORM UNTIL WS-IDX-RLG > WS-NB-RLG
               IF WS-RLG-TETE(WS-IDX-RLG) > 0
                   MOVE WS-RLG-TETE(WS-IDX-RLG) TO WS-GRP-TETE
                   PERFORM IMPRIMER-LETTRE-GROUPE
               END-IF
               ADD 1 TO WS-IDX-RLG
           END-PERFORM.

       IMPRIMER-LETTRE-GROUPE.
           MOVE 0 TO WS-RLG-NB-TETE.
           MOVE 0 TO WS-RLG-TOTAL.
           MOVE 0 TO WS-NIVEAU-CIBLE.
           MOVE WS-IDX-RLG TO WS-RLG-IDX.
           PERFORM UNTIL WS-RLG-IDX > WS-NB-RLG
               IF WS-RLG-TETE(WS-RLG-IDX) = WS-GRP-TETE
                   ADD 1 TO WS-RLG-NB-TETE
                   ADD WS-RLG-RESTE(WS-RLG-IDX) TO WS-RLG-TOTAL
                   IF WS-RLG-NIVEAU(WS-RLG-IDX) > WS-NIVEAU-CIBLE
                       MOVE WS-RLG-NIVEAU(WS-RLG-IDX)
                           TO WS-NIVEAU-CIBLE
                   END-IF
               END-IF
               ADD 1 TO WS-RLG-IDX
           END-PERFORM.
           MOVE WS-GRP-TETE TO CLI-ID.
           READ CLIENTS
               INVALID KEY
                   MOVE SPACES TO CLI-NOM
                   MOVE SPACES TO CLI-ADRESSE
                   MOVE SPACES TO CLI-CODE-POSTAL
                   MOVE SPACES TO CLI-VILLE
           END-READ.
           PERFORM AFFICHER-ENTETE-LETTRE-GROUPE.
           MOVE 13 TO WS-RLG-LIGNE.
           MOVE WS-IDX-RLG TO WS-RLG-IDX.
           PERFORM UNTIL WS-RLG-IDX > WS-NB-RLG
               IF WS-RLG-TETE(WS-RLG-IDX) = WS-GRP-TETE
                   PERFORM IMPRIMER-LIGNE-LETTRE-GROUPE
                   MOVE 0 TO WS-RLG-TETE(WS-RLG-IDX)
               END-IF
               ADD 1 TO WS-RLG-IDX
           END-PERFORM.
           DISPLAY 'Total reste du:' LINE 18 POSITION 5.
           DISPLAY WS-RLG-TOTAL LINE 18 POSITION 43 HIGHLIGHT.
           EVALUATE WS-NIVEAU-CIBLE
               WHEN 1
                   DISPLAY 'Sauf erreur de notre part, ces factures'
                       LINE 19 POSITION 5
                   DISPLAY 'de vos societes restent a regler. Merci'
                       LINE 20 POSITION 5
                   DISPLAY 'de regulariser sous huitaine.' LINE 21
                       POSITION 5
               WHEN 2
                   DISPLAY 'Malgre notre rappel, ces factures de'
                       LINE 19 POSITION 5
                   DISPLAY 'vos societes demeurent impayees.'
                       LINE 20 POSITION 5
                   DISPLAY 'Reglement attendu sous 48 heures.'
                       LINE 21 POSITION 5
               WHEN 3
                   DISPLAY 'MISE EN DEMEURE de payer sous 8'
                       LINE 19 POSITION 5
                   DISPLAY 'jours. A defaut, recouvrement'
                       LINE 20 POSITION 5
                   DISPLAY 'contentieux. Comptes bloques.' LINE 21
                       POSITION 5
           END-EVALUATE.
           ADD 1 TO WS-NB-RELANCES.
           DISPLAY 'Appuyez ENTREE...' LINE 23 POSITION 31.
           ACCEPT WS-CONFIRM.

       AFFICHER-ENTETE-LETTRE-GROUPE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '==================================================='
               LINE 2 POSITION 5.
           EVALUATE WS-NIVEAU-CIBLE
               WHEN 1 DISPLAY 'RAPPEL AIMABLE' LINE 3 POSITION 30
                   HIGHLIGHT
               WHEN 2 DISPLAY 'RELANCE FERME' LINE 3 POSITION 30
                   HIGHLIGHT
               WHEN 3 DISPLAY 'MISE EN DEMEURE' LINE 3 POSITION 29
                   REVERSE-VIDEO
           END-EVALUATE.
           DISPLAY '==================================================='
               LINE 4 POSITION 5.
           PERFORM AFFICHER-EXPEDITEUR-LETTRE.
           DISPLAY SOE-PENALITES LINE 22 POSITION 3.
           DISPLAY CLI-NOM LINE 6 POSITION 40.
           DISPLAY CLI-ADRESSE LINE 7 POSITION 40.
           DISPLAY CLI-CODE-POSTAL LINE 8 POSITION 40.
           DISPLAY CLI-VILLE LINE 8 POSITION 47.
           DISPLAY 'Le:' LINE 10 POSITION 5.
           DISPLAY WS-DATE-JOUR LINE 10 POSITION 9.
           DISPLAY 'Factures impayees du groupe:' LINE 11 POSITION 5.
           DISPLAY 'CLIENT' LINE 12 POSITION 5 UNDERLINE.
           DISPLAY 'FACTURE' LINE 12 POSITION 13 UNDERLINE.
           DISPLAY 'DU' LINE 12 POSITION 22 UNDERLINE.
           DISPLAY 'RESTE DU' LINE 12 POSITION 43 UNDERLINE.

      *    Cinq factures par page : au-dela, la lettre continue
      *    sur une page suivante.
       IMPRIMER-LIGNE-LETTRE-GROUPE.
           IF WS-RLG-LIGNE > 17
               DISPLAY 'Suite... Appuyez ENTREE' LINE 23 POSITION 28
               ACCEPT WS-CONFIRM
               PERFORM AFFICHER-ENTETE-LETTRE-GROUPE
               MOVE 13 TO WS-RLG-LIGNE
           END-IF.
           DISPLAY WS-RLG-CLIENT(WS-RLG-IDX) LINE WS-RLG-LIGNE
               POSITION 5.
           DISPLAY WS-RLG-FAC(WS-RLG-IDX) LINE WS-RLG-LIGNE
               POSITION 13.
           DISPLAY WS-RLG-DATE(WS-RLG-IDX) LINE WS-RLG-LIGNE
               POSITION 22.
           DISPLAY WS-RLG-RESTE(WS-RLG-IDX) LINE WS-RLG-LIGNE
               POSITION 43.
           ADD 1 TO WS-RLG-LIGNE.

      *===============================================
      * RELEVE DE COMPTE CLIENT
           IF WS-RELEVE-FIN = 0
               MOVE 99999999 TO WS-RELEVE-FIN
           END-IF.
      *    Client d'un groupe de societes : releve consolide de
      *    toutes les societes du groupe au choix.
           MOVE 'N' TO WS-GRP-RELEVE.
           IF CLI-GROUPE > 0
               DISPLAY 'Releve consolide du groupe (O/N):' LINE 7
                   POSITION 10
               ACCEPT WS-GRP-RELEVE LINE 7 POSITION 45
           END-IF.
           IF WS-GRP-RELEVE = 'O' OR WS-GRP-RELEVE = 'o'
               PERFORM RELEVE-GROUPE
               GO TO RELEVE-CLIENT-EXIT
           END-IF.
           MOVE 'CLOTURE' TO WS-RELEVE-LIB-CLOTURE.
           PERFORM EDITER-RELEVE-SOCIETE.
       RELEVE-CLIENT-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 23 POSITION 31.
           ACCEPT WS-CONFIRM.

      *    Corps du releve d'une societe (CLIENT-REC et periode
      *    deja renseignes) : ouverture, ecritures, cloture et
      *    rapprochement avec CLI-SOLDE.
       EDITER-RELEVE-SOCIETE.
           DISPLAY SOE-RAISON-SOCIALE LINE 1 POSITION 3.
           DISPLAY SOE-IDENTIFIANTS LINE 24 POSITION 3.
           PERFORM COLLECTER-ECRITURES-CLIENT.
           PERFORM TRIER-ECRITURES-PAR-DATE.
      *    Position d'ouverture et deroulement de la periode
           DISPLAY '------------------------------------------------'
               LINE WS-LIGNE POSITION 3.
           ADD 1 TO WS-LIGNE.
           DISPLAY WS-RELEVE-LIB-CLOTURE LINE WS-LIGNE POSITION 13.
           DISPLAY WS-SOLDE-COURANT LINE WS-LIGNE POSITION 43
               HIGHLIGHT.
      *    Rapprochement final avec le solde porte par la fiche
               DISPLAY 'ecriture(s) au-dela de la table' LINE 20
                   POSITION 15
           END-IF.

      *===============================================
      * RELEVE CONSOLIDE DU GROUPE
      * Un releve par societe rattachee a la tete de groupe, sur
      * la meme periode, clos par un sous-total de la societe ;
      * le dernier ecran totalise le groupe. CLIENTS n'est pas
      * repositionne par l'edition d'un releve (seuls FACTURES et
      * REGLEMENTS sont lus), le parcours peut donc se poursuivre.
      *===============================================
       RELEVE-GROUPE.
           MOVE CLI-GROUPE TO WS-GRP-TETE.
           MOVE 0 TO WS-GRP-NB-SOCIETES.
           MOVE 0 TO WS-GRP-TOT-OUVERTURE.
           MOVE 0 TO WS-GRP-TOT-CLOTURE.
           MOVE 0 TO WS-GRP-TOT-SOLDE.
           MOVE 'SOUS-TOTAL' TO WS-RELEVE-LIB-CLOTURE.
           MOVE 0 TO CLI-ID.
           START CLIENTS KEY >= CLI-ID
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-GRP-EOF.
           PERFORM UNTIL WS-GRP-EOF = 1
               READ CLIENTS NEXT
                   AT END MOVE 1 TO WS-GRP-EOF
                   NOT AT END
                       IF CLI-GROUPE = WS-GRP-TETE
                           PERFORM EDITER-RELEVE-FILIALE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- RELEVE CONSOLIDE DU GROUPE ---' LINE 2
               POSITION 23 HIGHLIGHT.
           DISPLAY 'Tete de groupe:' LINE 4 POSITION 10.
           DISPLAY WS-GRP-TETE LINE 4 POSITION 30 HIGHLIGHT.
           DISPLAY 'Societes:' LINE 6 POSITION 10.
           DISPLAY WS-GRP-NB-SOCIETES LINE 6 POSITION 30.
           DISPLAY 'Ouverture du groupe:' LINE 8 POSITION 10.
           DISPLAY WS-GRP-TOT-OUVERTURE LINE 8 POSITION 33.
           DISPLAY 'Cloture du groupe:' LINE 9 POSITION 10.
           DISPLAY WS-GRP-TOT-CLOTURE LINE 9 POSITION 33 HIGHLIGHT.
           DISPLAY 'Soldes des fiches:' LINE 10 POSITION 10.
           DISPLAY WS-GRP-TOT-SOLDE LINE 10 POSITION 33.

       EDITER-RELEVE-FILIALE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- RELEVE CONSOLIDE DU GROUPE ---' LINE 2
               POSITION 23 HIGHLIGHT.
           DISPLAY 'Societe:' LINE 4 POSITION 10.
           DISPLAY CLI-ID LINE 4 POSITION 30.
           DISPLAY CLI-NOM LINE 4 POSITION 40 HIGHLIGHT.
           DISPLAY 'Periode du' LINE 5 POSITION 10.
           DISPLAY WS-RELEVE-DEBUT LINE 5 POSITION 21.
           DISPLAY 'au' LINE 5 POSITION 30.
           DISPLAY WS-RELEVE-FIN LINE 5 POSITION 33.
           PERFORM EDITER-RELEVE-SOCIETE.
           ADD 1 TO WS-GRP-NB-SOCIETES.
           ADD WS-SOLDE-OUVERTURE TO WS-GRP-TOT-OUVERTURE.
           ADD WS-SOLDE-COURANT TO WS-GRP-TOT-CLOTURE.
           ADD CLI-SOLDE TO WS-GRP-TOT-SOLDE.
           DISPLAY 'Appuyez ENTREE...' LINE 23 POSITION 31.
           ACCEPT WS-CONFIRM.

           ADD 1 TO WS-NB-ECRITURES.
           MOVE REG-DATE TO WS-EVT-DATE(WS-NB-ECRITURES).
           MOVE REG-FAC TO WS-EVT-REF(WS-NB-ECRITURES).
      *    Cheque impaye (CI) ou prelevement rejete (RJ) :
      *    contrepassation, le montant revient au debit.
           IF REG-MODE = 'CI' OR REG-MODE = 'RJ'
               MOVE 'IMPAYE' TO WS-EVT-LIB(WS-NB-ECRITURES)
               MOVE REG-MONTANT TO WS-EVT-MONTANT(WS-NB-ECRITURES)
           ELSE
               MOVE 'REGLEMENT' TO WS-EVT-LIB(WS-NB-ECRITURES)
               COMPUTE WS-EVT-MONTANT(WS-NB-ECRITURES) =
                   0 - REG-MONTANT
           END-IF.
       RETENIR-ECRITURE-REGLEMENT-EXIT.
           EXIT.

       RACHETER-BON-ACHAT-EXIT.
           EXIT.

      *    Sert WS-MONTANT-REGL depuis les points du client de la
      *    facture : WS-FID-MONTANT revient a 0 s'il n'a pas de
      *    points utilisables.
       RACHETER-POINTS-FIDELITE.
           MOVE 'U' TO WS-FID-ACTION.
           MOVE FAC-CLIENT TO WS-FID-CLIENT.
           MOVE 'C' TO WS-FID-CANAL.
           MOVE FAC-NUM TO WS-FID-REFERENCE.
           MOVE WS-MONTANT-REGL TO WS-FID-MONTANT.
           MOVE 0 TO WS-FID-MONTANT-BAR.
           PERFORM APPELER-FIDPOINTS.
           IF WS-FID-MONTANT = 0
               DISPLAY 'AUCUN POINT UTILISABLE' LINE 14 POSITION 15
                   REVERSE-VIDEO
           ELSE
               DISPLAY 'Points utilises:' LINE 14 POSITION 15
               DISPLAY WS-FID-POINTS LINE 14 POSITION 32 HIGHLIGHT
               DISPLAY 'Valeur:' LINE 14 POSITION 42
               DISPLAY WS-FID-MONTANT LINE 14 POSITION 50 HIGHLIGHT
           END-IF.

      *    Passif des bons en circulation : ce que la maison doit
      *    encore honorer.
       ETAT-PASSIF-BONS.
           DISPLAY 'Appuyez ENTREE...' LINE 23 POSITION 31.
           ACCEPT WS-CONFIRM.

      *===============================================
      * CHEQUE IMPAYE (RETOUR DE LA BANQUE)
      * Le cheque revenu impaye est retrouve par son numero de
      * remise et son montant. Le reglement est contrepasse par
      * une ligne CI (meme remise) dans REGLFACT.DAT, la facture
      * se rouvre (N ou P), l'encours client remonte, le compte
      * de la maison est debite du cheque (RB negatif) et des
      * frais de la banque (FR), et l'evenement part au journal
      * des contacts - la chaine de relance reprend la facture.
      * Au-dela de WS-SEUIL-CHQ-IMPAYES cheques impayes sur douze
      * mois, l'operateur peut interdire les cheques au client.
      *===============================================
       CHEQUE-IMPAYE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- CHEQUE IMPAYE (RETOUR BANQUE) ---' LINE 2
               POSITION 21 HIGHLIGHT.
           MOVE 'N' TO WS-CHQ-OK.
           MOVE 'N' TO WS-CHQ-VERROU-FAC.
           MOVE 'N' TO WS-CHQ-VERROU-CPT.
           MOVE WS-DATE-JOUR TO WS-DATE-CTRL-PER.
           PERFORM CONTROLER-PERIODE.
           IF WS-PERIODE-OUVERTE = 1
               DISPLAY 'Numero de remise:' LINE 4 POSITION 15
               MOVE 0 TO WS-REMISE-NUM
               ACCEPT WS-REMISE-NUM LINE 4 POSITION 40
               DISPLAY 'Montant du cheque:' LINE 5 POSITION 15
               MOVE 0 TO WS-MONTANT-REGL
               ACCEPT WS-MONTANT-REGL LINE 5 POSITION 40
               PERFORM CHERCHER-CHEQUE-REMIS
           END-IF.
           IF WS-CHQ-OK = 'Y'
               PERFORM CONFIRMER-CHEQUE-IMPAYE
           END-IF.
           IF WS-CHQ-OK = 'Y'
               PERFORM PASSER-CHEQUE-IMPAYE
           END-IF.
           IF WS-CHQ-VERROU-FAC = 'Y'
               MOVE 'FACTURES' TO WS-VRL-FICHIER
               MOVE WS-CHQ-FAC-RETENUE TO WS-VRL-ENREG
               PERFORM LIBERER-VERROU-ENREG
           END-IF.
           IF WS-CHQ-VERROU-CPT = 'Y'
               MOVE 'COMPTES' TO WS-VRL-FICHIER
               MOVE WS-COMPTE-BANQUE TO WS-VRL-ENREG
               PERFORM LIBERER-VERROU-ENREG
           END-IF.
           DISPLAY 'Appuyez ENTREE...' LINE 23 POSITION 31.
           ACCEPT WS-CONFIRM.

      *    Cheques CH de la remise a ce montant, par facture, moins
      *    ceux deja contrepasses (CI) ; s'il en reste plusieurs,
      *    l'operateur designe la facture.
       CHERCHER-CHEQUE-REMIS.
           MOVE 0 TO WS-NB-CHQ-CANDIDATS.
           OPEN INPUT REGLEMENTS.
           IF WS-REG-OUVERT-OK
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ REGLEMENTS
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF REG-REMISE = WS-REMISE-NUM
                               AND REG-REMISE NOT = 0
                               AND REG-MONTANT = WS-MONTANT-REGL
                               AND (REG-MODE = 'CH' OR REG-MODE = 'CI')
                               PERFORM NOTER-CHEQUE-CANDIDAT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGLEMENTS
           END-IF.
           MOVE 0 TO WS-NB-CHQ-OUVERTS.
           MOVE 8 TO WS-LIGNE.
           MOVE 1 TO WS-IDX-CHQ.
           PERFORM LISTER-CHEQUE-CANDIDAT
               UNTIL WS-IDX-CHQ > WS-NB-CHQ-CANDIDATS.
           EVALUATE WS-NB-CHQ-OUVERTS
               WHEN 0
                   DISPLAY 'AUCUN CHEQUE A CE MONTANT DANS LA REMISE'
                       LINE 19 POSITION 15 REVERSE-VIDEO
               WHEN 1
                   MOVE 'Y' TO WS-CHQ-OK
               WHEN OTHER
                   DISPLAY 'Facture concernee:' LINE 15 POSITION 15
                   MOVE 0 TO WS-CHQ-FAC-RETENUE
                   ACCEPT WS-CHQ-FAC-RETENUE LINE 15 POSITION 40
                   MOVE 1 TO WS-IDX-CHQ
                   PERFORM UNTIL WS-IDX-CHQ > WS-NB-CHQ-CANDIDATS
                       OR WS-CHQ-OK = 'Y'
                       IF WS-CHQ-FAC(WS-IDX-CHQ) = WS-CHQ-FAC-RETENUE
                           AND WS-CHQ-NB(WS-IDX-CHQ) > 0
                           MOVE 'Y' TO WS-CHQ-OK
                       ELSE
                           ADD 1 TO WS-IDX-CHQ
                       END-IF
                   END-PERFORM
                   IF WS-CHQ-OK NOT = 'Y'
                       DISPLAY 'FACTURE HORS DE LA LISTE' LINE 19
                           POSITION 15 REVERSE-VIDEO
                   END-IF
           END-EVALUATE.

       NOTER-CHEQUE-CANDIDAT.
           MOVE 1 TO WS-IDX-CHQ.
           PERFORM UNTIL WS-IDX-CHQ > WS-NB-CHQ-CANDIDATS
               OR WS-CHQ-FAC(WS-IDX-CHQ) = REG-FAC
               ADD 1 TO WS-IDX-CHQ
           END-PERFORM.
           IF WS-IDX-CHQ > WS-NB-CHQ-CANDIDATS
               AND WS-NB-CHQ-CANDIDATS < 20
               ADD 1 TO WS-NB-CHQ-CANDIDATS
               MOVE REG-FAC TO WS-CHQ-FAC(WS-IDX-CHQ)
               MOVE 0 TO WS-CHQ-NB(WS-IDX-CHQ)
           END-IF.
           IF WS-IDX-CHQ <= WS-NB-CHQ-CANDIDATS
               IF REG-MODE = 'CH'
                   ADD 1 TO WS-CHQ-NB(WS-IDX-CHQ)
               ELSE
                   SUBTRACT 1 FROM WS-CHQ-NB(WS-IDX-CHQ)
               END-IF
           END-IF.

       LISTER-CHEQUE-CANDIDAT.
           IF WS-CHQ-NB(WS-IDX-CHQ) > 0
               ADD 1 TO WS-NB-CHQ-OUVERTS
               MOVE WS-CHQ-FAC(WS-IDX-CHQ) TO WS-CHQ-FAC-RETENUE
               IF WS-LIGNE <= 14
                   DISPLAY 'Facture' LINE WS-LIGNE POSITION 15
                   DISPLAY WS-CHQ-FAC(WS-IDX-CHQ) LINE WS-LIGNE
                       POSITION 24
                   ADD 1 TO WS-LIGNE
               END-IF
           END-IF.
           ADD 1 TO WS-IDX-CHQ.

      *    Facture, client et compte de la maison controles avant
      *    toute mise a jour ; les deux verrous sont poses ici.
       CONFIRMER-CHEQUE-IMPAYE.
           MOVE WS-CHQ-FAC-RETENUE TO FAC-NUM.
           READ FACTURES
               INVALID KEY
                   DISPLAY 'FACTURE INCONNUE!' LINE 19 POSITION 15
                       REVERSE-VIDEO
                   MOVE 'N' TO WS-CHQ-OK
           END-READ.
           IF WS-CHQ-OK = 'Y'
               AND WS-MONTANT-REGL > FAC-MONTANT-PAYE
               DISPLAY 'MONTANT SUPERIEUR AU DEJA REGLE' LINE 19
                   POSITION 15 REVERSE-VIDEO
               MOVE 'N' TO WS-CHQ-OK
           END-IF.
           IF WS-CHQ-OK = 'Y'
               MOVE FAC-CLIENT TO CLI-ID
               MOVE SPACES TO CLI-NOM
               READ CLIENTS
                   INVALID KEY CONTINUE
               END-READ
               DISPLAY 'Facture:' LINE 15 POSITION 15
               DISPLAY FAC-NUM LINE 15 POSITION 24 HIGHLIGHT
               DISPLAY 'Client:' LINE 16 POSITION 15
               DISPLAY CLI-NOM LINE 16 POSITION 24 HIGHLIGHT
               DISPLAY 'Deja regle:' LINE 17 POSITION 15
               DISPLAY FAC-MONTANT-PAYE LINE 17 POSITION 28
               DISPLAY 'Compte bancaire a debiter:' LINE 18
                   POSITION 15
               ACCEPT WS-COMPTE-BANQUE LINE 18 POSITION 42
               OPEN INPUT COMPTES
               MOVE WS-COMPTE-BANQUE TO CPT-NUM
               READ COMPTES
                   INVALID KEY
                       DISPLAY 'COMPTE INEXISTANT!' LINE 19
                           POSITION 15 REVERSE-VIDEO
                       MOVE 'N' TO WS-CHQ-OK
                   NOT INVALID KEY
                       IF CPT-STATUT = 'F'
                           DISPLAY 'COMPTE CLOTURE' LINE 19
                               POSITION 15 REVERSE-VIDEO
                           MOVE 'N' TO WS-CHQ-OK
                       END-IF
               END-READ
               CLOSE COMPTES
           END-IF.
           IF WS-CHQ-OK = 'Y'
               DISPLAY 'Confirmer le cheque impaye (O/N)?' LINE 20
                   POSITION 15
               ACCEPT WS-CONFIRM LINE 20 POSITION 50
               IF WS-CONFIRM NOT = 'O' AND WS-CONFIRM NOT = 'o'
                   MOVE 'N' TO WS-CHQ-OK
               END-IF
           END-IF.
           IF WS-CHQ-OK = 'Y'
               MOVE 'FACTURES' TO WS-VRL-FICHIER
               MOVE WS-CHQ-FAC-RETENUE TO WS-VRL-ENREG
               PERFORM POSER-VERROU-ENREG
               IF WS-VRL-RESULTAT = 'Y'
                   MOVE 'Y' TO WS-CHQ-VERROU-FAC
               ELSE
                   MOVE 'N' TO WS-CHQ-OK
               END-IF
           END-IF.
           IF WS-CHQ-OK = 'Y'
               MOVE 'COMPTES' TO WS-VRL-FICHIER
               MOVE WS-COMPTE-BANQUE TO WS-VRL-ENREG
               PERFORM POSER-VERROU-ENREG
               IF WS-VRL-RESULTAT = 'Y'
                   MOVE 'Y' TO WS-CHQ-VERROU-CPT
               ELSE
                   MOVE 'N' TO WS-CHQ-OK
               END-IF
           END-IF.

       PASSER-CHEQUE-IMPAYE.
      *    Facture rouverte.
           MOVE WS-CHQ-FAC-RETENUE TO FAC-NUM.
           READ FACTURES
               INVALID KEY CONTINUE
           END-READ.
           SUBTRACT WS-MONTANT-REGL FROM FAC-MONTANT-PAYE.
           IF FAC-MONTANT-PAYE = 0
               MOVE 'N' TO FAC-STATUT
           ELSE
               MOVE 'P' TO FAC-STATUT
           END-IF.
           REWRITE FACTURE-REC.
      *    Contrepassation du reglement (montant negatif refuse
      *    par le layout : ligne CI sous la meme remise).
           MOVE FAC-NUM TO REG-FAC.
           MOVE WS-DATE-JOUR TO REG-DATE.
           MOVE WS-MONTANT-REGL TO REG-MONTANT.
           MOVE 'CI' TO REG-MODE.
           MOVE WS-REMISE-NUM TO REG-REMISE.
           MOVE 0 TO REG-SESSION.
           OPEN EXTEND REGLEMENTS.
           IF NOT WS-REG-OUVERT-OK
               OPEN OUTPUT REGLEMENTS
           END-IF.
           WRITE REGLEMENT-REC.
           CLOSE REGLEMENTS.
           MOVE FAC-CLIENT TO CLI-ID.
           READ CLIENTS
               NOT INVALID KEY
                   ADD WS-MONTANT-REGL TO CLI-SOLDE
                   REWRITE CLIENT-REC
           END-READ.
      *    Le compte de la maison rend le cheque et paie les frais.
           OPEN I-O COMPTES.
           MOVE WS-COMPTE-BANQUE TO CPT-NUM.
           READ COMPTES
               NOT INVALID KEY
                   SUBTRACT WS-MONTANT-REGL FROM CPT-SOLDE
                   MOVE 'RB' TO MVB-TYPE
                   COMPUTE MVB-MONTANT = 0 - WS-MONTANT-REGL
                   MOVE SPACES TO MVB-LIBELLE
                   STRING 'CHQ IMPAYE REM ' DELIMITED BY SIZE
                       WS-REMISE-NUM DELIMITED BY SIZE
                       INTO MVB-LIBELLE
                   PERFORM ECRIRE-MVT-CHEQUE-IMPAYE
                   IF WS-FRAIS-CHQ-IMPAYE > 0
                       SUBTRACT WS-FRAIS-CHQ-IMPAYE FROM CPT-SOLDE
                       MOVE 'FR' TO MVB-TYPE
                       COMPUTE MVB-MONTANT = 0 - WS-FRAIS-CHQ-IMPAYE
                       MOVE 'FRAIS CHQ IMPAYE' TO MVB-LIBELLE
                       PERFORM ECRIRE-MVT-CHEQUE-IMPAYE
                   END-IF
                   REWRITE COMPTE-REC
           END-READ.
           CLOSE COMPTES.
      *    Journal des contacts : la relance et l'historique du
      *    client voient l'impaye.
           MOVE FAC-CLIENT TO CNT-CLIENT.
           MOVE WS-DATE-JOUR TO CNT-DATE.
           MOVE 'CHQ IMPAYE' TO CNT-TYPE.
           MOVE SPACES TO CNT-NOTE.
           STRING 'FAC ' DELIMITED BY SIZE
               FAC-NUM DELIMITED BY SIZE
               ' REMISE ' DELIMITED BY SIZE
               WS-REMISE-NUM DELIMITED BY SIZE
               INTO CNT-NOTE.
           OPEN EXTEND CONTACTS.
           IF NOT WS-CNT-OUVERT-OK
               OPEN OUTPUT CONTACTS
           END-IF.
           WRITE CONTACT-REC.
           CLOSE CONTACTS.
           DISPLAY '*** CHEQUE IMPAYE ENREGISTRE - FACTURE '
               'ROUVERTE ***' LINE 21 POSITION 15 HIGHLIGHT.
           PERFORM CONTROLER-CHEQUES-IMPAYES.

       ECRIRE-MVT-CHEQUE-IMPAYE.
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

      *    Cheques impayes du client sur douze mois glissants,
      *    celui du jour compris ; au seuil, l'operateur decide
      *    de l'interdiction (tracee dans AUDIT.DAT).
       CONTROLER-CHEQUES-IMPAYES.
           COMPUTE WS-DATE-UN-AN = WS-DATE-JOUR - 10000.
           MOVE 0 TO WS-NB-CHQ-IMPAYES.
           OPEN INPUT CONTACTS.
           IF WS-CNT-OUVERT-OK
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ CONTACTS
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CNT-CLIENT = FAC-CLIENT
                               AND CNT-TYPE = 'CHQ IMPAYE'
                               AND CNT-DATE > WS-DATE-UN-AN
                               ADD 1 TO WS-NB-CHQ-IMPAYES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACTS
           END-IF.
           IF WS-NB-CHQ-IMPAYES >= WS-SEUIL-CHQ-IMPAYES
               AND CLI-CHEQUE-REFUSE NOT = 'Y'
               DISPLAY WS-NB-CHQ-IMPAYES LINE 22 POSITION 5
                   REVERSE-VIDEO
               DISPLAY 'cheques impayes en 12 mois - refuser ses '
                   'cheques (O/N)?' LINE 22 POSITION 8
               ACCEPT WS-CONFIRM LINE 22 POSITION 65
               IF WS-CONFIRM = 'O' OR WS-CONFIRM = 'o'
                   MOVE FAC-CLIENT TO CLI-ID
                   READ CLIENTS
                       NOT INVALID KEY
                           MOVE 'Y' TO CLI-CHEQUE-REFUSE
                           REWRITE CLIENT-REC
                   END-READ
      *            Meme technique que CLIENTS/ECRIRE-AUDIT.
                   MOVE 'FACTURE' TO AUD-PROGRAMME
                   MOVE 'CHQREF' TO AUD-OPERATION
                   MOVE WS-OPERATEUR TO AUD-OPERATEUR
                   MOVE FAC-CLIENT TO AUD-CLE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE
                   MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-HEURE
                   MOVE SPACES TO AUD-AVANT
                   STRING 'CHEQUES IMPAYES=' DELIMITED BY SIZE
                       WS-NB-CHQ-IMPAYES DELIMITED BY SIZE
                       INTO AUD-AVANT
                   MOVE 'CHEQUES REFUSES' TO AUD-APRES
                   OPEN EXTEND AUDIT
                   IF NOT WS-AUD-OUVERT-OK
                       OPEN OUTPUT AUDIT
                   END-IF
                   WRITE AUDIT-REC
                   CLOSE AUDIT
               END-IF
           END-IF.

      *    Reconstruit REGLFACT.DAT en tamponnant le numero de
      *    bordereau sur chaque cheque/especes non encore remis.
       MARQUER-REGLEMENTS-REMIS.
           READ CLIENTS
               INVALID KEY CONTINUE
           END-READ.
           DISPLAY SOE-RAISON-SOCIALE LINE 1 POSITION 5.
           DISPLAY SOE-IDENTIFIANTS LINE 23 POSITION 3.
           DISPLAY 'DEVIS N.' LINE 2 POSITION 45 HIGHLIGHT.
           DISPLAY DEV-NUM LINE 2 POSITION 54 HIGHLIGHT.
           DISPLAY 'Client:' LINE 5 POSITION 15.
                   POSITION 27 REVERSE-VIDEO
               GO TO CONVERTIR-DEVIS-EXIT
           END-IF.
           MOVE CLI-REGIME-TVA TO WS-REGIME-TVA.
      *    L'encours du client va etre mis a jour : meme verrou
      *    que la creation de facture.
           MOVE 'CLIENTS' TO WS-VRL-FICHIER.
           MOVE DEV-TOTAL-HT TO WS-TOTAL-HT.
           PERFORM CALCULER-TOTAUX.
           COMPUTE WS-RESTE-DU = CLI-SOLDE + WS-TOTAL-TTC.
           PERFORM CONTROLER-ENCOURS-GROUPE.
           IF WS-RESTE-DU > CLI-LIMITE-CREDIT OR WS-GRP-DEPASSE = 'Y'
               IF WS-GRP-DEPASSE = 'Y'
                   DISPLAY '*** LIMITE DU GROUPE DEPASSEE ***'
                       LINE 12 POSITION 20 REVERSE-VIDEO BLINK
               ELSE
                   DISPLAY '*** LIMITE DE CREDIT DEPASSEE ***'
                       LINE 12 POSITION 20 REVERSE-VIDEO BLINK
               END-IF
               GO TO CONVERTIR-DEVIS-EXIT
           END-IF.
           MOVE WS-NEXT-FACT TO FAC-NUM.
           ADD WS-TOTAL-TTC TO CLI-SOLDE.
           REWRITE CLIENT-REC.
           PERFORM ECRIRE-VENTES-FACTURE.
           PERFORM ACQUERIR-POINTS-FACTURE.
           MOVE 'A' TO DEV-STATUT.
           MOVE FAC-NUM TO DEV-FACTURE.
           REWRITE DEVIS-REC.
                   MOVE PRD-TVA-CODE TO WS-CODE-TVA
           END-READ.
           MOVE DVL-MONTANT TO WS-LIGNE-FACT.
           PERFORM APPLIQUER-REGIME-TVA.
           PERFORM VENTILER-TVA-LIGNE.
           MOVE WS-CODE-TVA TO LGF-TVA-CODE.
           MOVE WS-TVA-LIGNE TO LGF-TVA.
           MOVE SPACES TO LGF-PROMO.
           MOVE SPACES TO LGF-ART-ORIGINE.
           WRITE LIGNE-FACT-REC.
      *    Produit stocke : la marchandise facturee sort du
      *    magasin comme au comptoir, plafonnee au stock restant
