       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFSAUV.
      *===============================================
      * VERIFICATION DES SAUVEGARDES
      * Etape de la chaine CHAINEBATCH lancee juste apres
      * SAUVEGARDE, sans aucune saisie. Une sauvegarde qu'on n'a
      * jamais relue n'en est pas une : pour chaque fichier de la
      * derniere generation ecrite (la date la plus recente du
      * catalogue SAVECAT.DAT), ce programme
      *  - controle que la layout du fichier tient dans l'image
      *    brute X(200) des generations (sinon SAUVEGARDE tronque
      *    chaque enregistrement sans rien dire) ;
      *  - relit la generation <NOM>.SGn a travers la layout du
      *    fichier, comme le ferait RESTAURE - la repetition de
      *    la restauration, sans rien ecraser ;
      *  - compare le nombre d'enregistrements relus au catalogue
      *    et au fichier vivant, et un total de controle (le
      *    montant ou la quantite qui compte pour le fichier,
      *    a defaut la somme des numeros) relu dans la generation
      *    a celui du fichier vivant. FOURNIS et ENTREPOTS n'ont
      *    pas de montant : le compte seul fait foi.
      * Le resultat est porte au catalogue : V (verifiee) ou I
      * (inutilisable, avec le motif). RESTAURE refuse une
      * generation I ; FLASHMATIN en rend compte le matin.
      * Le fichier vivant doit etre celui qui vient d'etre
      * sauvegarde : relance a la main en cours de journee, le
      * programme signalerait en ecart tout ce qui a bouge depuis.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    MEMES FICHIERS QUE SAUVEGARDE
           SELECT PRODUITS ASSIGN TO 'PRODUITS.DAT'
               ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODE
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT STOCK-ENTREPOTS ASSIGN TO 'STOCKWH.DAT'
               ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
               RECORD KEY IS SWH-CLE
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT LOTS ASSIGN TO 'LOTS.DAT'
               ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CLE
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT COMMANDES ASSIGN TO 'COMMANDES.DAT'
               ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMD-NUM
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT LIGNES-COMMANDE ASSIGN TO 'COMMANDES-L.DAT'
               ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCM-CLE
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT CDE-VENTES ASSIGN TO 'CDEVTE.DAT'
               ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
               RECORD KEY IS CVT-NUM
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT LIGNES-CDE-VENTE ASSIGN TO 'CDEVTE-L.DAT'
               ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVT-CLE
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT FACTURES ASSIGN TO 'FACTURES.DAT'
               ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAC-NUM
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT LIGNES-FACTURE ASSIGN TO 'FACLIGNE.DAT'
               ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGF-CLE
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT CLIENTS ASSIGN TO 'CLIENTS.DAT'
               ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT COMPTES ASSIGN TO 'COMPTES.DAT'
               ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPT-NUM
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT RESERVATIONS ASSIGN TO 'RESERV.DAT'
               ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-ID
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT MVT-BANQUE ASSIGN TO 'MVTBANQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT MVT-STOCK ASSIGN TO 'MVTSTOCK.DAT'
               ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
               RECORD KEY IS MVT-CLE
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT ECRITURES ASSIGN TO 'ECRITURES.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT REGLEMENTS ASSIGN TO 'REGLFACT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT VENTES ASSIGN TO 'VENTES.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT FACT-FOURNISSEUR ASSIGN TO 'FACTFRN.DAT'
               ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
               RECORD KEY IS FFR-CLE
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT FOURNISSEURS ASSIGN TO 'FOURNIS.DAT'
               ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRN-CODE
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT EMPLOYES ASSIGN TO 'EMPLOYES.DAT'
               ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULE
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT BULLETINS ASSIGN TO 'BULLETIN.DAT'
               ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUL-CLE
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT FOLIOS ASSIGN TO 'FOLIO.DAT'
               ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOL-CLE
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT ENTREPOTS ASSIGN TO 'ENTREPOTS.DAT'
               ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-CODE
               FILE STATUS IS WS-SOURCE-STATUS.
      *    FICHIER DE GENERATION COURANT (NOM DYNAMIQUE)
           SELECT SAUVEGARDE-GEN ASSIGN TO WS-NOM-GENERATION
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
      *    CATALOGUE DES SAUVEGARDES - ECRIT PAR SAUVEGARDE
           SELECT CATALOGUE ASSIGN TO 'SAVECAT.DAT'
               ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CLE
               FILE STATUS IS WS-CAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUITS.
           COPY PRODUIT.
      *    MEMES LAYOUTS QUE SAUVEGARDE
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
       FD LOTS.
       01 LOT-REC.
           05 LOT-CLE.
               10 LOT-PRD       PIC X(8).
               10 LOT-NUMERO    PIC X(6).
           05 LOT-QTE       PIC 9(5).
           05 LOT-EXPIRATION PIC 9(8).
       FD COMMANDES.
           COPY COMMANDE.
       FD LIGNES-COMMANDE.
           COPY LIGNECMD.
       FD CDE-VENTES.
           COPY CDEVTE.
       FD LIGNES-CDE-VENTE.
           COPY LIGNEVTE.
       FD FACTURES.
           COPY FACTURE.
       FD LIGNES-FACTURE.
           COPY FACLIGNE.
       FD CLIENTS.
           COPY CLIENT.
       FD COMPTES.
           COPY COMPTE.
       FD RESERVATIONS.
           COPY RESERV.
       FD MVT-BANQUE.
           COPY MVTBANQ.
       FD MVT-STOCK.
           COPY MVTSTK.
       FD ECRITURES.
           COPY ECRITURE.
       FD REGLEMENTS.
           COPY REGLEMENT.
       FD VENTES.
           COPY VENTE.
       FD FACT-FOURNISSEUR.
           COPY FACTFRN.
       FD FOURNISSEURS.
           COPY FOURNIS.
       FD EMPLOYES.
           COPY EMPLOYE.
       FD BULLETINS.
           COPY BULLETIN.
       FD FOLIOS.
           COPY FOLIO.
       FD ENTREPOTS.
           COPY ENTREPOT.
       FD SAUVEGARDE-GEN.
       01 SAUVEGARDE-REC PIC X(200).
       FD CATALOGUE.
           COPY SAVECAT.
       WORKING-STORAGE SECTION.
       01 WS-EOF           PIC 9 VALUE 0.
       01 WS-DATE-JOUR     PIC 9(8) VALUE 0.
       01 WS-DATE-SAUVEGARDE PIC 9(8) VALUE 0.
       01 WS-GENERATION    PIC 9 VALUE 0.
       01 WS-NOM-GENERATION PIC X(20) VALUE SPACES.
       01 WS-FICHIER       PIC X(12) VALUE SPACES.
      *    TAILLE DE L'IMAGE BRUTE DES GENERATIONS (SAUVEGARDE-REC)
       01 WS-TAILLE-IMAGE  PIC 9(4) VALUE 200.
       01 WS-LONGUEUR      PIC 9(4) VALUE 0.
       01 WS-A-VERIFIER    PIC X VALUE 'N'.
       01 WS-ILLISIBLE     PIC X VALUE 'N'.
       01 WS-MOTIF         PIC X(30) VALUE SPACES.
       01 WS-NB-VIVANT     PIC 9(7) VALUE 0.
       01 WS-NB-GENERATION PIC 9(7) VALUE 0.
       01 WS-TOTAL-VIVANT  PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-GENERATION PIC S9(13)V99 VALUE 0.
       01 WS-NB-FICHIERS   PIC 99 VALUE 0.
       01 WS-NB-INUTILISABLES PIC 99 VALUE 0.
       01 WS-SOURCE-STATUS PIC XX VALUE '00'.
           88 WS-SOURCE-OK VALUE '00'.
       01 WS-GEN-STATUS    PIC XX VALUE '00'.
           88 WS-GEN-OK VALUE '00'.
       01 WS-CAT-STATUS    PIC XX VALUE '00'.
           88 WS-CAT-OK VALUE '00'.
      *    LIGNE DU COMPTE RENDU
       01 WS-LIGNE-VERIF.
           05 WS-LVF-FICHIER PIC X(12).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LVF-LONGUEUR PIC ZZZ9.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LVF-CATALOGUE PIC Z(6)9.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LVF-RELUS   PIC Z(6)9.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LVF-VIVANT  PIC Z(6)9.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LVF-TOTAL   PIC -(12)9.99.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-LVF-ETAT    PIC X.
       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           OPEN I-O CATALOGUE.
           IF NOT WS-CAT-OK
               DISPLAY 'AUCUN CATALOGUE DE SAUVEGARDE '
                   '(SAVECAT.DAT) - RIEN A VERIFIER'
               GOBACK
           END-IF.
           PERFORM TROUVER-DERNIERE-GENERATION.
           IF WS-DATE-SAUVEGARDE = 0
               DISPLAY 'CATALOGUE VIDE - RIEN A VERIFIER'
           ELSE
               PERFORM VERIFIER-TOUT
           END-IF.
           CLOSE CATALOGUE.
           GOBACK.

      *    La generation a verifier est celle de la sauvegarde la
      *    plus recente du catalogue (et non celle du jour : la
      *    chaine peut passer minuit entre les deux etapes).
       TROUVER-DERNIERE-GENERATION.
           MOVE 0 TO WS-DATE-SAUVEGARDE.
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

      *===============================================
      * VERIFICATION
      *===============================================
       VERIFIER-TOUT.
           DISPLAY '=== VERIFICATION DE LA SAUVEGARDE DU '
               WS-DATE-SAUVEGARDE ' - GENERATION ' WS-GENERATION
               ' ==='.
           DISPLAY 'FICHIER      LONG CATALOG   RELUS  VIVANT'
               '  TOTAL CONTROLE  ETAT'.
           MOVE 0 TO WS-NB-FICHIERS.
           MOVE 0 TO WS-NB-INUTILISABLES.
           PERFORM VERIFIER-PRODUITS
               THRU VERIFIER-PRODUITS-EXIT.
           PERFORM VERIFIER-STOCKWH
               THRU VERIFIER-STOCKWH-EXIT.
           PERFORM VERIFIER-LOTS
               THRU VERIFIER-LOTS-EXIT.
           PERFORM VERIFIER-COMMANDES
               THRU VERIFIER-COMMANDES-EXIT.
           PERFORM VERIFIER-COMMANDESL
               THRU VERIFIER-COMMANDESL-EXIT.
           PERFORM VERIFIER-CDEVTE
               THRU VERIFIER-CDEVTE-EXIT.
           PERFORM VERIFIER-CDEVTEL
               THRU VERIFIER-CDEVTEL-EXIT.
           PERFORM VERIFIER-FACTURES
               THRU VERIFIER-FACTURES-EXIT.
           PERFORM VERIFIER-FACLIGNE
               THRU VERIFIER-FACLIGNE-EXIT.
           PERFORM VERIFIER-CLIENTS
               THRU VERIFIER-CLIENTS-EXIT.
           PERFORM VERIFIER-COMPTES
               THRU VERIFIER-COMPTES-EXIT.
           PERFORM VERIFIER-RESERV
               THRU VERIFIER-RESERV-EXIT.
           PERFORM VERIFIER-MVTBANQ
               THRU VERIFIER-MVTBANQ-EXIT.
           PERFORM VERIFIER-MVTSTOCK
               THRU VERIFIER-MVTSTOCK-EXIT.
           PERFORM VERIFIER-ECRITURES
               THRU VERIFIER-ECRITURES-EXIT.
           PERFORM VERIFIER-REGLFACT
               THRU VERIFIER-REGLFACT-EXIT.
           PERFORM VERIFIER-VENTES
               THRU VERIFIER-VENTES-EXIT.
           PERFORM VERIFIER-FACTFRN
               THRU VERIFIER-FACTFRN-EXIT.
           PERFORM VERIFIER-FOURNIS
               THRU VERIFIER-FOURNIS-EXIT.
           PERFORM VERIFIER-EMPLOYES
               THRU VERIFIER-EMPLOYES-EXIT.
           PERFORM VERIFIER-BULLETIN
               THRU VERIFIER-BULLETIN-EXIT.
           PERFORM VERIFIER-FOLIO
               THRU VERIFIER-FOLIO-EXIT.
           PERFORM VERIFIER-ENTREPOTS
               THRU VERIFIER-ENTREPOTS-EXIT.
           DISPLAY WS-NB-FICHIERS ' FICHIER(S) VERIFIE(S), '
               WS-NB-INUTILISABLES ' GENERATION(S) INUTILISABLE(S)'.
           IF WS-NB-INUTILISABLES > 0
               DISPLAY '*** SAUVEGARDE INCOMPLETE - VOIR LES MOTIFS '
                   'CI-DESSUS ***'
           END-IF.

      *    Lit l'entree du catalogue et ouvre la generation ;
      *    un fichier que SAUVEGARDE a saute (absent ce jour-la)
      *    n'a pas d'entree a cette date et n'est pas verifie.
       OUVRIR-VERIFICATION.
           MOVE 'N' TO WS-A-VERIFIER.
           MOVE 'N' TO WS-ILLISIBLE.
           MOVE SPACES TO WS-MOTIF.
           MOVE 0 TO WS-NB-VIVANT.
           MOVE 0 TO WS-NB-GENERATION.
           MOVE 0 TO WS-TOTAL-VIVANT.
           MOVE 0 TO WS-TOTAL-GENERATION.
           MOVE WS-GENERATION TO CAT-GENERATION.
           MOVE WS-FICHIER TO CAT-FICHIER.
           READ CATALOGUE
               INVALID KEY
                   GO TO OUVRIR-VERIFICATION-EXIT
           END-READ.
           IF CAT-DATE NOT = WS-DATE-SAUVEGARDE
               GO TO OUVRIR-VERIFICATION-EXIT
           END-IF.
           PERFORM PREPARER-NOM-GENERATION.
           OPEN INPUT SAUVEGARDE-GEN.
           IF NOT WS-GEN-OK
               MOVE 'GENERATION ABSENTE OU ILLISIBLE' TO WS-MOTIF
               PERFORM CONCLURE-VERIFICATION
               GO TO OUVRIR-VERIFICATION-EXIT
           END-IF.
           MOVE 'Y' TO WS-A-VERIFIER.
       OUVRIR-VERIFICATION-EXIT.
           EXIT.

      *    Le premier ecart trouve fait le motif ; la layout trop
      *    longue passe avant tout : les comptes peuvent etre
      *    justes sur des enregistrements tronques.
       CONCLURE-VERIFICATION.
           IF WS-MOTIF = SPACES
               EVALUATE TRUE
                   WHEN WS-LONGUEUR > WS-TAILLE-IMAGE
                       MOVE 'LAYOUT PLUS LONGUE QUE L IMAGE'
                           TO WS-MOTIF
                   WHEN WS-NB-GENERATION NOT = CAT-NB-ENREG
                       MOVE 'COMPTE DIFFERENT DU CATALOGUE'
                           TO WS-MOTIF
                   WHEN WS-NB-GENERATION NOT = WS-NB-VIVANT
                       MOVE 'COMPTE DIFFERENT DU FICHIER'
                           TO WS-MOTIF
                   WHEN WS-ILLISIBLE = 'Y'
                       MOVE 'ENREGISTREMENT ILLISIBLE' TO WS-MOTIF
                   WHEN WS-TOTAL-GENERATION NOT = WS-TOTAL-VIVANT
                       MOVE 'TOTAL DE CONTROLE DIFFERENT'
                           TO WS-MOTIF
               END-EVALUATE
           END-IF.
           IF WS-MOTIF = SPACES
               MOVE 'V' TO CAT-ETAT
           ELSE
               MOVE 'I' TO CAT-ETAT
               ADD 1 TO WS-NB-INUTILISABLES
           END-IF.
           MOVE WS-DATE-JOUR TO CAT-DATE-VERIF.
           MOVE WS-TOTAL-GENERATION TO CAT-TOTAL-CONTROLE.
           MOVE WS-MOTIF TO CAT-MOTIF.
           REWRITE CATALOGUE-REC.
           ADD 1 TO WS-NB-FICHIERS.
           MOVE WS-FICHIER TO WS-LVF-FICHIER.
           MOVE WS-LONGUEUR TO WS-LVF-LONGUEUR.
           MOVE CAT-NB-ENREG TO WS-LVF-CATALOGUE.
           MOVE WS-NB-GENERATION TO WS-LVF-RELUS.
           MOVE WS-NB-VIVANT TO WS-LVF-VIVANT.
           MOVE WS-TOTAL-GENERATION TO WS-LVF-TOTAL.
           MOVE CAT-ETAT TO WS-LVF-ETAT.
           DISPLAY WS-LIGNE-VERIF.
           IF WS-MOTIF NOT = SPACES
               DISPLAY '    *** INUTILISABLE : ' WS-MOTIF
           END-IF.

      *    MEME LOGIQUE QUE SAUVEGARDE/PREPARER-NOM-GENERATION.
       PREPARER-NOM-GENERATION.
           MOVE SPACES TO WS-NOM-GENERATION.
           STRING FUNCTION TRIM(WS-FICHIER) DELIMITED BY SIZE
               '.SG' DELIMITED BY SIZE
               WS-GENERATION DELIMITED BY SIZE
               INTO WS-NOM-GENERATION.

       VERIFIER-PRODUITS.
           MOVE 'PRODUITS' TO WS-FICHIER.
           MOVE LENGTH OF PRODUIT-REC TO WS-LONGUEUR.
           PERFORM OUVRIR-VERIFICATION
               THRU OUVRIR-VERIFICATION-EXIT.
           IF WS-A-VERIFIER = 'N'
               GO TO VERIFIER-PRODUITS-EXIT
           END-IF.
           OPEN INPUT PRODUITS.
           IF NOT WS-SOURCE-OK
               MOVE 'FICHIER ABSENT' TO WS-MOTIF
               CLOSE SAUVEGARDE-GEN
               PERFORM CONCLURE-VERIFICATION
               GO TO VERIFIER-PRODUITS-EXIT
           END-IF.
           MOVE LOW-VALUES TO PRD-CODE.
           START PRODUITS KEY >= PRD-CODE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ PRODUITS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-VIVANT
                       ADD PRD-QTE TO WS-TOTAL-VIVANT
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ SAUVEGARDE-GEN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SAUVEGARDE-REC TO PRODUIT-REC
                       ADD 1 TO WS-NB-GENERATION
                       IF PRD-QTE NUMERIC
                           ADD PRD-QTE TO WS-TOTAL-GENERATION
                       ELSE
                           MOVE 'Y' TO WS-ILLISIBLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAUVEGARDE-GEN.
           CLOSE PRODUITS.
           PERFORM CONCLURE-VERIFICATION.
       VERIFIER-PRODUITS-EXIT.
           EXIT.

       VERIFIER-STOCKWH.
           MOVE 'STOCKWH' TO WS-FICHIER.
           MOVE LENGTH OF STOCK-WH-REC TO WS-LONGUEUR.
           PERFORM OUVRIR-VERIFICATION
               THRU OUVRIR-VERIFICATION-EXIT.
           IF WS-A-VERIFIER = 'N'
               GO TO VERIFIER-STOCKWH-EXIT
           END-IF.
           OPEN INPUT STOCK-ENTREPOTS.
           IF NOT WS-SOURCE-OK
               MOVE 'FICHIER ABSENT' TO WS-MOTIF
               CLOSE SAUVEGARDE-GEN
               PERFORM CONCLURE-VERIFICATION
               GO TO VERIFIER-STOCKWH-EXIT
           END-IF.
           MOVE LOW-VALUES TO SWH-CLE.
           START STOCK-ENTREPOTS KEY >= SWH-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ STOCK-ENTREPOTS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-VIVANT
                       ADD SWH-QTE TO WS-TOTAL-VIVANT
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ SAUVEGARDE-GEN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SAUVEGARDE-REC TO STOCK-WH-REC
                       ADD 1 TO WS-NB-GENERATION
                       IF SWH-QTE NUMERIC
                           ADD SWH-QTE TO WS-TOTAL-GENERATION
                       ELSE
                           MOVE 'Y' TO WS-ILLISIBLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAUVEGARDE-GEN.
           CLOSE STOCK-ENTREPOTS.
           PERFORM CONCLURE-VERIFICATION.
       VERIFIER-STOCKWH-EXIT.
           EXIT.

       VERIFIER-LOTS.
           MOVE 'LOTS' TO WS-FICHIER.
           MOVE LENGTH OF LOT-REC TO WS-LONGUEUR.
           PERFORM OUVRIR-VERIFICATION
               THRU OUVRIR-VERIFICATION-EXIT.
           IF WS-A-VERIFIER = 'N'
               GO TO VERIFIER-LOTS-EXIT
           END-IF.
           OPEN INPUT LOTS.
           IF NOT WS-SOURCE-OK
               MOVE 'FICHIER ABSENT' TO WS-MOTIF
               CLOSE SAUVEGARDE-GEN
               PERFORM CONCLURE-VERIFICATION
               GO TO VERIFIER-LOTS-EXIT
           END-IF.
           MOVE LOW-VALUES TO LOT-CLE.
           START LOTS KEY >= LOT-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ LOTS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-VIVANT
                       ADD LOT-QTE TO WS-TOTAL-VIVANT
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ SAUVEGARDE-GEN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SAUVEGARDE-REC TO LOT-REC
                       ADD 1 TO WS-NB-GENERATION
                       IF LOT-QTE NUMERIC
                           ADD LOT-QTE TO WS-TOTAL-GENERATION
                       ELSE
                           MOVE 'Y' TO WS-ILLISIBLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAUVEGARDE-GEN.
           CLOSE LOTS.
           PERFORM CONCLURE-VERIFICATION.
       VERIFIER-LOTS-EXIT.
           EXIT.

       VERIFIER-COMMANDES.
           MOVE 'COMMANDES' TO WS-FICHIER.
           MOVE LENGTH OF COMMANDE-REC TO WS-LONGUEUR.
           PERFORM OUVRIR-VERIFICATION
               THRU OUVRIR-VERIFICATION-EXIT.
           IF WS-A-VERIFIER = 'N'
               GO TO VERIFIER-COMMANDES-EXIT
           END-IF.
           OPEN INPUT COMMANDES.
           IF NOT WS-SOURCE-OK
               MOVE 'FICHIER ABSENT' TO WS-MOTIF
               CLOSE SAUVEGARDE-GEN
               PERFORM CONCLURE-VERIFICATION
               GO TO VERIFIER-COMMANDES-EXIT
           END-IF.
           MOVE LOW-VALUES TO CMD-NUM.
           START COMMANDES KEY >= CMD-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ COMMANDES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-VIVANT
                       ADD CMD-NUM TO WS-TOTAL-VIVANT
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ SAUVEGARDE-GEN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SAUVEGARDE-REC TO COMMANDE-REC
                       ADD 1 TO WS-NB-GENERATION
                       IF CMD-NUM NUMERIC
                           ADD CMD-NUM TO WS-TOTAL-GENERATION
                       ELSE
                           MOVE 'Y' TO WS-ILLISIBLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAUVEGARDE-GEN.
           CLOSE COMMANDES.
           PERFORM CONCLURE-VERIFICATION.
       VERIFIER-COMMANDES-EXIT.
           EXIT.

       VERIFIER-COMMANDESL.
           MOVE 'COMMANDES-L' TO WS-FICHIER.
           MOVE LENGTH OF LIGNE-CMD-REC TO WS-LONGUEUR.
           PERFORM OUVRIR-VERIFICATION
               THRU OUVRIR-VERIFICATION-EXIT.
           IF WS-A-VERIFIER = 'N'
               GO TO VERIFIER-COMMANDESL-EXIT
           END-IF.
           OPEN INPUT LIGNES-COMMANDE.
           IF NOT WS-SOURCE-OK
               MOVE 'FICHIER ABSENT' TO WS-MOTIF
               CLOSE SAUVEGARDE-GEN
               PERFORM CONCLURE-VERIFICATION
               GO TO VERIFIER-COMMANDESL-EXIT
           END-IF.
           MOVE LOW-VALUES TO LCM-CLE.
           START LIGNES-COMMANDE KEY >= LCM-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ LIGNES-COMMANDE NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-VIVANT
                       ADD LCM-QTE TO WS-TOTAL-VIVANT
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ SAUVEGARDE-GEN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SAUVEGARDE-REC TO LIGNE-CMD-REC
                       ADD 1 TO WS-NB-GENERATION
                       IF LCM-QTE NUMERIC
                           ADD LCM-QTE TO WS-TOTAL-GENERATION
                       ELSE
                           MOVE 'Y' TO WS-ILLISIBLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAUVEGARDE-GEN.
           CLOSE LIGNES-COMMANDE.
           PERFORM CONCLURE-VERIFICATION.
       VERIFIER-COMMANDESL-EXIT.
           EXIT.

       VERIFIER-CDEVTE.
           MOVE 'CDEVTE' TO WS-FICHIER.
           MOVE LENGTH OF CDE-VENTE-REC TO WS-LONGUEUR.
           PERFORM OUVRIR-VERIFICATION
               THRU OUVRIR-VERIFICATION-EXIT.
           IF WS-A-VERIFIER = 'N'
               GO TO VERIFIER-CDEVTE-EXIT
           END-IF.
           OPEN INPUT CDE-VENTES.
           IF NOT WS-SOURCE-OK
               MOVE 'FICHIER ABSENT' TO WS-MOTIF
               CLOSE SAUVEGARDE-GEN
               PERFORM CONCLURE-VERIFICATION
               GO TO VERIFIER-CDEVTE-EXIT
           END-IF.
           MOVE LOW-VALUES TO CVT-NUM.
           START CDE-VENTES KEY >= CVT-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ CDE-VENTES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-VIVANT
                       ADD CVT-NUM TO WS-TOTAL-VIVANT
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ SAUVEGARDE-GEN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SAUVEGARDE-REC TO CDE-VENTE-REC
                       ADD 1 TO WS-NB-GENERATION
                       IF CVT-NUM NUMERIC
                           ADD CVT-NUM TO WS-TOTAL-GENERATION
                       ELSE
                           MOVE 'Y' TO WS-ILLISIBLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAUVEGARDE-GEN.
           CLOSE CDE-VENTES.
           PERFORM CONCLURE-VERIFICATION.
       VERIFIER-CDEVTE-EXIT.
           EXIT.

       VERIFIER-CDEVTEL.
           MOVE 'CDEVTE-L' TO WS-FICHIER.
           MOVE LENGTH OF LIGNE-VTE-REC TO WS-LONGUEUR.
           PERFORM OUVRIR-VERIFICATION
               THRU OUVRIR-VERIFICATION-EXIT.
           IF WS-A-VERIFIER = 'N'
               GO TO VERIFIER-CDEVTEL-EXIT
           END-IF.
           OPEN INPUT LIGNES-CDE-VENTE.
           IF NOT WS-SOURCE-OK
               MOVE 'FICHIER ABSENT' TO WS-MOTIF
               CLOSE SAUVEGARDE-GEN
               PERFORM CONCLURE-VERIFICATION
               GO TO VERIFIER-CDEVTEL-EXIT
           END-IF.
           MOVE LOW-VALUES TO LVT-CLE.
           START LIGNES-CDE-VENTE KEY >= LVT-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ LIGNES-CDE-VENTE NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-VIVANT
                       ADD LVT-QTE TO WS-TOTAL-VIVANT
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ SAUVEGARDE-GEN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SAUVEGARDE-REC TO LIGNE-VTE-REC
                       ADD 1 TO WS-NB-GENERATION
                       IF LVT-QTE NUMERIC
                           ADD LVT-QTE TO WS-TOTAL-GENERATION
                       ELSE
                           MOVE 'Y' TO WS-ILLISIBLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAUVEGARDE-GEN.
           CLOSE LIGNES-CDE-VENTE.
           PERFORM CONCLURE-VERIFICATION.
       VERIFIER-CDEVTEL-EXIT.
           EXIT.

       VERIFIER-FACTURES.
           MOVE 'FACTURES' TO WS-FICHIER.
           MOVE LENGTH OF FACTURE-REC TO WS-LONGUEUR.
           PERFORM OUVRIR-VERIFICATION
               THRU OUVRIR-VERIFICATION-EXIT.
           IF WS-A-VERIFIER = 'N'
               GO TO VERIFIER-FACTURES-EXIT
           END-IF.
           OPEN INPUT FACTURES.
           IF NOT WS-SOURCE-OK
               MOVE 'FICHIER ABSENT' TO WS-MOTIF
               CLOSE SAUVEGARDE-GEN
               PERFORM CONCLURE-VERIFICATION
               GO TO VERIFIER-FACTURES-EXIT
           END-IF.
           MOVE LOW-VALUES TO FAC-NUM.
           START FACTURES KEY >= FAC-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ FACTURES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-VIVANT
                       ADD FAC-TOTAL-TTC TO WS-TOTAL-VIVANT
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ SAUVEGARDE-GEN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SAUVEGARDE-REC TO FACTURE-REC
                       ADD 1 TO WS-NB-GENERATION
                       IF FAC-TOTAL-TTC NUMERIC
                           ADD FAC-TOTAL-TTC TO WS-TOTAL-GENERATION
                       ELSE
                           MOVE 'Y' TO WS-ILLISIBLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAUVEGARDE-GEN.
           CLOSE FACTURES.
           PERFORM CONCLURE-VERIFICATION.
       VERIFIER-FACTURES-EXIT.
           EXIT.

       VERIFIER-FACLIGNE.
           MOVE 'FACLIGNE' TO WS-FICHIER.
           MOVE LENGTH OF LIGNE-FACT-REC TO WS-LONGUEUR.
           PERFORM OUVRIR-VERIFICATION
               THRU OUVRIR-VERIFICATION-EXIT.
           IF WS-A-VERIFIER = 'N'
               GO TO VERIFIER-FACLIGNE-EXIT
           END-IF.
           OPEN INPUT LIGNES-FACTURE.
           IF NOT WS-SOURCE-OK
               MOVE 'FICHIER ABSENT' TO WS-MOTIF
               CLOSE SAUVEGARDE-GEN
               PERFORM CONCLURE-VERIFICATION
               GO TO VERIFIER-FACLIGNE-EXIT
           END-IF.
           MOVE LOW-VALUES TO LGF-CLE.
           START LIGNES-FACTURE KEY >= LGF-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ LIGNES-FACTURE NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-VIVANT
                       ADD LGF-MONTANT TO WS-TOTAL-VIVANT
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ SAUVEGARDE-GEN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SAUVEGARDE-REC TO LIGNE-FACT-REC
                       ADD 1 TO WS-NB-GENERATION
                       IF LGF-MONTANT NUMERIC
                           ADD LGF-MONTANT TO WS-TOTAL-GENERATION
                       ELSE
                           MOVE 'Y' TO WS-ILLISIBLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAUVEGARDE-GEN.
           CLOSE LIGNES-FACTURE.
           PERFORM CONCLURE-VERIFICATION.
       VERIFIER-FACLIGNE-EXIT.
           EXIT.

       VERIFIER-CLIENTS.
           MOVE 'CLIENTS' TO WS-FICHIER.
           MOVE LENGTH OF CLIENT-REC TO WS-LONGUEUR.
           PERFORM OUVRIR-VERIFICATION
               THRU OUVRIR-VERIFICATION-EXIT.
           IF WS-A-VERIFIER = 'N'
               GO TO VERIFIER-CLIENTS-EXIT
           END-IF.
           OPEN INPUT CLIENTS.
           IF NOT WS-SOURCE-OK
               MOVE 'FICHIER ABSENT' TO WS-MOTIF
               CLOSE SAUVEGARDE-GEN
               PERFORM CONCLURE-VERIFICATION
               GO TO VERIFIER-CLIENTS-EXIT
           END-IF.
           MOVE LOW-VALUES TO CLI-ID.
           START CLIENTS KEY >= CLI-ID
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ CLIENTS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-VIVANT
                       ADD CLI-SOLDE TO WS-TOTAL-VIVANT
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ SAUVEGARDE-GEN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SAUVEGARDE-REC TO CLIENT-REC
                       ADD 1 TO WS-NB-GENERATION
                       IF CLI-SOLDE NUMERIC
                           ADD CLI-SOLDE TO WS-TOTAL-GENERATION
                       ELSE
                           MOVE 'Y' TO WS-ILLISIBLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAUVEGARDE-GEN.
           CLOSE CLIENTS.
           PERFORM CONCLURE-VERIFICATION.
       VERIFIER-CLIENTS-EXIT.
           EXIT.

       VERIFIER-COMPTES.
           MOVE 'COMPTES' TO WS-FICHIER.
           MOVE LENGTH OF COMPTE-REC TO WS-LONGUEUR.
           PERFORM OUVRIR-VERIFICATION
               THRU OUVRIR-VERIFICATION-EXIT.
           IF WS-A-VERIFIER = 'N'
               GO TO VERIFIER-COMPTES-EXIT
           END-IF.
           OPEN INPUT COMPTES.
           IF NOT WS-SOURCE-OK
               MOVE 'FICHIER ABSENT' TO WS-MOTIF
               CLOSE SAUVEGARDE-GEN
               PERFORM CONCLURE-VERIFICATION
               GO TO VERIFIER-COMPTES-EXIT
           END-IF.
           MOVE LOW-VALUES TO CPT-NUM.
           START COMPTES KEY >= CPT-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ COMPTES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-VIVANT
                       ADD CPT-SOLDE TO WS-TOTAL-VIVANT
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ SAUVEGARDE-GEN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SAUVEGARDE-REC TO COMPTE-REC
                       ADD 1 TO WS-NB-GENERATION
                       IF CPT-SOLDE NUMERIC
                           ADD CPT-SOLDE TO WS-TOTAL-GENERATION
                       ELSE
                           MOVE 'Y' TO WS-ILLISIBLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAUVEGARDE-GEN.
           CLOSE COMPTES.
           PERFORM CONCLURE-VERIFICATION.
       VERIFIER-COMPTES-EXIT.
           EXIT.

       VERIFIER-RESERV.
           MOVE 'RESERV' TO WS-FICHIER.
           MOVE LENGTH OF RESERV-REC TO WS-LONGUEUR.
           PERFORM OUVRIR-VERIFICATION
               THRU OUVRIR-VERIFICATION-EXIT.
           IF WS-A-VERIFIER = 'N'
               GO TO VERIFIER-RESERV-EXIT
           END-IF.
           OPEN INPUT RESERVATIONS.
           IF NOT WS-SOURCE-OK
               MOVE 'FICHIER ABSENT' TO WS-MOTIF
               CLOSE SAUVEGARDE-GEN
               PERFORM CONCLURE-VERIFICATION
               GO TO VERIFIER-RESERV-EXIT
           END-IF.
           MOVE LOW-VALUES TO RES-ID.
           START RESERVATIONS KEY >= RES-ID
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ RESERVATIONS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-VIVANT
                       ADD RES-TOTAL TO WS-TOTAL-VIVANT
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ SAUVEGARDE-GEN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SAUVEGARDE-REC TO RESERV-REC
                       ADD 1 TO WS-NB-GENERATION
                       IF RES-TOTAL NUMERIC
                           ADD RES-TOTAL TO WS-TOTAL-GENERATION
                       ELSE
                           MOVE 'Y' TO WS-ILLISIBLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAUVEGARDE-GEN.
           CLOSE RESERVATIONS.
           PERFORM CONCLURE-VERIFICATION.
       VERIFIER-RESERV-EXIT.
           EXIT.

       VERIFIER-MVTBANQ.
           MOVE 'MVTBANQ' TO WS-FICHIER.
           MOVE LENGTH OF MVT-BANQUE-REC TO WS-LONGUEUR.
           PERFORM OUVRIR-VERIFICATION
               THRU OUVRIR-VERIFICATION-EXIT.
           IF WS-A-VERIFIER = 'N'
               GO TO VERIFIER-MVTBANQ-EXIT
           END-IF.
           OPEN INPUT MVT-BANQUE.
           IF NOT WS-SOURCE-OK
               MOVE 'FICHIER ABSENT' TO WS-MOTIF
               CLOSE SAUVEGARDE-GEN
               PERFORM CONCLURE-VERIFICATION
               GO TO VERIFIER-MVTBANQ-EXIT
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ MVT-BANQUE
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-VIVANT
                       ADD MVB-MONTANT TO WS-TOTAL-VIVANT
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ SAUVEGARDE-GEN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SAUVEGARDE-REC TO MVT-BANQUE-REC
                       ADD 1 TO WS-NB-GENERATION
                       IF MVB-MONTANT NUMERIC
                           ADD MVB-MONTANT TO WS-TOTAL-GENERATION
                       ELSE
                           MOVE 'Y' TO WS-ILLISIBLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAUVEGARDE-GEN.
           CLOSE MVT-BANQUE.
           PERFORM CONCLURE-VERIFICATION.
       VERIFIER-MVTBANQ-EXIT.
           EXIT.

       VERIFIER-MVTSTOCK.
           MOVE 'MVTSTOCK' TO WS-FICHIER.
           MOVE LENGTH OF MVT-STOCK-REC TO WS-LONGUEUR.
           PERFORM OUVRIR-VERIFICATION
               THRU OUVRIR-VERIFICATION-EXIT.
           IF WS-A-VERIFIER = 'N'
               GO TO VERIFIER-MVTSTOCK-EXIT
           END-IF.
           OPEN INPUT MVT-STOCK.
           IF NOT WS-SOURCE-OK
               MOVE 'FICHIER ABSENT' TO WS-MOTIF
               CLOSE SAUVEGARDE-GEN
               PERFORM CONCLURE-VERIFICATION
               GO TO VERIFIER-MVTSTOCK-EXIT
           END-IF.
           MOVE LOW-VALUES TO MVT-CLE.
           START MVT-STOCK KEY >= MVT-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ MVT-STOCK NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-VIVANT
                       ADD MVT-QTE TO WS-TOTAL-VIVANT
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ SAUVEGARDE-GEN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SAUVEGARDE-REC TO MVT-STOCK-REC
                       ADD 1 TO WS-NB-GENERATION
                       IF MVT-QTE NUMERIC
                           ADD MVT-QTE TO WS-TOTAL-GENERATION
                       ELSE
                           MOVE 'Y' TO WS-ILLISIBLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAUVEGARDE-GEN.
           CLOSE MVT-STOCK.
           PERFORM CONCLURE-VERIFICATION.
       VERIFIER-MVTSTOCK-EXIT.
           EXIT.

       VERIFIER-ECRITURES.
           MOVE 'ECRITURES' TO WS-FICHIER.
           MOVE LENGTH OF ECRITURE-REC TO WS-LONGUEUR.
           PERFORM OUVRIR-VERIFICATION
               THRU OUVRIR-VERIFICATION-EXIT.
           IF WS-A-VERIFIER = 'N'
               GO TO VERIFIER-ECRITURES-EXIT
           END-IF.
           OPEN INPUT ECRITURES.
           IF NOT WS-SOURCE-OK
               MOVE 'FICHIER ABSENT' TO WS-MOTIF
               CLOSE SAUVEGARDE-GEN
               PERFORM CONCLURE-VERIFICATION
               GO TO VERIFIER-ECRITURES-EXIT
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ ECRITURES
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-VIVANT
                       ADD ECR-DEBIT TO WS-TOTAL-VIVANT
                       ADD ECR-CREDIT TO WS-TOTAL-VIVANT
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ SAUVEGARDE-GEN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SAUVEGARDE-REC TO ECRITURE-REC
                       ADD 1 TO WS-NB-GENERATION
                       IF ECR-DEBIT NUMERIC AND
                           ECR-CREDIT NUMERIC
                           ADD ECR-DEBIT TO WS-TOTAL-GENERATION
                           ADD ECR-CREDIT TO WS-TOTAL-GENERATION
                       ELSE
                           MOVE 'Y' TO WS-ILLISIBLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAUVEGARDE-GEN.
           CLOSE ECRITURES.
           PERFORM CONCLURE-VERIFICATION.
       VERIFIER-ECRITURES-EXIT.
           EXIT.

       VERIFIER-REGLFACT.
           MOVE 'REGLFACT' TO WS-FICHIER.
           MOVE LENGTH OF REGLEMENT-REC TO WS-LONGUEUR.
           PERFORM OUVRIR-VERIFICATION
               THRU OUVRIR-VERIFICATION-EXIT.
           IF WS-A-VERIFIER = 'N'
               GO TO VERIFIER-REGLFACT-EXIT
           END-IF.
           OPEN INPUT REGLEMENTS.
           IF NOT WS-SOURCE-OK
               MOVE 'FICHIER ABSENT' TO WS-MOTIF
               CLOSE SAUVEGARDE-GEN
               PERFORM CONCLURE-VERIFICATION
               GO TO VERIFIER-REGLFACT-EXIT
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ REGLEMENTS
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-VIVANT
                       ADD REG-MONTANT TO WS-TOTAL-VIVANT
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ SAUVEGARDE-GEN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SAUVEGARDE-REC TO REGLEMENT-REC
                       ADD 1 TO WS-NB-GENERATION
                       IF REG-MONTANT NUMERIC
                           ADD REG-MONTANT TO WS-TOTAL-GENERATION
                       ELSE
                           MOVE 'Y' TO WS-ILLISIBLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAUVEGARDE-GEN.
           CLOSE REGLEMENTS.
           PERFORM CONCLURE-VERIFICATION.
       VERIFIER-REGLFACT-EXIT.
           EXIT.

       VERIFIER-VENTES.
           MOVE 'VENTES' TO WS-FICHIER.
           MOVE LENGTH OF VENTE-REC TO WS-LONGUEUR.
           PERFORM OUVRIR-VERIFICATION
               THRU OUVRIR-VERIFICATION-EXIT.
           IF WS-A-VERIFIER = 'N'
               GO TO VERIFIER-VENTES-EXIT
           END-IF.
           OPEN INPUT VENTES.
           IF NOT WS-SOURCE-OK
               MOVE 'FICHIER ABSENT' TO WS-MOTIF
               CLOSE SAUVEGARDE-GEN
               PERFORM CONCLURE-VERIFICATION
               GO TO VERIFIER-VENTES-EXIT
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ VENTES
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-VIVANT
                       ADD VTE-MONTANT TO WS-TOTAL-VIVANT
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ SAUVEGARDE-GEN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SAUVEGARDE-REC TO VENTE-REC
                       ADD 1 TO WS-NB-GENERATION
                       IF VTE-MONTANT NUMERIC
                           ADD VTE-MONTANT TO WS-TOTAL-GENERATION
                       ELSE
                           MOVE 'Y' TO WS-ILLISIBLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAUVEGARDE-GEN.
           CLOSE VENTES.
           PERFORM CONCLURE-VERIFICATION.
       VERIFIER-VENTES-EXIT.
           EXIT.

       VERIFIER-FACTFRN.
           MOVE 'FACTFRN' TO WS-FICHIER.
           MOVE LENGTH OF FACT-FRN-REC TO WS-LONGUEUR.
           PERFORM OUVRIR-VERIFICATION
               THRU OUVRIR-VERIFICATION-EXIT.
           IF WS-A-VERIFIER = 'N'
               GO TO VERIFIER-FACTFRN-EXIT
           END-IF.
           OPEN INPUT FACT-FOURNISSEUR.
           IF NOT WS-SOURCE-OK
               MOVE 'FICHIER ABSENT' TO WS-MOTIF
               CLOSE SAUVEGARDE-GEN
               PERFORM CONCLURE-VERIFICATION
               GO TO VERIFIER-FACTFRN-EXIT
           END-IF.
           MOVE LOW-VALUES TO FFR-CLE.
           START FACT-FOURNISSEUR KEY >= FFR-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ FACT-FOURNISSEUR NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-VIVANT
                       ADD FFR-MONTANT TO WS-TOTAL-VIVANT
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ SAUVEGARDE-GEN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SAUVEGARDE-REC TO FACT-FRN-REC
                       ADD 1 TO WS-NB-GENERATION
                       IF FFR-MONTANT NUMERIC
                           ADD FFR-MONTANT TO WS-TOTAL-GENERATION
                       ELSE
                           MOVE 'Y' TO WS-ILLISIBLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAUVEGARDE-GEN.
           CLOSE FACT-FOURNISSEUR.
           PERFORM CONCLURE-VERIFICATION.
       VERIFIER-FACTFRN-EXIT.
           EXIT.

       VERIFIER-FOURNIS.
           MOVE 'FOURNIS' TO WS-FICHIER.
           MOVE LENGTH OF FOURNIS-REC TO WS-LONGUEUR.
           PERFORM OUVRIR-VERIFICATION
               THRU OUVRIR-VERIFICATION-EXIT.
           IF WS-A-VERIFIER = 'N'
               GO TO VERIFIER-FOURNIS-EXIT
           END-IF.
           OPEN INPUT FOURNISSEURS.
           IF NOT WS-SOURCE-OK
               MOVE 'FICHIER ABSENT' TO WS-MOTIF
               CLOSE SAUVEGARDE-GEN
               PERFORM CONCLURE-VERIFICATION
               GO TO VERIFIER-FOURNIS-EXIT
           END-IF.
           MOVE LOW-VALUES TO FRN-CODE.
           START FOURNISSEURS KEY >= FRN-CODE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ FOURNISSEURS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-VIVANT
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ SAUVEGARDE-GEN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SAUVEGARDE-REC TO FOURNIS-REC
                       ADD 1 TO WS-NB-GENERATION
               END-READ
           END-PERFORM.
           CLOSE SAUVEGARDE-GEN.
           CLOSE FOURNISSEURS.
           PERFORM CONCLURE-VERIFICATION.
       VERIFIER-FOURNIS-EXIT.
           EXIT.

       VERIFIER-EMPLOYES.
           MOVE 'EMPLOYES' TO WS-FICHIER.
           MOVE LENGTH OF EMPLOYE-REC TO WS-LONGUEUR.
           PERFORM OUVRIR-VERIFICATION
               THRU OUVRIR-VERIFICATION-EXIT.
           IF WS-A-VERIFIER = 'N'
               GO TO VERIFIER-EMPLOYES-EXIT
           END-IF.
           OPEN INPUT EMPLOYES.
           IF NOT WS-SOURCE-OK
               MOVE 'FICHIER ABSENT' TO WS-MOTIF
               CLOSE SAUVEGARDE-GEN
               PERFORM CONCLURE-VERIFICATION
               GO TO VERIFIER-EMPLOYES-EXIT
           END-IF.
           MOVE LOW-VALUES TO EMP-MATRICULE.
           START EMPLOYES KEY >= EMP-MATRICULE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ EMPLOYES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-VIVANT
                       ADD EMP-CUMUL-BRUT TO WS-TOTAL-VIVANT
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ SAUVEGARDE-GEN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SAUVEGARDE-REC TO EMPLOYE-REC
                       ADD 1 TO WS-NB-GENERATION
                       IF EMP-CUMUL-BRUT NUMERIC
                           ADD EMP-CUMUL-BRUT TO WS-TOTAL-GENERATION
                       ELSE
                           MOVE 'Y' TO WS-ILLISIBLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAUVEGARDE-GEN.
           CLOSE EMPLOYES.
           PERFORM CONCLURE-VERIFICATION.
       VERIFIER-EMPLOYES-EXIT.
           EXIT.

       VERIFIER-BULLETIN.
           MOVE 'BULLETIN' TO WS-FICHIER.
           MOVE LENGTH OF BULLETIN-REC TO WS-LONGUEUR.
           PERFORM OUVRIR-VERIFICATION
               THRU OUVRIR-VERIFICATION-EXIT.
           IF WS-A-VERIFIER = 'N'
               GO TO VERIFIER-BULLETIN-EXIT
           END-IF.
           OPEN INPUT BULLETINS.
           IF NOT WS-SOURCE-OK
               MOVE 'FICHIER ABSENT' TO WS-MOTIF
               CLOSE SAUVEGARDE-GEN
               PERFORM CONCLURE-VERIFICATION
               GO TO VERIFIER-BULLETIN-EXIT
           END-IF.
           MOVE LOW-VALUES TO BUL-CLE.
           START BULLETINS KEY >= BUL-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ BULLETINS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-VIVANT
                       ADD BUL-NET TO WS-TOTAL-VIVANT
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ SAUVEGARDE-GEN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SAUVEGARDE-REC TO BULLETIN-REC
                       ADD 1 TO WS-NB-GENERATION
                       IF BUL-NET NUMERIC
                           ADD BUL-NET TO WS-TOTAL-GENERATION
                       ELSE
                           MOVE 'Y' TO WS-ILLISIBLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAUVEGARDE-GEN.
           CLOSE BULLETINS.
           PERFORM CONCLURE-VERIFICATION.
       VERIFIER-BULLETIN-EXIT.
           EXIT.

       VERIFIER-FOLIO.
           MOVE 'FOLIO' TO WS-FICHIER.
           MOVE LENGTH OF FOLIO-REC TO WS-LONGUEUR.
           PERFORM OUVRIR-VERIFICATION
               THRU OUVRIR-VERIFICATION-EXIT.
           IF WS-A-VERIFIER = 'N'
               GO TO VERIFIER-FOLIO-EXIT
           END-IF.
           OPEN INPUT FOLIOS.
           IF NOT WS-SOURCE-OK
               MOVE 'FICHIER ABSENT' TO WS-MOTIF
               CLOSE SAUVEGARDE-GEN
               PERFORM CONCLURE-VERIFICATION
               GO TO VERIFIER-FOLIO-EXIT
           END-IF.
           MOVE LOW-VALUES TO FOL-CLE.
           START FOLIOS KEY >= FOL-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ FOLIOS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-VIVANT
                       ADD FOL-MONTANT TO WS-TOTAL-VIVANT
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ SAUVEGARDE-GEN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SAUVEGARDE-REC TO FOLIO-REC
                       ADD 1 TO WS-NB-GENERATION
                       IF FOL-MONTANT NUMERIC
                           ADD FOL-MONTANT TO WS-TOTAL-GENERATION
                       ELSE
                           MOVE 'Y' TO WS-ILLISIBLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAUVEGARDE-GEN.
           CLOSE FOLIOS.
           PERFORM CONCLURE-VERIFICATION.
       VERIFIER-FOLIO-EXIT.
           EXIT.

       VERIFIER-ENTREPOTS.
           MOVE 'ENTREPOTS' TO WS-FICHIER.
           MOVE LENGTH OF ENTREPOT-REC TO WS-LONGUEUR.
           PERFORM OUVRIR-VERIFICATION
               THRU OUVRIR-VERIFICATION-EXIT.
           IF WS-A-VERIFIER = 'N'
               GO TO VERIFIER-ENTREPOTS-EXIT
           END-IF.
           OPEN INPUT ENTREPOTS.
           IF NOT WS-SOURCE-OK
               MOVE 'FICHIER ABSENT' TO WS-MOTIF
               CLOSE SAUVEGARDE-GEN
               PERFORM CONCLURE-VERIFICATION
               GO TO VERIFIER-ENTREPOTS-EXIT
           END-IF.
           MOVE LOW-VALUES TO ENT-CODE.
           START ENTREPOTS KEY >= ENT-CODE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ ENTREPOTS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-VIVANT
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ SAUVEGARDE-GEN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SAUVEGARDE-REC TO ENTREPOT-REC
                       ADD 1 TO WS-NB-GENERATION
               END-READ
           END-PERFORM.
           CLOSE SAUVEGARDE-GEN.
           CLOSE ENTREPOTS.
           PERFORM CONCLURE-VERIFICATION.
       VERIFIER-ENTREPOTS-EXIT.
           EXIT.
