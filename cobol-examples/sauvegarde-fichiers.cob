      * une operation d'exploitation a part, comme SALVAGE : voir
      * RESTAURE (restaure-fichiers.cob).
      * Les copies passent par une image brute X(200) commune a
      * tous les fichiers - leur plus longue layout tient dedans ;
      * VERIFSAUV, l'etape suivante de la chaine, controle chaque
      * nuit que c'est toujours vrai et relit chaque generation
      * ecrite. Une entree du catalogue reste A (a verifier)
      * jusque-la.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
       FD SAUVEGARDE-GEN.
       01 SAUVEGARDE-REC PIC X(200).
       FD CATALOGUE.
           COPY SAVECAT.
       WORKING-STORAGE SECTION.
       01 WS-EOF           PIC 9 VALUE 0.
       01 WS-DATE-JOUR     PIC 9(8) VALUE 0.
           DISPLAY '=== SAUVEGARDE DU ' WS-DATE-JOUR
               ' - GENERATION ' WS-GENERATION ' ==='.
           MOVE 0 TO WS-NB-FICHIERS.
           PERFORM SAUVER-PRODUITS THRU SAUVER-PRODUITS-EXIT.
           PERFORM SAUVER-STOCKWH THRU SAUVER-STOCKWH-EXIT.
           PERFORM SAUVER-LOTS THRU SAUVER-LOTS-EXIT.
           PERFORM SAUVER-COMMANDES THRU SAUVER-COMMANDES-EXIT.
           PERFORM SAUVER-COMMANDESL THRU SAUVER-COMMANDESL-EXIT.
           PERFORM SAUVER-CDEVTE THRU SAUVER-CDEVTE-EXIT.
           PERFORM SAUVER-CDEVTEL THRU SAUVER-CDEVTEL-EXIT.
           PERFORM SAUVER-FACTURES THRU SAUVER-FACTURES-EXIT.
           PERFORM SAUVER-FACLIGNE THRU SAUVER-FACLIGNE-EXIT.
           PERFORM SAUVER-CLIENTS THRU SAUVER-CLIENTS-EXIT.
           PERFORM SAUVER-COMPTES THRU SAUVER-COMPTES-EXIT.
           PERFORM SAUVER-RESERV THRU SAUVER-RESERV-EXIT.
           PERFORM SAUVER-MVTBANQ THRU SAUVER-MVTBANQ-EXIT.
           PERFORM SAUVER-MVTSTOCK THRU SAUVER-MVTSTOCK-EXIT.
           PERFORM SAUVER-ECRITURES THRU SAUVER-ECRITURES-EXIT.
           PERFORM SAUVER-REGLFACT THRU SAUVER-REGLFACT-EXIT.
           PERFORM SAUVER-VENTES THRU SAUVER-VENTES-EXIT.
           PERFORM SAUVER-FACTFRN THRU SAUVER-FACTFRN-EXIT.
           PERFORM SAUVER-FOURNIS THRU SAUVER-FOURNIS-EXIT.
           PERFORM SAUVER-EMPLOYES THRU SAUVER-EMPLOYES-EXIT.
           PERFORM SAUVER-BULLETIN THRU SAUVER-BULLETIN-EXIT.
           PERFORM SAUVER-FOLIO THRU SAUVER-FOLIO-EXIT.
           PERFORM SAUVER-ENTREPOTS THRU SAUVER-ENTREPOTS-EXIT.
           DISPLAY WS-NB-FICHIERS ' FICHIER(S) SAUVEGARDE(S)'.

       SAUVER-PRODUITS.
           MOVE WS-FICHIER TO CAT-FICHIER.
           MOVE WS-DATE-JOUR TO CAT-DATE.
           MOVE WS-NB-ENREG TO CAT-NB-ENREG.
           MOVE 'A' TO CAT-ETAT.
           MOVE 0 TO CAT-DATE-VERIF.
           MOVE 0 TO CAT-TOTAL-CONTROLE.
           MOVE SPACES TO CAT-MOTIF.
           WRITE CATALOGUE-REC
               INVALID KEY
                   REWRITE CATALOGUE-REC
