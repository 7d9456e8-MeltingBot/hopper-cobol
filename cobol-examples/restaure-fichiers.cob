      * ressort chiffre en ecart au lieu d'etre devine.
      * Les generations portent une image brute X(200) commune a
      * tous les fichiers, voir SAUVEGARDE.
      * Une generation que VERIFSAUV a declaree inutilisable
      * (relecture, compte ou total de controle en ecart, layout
      * plus longue que l'image) est refusee : restaurer une
      * autre generation du meme fichier.
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
       01 WS-GENERATION    PIC 9 VALUE 0.
                   '(SAVECAT.DAT) - RIEN A RESTAURER'
               STOP RUN
           END-IF.
           PERFORM RESTAURER-UN-FICHIER
               THRU RESTAURER-UN-FICHIER-EXIT.
           CLOSE CATALOGUE.
           STOP RUN.

                       'ABANDON'
                   GO TO RESTAURER-UN-FICHIER-EXIT
           END-READ.
           IF CAT-INUTILISABLE
               DISPLAY 'GENERATION DECLAREE INUTILISABLE LE '
                   CAT-DATE-VERIF ' : ' CAT-MOTIF
               DISPLAY 'RESTAURATION REFUSEE - CHOISIR UNE AUTRE '
                   'GENERATION'
               GO TO RESTAURER-UN-FICHIER-EXIT
           END-IF.
           IF NOT CAT-VERIFIEE
               DISPLAY '*** GENERATION NON VERIFIEE PAR VERIFSAUV '
                   '***'
           END-IF.
           DISPLAY 'SAUVEGARDE DU ' CAT-DATE ' - '
               CAT-NB-ENREG ' ENREGISTREMENT(S) ATTENDUS'.
           PERFORM PREPARER-NOM-GENERATION.
