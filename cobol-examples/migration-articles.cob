               10 SWH-PRD       PIC X(8).
               10 SWH-ENTREPOT  PIC X(4).
           05 SWH-QTE       PIC 9(5).
      *       MINI/MAXI DE L'ENTREPOT POUR LE PRODUIT (STOCK),
      *       0 = NON GERE - PILOTENT LE REEQUILIBRAGE
           05 SWH-MINI      PIC 9(5).
           05 SWH-MAXI      PIC 9(5).
       WORKING-STORAGE SECTION.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-ART-STATUS     PIC XX VALUE '00'.
           MOVE 0 TO PRD-COEF-VENTE.
           MOVE 'N' TO PRD-SERVICE.
           MOVE 'A' TO PRD-CYCLE.
           MOVE SPACES TO PRD-NC8.
           MOVE 0 TO PRD-POIDS-NET.
           MOVE 0 TO PRD-GARANTIE-MOIS.
           MOVE 0 TO PRD-GARANTIE-FRN.
           MOVE 0 TO PRD-QTE-DEPOT.
           MOVE SPACES TO PRD-FRN-DEPOT.
           MOVE 0 TO PRD-POIDS-BRUT.
           MOVE 0 TO PRD-VOLUME.
           MOVE 0 TO PRD-QTE-COLIS.
           WRITE PRODUIT-REC
               INVALID KEY
                   GO TO MIGRER-UN-ARTICLE-EXIT
               MOVE PRD-CODE TO SWH-PRD
               MOVE 'MAG ' TO SWH-ENTREPOT
               MOVE ART-STOCK TO SWH-QTE
               MOVE 0 TO SWH-MINI
               MOVE 0 TO SWH-MAXI
               WRITE STOCK-WH-REC
                   INVALID KEY CONTINUE
               END-WRITE
