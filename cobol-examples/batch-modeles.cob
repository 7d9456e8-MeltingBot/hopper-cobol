               10 SWH-PRD       PIC X(8).
               10 SWH-ENTREPOT  PIC X(4).
           05 SWH-QTE       PIC 9(5).
      *       MINI/MAXI DE L'ENTREPOT POUR LE PRODUIT (STOCK),
      *       0 = NON GERE - PILOTENT LE REEQUILIBRAGE
           05 SWH-MINI      PIC 9(5).
           05 SWH-MAXI      PIC 9(5).
      *    LAYOUT PARTAGEE - VOIR COPYBOOKS/MVTSTK.CPY
       FD MVT-STOCK.
           COPY MVTSTK.
                   MOVE '1' TO WS-CODE-TVA
                   MOVE 20.00 TO WS-TAUX-TVA
           END-EVALUATE.
      *    Client intracommunautaire ou export : vente exoneree -
      *    MEME REGLE QUE FACTURE/APPLIQUER-REGIME-TVA.
           IF CLI-REGIME-TVA = 'I'
               MOVE 'I' TO WS-CODE-TVA
               MOVE 0 TO WS-TAUX-TVA
           END-IF.
           IF CLI-REGIME-TVA = 'X'
               MOVE 'E' TO WS-CODE-TVA
               MOVE 0 TO WS-TAUX-TVA
           END-IF.
           COMPUTE WS-TVA ROUNDED =
               WS-TOTAL-HT * WS-TAUX-TVA / 100.
           COMPUTE WS-TOTAL-TTC = WS-TOTAL-HT + WS-TVA.
           MOVE WS-LIGNE-FACT TO LGF-MONTANT.
           MOVE WS-CODE-TVA TO LGF-TVA-CODE.
           MOVE WS-TVA TO LGF-TVA.
           MOVE SPACES TO LGF-PROMO.
           MOVE SPACES TO LGF-ART-ORIGINE.
           WRITE LIGNE-FACT-REC.
      *    La facture du lot sort du vrai stock - MEME SEQUENCE
      *    QUE FACTURE/EXECUTER-UN-MODELE : conversion en unites
           READ STOCK-ENTREPOTS
               INVALID KEY
                   MOVE 0 TO SWH-QTE
                   MOVE 0 TO SWH-MINI
                   MOVE 0 TO SWH-MAXI
                   WRITE STOCK-WH-REC
               NOT INVALID KEY
                   IF WS-QTE-STOCK-MOD > SWH-QTE
