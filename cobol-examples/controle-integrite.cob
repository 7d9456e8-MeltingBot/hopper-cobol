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
                   GO TO CUMULER-UN-REGLEMENT-EXIT
               END-IF
           END-IF.
      *    Impayes (CI, RJ) : contrepassations, en deduction.
           IF REG-MODE = 'CI' OR REG-MODE = 'RJ'
               SUBTRACT REG-MONTANT FROM WS-REG-SOMME(WS-IDX)
           ELSE
               ADD REG-MONTANT TO WS-REG-SOMME(WS-IDX)
           END-IF.
       CUMULER-UN-REGLEMENT-EXIT.
           EXIT.

               DISPLAY 'MAJ FACTURE ' FAC-NUM ' LIGNES '
                   WS-SOMME-MONTANT ' <> HT ' FAC-TOTAL-HT
           END-IF.
      *    Reglements (les avoirs se soldent sans reglement ; la
      *    piece de cloture du bar, client 0, est une vente au
      *    comptant reglee ticket par ticket sans numero de
      *    facture au journal)
           IF FAC-TYPE = 'F' AND FAC-CLIENT NOT = 0
               MOVE 0 TO WS-SOMME-MONTANT
               MOVE 0 TO WS-TROUVE
               MOVE 1 TO WS-IDX
                       FAC-MONTANT-PAYE
               END-IF
           END-IF.
      *    Client existant + solde recalcule, hors piece de
      *    cloture du bar
           IF FAC-CLIENT NOT = 0
               PERFORM CONTROLER-CLIENT-FACTURE
           END-IF.

       CONTROLER-CLIENT-FACTURE.
           MOVE FAC-CLIENT TO CLI-ID.
           READ CLIENTS
               INVALID KEY
