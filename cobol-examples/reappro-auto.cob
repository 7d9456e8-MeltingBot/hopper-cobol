           MOVE WS-DATE-JOUR TO CMD-DATE.
           MOVE 'E' TO CMD-STATUT.
           MOVE 0 TO CMD-MARCHE.
           MOVE 0 TO CMD-TAUX-ENGAGE.
           MOVE SPACES TO CMD-APPROBATEUR.
           MOVE SPACES TO CMD-RAISON-ANNUL.
           WRITE COMMANDE-REC.
           MOVE 0 TO LCM-DATE-RECUE.
           MOVE 0 TO LCM-QTE-RETOURNEE.
           MOVE 0 TO LCM-QTE-ANNONCEE.
           MOVE 0 TO LCM-QTE-DEB.
           MOVE 0 TO LCM-QTE-DEB-DER.
           MOVE 0 TO LCM-PERIODE-DEB.
           WRITE LIGNE-CMD-REC.
           ADD 1 TO WS-COUNT-LIGNES.
           DISPLAY '  - produit ' PRD-CODE ' qte suggeree '
