               READ CDE-VENTES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF (CVT-STATUT = 'E' OR CVT-STATUT = 'A' OR
                           CVT-STATUT = 'H')
                           AND CVT-DATE-PROMISE > 0
                           AND CVT-DATE-PROMISE < WS-DATE-JOUR
                           PERFORM EDITER-RETARD
