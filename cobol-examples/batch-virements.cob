      * MEME LOGIQUE QUE BANQUE/EXECUTER-VIREMENTS-PROGRAMMES :
      * un virement programme actif s'execute au plus une fois
      * par jour calendaire, le jour du mois indique, entre deux
      * comptes ouverts et si le solde le permet. Le jour du mois
      * est ramene a la fin des mois courts et reporte s'il est
      * chome (sous-programme JOUROUVRE, regle des virements).
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-COUNT         PIC 999 VALUE 0.
       01 WS-MVTB-STATUS   PIC XX VALUE '00'.
           88 WS-MVTB-OUVERT-OK VALUE '00'.
      * Echeance du virement : le jour du mois du mois precedent,
      * du mois courant et du mois suivant, ajuste, compare au
      * jour - un report peut faire changer de mois
       01 WS-A-EXECUTER    PIC X VALUE 'N'.
       01 WS-MOIS-VIR      PIC 9(6) VALUE 0.
       01 WS-MOIS-VIR-R REDEFINES WS-MOIS-VIR.
           05 WS-MOIS-VIR-AAAA PIC 9(4).
           05 WS-MOIS-VIR-MM   PIC 99.
       01 WS-NB-MOIS       PIC 9 VALUE 0.
      * Jours ouvres via le sous-programme JOUROUVRE
       01 WS-JOU-ACTION    PIC X VALUE SPACE.
       01 WS-JOU-USAGE     PIC XX VALUE SPACES.
       01 WS-JOU-DATE      PIC 9(8) VALUE 0.
       01 WS-JOU-RESULTAT  PIC X VALUE SPACE.
       PROCEDURE DIVISION.
       DEBUT.
           OPEN I-O COMPTES.
               READ VIR-PROGRAMMES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM CONTROLER-ECHEANCE-VIREMENT
                       IF WS-A-EXECUTER = 'Y'
                           PERFORM EXECUTER-UN-VIREMENT
                               THRU EXECUTER-UN-VIREMENT-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY WS-COUNT ' VIREMENT(S) EXECUTE(S)'.
           GOBACK.

      *    MEME LOGIQUE QUE BANQUE/CONTROLER-ECHEANCE-VIREMENT.
       CONTROLER-ECHEANCE-VIREMENT.
           MOVE 'N' TO WS-A-EXECUTER.
           IF VPR-ACTIF = 'Y' AND
               VPR-DERNIERE-EXEC NOT = WS-DATE-JOUR
               MOVE WS-DATE-JOUR(1:6) TO WS-MOIS-VIR
               IF WS-MOIS-VIR-MM = 1
                   SUBTRACT 1 FROM WS-MOIS-VIR-AAAA
                   MOVE 12 TO WS-MOIS-VIR-MM
               ELSE
                   SUBTRACT 1 FROM WS-MOIS-VIR-MM
               END-IF
               MOVE 0 TO WS-NB-MOIS
               PERFORM TESTER-ECHEANCE-MOIS
                   UNTIL WS-NB-MOIS = 3 OR WS-A-EXECUTER = 'Y'
           END-IF.

       TESTER-ECHEANCE-MOIS.
           MOVE 'M' TO WS-JOU-ACTION.
           MOVE 'VP' TO WS-JOU-USAGE.
           COMPUTE WS-JOU-DATE = WS-MOIS-VIR * 100 + VPR-JOUR-MOIS.
           CALL 'JOUROUVRE' USING WS-JOU-ACTION WS-JOU-USAGE
               WS-JOU-DATE WS-JOU-RESULTAT.
           IF WS-JOU-RESULTAT NOT = 'N' AND
               WS-JOU-DATE = WS-DATE-JOUR
               MOVE 'Y' TO WS-A-EXECUTER
           END-IF.
           IF WS-MOIS-VIR-MM = 12
               ADD 1 TO WS-MOIS-VIR-AAAA
               MOVE 1 TO WS-MOIS-VIR-MM
           ELSE
               ADD 1 TO WS-MOIS-VIR-MM
           END-IF.
           ADD 1 TO WS-NB-MOIS.

       EXECUTER-UN-VIREMENT.
           MOVE VPR-SOURCE TO CPT-NUM.
           READ COMPTES
