      *    rouvre la facture, contrepasse le reglement et le
      *    mouvement bancaire, et suspend le mandat (CLI-MANDAT =
      *    S) - le client retombe dans la chaine de relance.
      *  Un passage lance un jour chome date les prelevements,
      *  reglements et credits bancaires du jour ouvre retenu par
      *  JOUROUVRE (regle des prelevements de CALPARM.DAT).
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-EOF           PIC 9 VALUE 0.
       01 WS-MODE          PIC 9 VALUE 0.
       01 WS-DATE-JOUR     PIC 9(8) VALUE 0.
      * Date d'echeance des prelevements de la remise : le jour
      * meme, reporte s'il est chome
       01 WS-DATE-PRELEVEMENT PIC 9(8) VALUE 0.
      * Jours ouvres via le sous-programme JOUROUVRE
       01 WS-JOU-ACTION    PIC X VALUE SPACE.
       01 WS-JOU-USAGE     PIC XX VALUE SPACES.
       01 WS-JOU-DATE      PIC 9(8) VALUE 0.
       01 WS-JOU-RESULTAT  PIC X VALUE SPACE.
       01 WS-COMPTE-BANQUE PIC 9(10) VALUE 0.
       01 WS-RESTE-DU      PIC 9(8)V99 VALUE 0.
       01 WS-NB-PRELEVES   PIC 9(5) VALUE 0.
           ACCEPT WS-MODE.
           EVALUATE WS-MODE
               WHEN 1 PERFORM PASSAGE-PRELEVEMENT
                   THRU PASSAGE-PRELEVEMENT-EXIT
               WHEN 2 PERFORM TRAITER-REJET THRU TRAITER-REJET-EXIT
               WHEN OTHER DISPLAY 'MODE INCONNU'
           END-EVALUATE.
           STOP RUN.
                   CLOSE COMPTES
                   GO TO PASSAGE-PRELEVEMENT-EXIT
           END-READ.
           MOVE 'A' TO WS-JOU-ACTION.
           MOVE 'PR' TO WS-JOU-USAGE.
           MOVE WS-DATE-JOUR TO WS-JOU-DATE.
           CALL 'JOUROUVRE' USING WS-JOU-ACTION WS-JOU-USAGE
               WS-JOU-DATE WS-JOU-RESULTAT.
           MOVE WS-JOU-DATE TO WS-DATE-PRELEVEMENT.
           DISPLAY '=== PASSAGE DE PRELEVEMENT DU ' WS-DATE-JOUR
               ' ==='.
           IF WS-DATE-PRELEVEMENT NOT = WS-DATE-JOUR
               DISPLAY 'JOUR CHOME - PRELEVEMENTS AU '
                   WS-DATE-PRELEVEMENT
           END-IF.
           OPEN I-O FACTURES.
           OPEN I-O CLIENTS.
           OPEN OUTPUT REMISE-PRELEV.
                       IF FAC-TYPE = 'F' AND FAC-STATUT NOT = 'R'
                           AND FAC-DATE <= WS-DATE-JOUR
                           PERFORM EXAMINER-FACTURE-MANDAT
                               THRU EXAMINER-FACTURE-MANDAT-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE CLI-MANDAT-REF TO PRP-MANDAT.
           MOVE FAC-NUM TO PRP-FACTURE.
           MOVE WS-RESTE-DU TO PRP-MONTANT.
           MOVE WS-DATE-PRELEVEMENT TO PRP-DATE.
           WRITE REMISE-PRELEV-REC.
      *    La facture est soldee et le reglement journalise
           MOVE FAC-TOTAL-TTC TO FAC-MONTANT-PAYE.
           MOVE 'R' TO FAC-STATUT.
           REWRITE FACTURE-REC.
           MOVE FAC-NUM TO REG-FAC.
           MOVE WS-DATE-PRELEVEMENT TO REG-DATE.
           MOVE WS-RESTE-DU TO REG-MONTANT.
           MOVE 'PR' TO REG-MODE.
           MOVE 0 TO REG-REMISE.
      *    LETTRAGE pour un encaissement rapproche.
           ADD WS-RESTE-DU TO CPT-SOLDE.
           MOVE CPT-NUM TO MVB-CPT.
           MOVE WS-DATE-PRELEVEMENT TO MVB-DATE.
           MOVE 'PC' TO MVB-TYPE.
           MOVE WS-RESTE-DU TO MVB-MONTANT.
           MOVE CPT-SOLDE TO MVB-SOLDE.
