       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOUROUVRE.
      *===============================================
      * JOURS OUVRES
      * Sous-programme appele par tous les calculs de dates qui
      * finissent a la banque : echeances fournisseurs (ACHATS,
      * AUTOFACDEP), prelevements (PRELEVCLI), virements
      * programmes (BATCHVIRPROG, BANQUE), echeances de prets
      * (BATCHPRET), paiements fournisseurs (COMPTAFRN),
      * virement des salaires (PAIE) et prevision de tresorerie
      * (PREVTRESO). Un jour est ouvre s'il n'est ni un dimanche,
      * ni un samedi chome, ni un jour ferie de CALENDR.DAT ; la
      * regle de decalage depend de l'usage (CALPARM.DAT).
      * Actions :
      *  - A : ajuste LNK-DATE selon la regle de l'usage ;
      *  - M : echeance mensuelle - LNK-DATE porte AAAAMM et le
      *        jour nominal (29 a 31 ramenes au dernier jour du
      *        mois), rendue ajustee comme en A ;
      *  - O : jour ouvre ou non (LNK-RESULTAT O ou F) ;
      *  - R : relit le calendrier (apres une saisie).
      * LNK-RESULTAT en retour : O = date inchangee (ou ouvree),
      * D = date decalee, F = jour chome, N = date invalide.
      * Le calendrier est charge au premier appel et garde pour
      * la suite du traitement.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    VOIR COPYBOOKS/CALENDR.CPY ET CALPARM.CPY
           SELECT CALENDRIER ASSIGN TO 'CALENDR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.
           SELECT CAL-PARAMETRES ASSIGN TO 'CALPARM.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CALENDRIER.
           COPY CALENDR.
       FD CAL-PARAMETRES.
           COPY CALPARM.
       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS    PIC XX VALUE '00'.
           88 WS-CAL-OUVERT-OK VALUE '00'.
       01 WS-CLP-STATUS    PIC XX VALUE '00'.
           88 WS-CLP-OUVERT-OK VALUE '00'.
       01 WS-CHARGE        PIC X VALUE 'N'.
       01 WS-EOF           PIC 9 VALUE 0.
      * Jours feries charges, a partir du 1er janvier de l'annee
      * precedente (les dates plus anciennes ne se recalculent
      * plus)
       01 WS-MAX-FERIES    PIC 999 VALUE 500.
       01 WS-NB-FERIES     PIC 999 VALUE 0.
       01 WS-FERIES-TABLE.
           05 WS-FERIE OCCURS 500 TIMES PIC 9(8).
       01 WS-IDX           PIC 999 VALUE 0.
       01 WS-DATE-JOUR     PIC 9(8) VALUE 0.
       01 WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-JOUR-AAAA PIC 9(4).
           05 FILLER       PIC 9(4).
       01 WS-DATE-DEBUT    PIC 9(8) VALUE 0.
       01 WS-REGLE         PIC X VALUE 'S'.
       01 WS-OUVRE         PIC X VALUE 'O'.
       01 WS-JOUR-SEMAINE  PIC 9 VALUE 0.
      *    0 = DIMANCHE, 6 = SAMEDI
       01 WS-JULIEN        PIC 9(9) VALUE 0.
       01 WS-DATE-DEPART   PIC 9(8) VALUE 0.
       01 WS-DATE          PIC 9(8) VALUE 0.
       01 WS-DATE-R REDEFINES WS-DATE.
           05 WS-DATE-AAAA PIC 9(4).
           05 WS-DATE-MM   PIC 99.
           05 WS-DATE-JJ   PIC 99.
       01 WS-DATE-FIN-MOIS PIC 9(8) VALUE 0.
       01 WS-JOUR-NOMINAL  PIC 99 VALUE 0.
       01 WS-DERNIER-JOUR  PIC 99 VALUE 0.
       LINKAGE SECTION.
       01 LNK-ACTION      PIC X.
      *    FF, PR, VP, EP, RF, PS - VOIR COPYBOOKS/CALPARM.CPY ;
      *    TOUT AUTRE CODE PREND LA REGLE GENERALE
       01 LNK-USAGE       PIC XX.
       01 LNK-DATE        PIC 9(8).
       01 LNK-RESULTAT    PIC X.
       PROCEDURE DIVISION USING LNK-ACTION LNK-USAGE LNK-DATE
           LNK-RESULTAT.
       DEBUT.
           MOVE 'O' TO LNK-RESULTAT.
           IF WS-CHARGE NOT = 'Y' OR LNK-ACTION = 'R'
               PERFORM CHARGER-CALENDRIER
           END-IF.
           EVALUATE LNK-ACTION
               WHEN 'A'
                   PERFORM AJUSTER-DATE THRU AJUSTER-DATE-EXIT
               WHEN 'M'
                   PERFORM ECHEANCE-MENSUELLE
                       THRU ECHEANCE-MENSUELLE-EXIT
               WHEN 'O'
                   PERFORM TESTER-DATE THRU TESTER-DATE-EXIT
               WHEN 'R'
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO LNK-RESULTAT
           END-EVALUATE.
           GOBACK.

      *    Meme technique que FIDPOINTS/CHARGER-PARAMETRES, avec
      *    des valeurs par defaut quand CALPARM.DAT est absent.
       CHARGER-CALENDRIER.
           PERFORM PARAMETRES-PAR-DEFAUT.
           OPEN INPUT CAL-PARAMETRES.
           IF WS-CLP-OUVERT-OK
               READ CAL-PARAMETRES
                   AT END PERFORM PARAMETRES-PAR-DEFAUT
               END-READ
               CLOSE CAL-PARAMETRES
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           COMPUTE WS-DATE-DEBUT =
               (WS-JOUR-AAAA - 1) * 10000 + 101.
           MOVE 0 TO WS-NB-FERIES.
           OPEN INPUT CALENDRIER.
           IF WS-CAL-OUVERT-OK
               MOVE WS-DATE-DEBUT TO CAL-DATE
               START CALENDRIER KEY >= CAL-DATE
                   INVALID KEY CONTINUE
               END-START
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ CALENDRIER NEXT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-NB-FERIES < WS-MAX-FERIES
                               ADD 1 TO WS-NB-FERIES
                               MOVE CAL-DATE
                                   TO WS-FERIE(WS-NB-FERIES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDRIER
           END-IF.
           MOVE 'Y' TO WS-CHARGE.

       PARAMETRES-PAR-DEFAUT.
           MOVE 'Y' TO CLP-SAMEDI-CHOME.
           MOVE 'S' TO CLP-REGLE-ECHEANCE-FRN.
           MOVE 'S' TO CLP-REGLE-PRELEVEMENT.
           MOVE 'S' TO CLP-REGLE-VIREMENT.
           MOVE 'S' TO CLP-REGLE-PRET.
           MOVE 'S' TO CLP-REGLE-PAIEMENT-FRN.
           MOVE 'P' TO CLP-REGLE-SALAIRE.
           MOVE 'S' TO CLP-REGLE-AUTRE.

       CHOISIR-REGLE.
           EVALUATE LNK-USAGE
               WHEN 'FF' MOVE CLP-REGLE-ECHEANCE-FRN TO WS-REGLE
               WHEN 'PR' MOVE CLP-REGLE-PRELEVEMENT TO WS-REGLE
               WHEN 'VP' MOVE CLP-REGLE-VIREMENT TO WS-REGLE
               WHEN 'EP' MOVE CLP-REGLE-PRET TO WS-REGLE
               WHEN 'RF' MOVE CLP-REGLE-PAIEMENT-FRN TO WS-REGLE
               WHEN 'PS' MOVE CLP-REGLE-SALAIRE TO WS-REGLE
               WHEN OTHER MOVE CLP-REGLE-AUTRE TO WS-REGLE
           END-EVALUATE.

      *===============================================
      * AJUSTEMENT (A)
      *===============================================
       AJUSTER-DATE.
           MOVE LNK-DATE TO WS-DATE.
           PERFORM CONTROLER-DATE.
           IF LNK-RESULTAT = 'N'
               GO TO AJUSTER-DATE-EXIT
           END-IF.
           PERFORM CHOISIR-REGLE.
           IF WS-REGLE = 'N'
               GO TO AJUSTER-DATE-EXIT
           END-IF.
           PERFORM TESTER-OUVRE.
           IF WS-OUVRE = 'O'
               GO TO AJUSTER-DATE-EXIT
           END-IF.
           MOVE WS-DATE TO WS-DATE-DEPART.
           EVALUATE WS-REGLE
               WHEN 'P'
                   PERFORM RECULER-JOUR-OUVRE
               WHEN 'M'
                   PERFORM AVANCER-JOUR-OUVRE
                   IF WS-DATE(1:6) NOT = WS-DATE-DEPART(1:6)
                       MOVE WS-DATE-DEPART TO WS-DATE
                       PERFORM RECULER-JOUR-OUVRE
                   END-IF
               WHEN OTHER
                   PERFORM AVANCER-JOUR-OUVRE
           END-EVALUATE.
           MOVE WS-DATE TO LNK-DATE.
           MOVE 'D' TO LNK-RESULTAT.
       AJUSTER-DATE-EXIT.
           EXIT.

      *    Echeance du mois : le jour nominal est ramene au
      *    dernier jour des mois courts (un virement du 31 part le
      *    30 avril, le 28 ou 29 fevrier), puis ajuste.
       ECHEANCE-MENSUELLE.
           MOVE LNK-DATE TO WS-DATE.
           IF WS-DATE-MM < 1 OR WS-DATE-MM > 12 OR WS-DATE-JJ < 1
               MOVE 'N' TO LNK-RESULTAT
               GO TO ECHEANCE-MENSUELLE-EXIT
           END-IF.
           MOVE WS-DATE-JJ TO WS-JOUR-NOMINAL.
           PERFORM CALCULER-DERNIER-JOUR.
           IF WS-JOUR-NOMINAL > WS-DERNIER-JOUR
               MOVE WS-DERNIER-JOUR TO WS-DATE-JJ
           END-IF.
           MOVE WS-DATE TO LNK-DATE.
           PERFORM AJUSTER-DATE THRU AJUSTER-DATE-EXIT.
       ECHEANCE-MENSUELLE-EXIT.
           EXIT.

       TESTER-DATE.
           MOVE LNK-DATE TO WS-DATE.
           PERFORM CONTROLER-DATE.
           IF LNK-RESULTAT = 'N'
               GO TO TESTER-DATE-EXIT
           END-IF.
           PERFORM TESTER-OUVRE.
           IF WS-OUVRE = 'N'
               MOVE 'F' TO LNK-RESULTAT
           END-IF.
       TESTER-DATE-EXIT.
           EXIT.

      *    Date de WS-DATE plausible : mois 1 a 12, jour dans le
      *    mois.
       CONTROLER-DATE.
           IF WS-DATE-MM < 1 OR WS-DATE-MM > 12 OR WS-DATE-JJ < 1
               OR WS-DATE-AAAA < 1601
               MOVE 'N' TO LNK-RESULTAT
           ELSE
               MOVE WS-DATE-JJ TO WS-JOUR-NOMINAL
               PERFORM CALCULER-DERNIER-JOUR
               IF WS-JOUR-NOMINAL > WS-DERNIER-JOUR
                   MOVE 'N' TO LNK-RESULTAT
               END-IF
               MOVE WS-JOUR-NOMINAL TO WS-DATE-JJ
           END-IF.

      *    Dernier jour du mois de WS-DATE : la veille du premier
      *    du mois suivant.
       CALCULER-DERNIER-JOUR.
           MOVE 1 TO WS-DATE-JJ.
           IF WS-DATE-MM = 12
               COMPUTE WS-JULIEN = FUNCTION INTEGER-OF-DATE(
                   (WS-DATE-AAAA + 1) * 10000 + 101) - 1
           ELSE
               COMPUTE WS-JULIEN = FUNCTION INTEGER-OF-DATE(
                   WS-DATE + 100) - 1
           END-IF.
           COMPUTE WS-DATE-FIN-MOIS =
               FUNCTION DATE-OF-INTEGER(WS-JULIEN).
           MOVE WS-DATE-FIN-MOIS(7:2) TO WS-DERNIER-JOUR.
           MOVE WS-JOUR-NOMINAL TO WS-DATE-JJ.

      *    Jour ouvre : ni dimanche, ni samedi chome, ni ferie.
      *    Le 1er janvier 1601 (jour 1) est un lundi.
       TESTER-OUVRE.
           MOVE 'O' TO WS-OUVRE.
           COMPUTE WS-JOUR-SEMAINE = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-DATE), 7).
           IF WS-JOUR-SEMAINE = 0
               MOVE 'N' TO WS-OUVRE
           END-IF.
           IF WS-JOUR-SEMAINE = 6 AND CLP-SAMEDI-CHOME = 'Y'
               MOVE 'N' TO WS-OUVRE
           END-IF.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-NB-FERIES OR WS-OUVRE = 'N'
               IF WS-FERIE(WS-IDX) = WS-DATE
                   MOVE 'N' TO WS-OUVRE
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.

       AVANCER-JOUR-OUVRE.
           MOVE 'N' TO WS-OUVRE.
           PERFORM UNTIL WS-OUVRE = 'O'
               COMPUTE WS-JULIEN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE) + 1
               COMPUTE WS-DATE = FUNCTION DATE-OF-INTEGER(WS-JULIEN)
               PERFORM TESTER-OUVRE
           END-PERFORM.

       RECULER-JOUR-OUVRE.
           MOVE 'N' TO WS-OUVRE.
           PERFORM UNTIL WS-OUVRE = 'O'
               COMPUTE WS-JULIEN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE) - 1
               COMPUTE WS-DATE = FUNCTION DATE-OF-INTEGER(WS-JULIEN)
               PERFORM TESTER-OUVRE
           END-PERFORM.
