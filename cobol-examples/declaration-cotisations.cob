      * Job batch : pour la periode demandee, agrege par employe
      * et au total le brut, chaque tranche progressive de
      * cotisation (reconstituee avec le meme bareme que
      * PAIE/CALCULER-COTISATIONS-PROGRESSIVES), la part
      * patronale du bulletin et le net, puis ecrit un etat
      * imprimable et le fichier de declaration au format fixe
      * DECLCOT.DAT ; l'etat detaille la part patronale par
      * cotisation de la table COTPATR.DAT. Les cumuls
      * EMP-CUMUL-* de chaque fiche sont rapproches de la somme
      * de tous ses bulletins : tout ecart est liste - c'est
      * exactement l'erreur qu'on decouvre toujours trop tard.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DECLARATION ASSIGN TO 'DECLCOT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DCL-STATUS.
      *    COTISATIONS PATRONALES - VOIR COPYBOOKS/COTPAT.CPY
           SELECT COTIS-PATRONALES ASSIGN TO 'COTPATR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPA-CODE
               FILE STATUS IS WS-CPA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYES.
           05 DCL-TRANCHE-3 PIC 9(8)V99.
           05 DCL-COTIS     PIC 9(8)V99.
           05 DCL-NET       PIC 9(9)V99.
           05 DCL-PATRONALES PIC 9(8)V99.
       FD COTIS-PATRONALES.
           COPY COTPAT.
       WORKING-STORAGE SECTION.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-PERIODE        PIC 9(6) VALUE 0.
       01 WS-TOT-TRANCHE-3  PIC 9(8)V99 VALUE 0.
       01 WS-TOT-COTIS      PIC 9(8)V99 VALUE 0.
       01 WS-TOT-NET        PIC 9(9)V99 VALUE 0.
       01 WS-TOT-PATRONALES PIC 9(8)V99 VALUE 0.
      * Detail de la part patronale par cotisation, reconstitue
      * avec la table - MEME CALCUL QUE
      * PAIE/CALCULER-COTISATIONS-PATRONALES
       01 WS-CPA-STATUS     PIC XX VALUE '00'.
           88 WS-CPA-OUVERT-OK VALUE '00'.
       01 WS-NB-COTIS       PIC 99 VALUE 0.
       01 WS-IDX-CPA        PIC 99 VALUE 0.
       01 WS-ASSIETTE-PATR  PIC 9(7)V99 VALUE 0.
       01 WS-MONTANT-PATR   PIC 9(6)V99 VALUE 0.
       01 WS-COTIS-TABLE.
           05 WS-CPA-ENTRY OCCURS 30 TIMES.
               10 WS-CPA-CODE-T    PIC X(4).
               10 WS-CPA-LIBELLE-T PIC X(20).
               10 WS-CPA-TAUX-T    PIC 99V99.
               10 WS-CPA-PLAFOND-T PIC 9(6)V99.
               10 WS-CPA-ASSIETTE  PIC 9(9)V99.
               10 WS-CPA-MONTANT   PIC 9(8)V99.
      * Cumuls par matricule sur TOUS les bulletins, pour le
      * rapprochement avec les EMP-CUMUL-* de la fiche
       01 WS-CUMULS-TABLE.
           OPEN INPUT EMPLOYES.
           OPEN INPUT BULLETINS.
           OPEN OUTPUT DECLARATION.
           PERFORM CHARGER-COTIS-PATRONALES.
           DISPLAY 'MATRICULE  BRUT          TR1       TR2       '
               'TR3       COTIS     NET         PATRONALES'.
           MOVE LOW-VALUES TO BUL-CLE.
           START BULLETINS KEY >= BUL-CLE
               INVALID KEY CONTINUE
           MOVE WS-TOT-TRANCHE-3 TO DCL-TRANCHE-3.
           MOVE WS-TOT-COTIS TO DCL-COTIS.
           MOVE WS-TOT-NET TO DCL-NET.
           MOVE WS-TOT-PATRONALES TO DCL-PATRONALES.
           WRITE DECLARATION-REC.
           CLOSE DECLARATION.
           CLOSE BULLETINS.
           DISPLAY 'TOTAL TRANCHE 3: ' WS-TOT-TRANCHE-3.
           DISPLAY 'TOTAL COTIS:     ' WS-TOT-COTIS.
           DISPLAY 'TOTAL NET:       ' WS-TOT-NET.
           DISPLAY 'TOTAL PATRONALES:' WS-TOT-PATRONALES.
           PERFORM IMPRIMER-COTIS-PATRONALES.
           DISPLAY 'FICHIER DECLCOT.DAT ECRIT'.
           PERFORM RAPPROCHER-CUMULS.
           CLOSE EMPLOYES.
           MOVE WS-TRANCHE-3 TO DCL-TRANCHE-3.
           MOVE BUL-COTIS TO DCL-COTIS.
           MOVE BUL-NET TO DCL-NET.
           MOVE BUL-COTIS-PATR TO DCL-PATRONALES.
           WRITE DECLARATION-REC.
           DISPLAY BUL-MATRICULE ' ' BUL-BRUT ' ' WS-TRANCHE-1
               ' ' WS-TRANCHE-2 ' ' WS-TRANCHE-3 ' ' BUL-COTIS
               ' ' BUL-NET ' ' BUL-COTIS-PATR.
           ADD BUL-BRUT TO WS-TOT-BRUT.
           ADD WS-TRANCHE-1 TO WS-TOT-TRANCHE-1.
           ADD WS-TRANCHE-2 TO WS-TOT-TRANCHE-2.
           ADD WS-TRANCHE-3 TO WS-TOT-TRANCHE-3.
           ADD BUL-COTIS TO WS-TOT-COTIS.
           ADD BUL-NET TO WS-TOT-NET.
           ADD BUL-COTIS-PATR TO WS-TOT-PATRONALES.
           MOVE 1 TO WS-IDX-CPA.
           PERFORM VENTILER-PART-PATRONALE
               UNTIL WS-IDX-CPA > WS-NB-COTIS.

      *    Table des cotisations patronales en memoire ; absente,
      *    l'etat n'a simplement pas de detail par cotisation.
       CHARGER-COTIS-PATRONALES.
           MOVE 0 TO WS-NB-COTIS.
           OPEN INPUT COTIS-PATRONALES.
           IF WS-CPA-OUVERT-OK
               MOVE LOW-VALUES TO CPA-CODE
               START COTIS-PATRONALES KEY >= CPA-CODE
                   INVALID KEY CONTINUE
               END-START
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ COTIS-PATRONALES NEXT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-NB-COTIS < 30
                               ADD 1 TO WS-NB-COTIS
                               MOVE CPA-CODE TO
                                   WS-CPA-CODE-T(WS-NB-COTIS)
                               MOVE CPA-LIBELLE TO
                                   WS-CPA-LIBELLE-T(WS-NB-COTIS)
                               MOVE CPA-TAUX TO
                                   WS-CPA-TAUX-T(WS-NB-COTIS)
                               MOVE CPA-PLAFOND TO
                                   WS-CPA-PLAFOND-T(WS-NB-COTIS)
                               MOVE 0 TO
                                   WS-CPA-ASSIETTE(WS-NB-COTIS)
                               MOVE 0 TO
                                   WS-CPA-MONTANT(WS-NB-COTIS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COTIS-PATRONALES
           END-IF.
           MOVE 0 TO WS-EOF.

      *    Assiette et montant de la cotisation WS-IDX-CPA pour le
      *    bulletin declare.
       VENTILER-PART-PATRONALE.
           MOVE BUL-BRUT TO WS-ASSIETTE-PATR.
           IF WS-CPA-PLAFOND-T(WS-IDX-CPA) > 0 AND
               WS-ASSIETTE-PATR > WS-CPA-PLAFOND-T(WS-IDX-CPA)
               MOVE WS-CPA-PLAFOND-T(WS-IDX-CPA) TO WS-ASSIETTE-PATR
           END-IF.
           COMPUTE WS-MONTANT-PATR ROUNDED =
               WS-ASSIETTE-PATR * WS-CPA-TAUX-T(WS-IDX-CPA) / 100.
           ADD WS-ASSIETTE-PATR TO WS-CPA-ASSIETTE(WS-IDX-CPA).
           ADD WS-MONTANT-PATR TO WS-CPA-MONTANT(WS-IDX-CPA).
           ADD 1 TO WS-IDX-CPA.

      *    Detail par cotisation au bareme de la table ; un ecart
      *    avec le total des bulletins signale un changement de
      *    taux ou de plafond depuis le calcul de la paie.
       IMPRIMER-COTIS-PATRONALES.
           IF WS-NB-COTIS > 0
               DISPLAY '--- PART PATRONALE PAR COTISATION ---'
               DISPLAY 'CODE LIBELLE               TAUX   '
                   'ASSIETTE      MONTANT'
               MOVE 1 TO WS-IDX-CPA
               PERFORM IMPRIMER-UNE-COTISATION
                   UNTIL WS-IDX-CPA > WS-NB-COTIS
           END-IF.

       IMPRIMER-UNE-COTISATION.
           DISPLAY WS-CPA-CODE-T(WS-IDX-CPA) ' '
               WS-CPA-LIBELLE-T(WS-IDX-CPA) ' '
               WS-CPA-TAUX-T(WS-IDX-CPA) ' '
               WS-CPA-ASSIETTE(WS-IDX-CPA) ' '
               WS-CPA-MONTANT(WS-IDX-CPA).
           ADD 1 TO WS-IDX-CPA.

      *    Rapproche, pour chaque matricule vu dans les bulletins,
      *    la somme de TOUS ses bulletins des cumuls portes par sa
