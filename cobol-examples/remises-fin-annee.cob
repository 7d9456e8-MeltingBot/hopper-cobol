       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFACLI.
      *===============================================
      * REMISES DE FIN D'ANNEE (RISTOURNES CLIENTS)
      * Job batch sur les accords de REMFIN.DAT (saisis dans
      * CLIENTS) : le chiffre d'affaires net du client sur la
      * periode de l'accord est recompte dans FACTURES.DAT
      * (lignes des factures moins lignes des avoirs, HT, hors
      * ristournes deja emises), et le taux du plus haut palier
      * atteint s'applique a tout ce chiffre.
      *  mode 1 - situation en cours d'annee : CA a date, CA
      *    projete a la fin de la periode au rythme constate,
      *    palier vise et ristourne a provisionner, par client ;
      *  mode 2 - cloture : pour chaque accord actif dont la
      *    periode est terminee a la date de calcul, la ristourne
      *    est emise en avoir dans la numerotation normale de
      *    FACTURE (une ligne par taux de TVA, au prorata du CA
      *    de chaque taux), portee au compte du client et au
      *    journal des ventes - elle suit donc les ventes, la
      *    declaration de TVA et la comptabilisation comme tout
      *    avoir. L'accord passe au statut E avec le resultat.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMISES-FIN ASSIGN TO 'REMFIN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFA-CLE
               FILE STATUS IS WS-RFA-STATUS.
           SELECT CLIENTS ASSIGN TO 'CLIENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID.
           SELECT FACTURES ASSIGN TO 'FACTURES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAC-NUM.
           SELECT LIGNES-FACTURE ASSIGN TO 'FACLIGNE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGF-CLE.
           SELECT VENTES ASSIGN TO 'VENTES.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUTS PARTAGEES - VOIR COPYBOOKS
       FD REMISES-FIN.
           COPY REMFIN.
       FD CLIENTS.
           COPY CLIENT.
       FD FACTURES.
           COPY FACTURE.
       FD LIGNES-FACTURE.
           COPY FACLIGNE.
       FD VENTES.
           COPY VENTE.
       WORKING-STORAGE SECTION.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-EOF-FACT       PIC 9 VALUE 0.
       01 WS-EOF-LIGNES     PIC 9 VALUE 0.
       01 WS-MODE           PIC 9 VALUE 0.
       01 WS-DATE-JOUR      PIC 9(8) VALUE 0.
       01 WS-DATE-CALCUL    PIC 9(8) VALUE 0.
       01 WS-DATE-LIMITE    PIC 9(8) VALUE 0.
       01 WS-RFA-STATUS     PIC XX VALUE '00'.
           88 WS-RFA-OUVERT-OK VALUE '00'.
       01 WS-VTE-STATUS     PIC XX VALUE '00'.
           88 WS-VTE-OUVERT-OK VALUE '00'.
       01 WS-NEXT-FACT      PIC 9(6) VALUE 1.
      *    ARTICLE DES LIGNES DE RISTOURNE - LEURS LIGNES NE
      *    COMPTENT PAS DANS LE CA DES PERIODES SUIVANTES.
       01 WS-ART-RFA        PIC X(8) VALUE 'RFA'.
      *    Taux de TVA (1=20%, 2=10%, 3=5,5%, 4=intracommunautaire
      *    exonere - code I, 5=export exonere - code E) - meme
      *    table que FACTURE
       01 WS-TAUX-TVA-TABLE.
           05 FILLER PIC 9(2)V99 VALUE 20.00.
           05 FILLER PIC 9(2)V99 VALUE 10.00.
           05 FILLER PIC 9(2)V99 VALUE 05.50.
           05 FILLER PIC 9(2)V99 VALUE 00.00.
           05 FILLER PIC 9(2)V99 VALUE 00.00.
       01 WS-TAUX-TVA-R REDEFINES WS-TAUX-TVA-TABLE.
           05 WS-TAUX-TVA PIC 9(2)V99 OCCURS 5 TIMES.
       01 WS-CODES-TVA      PIC X(5) VALUE '123IE'.
       01 WS-IDX-TVA        PIC 9 VALUE 1.
      *    CA NET HT DE LA PERIODE PAR TAUX, PUIS RISTOURNE ET
      *    TVA DE CHAQUE TAUX
       01 WS-CA-TABLE.
           05 WS-CA-TAUX    PIC S9(9)V99 OCCURS 5 TIMES.
           05 WS-RFA-HT     PIC 9(8)V99 OCCURS 5 TIMES.
           05 WS-RFA-TVA    PIC 9(6)V99 OCCURS 5 TIMES.
       01 WS-CA-NET         PIC S9(9)V99 VALUE 0.
       01 WS-CA-PROJETE     PIC S9(9)V99 VALUE 0.
       01 WS-TAUX-RETENU    PIC 99V99 VALUE 0.
       01 WS-TAUX-PROJETE   PIC 99V99 VALUE 0.
       01 WS-CA-TESTE       PIC S9(9)V99 VALUE 0.
       01 WS-TAUX-TROUVE    PIC 99V99 VALUE 0.
       01 WS-IDX-PALIER     PIC 9 VALUE 0.
       01 WS-REMISE-ACQUISE PIC S9(8)V99 VALUE 0.
       01 WS-REMISE-PROJETEE PIC S9(8)V99 VALUE 0.
       01 WS-PROVISION      PIC S9(8)V99 VALUE 0.
       01 WS-JOURS-ECOULES  PIC 9(5) VALUE 0.
       01 WS-JOURS-PERIODE  PIC 9(5) VALUE 0.
      *    Avoir de ristourne en cours
       01 WS-AVOIR-HT       PIC 9(8)V99 VALUE 0.
       01 WS-AVOIR-TVA      PIC 9(6)V99 VALUE 0.
       01 WS-AVOIR-TTC      PIC 9(8)V99 VALUE 0.
       01 WS-NB-LIGNES-AVOIR PIC 99 VALUE 0.
       01 WS-LIBELLE-RFA    PIC X(25) VALUE SPACES.
      * Compteurs et totaux
       01 WS-NB-ACCORDS     PIC 9(5) VALUE 0.
       01 WS-NB-AVOIRS      PIC 9(5) VALUE 0.
       01 WS-NB-SANS-PALIER PIC 9(5) VALUE 0.
       01 WS-TOT-PROVISION  PIC S9(9)V99 VALUE 0.
       01 WS-TOT-AVOIRS     PIC 9(9)V99 VALUE 0.
       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           DISPLAY '1=SITUATION EN COURS D ANNEE  2=CLOTURE ET '
               'EMISSION DES AVOIRS ?'.
           ACCEPT WS-MODE.
           IF WS-MODE NOT = 1 AND WS-MODE NOT = 2
               DISPLAY 'MODE INCONNU'
               STOP RUN
           END-IF.
           DISPLAY 'DATE DE CALCUL (AAAAMMJJ, 0 = AUJOURD HUI) ?'.
           ACCEPT WS-DATE-CALCUL.
           IF WS-DATE-CALCUL = 0
               MOVE WS-DATE-JOUR TO WS-DATE-CALCUL
           END-IF.
           OPEN I-O REMISES-FIN.
           IF NOT WS-RFA-OUVERT-OK
               DISPLAY 'AUCUN ACCORD DE REMISE (REMFIN.DAT ABSENT)'
               STOP RUN
           END-IF.
           OPEN I-O CLIENTS.
           OPEN I-O FACTURES.
           OPEN I-O LIGNES-FACTURE.
           IF WS-MODE = 1
               DISPLAY '=== REMISES DE FIN D ANNEE - SITUATION AU '
                   WS-DATE-CALCUL ' ==='
               DISPLAY 'CLIENT NOM                   CA A DATE    '
                   '  CA PROJETE  TX%   PROVISION'
           ELSE
               DISPLAY '=== REMISES DE FIN D ANNEE - CLOTURE AU '
                   WS-DATE-CALCUL ' ==='
               PERFORM INITIALISER-COMPTEUR-FACT
           END-IF.
           MOVE LOW-VALUES TO RFA-CLE.
           START REMISES-FIN KEY >= RFA-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ REMISES-FIN NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RFA-STATUT = 'A' AND
                           RFA-DEBUT <= WS-DATE-CALCUL
                           PERFORM TRAITER-ACCORD
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'ACCORDS TRAITES         : ' WS-NB-ACCORDS.
           IF WS-MODE = 1
               DISPLAY 'PROVISION TOTALE HT     : ' WS-TOT-PROVISION
           ELSE
               DISPLAY 'AVOIRS EMIS             : ' WS-NB-AVOIRS
                   ' POUR ' WS-TOT-AVOIRS ' TTC'
               DISPLAY 'ACCORDS SANS PALIER ATTEINT: '
                   WS-NB-SANS-PALIER
           END-IF.
           CLOSE LIGNES-FACTURE.
           CLOSE FACTURES.
           CLOSE CLIENTS.
           CLOSE REMISES-FIN.
           STOP RUN.

      *    MEME TECHNIQUE QUE FACTURE/INITIALISER-COMPTEUR-FACT.
       INITIALISER-COMPTEUR-FACT.
           MOVE 1 TO WS-NEXT-FACT.
           MOVE 0 TO FAC-NUM.
           START FACTURES KEY >= FAC-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF-FACT.
           PERFORM UNTIL WS-EOF-FACT = 1
               READ FACTURES NEXT
                   AT END MOVE 1 TO WS-EOF-FACT
                   NOT AT END
                       IF FAC-NUM + 1 > WS-NEXT-FACT
                           COMPUTE WS-NEXT-FACT = FAC-NUM + 1
                       END-IF
               END-READ
           END-PERFORM.

      *    En situation, tout accord commence ; en cloture, les
      *    seuls accords dont la periode est terminee.
       TRAITER-ACCORD.
           IF WS-MODE = 2 AND RFA-FIN > WS-DATE-CALCUL
               CONTINUE
           ELSE
               ADD 1 TO WS-NB-ACCORDS
               MOVE RFA-CLIENT TO CLI-ID
               READ CLIENTS
                   INVALID KEY MOVE 'CLIENT INCONNU' TO CLI-NOM
               END-READ
               IF RFA-FIN < WS-DATE-CALCUL
                   MOVE RFA-FIN TO WS-DATE-LIMITE
               ELSE
                   MOVE WS-DATE-CALCUL TO WS-DATE-LIMITE
               END-IF
               PERFORM CUMULER-CA-CLIENT
               IF WS-MODE = 1
                   PERFORM AFFICHER-SITUATION
               ELSE
                   PERFORM CLOTURER-ACCORD
               END-IF
           END-IF.

      *===============================================
      * CA NET DU CLIENT SUR LA PERIODE, PAR TAUX DE TVA
      * Lignes des factures moins lignes des avoirs, datees du
      * debut de l'accord a la date limite ; les lignes de
      * ristourne (article RFA) sont ecartees.
      *===============================================
       CUMULER-CA-CLIENT.
           MOVE 1 TO WS-IDX-TVA.
           PERFORM UNTIL WS-IDX-TVA > 5
               MOVE 0 TO WS-CA-TAUX(WS-IDX-TVA)
               MOVE 0 TO WS-RFA-HT(WS-IDX-TVA)
               MOVE 0 TO WS-RFA-TVA(WS-IDX-TVA)
               ADD 1 TO WS-IDX-TVA
           END-PERFORM.
           MOVE 0 TO WS-CA-NET.
           MOVE 0 TO FAC-NUM.
           START FACTURES KEY >= FAC-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF-FACT.
           PERFORM UNTIL WS-EOF-FACT = 1
               READ FACTURES NEXT
                   AT END MOVE 1 TO WS-EOF-FACT
                   NOT AT END
                       IF FAC-CLIENT = RFA-CLIENT AND
                           FAC-DATE >= RFA-DEBUT AND
                           FAC-DATE <= WS-DATE-LIMITE
                           PERFORM CUMULER-LIGNES-PIECE
                       END-IF
               END-READ
           END-PERFORM.

       CUMULER-LIGNES-PIECE.
           MOVE FAC-NUM TO LGF-NUM.
           MOVE 0 TO LGF-NO.
           START LIGNES-FACTURE KEY >= LGF-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF-LIGNES.
           PERFORM UNTIL WS-EOF-LIGNES = 1
               READ LIGNES-FACTURE NEXT
                   AT END MOVE 1 TO WS-EOF-LIGNES
                   NOT AT END
                       IF LGF-NUM NOT = FAC-NUM
                           MOVE 1 TO WS-EOF-LIGNES
                       ELSE
                           IF LGF-ART NOT = WS-ART-RFA
                               PERFORM CUMULER-UNE-LIGNE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Taux de la ligne - les lignes anterieures sans code
      *    TVA sont reprises au taux normal, comme dans DECLTVA.
       CUMULER-UNE-LIGNE.
           EVALUATE LGF-TVA-CODE
               WHEN '2' MOVE 2 TO WS-IDX-TVA
               WHEN '3' MOVE 3 TO WS-IDX-TVA
               WHEN 'I' MOVE 4 TO WS-IDX-TVA
               WHEN 'E' MOVE 5 TO WS-IDX-TVA
               WHEN OTHER MOVE 1 TO WS-IDX-TVA
           END-EVALUATE.
           IF FAC-TYPE = 'A'
               SUBTRACT LGF-MONTANT FROM WS-CA-TAUX(WS-IDX-TVA)
               SUBTRACT LGF-MONTANT FROM WS-CA-NET
           ELSE
               ADD LGF-MONTANT TO WS-CA-TAUX(WS-IDX-TVA)
               ADD LGF-MONTANT TO WS-CA-NET
           END-IF.

      *    Taux du plus haut palier atteint par WS-CA-TESTE
      *    (0 = aucun).
       CHERCHER-PALIER.
           MOVE 0 TO WS-TAUX-TROUVE.
           MOVE 1 TO WS-IDX-PALIER.
           PERFORM UNTIL WS-IDX-PALIER > 3
               IF RFA-SEUIL(WS-IDX-PALIER) > 0 AND
                   WS-CA-TESTE >= RFA-SEUIL(WS-IDX-PALIER)
                   MOVE RFA-TAUX(WS-IDX-PALIER) TO WS-TAUX-TROUVE
               END-IF
               ADD 1 TO WS-IDX-PALIER
           END-PERFORM.

      *===============================================
      * SITUATION EN COURS D'ANNEE
      * Le CA projete extrapole le CA a date au rythme des jours
      * ecoules ; la provision est le CA a date au taux du palier
      * projete - ce que le client est en passe de gagner.
      *===============================================
       AFFICHER-SITUATION.
           COMPUTE WS-JOURS-ECOULES =
               FUNCTION INTEGER-OF-DATE(WS-DATE-LIMITE)
               - FUNCTION INTEGER-OF-DATE(RFA-DEBUT) + 1.
           COMPUTE WS-JOURS-PERIODE =
               FUNCTION INTEGER-OF-DATE(RFA-FIN)
               - FUNCTION INTEGER-OF-DATE(RFA-DEBUT) + 1.
           COMPUTE WS-CA-PROJETE ROUNDED =
               WS-CA-NET * WS-JOURS-PERIODE / WS-JOURS-ECOULES.
           MOVE WS-CA-NET TO WS-CA-TESTE.
           PERFORM CHERCHER-PALIER.
           MOVE WS-TAUX-TROUVE TO WS-TAUX-RETENU.
           MOVE WS-CA-PROJETE TO WS-CA-TESTE.
           PERFORM CHERCHER-PALIER.
           MOVE WS-TAUX-TROUVE TO WS-TAUX-PROJETE.
           COMPUTE WS-REMISE-ACQUISE ROUNDED =
               WS-CA-NET * WS-TAUX-RETENU / 100.
           COMPUTE WS-PROVISION ROUNDED =
               WS-CA-NET * WS-TAUX-PROJETE / 100.
           COMPUTE WS-REMISE-PROJETEE ROUNDED =
               WS-CA-PROJETE * WS-TAUX-PROJETE / 100.
           ADD WS-PROVISION TO WS-TOT-PROVISION.
           DISPLAY CLI-ID '  ' CLI-NOM ' ' WS-CA-NET ' '
               WS-CA-PROJETE ' ' WS-TAUX-PROJETE ' ' WS-PROVISION.
           DISPLAY '       PERIODE ' RFA-DEBUT '-' RFA-FIN
               '  PALIER ATTEINT ' WS-TAUX-RETENU '%  ACQUIS '
               WS-REMISE-ACQUISE '  FIN DE PERIODE '
               WS-REMISE-PROJETEE.

      *===============================================
      * CLOTURE D'UN ACCORD ET EMISSION DE L'AVOIR
      *===============================================
       CLOTURER-ACCORD.
           MOVE WS-CA-NET TO WS-CA-TESTE.
           PERFORM CHERCHER-PALIER.
           MOVE WS-TAUX-TROUVE TO WS-TAUX-RETENU.
           MOVE 0 TO WS-AVOIR-HT.
           MOVE 0 TO WS-AVOIR-TVA.
           MOVE 0 TO WS-NB-LIGNES-AVOIR.
           IF WS-TAUX-RETENU > 0 AND WS-CA-NET > 0
               PERFORM CALCULER-RISTOURNE-TAUX
           END-IF.
           MOVE 'E' TO RFA-STATUT.
           MOVE WS-CA-NET TO RFA-CA-RETENU.
           MOVE WS-TAUX-RETENU TO RFA-TAUX-ATTEINT.
           MOVE WS-AVOIR-HT TO RFA-MONTANT.
           MOVE WS-DATE-JOUR TO RFA-DATE-EMISSION.
           MOVE 0 TO RFA-AVOIR.
           IF WS-NB-LIGNES-AVOIR > 0
               PERFORM EMETTRE-AVOIR-RFA
               MOVE FAC-NUM TO RFA-AVOIR
               DISPLAY 'CLIENT ' CLI-ID ' ' CLI-NOM ' CA '
                   WS-CA-NET ' TAUX ' WS-TAUX-RETENU
                   ' -> AVOIR ' FAC-NUM ' ' WS-AVOIR-TTC
           ELSE
               ADD 1 TO WS-NB-SANS-PALIER
               DISPLAY 'CLIENT ' CLI-ID ' ' CLI-NOM ' CA '
                   WS-CA-NET ' : AUCUN PALIER ATTEINT'
           END-IF.
           REWRITE REMISE-FIN-REC.

      *    Ristourne et TVA de chaque taux dont le CA net est
      *    positif.
       CALCULER-RISTOURNE-TAUX.
           MOVE 1 TO WS-IDX-TVA.
           PERFORM UNTIL WS-IDX-TVA > 5
               IF WS-CA-TAUX(WS-IDX-TVA) > 0
                   COMPUTE WS-RFA-HT(WS-IDX-TVA) ROUNDED =
                       WS-CA-TAUX(WS-IDX-TVA) * WS-TAUX-RETENU / 100
                   COMPUTE WS-RFA-TVA(WS-IDX-TVA) ROUNDED =
                       WS-RFA-HT(WS-IDX-TVA)
                       * WS-TAUX-TVA(WS-IDX-TVA) / 100
                   IF WS-RFA-HT(WS-IDX-TVA) > 0
                       ADD 1 TO WS-NB-LIGNES-AVOIR
                       ADD WS-RFA-HT(WS-IDX-TVA) TO WS-AVOIR-HT
                       ADD WS-RFA-TVA(WS-IDX-TVA) TO WS-AVOIR-TVA
                   END-IF
               END-IF
               ADD 1 TO WS-IDX-TVA
           END-PERFORM.

      *    Avoir libre, regle d'office et impute au compte du
      *    client - MEME ECRITURE QUE FACTURE/CREER-AVOIR.
       EMETTRE-AVOIR-RFA.
           COMPUTE WS-AVOIR-TTC = WS-AVOIR-HT + WS-AVOIR-TVA.
           MOVE SPACES TO WS-LIBELLE-RFA.
           STRING 'REMISE FIN D ANNEE ' DELIMITED BY SIZE
               RFA-FIN(1:4) DELIMITED BY SIZE
               INTO WS-LIBELLE-RFA.
           MOVE WS-NEXT-FACT TO FAC-NUM.
           ADD 1 TO WS-NEXT-FACT.
           MOVE RFA-CLIENT TO FAC-CLIENT.
           MOVE WS-DATE-JOUR TO FAC-DATE.
           MOVE 'A' TO FAC-TYPE.
           MOVE 0 TO FAC-REF-AVOIR.
           MOVE 'R' TO FAC-STATUT.
           MOVE WS-NB-LIGNES-AVOIR TO FAC-NB-LIGNES.
           MOVE WS-AVOIR-HT TO FAC-TOTAL-HT.
           MOVE WS-AVOIR-TVA TO FAC-TVA.
           MOVE WS-AVOIR-TTC TO FAC-TOTAL-TTC.
           MOVE WS-AVOIR-TTC TO FAC-MONTANT-PAYE.
           MOVE 'N' TO FAC-RECURRENTE.
           MOVE 0 TO FAC-NIVEAU-RELANCE.
           MOVE 0 TO FAC-DATE-RELANCE.
           WRITE FACTURE-REC.
           MOVE 0 TO LGF-NO.
           MOVE 1 TO WS-IDX-TVA.
           PERFORM UNTIL WS-IDX-TVA > 5
               IF WS-RFA-HT(WS-IDX-TVA) > 0
                   PERFORM ECRIRE-LIGNE-AVOIR-RFA
               END-IF
               ADD 1 TO WS-IDX-TVA
           END-PERFORM.
           IF CLI-SUPPRIME NOT = 'Y'
               SUBTRACT WS-AVOIR-TTC FROM CLI-SOLDE
               REWRITE CLIENT-REC
           END-IF.
           ADD 1 TO WS-NB-AVOIRS.
           ADD WS-AVOIR-TTC TO WS-TOT-AVOIRS.

      *    Une ligne d'avoir par taux, et sa ligne negative au
      *    journal des ventes - MEME LOGIQUE QUE
      *    FACTURE/ECRIRE-VENTES-FACTURE.
       ECRIRE-LIGNE-AVOIR-RFA.
           MOVE FAC-NUM TO LGF-NUM.
           ADD 1 TO LGF-NO.
           MOVE WS-ART-RFA TO LGF-ART.
           MOVE WS-LIBELLE-RFA TO LGF-LIBELLE.
           MOVE WS-RFA-HT(WS-IDX-TVA) TO LGF-PRIX.
           MOVE 1 TO LGF-QTE.
           MOVE WS-RFA-HT(WS-IDX-TVA) TO LGF-MONTANT.
           MOVE WS-CODES-TVA(WS-IDX-TVA:1) TO LGF-TVA-CODE.
           MOVE WS-RFA-TVA(WS-IDX-TVA) TO LGF-TVA.
           MOVE SPACES TO LGF-PROMO.
           MOVE SPACES TO LGF-ART-ORIGINE.
           WRITE LIGNE-FACT-REC.
           MOVE WS-DATE-JOUR TO VTE-DATE.
           MOVE 'RFA' TO VTE-VENDEUR.
           MOVE CLI-NOM TO VTE-CLIENT.
           MOVE CLI-ID TO VTE-CLI-ID.
           MOVE WS-LIBELLE-RFA(1:15) TO VTE-PRODUIT.
           COMPUTE VTE-MONTANT = 0 - LGF-MONTANT.
           MOVE WS-ART-RFA TO VTE-PRD-CODE.
           MOVE SPACES TO VTE-FAMILLE.
           MOVE 0 TO VTE-COUT.
           OPEN EXTEND VENTES.
           IF NOT WS-VTE-OUVERT-OK
               OPEN OUTPUT VENTES
           END-IF.
           WRITE VENTE-REC.
           CLOSE VENTES.
