       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIDPOINTS.
      *===============================================
      * COMPTES DE POINTS FIDELITE
      * Sous-programme appele par le comptoir (FACTURE), l'hotel
      * (HOTEL), le bar (POSBAR), les etats de FIDELITE : il est
      * seul a ecrire FIDCOMPT.DAT et FIDMVT.DAT, sur le modele
      * de VERROU. Actions :
      *  - A : points d'une facture emise, en attente de son
      *        reglement (canal C ou H) ;
      *  - G : points d'un ticket regle au bar (canal B),
      *        acquis tout de suite ;
      *  - S : solde disponible (points et valeur) ;
      *  - U : rachat en reglement, dans la limite du montant
      *        passe et du solde - le montant servi revient ;
      *  - R : reprise des points d'une facture sur avoir ;
      *  - V : passage des points en attente dont la facture
      *        est reglee (lot, depuis FIDELITE) ;
      *  - X : expiration des points perimes de tous les
      *        comptes (lot, depuis FIDELITE).
      * Les taux par canal, la valeur du point et la duree de
      * validite sont dans FIDPARM.DAT. Un client n'a de compte
      * qu'a son premier gain ; S et U sur un client sans compte
      * rendent simplement zero.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    VOIR COPYBOOKS/FIDCOMPT.CPY, FIDMVT.CPY ET FIDPARM.CPY
           SELECT FID-COMPTES ASSIGN TO 'FIDCOMPT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDC-CLIENT
               FILE STATUS IS WS-FDC-STATUS.
           SELECT FID-MOUVEMENTS ASSIGN TO 'FIDMVT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDM-CLE
               FILE STATUS IS WS-FDM-STATUS.
           SELECT FID-PARAMETRES ASSIGN TO 'FIDPARM.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FDP-STATUS.
      *    FACTURES - VOIR COPYBOOKS/FACTURE.CPY (VALIDATION V)
           SELECT FACTURES ASSIGN TO 'FACTURES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAC-NUM
               FILE STATUS IS WS-FAC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FID-COMPTES.
           COPY FIDCOMPT.
       FD FID-MOUVEMENTS.
           COPY FIDMVT.
       FD FID-PARAMETRES.
           COPY FIDPARM.
       FD FACTURES.
           COPY FACTURE.
       WORKING-STORAGE SECTION.
       01 WS-FDC-STATUS    PIC XX VALUE '00'.
           88 WS-FDC-OUVERT-OK VALUE '00'.
       01 WS-FDM-STATUS    PIC XX VALUE '00'.
           88 WS-FDM-OUVERT-OK VALUE '00'.
       01 WS-FDP-STATUS    PIC XX VALUE '00'.
           88 WS-FDP-OUVERT-OK VALUE '00'.
       01 WS-FAC-STATUS    PIC XX VALUE '00'.
           88 WS-FAC-OUVERT-OK VALUE '00'.
       01 WS-DATE-JOUR     PIC 9(8) VALUE 0.
       01 WS-EOF           PIC 9 VALUE 0.
       01 WS-MVT-EOF       PIC 9 VALUE 0.
      * Parametres en vigueur (zero si FIDPARM.DAT absent)
       01 WS-TAUX-COMPTOIR PIC 9(2)V99 VALUE 0.
       01 WS-TAUX-HOTEL    PIC 9(2)V99 VALUE 0.
       01 WS-TAUX-BAR      PIC 9(2)V99 VALUE 0.
       01 WS-VALEUR-POINT  PIC 9V9999 VALUE 0.
       01 WS-DUREE-MOIS    PIC 99 VALUE 0.
      * Calculs de points
       01 WS-TAUX          PIC 9(2)V99 VALUE 0.
       01 WS-POINTS        PIC 9(7) VALUE 0.
       01 WS-POINTS-BAR    PIC 9(7) VALUE 0.
       01 WS-A-CONSOMMER   PIC 9(7) VALUE 0.
       01 WS-PTS-EXPIRES   PIC 9(7) VALUE 0.
       01 WS-MONTANT-CALC  PIC 9(8)V99 VALUE 0.
       01 WS-MONTANT-HORS-BAR PIC 9(8)V99 VALUE 0.
       01 WS-COMPTE-NOUVEAU PIC 9 VALUE 0.
       01 WS-MVT-TROUVE    PIC 9 VALUE 0.
       01 WS-TYPE-MVT      PIC X VALUE SPACE.
       01 WS-CANAL-MVT     PIC X VALUE SPACE.
       01 WS-REFERENCE-MVT PIC 9(8) VALUE 0.
      * Date d'expiration : date du jour + duree de validite
       01 WS-DATE-CALC     PIC 9(8) VALUE 0.
       01 WS-DATE-CALC-R REDEFINES WS-DATE-CALC.
           05 WS-CALC-AAAA PIC 9(4).
           05 WS-CALC-MM   PIC 99.
           05 WS-CALC-JJ   PIC 99.
       01 WS-NB-MOIS       PIC 9(3) VALUE 0.
       01 WS-NB-ANS        PIC 99 VALUE 0.
       01 WS-RESTE-MOIS    PIC 99 VALUE 0.
       LINKAGE SECTION.
       01 LNK-ACTION      PIC X.
       01 LNK-CLIENT      PIC 9(5).
       01 LNK-CANAL       PIC X.
       01 LNK-REFERENCE   PIC 9(8).
      *    MONTANT TTC DE LA PIECE (A, G, R) OU A REGLER (U) ;
      *    EN RETOUR : VALEUR DU SOLDE (S) OU MONTANT SERVI (U)
       01 LNK-MONTANT     PIC 9(8)V99.
      *    PART DU MONTANT VENUE DU BAR SUR CHAMBRE (A, CANAL H) -
      *    ELLE GAGNE AU TAUX DU BAR
       01 LNK-MONTANT-BAR PIC 9(8)V99.
      *    EN RETOUR : POINTS ACQUIS, DISPONIBLES, UTILISES,
      *    REPRIS, VALIDES OU EXPIRES SELON L'ACTION
       01 LNK-POINTS      PIC 9(7).
       01 LNK-RESULTAT    PIC X.
       PROCEDURE DIVISION USING LNK-ACTION LNK-CLIENT LNK-CANAL
           LNK-REFERENCE LNK-MONTANT LNK-MONTANT-BAR LNK-POINTS
           LNK-RESULTAT.
       DEBUT.
           MOVE 'N' TO LNK-RESULTAT.
           MOVE 0 TO LNK-POINTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM CHARGER-PARAMETRES.
           OPEN I-O FID-COMPTES.
           IF NOT WS-FDC-OUVERT-OK
      *        Premier passage : creation des fichiers de points
               OPEN OUTPUT FID-COMPTES
               CLOSE FID-COMPTES
               OPEN I-O FID-COMPTES
           END-IF.
           OPEN I-O FID-MOUVEMENTS.
           IF NOT WS-FDM-OUVERT-OK
               OPEN OUTPUT FID-MOUVEMENTS
               CLOSE FID-MOUVEMENTS
               OPEN I-O FID-MOUVEMENTS
           END-IF.
           EVALUATE LNK-ACTION
               WHEN 'A'
               WHEN 'G'
                   PERFORM ACQUERIR-POINTS THRU ACQUERIR-POINTS-EXIT
               WHEN 'S'
                   PERFORM CONSULTER-SOLDE THRU CONSULTER-SOLDE-EXIT
               WHEN 'U'
                   PERFORM UTILISER-POINTS THRU UTILISER-POINTS-EXIT
               WHEN 'R'
                   PERFORM REPRENDRE-POINTS
                       THRU REPRENDRE-POINTS-EXIT
               WHEN 'V'
                   PERFORM VALIDER-ATTENTES
                       THRU VALIDER-ATTENTES-EXIT
               WHEN 'X'
                   PERFORM EXPIRER-COMPTES
           END-EVALUATE.
           CLOSE FID-COMPTES.
           CLOSE FID-MOUVEMENTS.
           GOBACK.

      *    Meme technique que HOTEL/CHARGER-TAUX-TAXE : fichier
      *    absent, tout reste a zero et le programme est inactif.
       CHARGER-PARAMETRES.
           MOVE 0 TO WS-TAUX-COMPTOIR WS-TAUX-HOTEL WS-TAUX-BAR.
           MOVE 0 TO WS-VALEUR-POINT.
           MOVE 0 TO WS-DUREE-MOIS.
           OPEN INPUT FID-PARAMETRES.
           IF WS-FDP-OUVERT-OK
               READ FID-PARAMETRES
                   NOT AT END
                       MOVE FDP-TAUX-COMPTOIR TO WS-TAUX-COMPTOIR
                       MOVE FDP-TAUX-HOTEL TO WS-TAUX-HOTEL
                       MOVE FDP-TAUX-BAR TO WS-TAUX-BAR
                       MOVE FDP-VALEUR-POINT TO WS-VALEUR-POINT
                       MOVE FDP-DUREE-MOIS TO WS-DUREE-MOIS
               END-READ
               CLOSE FID-PARAMETRES
           END-IF.

       CHOISIR-TAUX-CANAL.
           EVALUATE WS-CANAL-MVT
               WHEN 'C' MOVE WS-TAUX-COMPTOIR TO WS-TAUX
               WHEN 'H' MOVE WS-TAUX-HOTEL TO WS-TAUX
               WHEN 'B' MOVE WS-TAUX-BAR TO WS-TAUX
               WHEN OTHER MOVE 0 TO WS-TAUX
           END-EVALUATE.

      *===============================================
      * ACQUISITION (A, G)
      * Les points sont calcules au taux du canal sur le TTC, en
      * points entiers ; a l'hotel, la part du bar sur chambre
      * gagne au taux du bar. Une facture met ses points en
      * attente (A) jusqu'a son reglement ; un ticket du bar,
      * regle sur place, les acquiert tout de suite (G).
      *===============================================
       ACQUERIR-POINTS.
           IF LNK-CLIENT = 0
               GO TO ACQUERIR-POINTS-EXIT
           END-IF.
           MOVE LNK-CANAL TO WS-CANAL-MVT.
           PERFORM CHOISIR-TAUX-CANAL.
           MOVE 0 TO WS-POINTS-BAR.
           MOVE LNK-MONTANT TO WS-MONTANT-HORS-BAR.
           IF LNK-CANAL = 'H' AND LNK-MONTANT-BAR > 0
               IF LNK-MONTANT-BAR > LNK-MONTANT
                   MOVE 0 TO WS-MONTANT-HORS-BAR
                   COMPUTE WS-POINTS-BAR =
                       LNK-MONTANT * WS-TAUX-BAR
               ELSE
                   COMPUTE WS-MONTANT-HORS-BAR =
                       LNK-MONTANT - LNK-MONTANT-BAR
                   COMPUTE WS-POINTS-BAR =
                       LNK-MONTANT-BAR * WS-TAUX-BAR
               END-IF
           END-IF.
           COMPUTE WS-POINTS =
               WS-MONTANT-HORS-BAR * WS-TAUX + WS-POINTS-BAR.
           IF WS-POINTS = 0
               GO TO ACQUERIR-POINTS-EXIT
           END-IF.
           PERFORM LIRE-COMPTE.
           MOVE LNK-ACTION TO WS-TYPE-MVT.
           MOVE LNK-REFERENCE TO WS-REFERENCE-MVT.
           PERFORM ECRIRE-MOUVEMENT.
           IF LNK-ACTION = 'G'
               ADD WS-POINTS TO FDC-SOLDE
               ADD WS-POINTS TO FDC-CUMUL-ACQUIS
           ELSE
               ADD WS-POINTS TO FDC-ATTENTE
           END-IF.
           PERFORM ECRIRE-COMPTE.
           MOVE WS-POINTS TO LNK-POINTS.
           MOVE 'Y' TO LNK-RESULTAT.
       ACQUERIR-POINTS-EXIT.
           EXIT.

      *    Compte du client LNK-CLIENT, ouvert a vide s'il n'existe
      *    pas encore (ECRIRE-COMPTE fera alors le WRITE).
       LIRE-COMPTE.
           MOVE 0 TO WS-COMPTE-NOUVEAU.
           MOVE LNK-CLIENT TO FDC-CLIENT.
           READ FID-COMPTES
               INVALID KEY
                   MOVE 1 TO WS-COMPTE-NOUVEAU
                   MOVE LNK-CLIENT TO FDC-CLIENT
                   MOVE 0 TO FDC-SOLDE
                   MOVE 0 TO FDC-ATTENTE
                   MOVE 0 TO FDC-CUMUL-ACQUIS
                   MOVE 0 TO FDC-CUMUL-UTILISE
                   MOVE 0 TO FDC-CUMUL-EXPIRE
                   MOVE 0 TO FDC-DERNIER-MVT
                   MOVE WS-DATE-JOUR TO FDC-DATE-OUVERTURE
           END-READ.

       ECRIRE-COMPTE.
           IF WS-COMPTE-NOUVEAU = 1
               WRITE FID-COMPTE-REC
               MOVE 0 TO WS-COMPTE-NOUVEAU
           ELSE
               REWRITE FID-COMPTE-REC
           END-IF.

      *    Mouvement WS-TYPE-MVT de WS-POINTS points, numero
      *    suivant du compte. Un gain porte son restant et sa date
      *    d'expiration.
       ECRIRE-MOUVEMENT.
           ADD 1 TO FDC-DERNIER-MVT.
           MOVE FDC-CLIENT TO FDM-CLIENT.
           MOVE FDC-DERNIER-MVT TO FDM-SEQ.
           MOVE WS-DATE-JOUR TO FDM-DATE.
           MOVE WS-TYPE-MVT TO FDM-TYPE.
           MOVE WS-CANAL-MVT TO FDM-CANAL.
           MOVE WS-REFERENCE-MVT TO FDM-REFERENCE.
           MOVE WS-POINTS TO FDM-POINTS.
           MOVE 0 TO FDM-RESTANT.
           MOVE 0 TO FDM-EXPIRE.
           IF WS-TYPE-MVT = 'G'
               MOVE WS-POINTS TO FDM-RESTANT
               PERFORM CALCULER-EXPIRATION
               MOVE WS-DATE-CALC TO FDM-EXPIRE
           END-IF.
           WRITE FID-MVT-REC
               INVALID KEY CONTINUE
           END-WRITE.

      *    Date du jour + WS-DUREE-MOIS mois, meme calcul que
      *    GARANTIES/AJOUTER-MOIS ; sans duree, le point n'expire
      *    jamais.
       CALCULER-EXPIRATION.
           IF WS-DUREE-MOIS = 0
               MOVE 99999999 TO WS-DATE-CALC
           ELSE
               MOVE WS-DATE-JOUR TO WS-DATE-CALC
               COMPUTE WS-NB-MOIS = WS-DUREE-MOIS + WS-CALC-MM - 1
               DIVIDE WS-NB-MOIS BY 12 GIVING WS-NB-ANS
                   REMAINDER WS-RESTE-MOIS
               ADD WS-NB-ANS TO WS-CALC-AAAA
               COMPUTE WS-CALC-MM = WS-RESTE-MOIS + 1
           END-IF.

      *===============================================
      * SOLDE (S) ET RACHAT (U)
      * Les points perimes du client tombent avant toute
      * consultation ou tout rachat. Le rachat sert au plus le
      * montant demande, en points entiers arrondis au point
      * superieur ; il puise dans les gains du plus ancien au
      * plus recent. La part d'une facture reglee en points ne
      * gagne pas de points : l'attente de la facture est
      * reduite d'autant.
      *===============================================
       CONSULTER-SOLDE.
           MOVE 0 TO LNK-MONTANT.
           MOVE LNK-CLIENT TO FDC-CLIENT.
           READ FID-COMPTES
               INVALID KEY GO TO CONSULTER-SOLDE-EXIT
           END-READ.
           PERFORM EXPIRER-CLIENT.
           REWRITE FID-COMPTE-REC.
           MOVE FDC-SOLDE TO LNK-POINTS.
           COMPUTE LNK-MONTANT = FDC-SOLDE * WS-VALEUR-POINT.
           MOVE 'Y' TO LNK-RESULTAT.
       CONSULTER-SOLDE-EXIT.
           EXIT.

       UTILISER-POINTS.
           IF WS-VALEUR-POINT = 0 OR LNK-MONTANT = 0
               MOVE 0 TO LNK-MONTANT
               GO TO UTILISER-POINTS-EXIT
           END-IF.
           MOVE LNK-CLIENT TO FDC-CLIENT.
           READ FID-COMPTES
               INVALID KEY
                   MOVE 0 TO LNK-MONTANT
                   GO TO UTILISER-POINTS-EXIT
           END-READ.
           PERFORM EXPIRER-CLIENT.
           COMPUTE WS-POINTS = LNK-MONTANT / WS-VALEUR-POINT.
           COMPUTE WS-MONTANT-CALC = WS-POINTS * WS-VALEUR-POINT.
           IF WS-MONTANT-CALC < LNK-MONTANT
               ADD 1 TO WS-POINTS
           END-IF.
           IF WS-POINTS > FDC-SOLDE
               MOVE FDC-SOLDE TO WS-POINTS
               COMPUTE LNK-MONTANT = WS-POINTS * WS-VALEUR-POINT
           END-IF.
           IF WS-POINTS = 0 OR LNK-MONTANT = 0
               MOVE 0 TO LNK-MONTANT
               REWRITE FID-COMPTE-REC
               GO TO UTILISER-POINTS-EXIT
           END-IF.
           MOVE WS-POINTS TO WS-A-CONSOMMER.
           PERFORM CONSOMMER-POINTS.
           MOVE 'U' TO WS-TYPE-MVT.
           MOVE LNK-CANAL TO WS-CANAL-MVT.
           MOVE LNK-REFERENCE TO WS-REFERENCE-MVT.
           PERFORM ECRIRE-MOUVEMENT.
           SUBTRACT WS-POINTS FROM FDC-SOLDE.
           ADD WS-POINTS TO FDC-CUMUL-UTILISE.
           MOVE WS-POINTS TO LNK-POINTS.
           IF LNK-CANAL NOT = 'B'
               PERFORM REDUIRE-ATTENTE-FACTURE
                   THRU REDUIRE-ATTENTE-FACTURE-EXIT
           END-IF.
           REWRITE FID-COMPTE-REC.
           MOVE 'Y' TO LNK-RESULTAT.
       UTILISER-POINTS-EXIT.
           EXIT.

      *    Puise WS-A-CONSOMMER points dans les gains du compte
      *    courant, du plus ancien au plus recent.
       CONSOMMER-POINTS.
           MOVE FDC-CLIENT TO FDM-CLIENT.
           MOVE 0 TO FDM-SEQ.
           START FID-MOUVEMENTS KEY >= FDM-CLE
               INVALID KEY MOVE 0 TO WS-A-CONSOMMER
           END-START.
           MOVE 0 TO WS-MVT-EOF.
           PERFORM UNTIL WS-MVT-EOF = 1 OR WS-A-CONSOMMER = 0
               READ FID-MOUVEMENTS NEXT
                   AT END MOVE 1 TO WS-MVT-EOF
                   NOT AT END
                       IF FDM-CLIENT NOT = FDC-CLIENT
                           MOVE 1 TO WS-MVT-EOF
                       ELSE
                           IF FDM-TYPE = 'G' AND FDM-RESTANT > 0
                               IF FDM-RESTANT > WS-A-CONSOMMER
                                   SUBTRACT WS-A-CONSOMMER
                                       FROM FDM-RESTANT
                                   MOVE 0 TO WS-A-CONSOMMER
                               ELSE
                                   SUBTRACT FDM-RESTANT
                                       FROM WS-A-CONSOMMER
                                   MOVE 0 TO FDM-RESTANT
                               END-IF
                               REWRITE FID-MVT-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    L'attente de la facture LNK-REFERENCE perd les points
      *    du montant regle en points (au taux de son canal).
       REDUIRE-ATTENTE-FACTURE.
           MOVE 'A' TO WS-TYPE-MVT.
           PERFORM CHERCHER-MVT-FACTURE
               THRU CHERCHER-MVT-FACTURE-EXIT.
           IF WS-MVT-TROUVE = 0
               GO TO REDUIRE-ATTENTE-FACTURE-EXIT
           END-IF.
           MOVE FDM-CANAL TO WS-CANAL-MVT.
           PERFORM CHOISIR-TAUX-CANAL.
           COMPUTE WS-POINTS = LNK-MONTANT * WS-TAUX.
           IF WS-POINTS > FDM-POINTS
               MOVE FDM-POINTS TO WS-POINTS
           END-IF.
           SUBTRACT WS-POINTS FROM FDM-POINTS.
           REWRITE FID-MVT-REC.
           IF WS-POINTS > FDC-ATTENTE
               MOVE 0 TO FDC-ATTENTE
           ELSE
               SUBTRACT WS-POINTS FROM FDC-ATTENTE
           END-IF.
       REDUIRE-ATTENTE-FACTURE-EXIT.
           EXIT.

      *    Mouvement de type WS-TYPE-MVT du compte courant portant
      *    la facture LNK-REFERENCE (canaux C et H : les numeros
      *    de ticket du bar ne se confondent pas avec eux).
       CHERCHER-MVT-FACTURE.
           MOVE 0 TO WS-MVT-TROUVE.
           MOVE FDC-CLIENT TO FDM-CLIENT.
           MOVE 0 TO FDM-SEQ.
           START FID-MOUVEMENTS KEY >= FDM-CLE
               INVALID KEY GO TO CHERCHER-MVT-FACTURE-EXIT
           END-START.
           MOVE 0 TO WS-MVT-EOF.
           PERFORM UNTIL WS-MVT-EOF = 1
               READ FID-MOUVEMENTS NEXT
                   AT END MOVE 1 TO WS-MVT-EOF
                   NOT AT END
                       IF FDM-CLIENT NOT = FDC-CLIENT
                           MOVE 1 TO WS-MVT-EOF
                       ELSE
                           IF FDM-TYPE = WS-TYPE-MVT AND
                               FDM-REFERENCE = LNK-REFERENCE AND
                               (FDM-CANAL = 'C' OR FDM-CANAL = 'H')
                               MOVE 1 TO WS-MVT-TROUVE
                               MOVE 1 TO WS-MVT-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       CHERCHER-MVT-FACTURE-EXIT.
           EXIT.

      *===============================================
      * REPRISE SUR AVOIR (R)
      * L'avoir LNK-MONTANT TTC sur la facture LNK-REFERENCE
      * retire les points qu'elle a rapportes, au taux de son
      * canal et au plus ce qu'elle a rapporte : sur l'attente si
      * la facture n'est pas encore reglee, sinon sur le solde
      * disponible (jamais en dessous de zero).
      *===============================================
       REPRENDRE-POINTS.
           MOVE LNK-CLIENT TO FDC-CLIENT.
           READ FID-COMPTES
               INVALID KEY GO TO REPRENDRE-POINTS-EXIT
           END-READ.
           PERFORM EXPIRER-CLIENT.
           MOVE 'A' TO WS-TYPE-MVT.
           PERFORM CHERCHER-MVT-FACTURE
               THRU CHERCHER-MVT-FACTURE-EXIT.
           IF WS-MVT-TROUVE = 1
               MOVE FDM-CANAL TO WS-CANAL-MVT
               PERFORM CHOISIR-TAUX-CANAL
               COMPUTE WS-POINTS = LNK-MONTANT * WS-TAUX
               IF WS-POINTS > FDM-POINTS
                   MOVE FDM-POINTS TO WS-POINTS
               END-IF
               SUBTRACT WS-POINTS FROM FDM-POINTS
               REWRITE FID-MVT-REC
               IF WS-POINTS > FDC-ATTENTE
                   MOVE 0 TO FDC-ATTENTE
               ELSE
                   SUBTRACT WS-POINTS FROM FDC-ATTENTE
               END-IF
           ELSE
               MOVE 'G' TO WS-TYPE-MVT
               PERFORM CHERCHER-MVT-FACTURE
                   THRU CHERCHER-MVT-FACTURE-EXIT
               IF WS-MVT-TROUVE = 0
                   GO TO REPRENDRE-POINTS-EXIT
               END-IF
               MOVE FDM-CANAL TO WS-CANAL-MVT
               PERFORM CHOISIR-TAUX-CANAL
               COMPUTE WS-POINTS = LNK-MONTANT * WS-TAUX
               IF WS-POINTS > FDM-POINTS
                   MOVE FDM-POINTS TO WS-POINTS
               END-IF
               IF WS-POINTS > FDC-SOLDE
                   MOVE FDC-SOLDE TO WS-POINTS
               END-IF
               MOVE WS-POINTS TO WS-A-CONSOMMER
               PERFORM CONSOMMER-POINTS
               SUBTRACT WS-POINTS FROM FDC-SOLDE
               SUBTRACT WS-POINTS FROM FDC-CUMUL-ACQUIS
           END-IF.
           IF WS-POINTS > 0
               MOVE 'R' TO WS-TYPE-MVT
               MOVE LNK-REFERENCE TO WS-REFERENCE-MVT
               PERFORM ECRIRE-MOUVEMENT
           END-IF.
           REWRITE FID-COMPTE-REC.
           MOVE WS-POINTS TO LNK-POINTS.
           MOVE 'Y' TO LNK-RESULTAT.
       REPRENDRE-POINTS-EXIT.
           EXIT.

      *===============================================
      * VALIDATION DES POINTS EN ATTENTE (V)
      * Chaque attente dont la facture est reglee (statut R)
      * devient un gain, date d'expiration courant a partir de
      * ce jour. Une facture introuvable a ete purgee par
      * ARCHFACT, qui ne purge que des factures reglees : ses
      * points sont acquis de meme.
      *===============================================
       VALIDER-ATTENTES.
           OPEN INPUT FACTURES.
           IF NOT WS-FAC-OUVERT-OK
               GO TO VALIDER-ATTENTES-EXIT
           END-IF.
           MOVE LOW-VALUES TO FDM-CLE.
           START FID-MOUVEMENTS KEY >= FDM-CLE
               INVALID KEY MOVE 1 TO WS-EOF
               NOT INVALID KEY MOVE 0 TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 1
               READ FID-MOUVEMENTS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF FDM-TYPE = 'A'
                           PERFORM VALIDER-UNE-ATTENTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FACTURES.
           MOVE 'Y' TO LNK-RESULTAT.
       VALIDER-ATTENTES-EXIT.
           EXIT.

       VALIDER-UNE-ATTENTE.
           MOVE FDM-REFERENCE TO FAC-NUM.
           READ FACTURES
               INVALID KEY MOVE 'R' TO FAC-STATUT
           END-READ.
           IF FAC-STATUT = 'R'
               MOVE 'G' TO FDM-TYPE
               MOVE FDM-POINTS TO FDM-RESTANT
               PERFORM CALCULER-EXPIRATION
               MOVE WS-DATE-CALC TO FDM-EXPIRE
               REWRITE FID-MVT-REC
               MOVE FDM-CLIENT TO FDC-CLIENT
               READ FID-COMPTES
                   NOT INVALID KEY
                       IF FDM-POINTS > FDC-ATTENTE
                           MOVE 0 TO FDC-ATTENTE
                       ELSE
                           SUBTRACT FDM-POINTS FROM FDC-ATTENTE
                       END-IF
                       ADD FDM-POINTS TO FDC-SOLDE
                       ADD FDM-POINTS TO FDC-CUMUL-ACQUIS
                       REWRITE FID-COMPTE-REC
               END-READ
               ADD FDM-POINTS TO LNK-POINTS
           END-IF.

      *===============================================
      * EXPIRATION (X, ET AVANT S / U / R)
      * Les gains dont la date est depassee perdent leur restant ;
      * un seul mouvement X par passage et par compte. Le compte
      * courant est a reecrire par l'appelant.
      *===============================================
       EXPIRER-COMPTES.
           MOVE 0 TO FDC-CLIENT.
           START FID-COMPTES KEY >= FDC-CLIENT
               INVALID KEY MOVE 1 TO WS-EOF
               NOT INVALID KEY MOVE 0 TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 1
               READ FID-COMPTES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM EXPIRER-CLIENT
                       IF WS-PTS-EXPIRES > 0
                           REWRITE FID-COMPTE-REC
                           ADD WS-PTS-EXPIRES TO LNK-POINTS
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'Y' TO LNK-RESULTAT.

       EXPIRER-CLIENT.
           MOVE 0 TO WS-PTS-EXPIRES.
           MOVE FDC-CLIENT TO FDM-CLIENT.
           MOVE 0 TO FDM-SEQ.
           START FID-MOUVEMENTS KEY >= FDM-CLE
               INVALID KEY MOVE 1 TO WS-MVT-EOF
               NOT INVALID KEY MOVE 0 TO WS-MVT-EOF
           END-START.
           PERFORM UNTIL WS-MVT-EOF = 1
               READ FID-MOUVEMENTS NEXT
                   AT END MOVE 1 TO WS-MVT-EOF
                   NOT AT END
                       IF FDM-CLIENT NOT = FDC-CLIENT
                           MOVE 1 TO WS-MVT-EOF
                       ELSE
                           IF FDM-TYPE = 'G' AND FDM-RESTANT > 0
                               AND FDM-EXPIRE < WS-DATE-JOUR
                               ADD FDM-RESTANT TO WS-PTS-EXPIRES
                               MOVE 0 TO FDM-RESTANT
                               REWRITE FID-MVT-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PTS-EXPIRES > 0
               MOVE WS-PTS-EXPIRES TO WS-POINTS
               MOVE 'X' TO WS-TYPE-MVT
               MOVE SPACE TO WS-CANAL-MVT
               MOVE 0 TO WS-REFERENCE-MVT
               PERFORM ECRIRE-MOUVEMENT
               IF WS-PTS-EXPIRES > FDC-SOLDE
                   MOVE 0 TO FDC-SOLDE
               ELSE
                   SUBTRACT WS-PTS-EXPIRES FROM FDC-SOLDE
               END-IF
               ADD WS-PTS-EXPIRES TO FDC-CUMUL-EXPIRE
           END-IF.
