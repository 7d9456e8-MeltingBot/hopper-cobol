      *   HOTELCTRL.DAT (la nuit qui se termine est celle de
      *   l'ancienne date) ;
      * - poste la nuitee de chaque sejour en maison (statut A)
      *   sur son folio, au tarif du calendrier ajuste par les
      *   regles de yield (YIELD.DAT) selon l'occupation du type
      *   cette nuit - MEME LOGIQUE DE PRIX QUE HOTEL/CALCULER-
      *   PRIX-NUIT. Le folio grossit
      *   ainsi nuit par nuit et un depart anticipe paie les
      *   nuits dormies, pas le sejour reserve (la facturation de
      *   depart ignore RES-TOTAL des que des nuitees sont au
      *   folio) ;
      * - liste les arrivees et departs attendus du nouveau jour ;
      * - passe en maintenance (CHB-ETAT-MENAGE 3) les chambres
      *   dont la fermeture pour travaux (BONTRAV.DAT) couvre le
      *   nouveau jour ;
      * - imprime le journal des revenus de la nuit (chambres
      *   contre extras) ;
      * - purge les fiches de police des clients etrangers
      *   (FICHEPOL.DAT) arrives depuis plus de
      *   WS-MOIS-CONSERVATION-FPO mois, duree legale de
      *   conservation ;
      * - exporte pour le gestionnaire de canaux (CANALDISPO.TXT)
      *   les chambres vendables par type et par nuit sur
      *   WS-HORIZON-DISPO nuits a partir du nouveau jour (chambres
      *   en service moins sejours R/A moins blocs d'allotement non
      *   relaches, chambres fermees pour travaux) et le prix de
      *   la nuit au calendrier tarifaire, ajuste par les regles de
      *   yield selon l'occupation prevue du type cette nuit-la ;
      * - imprime l'etat de tarification dynamique : regles
      *   declenchees sur la nuit auditee (impact realise sur les
      *   nuitees postees) et sur les nuits exportees (impact
      *   potentiel sur les chambres encore vendables).
      *   Les agences ne vendent ainsi que ce que l'hotel a
      *   reellement, et les reservations revenant par CANALRESA
      *   ne surbookent pas.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PKG-CLE.
      *    BLOCS TOUR-OPERATEURS - VOIR COPYBOOKS/ALLOT.CPY
           SELECT ALLOTEMENTS ASSIGN TO 'ALLOTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALO-NUM
               FILE STATUS IS WS-ALO-STATUS.
      *    BONS DE TRAVAUX - VOIR COPYBOOKS/BONTRAV.CPY
           SELECT BONS-TRAVAUX ASSIGN TO 'BONTRAV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BTR-NUM
               FILE STATUS IS WS-BTR-STATUS.
      *    REGLES DE YIELD - VOIR COPYBOOKS/YIELD.CPY, MAINTENUES
      *    DANS HOTEL. FICHIER ABSENT : PRIX DU CALENDRIER SEUL.
           SELECT YIELDS ASSIGN TO 'YIELD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YLD-CLE
               FILE STATUS IS WS-YLD-STATUS.
      *    FICHES DE POLICE - VOIR COPYBOOKS/FICHEPOL.CPY
           SELECT FICHES-POLICE ASSIGN TO 'FICHEPOL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPO-NUM
               FILE STATUS IS WS-FPO-STATUS.
      *    DISPONIBILITES ET PRIX REMIS AU GESTIONNAIRE DE CANAUX
           SELECT EXPORT-DISPO ASSIGN TO 'CANALDISPO.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HOTEL-CONTROLE.
      *    FORFAITS - VOIR COPYBOOKS/PACKAGE.CPY
       FD PACKAGES.
           COPY PACKAGE.
       FD ALLOTEMENTS.
           COPY ALLOT.
       FD BONS-TRAVAUX.
           COPY BONTRAV.
       FD FICHES-POLICE.
           COPY FICHEPOL.
       FD YIELDS.
           COPY YIELD.
      *    H = EN-TETE, D = UN TYPE DE CHAMBRE POUR UNE NUIT,
      *    Z = NOMBRE DE LIGNES D EN QUEUE.
       FD EXPORT-DISPO.
       01 EXPORT-DISPO-REC.
           05 DSP-ENREG     PIC X.
           05 DSP-DETAIL    PIC X(39).
       01 EXPORT-DISPO-H REDEFINES EXPORT-DISPO-REC.
           05 DSH-ENREG     PIC X.
           05 DSH-DATE      PIC 9(8).
           05 DSH-HORIZON   PIC 999.
           05 FILLER        PIC X(28).
       01 EXPORT-DISPO-D REDEFINES EXPORT-DISPO-REC.
           05 DSD-ENREG     PIC X.
           05 DSD-TYPE-CHB  PIC X(10).
           05 DSD-DATE      PIC 9(8).
           05 DSD-LIBRES    PIC 999.
           05 DSD-PRIX      PIC 9(4)V99.
           05 FILLER        PIC X(12).
       01 EXPORT-DISPO-Z REDEFINES EXPORT-DISPO-REC.
           05 DSZ-ENREG     PIC X.
           05 DSZ-NB        PIC 9(6).
           05 FILLER        PIC X(33).
       WORKING-STORAGE SECTION.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-CTRL-STATUS    PIC XX VALUE '00'.
           88 WS-CTRL-OUVERT-OK VALUE '00'.
       01 WS-DATE-NUIT      PIC 9(8) VALUE 0.
       01 WS-DATE-NOUVELLE  PIC 9(8) VALUE 0.
       01 WS-DATE-NOUVELLE-R REDEFINES WS-DATE-NOUVELLE.
           05 WS-NOUV-AAAA  PIC 9(4).
           05 WS-NOUV-MM    PIC 99.
           05 WS-NOUV-JJ    PIC 99.
       01 WS-JULIEN         PIC 9(9) VALUE 0.
       01 WS-COUNT-NUITEES  PIC 999 VALUE 0.
       01 WS-COUNT-ARRIVEES PIC 999 VALUE 0.
       01 WS-PKG-EOF        PIC 9 VALUE 0.
       01 WS-MONTANT-PKG    PIC 9(5)V99 VALUE 0.
       01 WS-COUNT-FORFAITS PIC 999 VALUE 0.
      *    EXPORT DES DISPONIBILITES PAR TYPE ET PAR NUIT
       01 WS-ALO-STATUS     PIC XX VALUE '00'.
           88 WS-ALO-OUVERT-OK VALUE '00'.
       01 WS-DSP-STATUS     PIC XX VALUE '00'.
       01 WS-BTR-STATUS     PIC XX VALUE '00'.
           88 WS-BTR-OUVERT-OK VALUE '00'.
       01 WS-BTR-DISPO      PIC 9 VALUE 0.
       01 WS-HS-FIN-BON     PIC 9(8) VALUE 0.
       01 WS-COUNT-MAINTENANCE PIC 999 VALUE 0.
      *    PURGE DES FICHES DE POLICE (CONSERVATION LEGALE)
       01 WS-FPO-STATUS     PIC XX VALUE '00'.
           88 WS-FPO-OUVERT-OK VALUE '00'.
       01 WS-MOIS-CONSERVATION-FPO PIC 99 VALUE 6.
       01 WS-NB-MOIS-LIMITE PIC 9(6) VALUE 0.
       01 WS-DATE-LIMITE-FPO PIC 9(8) VALUE 0.
       01 WS-LIMITE-R REDEFINES WS-DATE-LIMITE-FPO.
           05 WS-LIM-AAAA   PIC 9(4).
           05 WS-LIM-MM     PIC 99.
           05 WS-LIM-JJ     PIC 99.
       01 WS-COUNT-FICHES-PURGEES PIC 9(5) VALUE 0.
       01 WS-HORIZON-DISPO  PIC 999 VALUE 60.
       01 WS-JULIEN-FIN-DISPO PIC 9(9) VALUE 0.
       01 WS-NB-TYPES       PIC 99 VALUE 0.
       01 WS-IDX-TYPE       PIC 99 VALUE 0.
       01 WS-TYPE-TROUVE    PIC 99 VALUE 0.
       01 WS-IDX-JOUR       PIC 999 VALUE 0.
       01 WS-TYPE-CHERCHE   PIC X(10) VALUE SPACES.
       01 WS-JOUR-DEBUT     PIC S9(9) VALUE 0.
       01 WS-JOUR-FIN       PIC S9(9) VALUE 0.
       01 WS-ALO-NUITS      PIC 9(5) VALUE 0.
       01 WS-PRIS-NUIT      PIC 9(4) VALUE 0.
       01 WS-TENUES         PIC S9(4) VALUE 0.
       01 WS-LIBRES         PIC S9(4) VALUE 0.
       01 WS-NB-LIGNES-DISPO PIC 9(6) VALUE 0.
       01 WS-TYPES-CHAMBRE.
           05 WS-TC-ENTRY OCCURS 20 TIMES.
               10 WS-TC-TYPE    PIC X(10).
               10 WS-TC-NB      PIC 999.
               10 WS-TC-PRIX    PIC 9(4)V99.
      *            NUIT AUDITEE : CHAMBRES PRISES, NUITEES AJUSTEES
      *            PAR UNE REGLE DE YIELD ET LEUR IMPACT REALISE
               10 WS-TC-NUIT    PIC S9(4).
               10 WS-TC-YLD-NB  PIC 9(4).
               10 WS-TC-YLD-TAUX PIC 999.
               10 WS-TC-YLD-REGLE PIC X(20).
               10 WS-TC-YLD-IMPACT PIC S9(7)V99.
               10 WS-TC-PRISES  PIC S9(4) OCCURS 366 TIMES.
      *    TARIFICATION SELON L'OCCUPATION - MEME TABLE DE REGLES
      *    QUE HOTEL
       01 WS-YLD-STATUS     PIC XX VALUE '00'.
           88 WS-YLD-OUVERT-OK VALUE '00'.
       01 WS-YLD-DISPO      PIC 9 VALUE 0.
       01 WS-YLD-EOF        PIC 9 VALUE 0.
       01 WS-YLD-TYPE-CHARGE PIC X(10) VALUE HIGH-VALUES.
       01 WS-NB-REGLES-YLD  PIC 99 VALUE 0.
       01 WS-IDX-YLD        PIC 99 VALUE 0.
       01 WS-YLD-RETENUE    PIC 99 VALUE 0.
       01 WS-YLD-BAISSE     PIC 99 VALUE 0.
       01 WS-TAUX-OCCUPATION PIC 999 VALUE 0.
       01 WS-JOURS-AVANT    PIC S9(5) VALUE 0.
       01 WS-PRIX-CALENDRIER PIC 9(4)V99 VALUE 0.
       01 WS-PRIX-AJUSTE    PIC S9(6)V99 VALUE 0.
       01 WS-ECART-YIELD    PIC 9(6)V99 VALUE 0.
       01 WS-IMPACT-NUIT    PIC S9(7)V99 VALUE 0.
       01 WS-IMPACT-REALISE PIC S9(7)V99 VALUE 0.
       01 WS-IMPACT-POTENTIEL PIC S9(9)V99 VALUE 0.
       01 WS-NB-NUITS-YIELD PIC 9(5) VALUE 0.
       01 WS-PRIX-EDIT      PIC Z(3)9.99.
       01 WS-PRIX-AJUSTE-EDIT PIC Z(3)9.99.
       01 WS-IMPACT-EDIT    PIC Z(8)9.99-.
       01 WS-LIBRES-EDIT    PIC ZZZ9.
       01 WS-REGLES-YLD-TABLE.
           05 WS-YR-ENTRY OCCURS 20 TIMES.
               10 WS-YR-SENS    PIC X.
               10 WS-YR-SEUIL   PIC 999.
               10 WS-YR-JOURS   PIC 999.
               10 WS-YR-MODE    PIC X.
               10 WS-YR-VALEUR  PIC 9(4)V99.
               10 WS-YR-LIBELLE PIC X(20).
       PROCEDURE DIVISION.
       DEBUT.
           OPEN I-O RESERVATIONS.
           OPEN I-O FOLIOS.
           OPEN I-O CHAMBRES.
           OPEN INPUT SAISONS.
           OPEN INPUT TARIFS.
           OPEN INPUT PACKAGES.
               FUNCTION DATE-OF-INTEGER(WS-JULIEN).
           DISPLAY '=== AUDIT DE NUIT - NUIT DU ' WS-DATE-NUIT
               ' ==='.
           OPEN INPUT BONS-TRAVAUX.
           IF WS-BTR-OUVERT-OK
               MOVE 1 TO WS-BTR-DISPO
           END-IF.
           OPEN INPUT YIELDS.
           IF WS-YLD-OUVERT-OK
               MOVE 1 TO WS-YLD-DISPO
           END-IF.
      *    Types de chambre et occupation de la nuit auditee,
      *    utilises par les regles de yield puis par l'export.
           PERFORM RELEVER-TYPES-CHAMBRE.
           PERFORM DECOMPTER-NUIT-AUDITEE
               THRU DECOMPTER-NUIT-AUDITEE-EXIT.
           PERFORM POSTER-NUITEES.
           PERFORM JOURNAL-REVENUS-NUIT.
           PERFORM ETAT-YIELD-NUIT-AUDITEE
               THRU ETAT-YIELD-NUIT-AUDITEE-EXIT.
           PERFORM LISTER-MOUVEMENTS-ATTENDUS.
           PERFORM SAUVER-DATE-EXPLOITATION.
           IF WS-BTR-DISPO = 1
               PERFORM PASSER-EN-MAINTENANCE
           END-IF.
           PERFORM PURGER-FICHES-POLICE
               THRU PURGER-FICHES-POLICE-EXIT.
           PERFORM EXPORTER-DISPONIBILITES.
           IF WS-BTR-DISPO = 1
               CLOSE BONS-TRAVAUX
           END-IF.
           IF WS-YLD-DISPO = 1
               CLOSE YIELDS
           END-IF.
           DISPLAY 'NOUVELLE DATE D EXPLOITATION: '
               WS-DATE-NOUVELLE.
           CLOSE RESERVATIONS.
           COMPUTE WS-NUIT-JULIEN =
               FUNCTION INTEGER-OF-DATE(WS-NUIT-DATE).
           PERFORM CALCULER-PRIX-NUIT.
           IF WS-YLD-DISPO = 1
               PERFORM APPLIQUER-YIELD-NUITEE
           END-IF.
           PERFORM TROUVER-PROCHAIN-SEQ-FOLIO.
           MOVE RES-ID TO FOL-RESERVATION.
           MOVE WS-DATE-NUIT TO FOL-DATE.
               WS-DATE-NUIT DELIMITED BY SIZE
               INTO FOL-LIBELLE.
           MOVE WS-PRIX-NUIT TO FOL-MONTANT.
           MOVE 'N' TO FOL-TYPE.
           MOVE SPACE TO FOL-TVA-CODE.
           WRITE FOLIO-REC
               INVALID KEY CONTINUE
           END-WRITE.
           MOVE WS-DATE-NUIT TO FOL-DATE.
           MOVE PKG-LIBELLE TO FOL-LIBELLE.
           MOVE WS-MONTANT-PKG TO FOL-MONTANT.
           MOVE 'F' TO FOL-TYPE.
           MOVE SPACE TO FOL-TVA-CODE.
           WRITE FOLIO-REC
               INVALID KEY CONTINUE
           END-WRITE.
               END-READ
           END-IF.

      *    Occupation de la nuit auditee du type de la chambre :
      *    la nuit est a 0 jour, les baisses de derniere minute
      *    jouent. La difference avec le calendrier est cumulee
      *    par type pour l'etat de tarification dynamique.
       APPLIQUER-YIELD-NUITEE.
           MOVE CHB-TYPE TO WS-TYPE-CHERCHE.
           PERFORM TROUVER-TYPE-CHAMBRE.
           IF WS-TYPE-TROUVE > 0
               COMPUTE WS-TAUX-OCCUPATION =
                   WS-TC-NUIT(WS-TYPE-TROUVE) * 100 /
                   WS-TC-NB(WS-TYPE-TROUVE)
                   ON SIZE ERROR MOVE 999 TO WS-TAUX-OCCUPATION
               END-COMPUTE
               MOVE 0 TO WS-JOURS-AVANT
               PERFORM APPLIQUER-REGLES-YIELD
               IF WS-YLD-RETENUE > 0
                   COMPUTE WS-IMPACT-NUIT =
                       WS-PRIX-NUIT - WS-PRIX-CALENDRIER
                   ADD 1 TO WS-TC-YLD-NB(WS-TYPE-TROUVE)
                   ADD WS-IMPACT-NUIT TO
                       WS-TC-YLD-IMPACT(WS-TYPE-TROUVE)
                   MOVE WS-TAUX-OCCUPATION TO
                       WS-TC-YLD-TAUX(WS-TYPE-TROUVE)
                   MOVE WS-YR-LIBELLE(WS-YLD-RETENUE) TO
                       WS-TC-YLD-REGLE(WS-TYPE-TROUVE)
               END-IF
           END-IF.

      *    Regles du type CHB-TYPE appliquees au prix du
      *    calendrier WS-PRIX-NUIT pour WS-TAUX-OCCUPATION et
      *    WS-JOURS-AVANT.
       APPLIQUER-REGLES-YIELD.
           MOVE WS-PRIX-NUIT TO WS-PRIX-CALENDRIER.
           MOVE 0 TO WS-YLD-RETENUE.
           IF CHB-TYPE NOT = WS-YLD-TYPE-CHARGE
               PERFORM CHARGER-REGLES-YIELD
           END-IF.
           IF WS-NB-REGLES-YLD > 0
               PERFORM EVALUER-REGLES-YIELD
           END-IF.

      *    MEME LOGIQUE QUE HOTEL/CHARGER-REGLES-YIELD.
       CHARGER-REGLES-YIELD.
           MOVE CHB-TYPE TO WS-YLD-TYPE-CHARGE.
           MOVE 0 TO WS-NB-REGLES-YLD.
           MOVE CHB-TYPE TO YLD-TYPE.
           MOVE 0 TO YLD-SEQ.
           MOVE 0 TO WS-YLD-EOF.
           START YIELDS KEY >= YLD-CLE
               INVALID KEY MOVE 1 TO WS-YLD-EOF
           END-START.
           PERFORM UNTIL WS-YLD-EOF = 1
               READ YIELDS NEXT
                   AT END MOVE 1 TO WS-YLD-EOF
                   NOT AT END
                       IF YLD-TYPE NOT = WS-YLD-TYPE-CHARGE
                           MOVE 1 TO WS-YLD-EOF
                       ELSE
                           PERFORM RETENIR-REGLE-YIELD
                       END-IF
               END-READ
           END-PERFORM.

       RETENIR-REGLE-YIELD.
           IF WS-NB-REGLES-YLD < 20
               ADD 1 TO WS-NB-REGLES-YLD
               MOVE YLD-SENS TO WS-YR-SENS(WS-NB-REGLES-YLD)
               MOVE YLD-SEUIL TO WS-YR-SEUIL(WS-NB-REGLES-YLD)
               MOVE YLD-JOURS TO WS-YR-JOURS(WS-NB-REGLES-YLD)
               MOVE YLD-MODE TO WS-YR-MODE(WS-NB-REGLES-YLD)
               MOVE YLD-VALEUR TO WS-YR-VALEUR(WS-NB-REGLES-YLD)
               MOVE YLD-LIBELLE TO WS-YR-LIBELLE(WS-NB-REGLES-YLD)
           END-IF.

      *    MEME LOGIQUE QUE HOTEL/EVALUER-REGLES-YIELD : la hausse
      *    atteinte au seuil le plus haut, a defaut la baisse au
      *    seuil le plus bas dont le delai est atteint.
       EVALUER-REGLES-YIELD.
           MOVE 0 TO WS-YLD-RETENUE.
           MOVE 0 TO WS-YLD-BAISSE.
           PERFORM EXAMINER-REGLE-YIELD
               VARYING WS-IDX-YLD FROM 1 BY 1
               UNTIL WS-IDX-YLD > WS-NB-REGLES-YLD.
           IF WS-YLD-RETENUE = 0
               MOVE WS-YLD-BAISSE TO WS-YLD-RETENUE
           END-IF.
           IF WS-YLD-RETENUE > 0
               PERFORM AJUSTER-PRIX-NUIT
           END-IF.

       EXAMINER-REGLE-YIELD.
           IF WS-YR-SENS(WS-IDX-YLD) = 'H'
               IF WS-TAUX-OCCUPATION >= WS-YR-SEUIL(WS-IDX-YLD)
                   IF WS-YLD-RETENUE = 0
                       MOVE WS-IDX-YLD TO WS-YLD-RETENUE
                   ELSE
                       IF WS-YR-SEUIL(WS-IDX-YLD) >
                           WS-YR-SEUIL(WS-YLD-RETENUE)
                           MOVE WS-IDX-YLD TO WS-YLD-RETENUE
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF WS-TAUX-OCCUPATION < WS-YR-SEUIL(WS-IDX-YLD) AND
                   WS-JOURS-AVANT <= WS-YR-JOURS(WS-IDX-YLD)
                   IF WS-YLD-BAISSE = 0
                       MOVE WS-IDX-YLD TO WS-YLD-BAISSE
                   ELSE
                       IF WS-YR-SEUIL(WS-IDX-YLD) <
                           WS-YR-SEUIL(WS-YLD-BAISSE)
                           MOVE WS-IDX-YLD TO WS-YLD-BAISSE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       AJUSTER-PRIX-NUIT.
           MOVE WS-YLD-RETENUE TO WS-IDX-YLD.
           IF WS-YR-MODE(WS-IDX-YLD) = 'P'
               COMPUTE WS-ECART-YIELD ROUNDED =
                   WS-PRIX-CALENDRIER * WS-YR-VALEUR(WS-IDX-YLD)
                   / 100
           ELSE
               MOVE WS-YR-VALEUR(WS-IDX-YLD) TO WS-ECART-YIELD
           END-IF.
           IF WS-YR-SENS(WS-IDX-YLD) = 'H'
               COMPUTE WS-PRIX-AJUSTE =
                   WS-PRIX-CALENDRIER + WS-ECART-YIELD
           ELSE
               COMPUTE WS-PRIX-AJUSTE =
                   WS-PRIX-CALENDRIER - WS-ECART-YIELD
           END-IF.
           IF WS-PRIX-AJUSTE < 0
               MOVE 0 TO WS-PRIX-AJUSTE
           END-IF.
           IF WS-PRIX-AJUSTE > 9999.99
               MOVE 9999.99 TO WS-PRIX-AJUSTE
           END-IF.
           MOVE WS-PRIX-AJUSTE TO WS-PRIX-NUIT.

      *    Journal des revenus de la nuit : les nuitees postees
      *    ci-dessus contre les extras du folio dates de la nuit.
       JOURNAL-REVENUS-NUIT.
           DISPLAY 'CHAMBRES: ' WS-REVENU-CHAMBRES.
           DISPLAY 'EXTRAS:   ' WS-REVENU-EXTRAS.

      *    Etat de tarification dynamique, premiere partie : par
      *    type, la regle declenchee sur la nuit auditee, le nombre
      *    de nuitees ajustees et l'ecart realise contre le
      *    calendrier.
       ETAT-YIELD-NUIT-AUDITEE.
           IF WS-YLD-DISPO = 0
               GO TO ETAT-YIELD-NUIT-AUDITEE-EXIT
           END-IF.
           DISPLAY '--- TARIFICATION DYNAMIQUE - NUIT DU '
               WS-DATE-NUIT ' ---'.
           MOVE 0 TO WS-IMPACT-REALISE.
           PERFORM VARYING WS-IDX-TYPE FROM 1 BY 1
               UNTIL WS-IDX-TYPE > WS-NB-TYPES
               IF WS-TC-YLD-NB(WS-IDX-TYPE) > 0
                   MOVE WS-TC-YLD-IMPACT(WS-IDX-TYPE) TO
                       WS-IMPACT-EDIT
                   DISPLAY WS-TC-TYPE(WS-IDX-TYPE) ' OCC '
                       WS-TC-YLD-TAUX(WS-IDX-TYPE) '% '
                       WS-TC-YLD-REGLE(WS-IDX-TYPE) ' '
                       WS-TC-YLD-NB(WS-IDX-TYPE) ' NUITEE(S) '
                       WS-IMPACT-EDIT
                   ADD WS-TC-YLD-IMPACT(WS-IDX-TYPE) TO
                       WS-IMPACT-REALISE
               END-IF
           END-PERFORM.
           MOVE WS-IMPACT-REALISE TO WS-IMPACT-EDIT.
           DISPLAY 'IMPACT REALISE SUR LA NUIT: ' WS-IMPACT-EDIT.
       ETAT-YIELD-NUIT-AUDITEE-EXIT.
           EXIT.

       LISTER-MOUVEMENTS-ATTENDUS.
           DISPLAY '--- ARRIVEES ATTENDUES LE ' WS-DATE-NOUVELLE
               ' ---'.
               END-READ
           END-PERFORM.
           DISPLAY WS-COUNT-DEPARTS ' DEPART(S)'.

      *    Date limite = nouveau jour moins la duree de
      *    conservation, en mois calendaires (meme jour du mois).
       PURGER-FICHES-POLICE.
           OPEN I-O FICHES-POLICE.
           IF NOT WS-FPO-OUVERT-OK
               GO TO PURGER-FICHES-POLICE-EXIT
           END-IF.
           COMPUTE WS-NB-MOIS-LIMITE =
               WS-NOUV-AAAA * 12 + WS-NOUV-MM - 1
               - WS-MOIS-CONSERVATION-FPO.
           COMPUTE WS-LIM-AAAA = WS-NB-MOIS-LIMITE / 12.
           COMPUTE WS-LIM-MM =
               WS-NB-MOIS-LIMITE - WS-LIM-AAAA * 12 + 1.
           MOVE WS-NOUV-JJ TO WS-LIM-JJ.
           MOVE 0 TO FPO-NUM.
           START FICHES-POLICE KEY >= FPO-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ FICHES-POLICE NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF FPO-DATE-ARRIVEE < WS-DATE-LIMITE-FPO
                           DELETE FICHES-POLICE
                               INVALID KEY CONTINUE
                           END-DELETE
                           ADD 1 TO WS-COUNT-FICHES-PURGEES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHES-POLICE.
           IF WS-COUNT-FICHES-PURGEES > 0
               DISPLAY WS-COUNT-FICHES-PURGEES
                   ' FICHE(S) DE POLICE PURGEE(S), ARRIVEES AVANT LE '
                   WS-DATE-LIMITE-FPO
           END-IF.
       PURGER-FICHES-POLICE-EXIT.
           EXIT.

      *===============================================
      * EXPORT DES DISPONIBILITES POUR LES AGENCES EN LIGNE
      * Une ligne D par type de chambre et par nuit, du nouveau
      * jour sur WS-HORIZON-DISPO nuits. Vendables = chambres en
      * service du type - sejours R/A couvrant la nuit - chambres
      * encore tenues par les allotements non relaches (MEME
      * LOGIQUE QUE HOTEL/CONTROLER-ALLOTEMENTS), jamais moins de
      * zero. Le prix est celui de CALCULER-PRIX-NUIT pour le
      * type, CHB-PRIX de la premiere chambre en repli.
      *===============================================
       EXPORTER-DISPONIBILITES.
           COMPUTE WS-JULIEN-FIN-DISPO =
               WS-JULIEN + WS-HORIZON-DISPO.
           PERFORM DECOMPTER-SEJOURS-DISPO.
           IF WS-BTR-DISPO = 1
               PERFORM DECOMPTER-TRAVAUX-DISPO
           END-IF.
           OPEN INPUT ALLOTEMENTS.
           IF WS-ALO-OUVERT-OK
               PERFORM DECOMPTER-ALLOTEMENTS-DISPO
               CLOSE ALLOTEMENTS
           END-IF.
           OPEN OUTPUT EXPORT-DISPO.
           MOVE SPACES TO EXPORT-DISPO-REC.
           MOVE 'H' TO DSH-ENREG.
           MOVE WS-DATE-NOUVELLE TO DSH-DATE.
           MOVE WS-HORIZON-DISPO TO DSH-HORIZON.
           WRITE EXPORT-DISPO-REC.
           MOVE 0 TO WS-NB-LIGNES-DISPO.
           MOVE 0 TO WS-NB-NUITS-YIELD.
           MOVE 0 TO WS-IMPACT-POTENTIEL.
           IF WS-YLD-DISPO = 1
               DISPLAY '--- TARIFICATION DYNAMIQUE - NUITS A VENIR '
                   '---'
           END-IF.
           MOVE 1 TO WS-IDX-TYPE.
           PERFORM UNTIL WS-IDX-TYPE > WS-NB-TYPES
               MOVE 1 TO WS-IDX-JOUR
               PERFORM UNTIL WS-IDX-JOUR > WS-HORIZON-DISPO
                   PERFORM ECRIRE-LIGNE-DISPO
                   ADD 1 TO WS-IDX-JOUR
               END-PERFORM
               ADD 1 TO WS-IDX-TYPE
           END-PERFORM.
           MOVE SPACES TO EXPORT-DISPO-REC.
           MOVE 'Z' TO DSZ-ENREG.
           MOVE WS-NB-LIGNES-DISPO TO DSZ-NB.
           WRITE EXPORT-DISPO-REC.
           CLOSE EXPORT-DISPO.
           IF WS-YLD-DISPO = 1
               MOVE WS-IMPACT-POTENTIEL TO WS-IMPACT-EDIT
               DISPLAY WS-NB-NUITS-YIELD ' NUIT(S)-TYPE AJUSTEE(S), '
                   'IMPACT POTENTIEL: ' WS-IMPACT-EDIT
           END-IF.
           DISPLAY '--- DISPONIBILITES EXPORTEES (CANALDISPO.TXT) ---'.
           DISPLAY WS-NB-TYPES ' TYPE(S) DE CHAMBRE, '
               WS-NB-LIGNES-DISPO ' LIGNE(S)'.

      *    Chambres en service par type ; les chambres hors service
      *    ne sont pas proposees aux agences.
       RELEVER-TYPES-CHAMBRE.
           MOVE 0 TO WS-NB-TYPES.
           MOVE 0 TO CHB-NUM.
           START CHAMBRES KEY >= CHB-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ CHAMBRES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CHB-DISPO = 1
                           MOVE CHB-TYPE TO WS-TYPE-CHERCHE
                           PERFORM TROUVER-TYPE-CHAMBRE
                           IF WS-TYPE-TROUVE = 0 AND WS-NB-TYPES < 20
                               PERFORM AJOUTER-TYPE-CHAMBRE
                           END-IF
                           IF WS-TYPE-TROUVE > 0
                               ADD 1 TO WS-TC-NB(WS-TYPE-TROUVE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       TROUVER-TYPE-CHAMBRE.
           MOVE 0 TO WS-TYPE-TROUVE.
           MOVE 1 TO WS-IDX-TYPE.
           PERFORM UNTIL WS-IDX-TYPE > WS-NB-TYPES OR
               WS-TYPE-TROUVE > 0
               IF WS-TC-TYPE(WS-IDX-TYPE) = WS-TYPE-CHERCHE
                   MOVE WS-IDX-TYPE TO WS-TYPE-TROUVE
               END-IF
               ADD 1 TO WS-IDX-TYPE
           END-PERFORM.

       AJOUTER-TYPE-CHAMBRE.
           ADD 1 TO WS-NB-TYPES.
           MOVE WS-NB-TYPES TO WS-TYPE-TROUVE.
           MOVE CHB-TYPE TO WS-TC-TYPE(WS-NB-TYPES).
           MOVE 0 TO WS-TC-NB(WS-NB-TYPES).
           MOVE CHB-PRIX TO WS-TC-PRIX(WS-NB-TYPES).
           MOVE 0 TO WS-TC-NUIT(WS-NB-TYPES).
           MOVE 0 TO WS-TC-YLD-NB(WS-NB-TYPES).
           MOVE 0 TO WS-TC-YLD-TAUX(WS-NB-TYPES).
           MOVE SPACES TO WS-TC-YLD-REGLE(WS-NB-TYPES).
           MOVE 0 TO WS-TC-YLD-IMPACT(WS-NB-TYPES).
           MOVE 1 TO WS-IDX-JOUR.
           PERFORM UNTIL WS-IDX-JOUR > WS-HORIZON-DISPO
               MOVE 0 TO WS-TC-PRISES(WS-NB-TYPES, WS-IDX-JOUR)
               ADD 1 TO WS-IDX-JOUR
           END-PERFORM.

      *    Occupation de la nuit auditee par type : sejours R/A
      *    couvrant la nuit et chambres fermees pour travaux cette
      *    nuit. Tout allotement est relache a cette date.
       DECOMPTER-NUIT-AUDITEE.
           MOVE 0 TO RES-ID.
           START RESERVATIONS KEY >= RES-ID
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ RESERVATIONS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF (RES-STATUT = 'R' OR RES-STATUT = 'A') AND
                           RES-DEBUT <= WS-DATE-NUIT AND
                           RES-FIN > WS-DATE-NUIT
                           MOVE RES-CHAMBRE TO CHB-NUM
                           PERFORM DECOMPTER-CHAMBRE-NUIT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-BTR-DISPO = 0
               GO TO DECOMPTER-NUIT-AUDITEE-EXIT
           END-IF.
           MOVE 0 TO BTR-NUM.
           START BONS-TRAVAUX KEY >= BTR-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ BONS-TRAVAUX NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF BTR-HS-DEBUT > 0 AND
                           BTR-HS-DEBUT <= WS-DATE-NUIT
                           PERFORM DECOMPTER-BON-NUIT
                       END-IF
               END-READ
           END-PERFORM.
       DECOMPTER-NUIT-AUDITEE-EXIT.
           EXIT.

      *    MEME LOGIQUE DE FIN DE FERMETURE QUE
      *    DECOMPTER-UN-BON-TRAVAUX.
       DECOMPTER-BON-NUIT.
           MOVE BTR-HS-FIN TO WS-HS-FIN-BON.
           IF WS-HS-FIN-BON = 0
               MOVE 99999999 TO WS-HS-FIN-BON
           END-IF.
           IF BTR-STATUT = 'C' AND BTR-DATE-CLOTURE < WS-HS-FIN-BON
               MOVE BTR-DATE-CLOTURE TO WS-HS-FIN-BON
           END-IF.
           IF WS-HS-FIN-BON > WS-DATE-NUIT
               MOVE BTR-CHAMBRE TO CHB-NUM
               PERFORM DECOMPTER-CHAMBRE-NUIT
           END-IF.

       DECOMPTER-CHAMBRE-NUIT.
           READ CHAMBRES
               INVALID KEY MOVE 0 TO CHB-DISPO
           END-READ.
           IF CHB-DISPO = 1
               MOVE CHB-TYPE TO WS-TYPE-CHERCHE
               PERFORM TROUVER-TYPE-CHAMBRE
               IF WS-TYPE-TROUVE > 0
                   ADD 1 TO WS-TC-NUIT(WS-TYPE-TROUVE)
               END-IF
           END-IF.

      *    Sejours reserves ou en maison : chaque nuit couverte
      *    dans l'horizon occupe une chambre de leur type.
       DECOMPTER-SEJOURS-DISPO.
           MOVE 0 TO RES-ID.
           START RESERVATIONS KEY >= RES-ID
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ RESERVATIONS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF (RES-STATUT = 'R' OR RES-STATUT = 'A') AND
                           RES-FIN > WS-DATE-NOUVELLE
                           PERFORM DECOMPTER-UN-SEJOUR
                       END-IF
               END-READ
           END-PERFORM.

       DECOMPTER-UN-SEJOUR.
           MOVE RES-CHAMBRE TO CHB-NUM.
           READ CHAMBRES
               INVALID KEY MOVE 0 TO CHB-DISPO
           END-READ.
           IF CHB-DISPO = 1
               MOVE CHB-TYPE TO WS-TYPE-CHERCHE
               PERFORM TROUVER-TYPE-CHAMBRE
               IF WS-TYPE-TROUVE > 0
                   MOVE 1 TO WS-TENUES
                   COMPUTE WS-JOUR-DEBUT =
                       FUNCTION INTEGER-OF-DATE(RES-DEBUT)
                       - WS-JULIEN + 1
                   COMPUTE WS-JOUR-FIN =
                       FUNCTION INTEGER-OF-DATE(RES-FIN) - WS-JULIEN
                   PERFORM CUMULER-NUITS-PRISES
               END-IF
           END-IF.

      *    Nuits WS-JOUR-DEBUT a WS-JOUR-FIN (rang 1 = nouveau
      *    jour), ramenees a l'horizon, ajoutees au type trouve.
       CUMULER-NUITS-PRISES.
           IF WS-JOUR-DEBUT < 1
               MOVE 1 TO WS-JOUR-DEBUT
           END-IF.
           IF WS-JOUR-FIN > WS-HORIZON-DISPO
               MOVE WS-HORIZON-DISPO TO WS-JOUR-FIN
           END-IF.
           PERFORM VARYING WS-IDX-JOUR FROM WS-JOUR-DEBUT BY 1
               UNTIL WS-IDX-JOUR > WS-JOUR-FIN
               ADD WS-TENUES TO
                   WS-TC-PRISES(WS-TYPE-TROUVE, WS-IDX-JOUR)
           END-PERFORM.

      *    Blocs non relaches : pour chaque nuit a plus de
      *    ALO-RELEASE-JOURS du nouveau jour, ALO-QTE moins le
      *    pick-up moyen par nuit reste tenu pour l'operateur.
       DECOMPTER-ALLOTEMENTS-DISPO.
           MOVE 0 TO ALO-NUM.
           START ALLOTEMENTS KEY >= ALO-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ ALLOTEMENTS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ALO-FIN > WS-DATE-NOUVELLE
                           PERFORM DECOMPTER-UN-ALLOTEMENT
                       END-IF
               END-READ
           END-PERFORM.

       DECOMPTER-UN-ALLOTEMENT.
           MOVE ALO-TYPE TO WS-TYPE-CHERCHE.
           PERFORM TROUVER-TYPE-CHAMBRE.
           COMPUTE WS-ALO-NUITS =
               FUNCTION INTEGER-OF-DATE(ALO-FIN)
               - FUNCTION INTEGER-OF-DATE(ALO-DEBUT).
           MOVE 0 TO WS-PRIS-NUIT.
           IF WS-ALO-NUITS > 0
               COMPUTE WS-PRIS-NUIT = ALO-PRIS / WS-ALO-NUITS
           END-IF.
           COMPUTE WS-TENUES = ALO-QTE - WS-PRIS-NUIT.
           IF WS-TYPE-TROUVE > 0 AND WS-TENUES > 0
               COMPUTE WS-JOUR-DEBUT =
                   FUNCTION INTEGER-OF-DATE(ALO-DEBUT) - WS-JULIEN + 1
               IF WS-JOUR-DEBUT < ALO-RELEASE-JOURS + 2
                   COMPUTE WS-JOUR-DEBUT = ALO-RELEASE-JOURS + 2
               END-IF
               COMPUTE WS-JOUR-FIN =
                   FUNCTION INTEGER-OF-DATE(ALO-FIN) - WS-JULIEN
               PERFORM CUMULER-NUITS-PRISES
           END-IF.

      *    Chambres fermees pour travaux : une nuit de moins a la
      *    vente pour leur type. Un bon clos ne ferme plus la
      *    chambre apres sa cloture ; un bon sans fin court
      *    jusqu'au bout de l'horizon.
       DECOMPTER-TRAVAUX-DISPO.
           MOVE 0 TO BTR-NUM.
           START BONS-TRAVAUX KEY >= BTR-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ BONS-TRAVAUX NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF BTR-HS-DEBUT > 0
                           PERFORM DECOMPTER-UN-BON-TRAVAUX
                               THRU DECOMPTER-UN-BON-TRAVAUX-EXIT
                       END-IF
               END-READ
           END-PERFORM.

       DECOMPTER-UN-BON-TRAVAUX.
           MOVE BTR-HS-FIN TO WS-HS-FIN-BON.
           IF WS-HS-FIN-BON = 0
               MOVE 99999999 TO WS-HS-FIN-BON
           END-IF.
           IF BTR-STATUT = 'C' AND BTR-DATE-CLOTURE < WS-HS-FIN-BON
               MOVE BTR-DATE-CLOTURE TO WS-HS-FIN-BON
           END-IF.
           IF WS-HS-FIN-BON <= WS-DATE-NOUVELLE
               GO TO DECOMPTER-UN-BON-TRAVAUX-EXIT
           END-IF.
           MOVE BTR-CHAMBRE TO CHB-NUM.
           READ CHAMBRES
               INVALID KEY MOVE 0 TO CHB-DISPO
           END-READ.
           IF CHB-DISPO NOT = 1
               GO TO DECOMPTER-UN-BON-TRAVAUX-EXIT
           END-IF.
           MOVE CHB-TYPE TO WS-TYPE-CHERCHE.
           PERFORM TROUVER-TYPE-CHAMBRE.
           IF WS-TYPE-TROUVE = 0
               GO TO DECOMPTER-UN-BON-TRAVAUX-EXIT
           END-IF.
           MOVE 1 TO WS-TENUES.
           COMPUTE WS-JOUR-DEBUT =
               FUNCTION INTEGER-OF-DATE(BTR-HS-DEBUT) - WS-JULIEN + 1.
           IF WS-HS-FIN-BON = 99999999
               MOVE WS-HORIZON-DISPO TO WS-JOUR-FIN
           ELSE
               COMPUTE WS-JOUR-FIN =
                   FUNCTION INTEGER-OF-DATE(WS-HS-FIN-BON) - WS-JULIEN
           END-IF.
           PERFORM CUMULER-NUITS-PRISES.
       DECOMPTER-UN-BON-TRAVAUX-EXIT.
           EXIT.

      *    Bons ouverts dont la fermeture couvre le nouveau jour :
      *    le menage voit la chambre en maintenance des le matin.
       PASSER-EN-MAINTENANCE.
           MOVE 0 TO BTR-NUM.
           START BONS-TRAVAUX KEY >= BTR-NUM
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ BONS-TRAVAUX NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF BTR-STATUT = 'O' AND BTR-HS-DEBUT > 0 AND
                           BTR-HS-DEBUT <= WS-DATE-NOUVELLE AND
                           (BTR-HS-FIN = 0 OR
                           BTR-HS-FIN > WS-DATE-NOUVELLE)
                           PERFORM PASSER-CHAMBRE-MAINTENANCE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-COUNT-MAINTENANCE > 0
               DISPLAY WS-COUNT-MAINTENANCE
                   ' CHAMBRE(S) FERMEE(S) POUR TRAVAUX CE JOUR'
           END-IF.

       PASSER-CHAMBRE-MAINTENANCE.
           MOVE BTR-CHAMBRE TO CHB-NUM.
           READ CHAMBRES
               NOT INVALID KEY
                   IF CHB-ETAT-MENAGE NOT = 3
                       MOVE 3 TO CHB-ETAT-MENAGE
                       REWRITE CHAMBRE-REC
                       ADD 1 TO WS-COUNT-MAINTENANCE
                   END-IF
           END-READ.

       ECRIRE-LIGNE-DISPO.
           COMPUTE WS-LIBRES = WS-TC-NB(WS-IDX-TYPE) -
               WS-TC-PRISES(WS-IDX-TYPE, WS-IDX-JOUR).
           IF WS-LIBRES < 0
               MOVE 0 TO WS-LIBRES
           END-IF.
           COMPUTE WS-NUIT-JULIEN = WS-JULIEN + WS-IDX-JOUR - 1.
           COMPUTE WS-NUIT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-NUIT-JULIEN).
           MOVE WS-TC-TYPE(WS-IDX-TYPE) TO CHB-TYPE.
           MOVE WS-TC-PRIX(WS-IDX-TYPE) TO CHB-PRIX.
           PERFORM CALCULER-PRIX-NUIT.
      *    Occupation prevue de la nuit : tout ce qui n'est plus
      *    vendable (sejours, blocs tenus, travaux).
           IF WS-YLD-DISPO = 1
               COMPUTE WS-TAUX-OCCUPATION =
                   WS-TC-PRISES(WS-IDX-TYPE, WS-IDX-JOUR) * 100 /
                   WS-TC-NB(WS-IDX-TYPE)
                   ON SIZE ERROR MOVE 999 TO WS-TAUX-OCCUPATION
               END-COMPUTE
               COMPUTE WS-JOURS-AVANT = WS-IDX-JOUR - 1
               PERFORM APPLIQUER-REGLES-YIELD
               IF WS-YLD-RETENUE > 0
                   PERFORM SIGNALER-YIELD-NUIT
               END-IF
           END-IF.
           MOVE SPACES TO EXPORT-DISPO-REC.
           MOVE 'D' TO DSD-ENREG.
           MOVE WS-TC-TYPE(WS-IDX-TYPE) TO DSD-TYPE-CHB.
           MOVE WS-NUIT-DATE TO DSD-DATE.
           MOVE WS-LIBRES TO DSD-LIBRES.
           MOVE WS-PRIX-NUIT TO DSD-PRIX.
           WRITE EXPORT-DISPO-REC.
           ADD 1 TO WS-NB-LIGNES-DISPO.

      *    Etat de tarification dynamique, seconde partie : une
      *    ligne par type et par nuit exportee ou une regle joue ;
      *    impact potentiel = ecart par nuit x chambres vendables.
       SIGNALER-YIELD-NUIT.
           COMPUTE WS-IMPACT-NUIT =
               (WS-PRIX-NUIT - WS-PRIX-CALENDRIER) * WS-LIBRES.
           ADD WS-IMPACT-NUIT TO WS-IMPACT-POTENTIEL.
           ADD 1 TO WS-NB-NUITS-YIELD.
           MOVE WS-PRIX-CALENDRIER TO WS-PRIX-EDIT.
           MOVE WS-PRIX-NUIT TO WS-PRIX-AJUSTE-EDIT.
           MOVE WS-IMPACT-NUIT TO WS-IMPACT-EDIT.
           MOVE WS-LIBRES TO WS-LIBRES-EDIT.
           DISPLAY WS-TC-TYPE(WS-IDX-TYPE) ' ' WS-NUIT-DATE
               ' OCC ' WS-TAUX-OCCUPATION '% '
               WS-YR-LIBELLE(WS-YLD-RETENUE) ' '
               WS-PRIX-EDIT ' -> ' WS-PRIX-AJUSTE-EDIT
               ' X ' WS-LIBRES-EDIT ' ' WS-IMPACT-EDIT.
