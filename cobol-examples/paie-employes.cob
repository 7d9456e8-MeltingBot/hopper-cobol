      * - Paie en lot pour tous les employes
      * - Cumuls annuels sur la fiche employe
      * - Cotisations par tranches progressives
      * - Part patronale des cotisations par table
      * - Suivi des conges payes
      * - Bulletins persistes et reimprimables
      * - Documents de fin de contrat classes et reimprimables
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS THX-CLE.
      *    COTISATIONS PATRONALES (TAUX ET PLAFOND PAR
      *    COTISATION) - VOIR COPYBOOKS/COTPAT.CPY. LA PART
      *    PATRONALE DE CHAQUE BULLETIN EN EST CALCULEE.
           SELECT COTIS-PATRONALES ASSIGN TO 'COTPATR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPA-CODE
               FILE STATUS IS WS-CPA-STATUS.
      *    DOCUMENTS REMIS AU SALARIE QUI NOUS QUITTE (CERTIFICAT
      *    DE TRAVAIL, ATTESTATION POUR L'ASSURANCE CHOMAGE, RECU
      *    POUR SOLDE DE TOUT COMPTE), CLASSES TELS QU'EMIS POUR
      *    LA REIMPRESSION.
           SELECT DOCUMENTS-SORTIE ASSIGN TO 'DOCSORT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSO-CLE
               FILE STATUS IS WS-DSO-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT PARTAGEE AVEC DECLCOTIS - VOIR
               10 THX-MATRICULE PIC 9(6).
               10 THX-DATE-EFFET PIC 9(8).
           05 THX-TAUX      PIC 9(4)V99.
      *    TABLE DES COTISATIONS PATRONALES - LAYOUT PARTAGEE,
      *    VOIR COPYBOOKS/COTPAT.CPY
       FD COTIS-PATRONALES.
           COPY COTPAT.
      *    DOCUMENTS DE FIN DE CONTRAT : UN ENREGISTREMENT PAR
      *    MATRICULE ET PAR DOCUMENT, ENTETE COMMUNE PUIS DETAIL
      *    PROPRE AU DOCUMENT.
       FD DOCUMENTS-SORTIE.
       01 DOCUMENT-SORTIE-REC.
           05 DSO-CLE.
               10 DSO-MATRICULE PIC 9(6).
               10 DSO-TYPE      PIC X.
      *          C=CERTIFICAT DE TRAVAIL, A=ATTESTATION CHOMAGE,
      *          R=RECU POUR SOLDE DE TOUT COMPTE
           05 DSO-DATE-EMISSION PIC 9(8).
           05 DSO-OPERATEUR PIC X(6).
           05 DSO-NOM       PIC X(25).
           05 DSO-POSTE     PIC X(20).
           05 DSO-SERVICE   PIC X(10).
           05 DSO-DATE-ENTREE PIC 9(8).
           05 DSO-DATE-SORTIE PIC 9(8).
           05 DSO-DETAIL    PIC X(420).
      *    ATTESTATION : LES DOUZE DERNIERS MOIS PAYES
           05 DSO-ATTESTATION REDEFINES DSO-DETAIL.
               10 DSO-ATT-NB    PIC 99.
               10 DSO-ATT-MOIS OCCURS 12 TIMES.
                   15 DSO-ATT-PERIODE  PIC 9(6).
                   15 DSO-ATT-BRUT     PIC 9(7)V99.
                   15 DSO-ATT-HEURES   PIC 9(3)V99.
                   15 DSO-ATT-ABSENCES PIC 9(3)V99.
      *                JOURS D'ABSENCE HORS CONGES PAYES
               10 DSO-ATT-TOTAL-BRUT PIC 9(8)V99.
               10 FILLER        PIC X(108).
      *    RECU : CHAQUE MONTANT DU DERNIER BULLETIN
           05 DSO-RECU REDEFINES DSO-DETAIL.
               10 DSO-RCU-PERIODE PIC 9(6).
               10 DSO-RCU-NB    PIC 99.
               10 DSO-RCU-LIGNE OCCURS 12 TIMES.
                   15 DSO-RCU-LIBELLE PIC X(20).
                   15 DSO-RCU-SENS    PIC X.
      *                + = VERSE, - = RETENU
                   15 DSO-RCU-MONTANT PIC 9(7)V99.
               10 DSO-RCU-NET   PIC 9(7)V99.
               10 FILLER        PIC X(43).
       WORKING-STORAGE SECTION.
       01 WS-HEURES PIC 9(3)V99 VALUE 0.
       01 WS-H-SUP PIC 9(2)V99 VALUE 0.
      * la paie ouvre PAIE.
       01 WS-OPERATEUR PIC X(6) VALUE SPACES.
       01 WS-FONCTION-SESSION PIC X(2) VALUE 'PA'.
       01 WS-DROITS-SESSION PIC X(11) VALUE SPACES.
       01 WS-SESSION-OK PIC X VALUE 'N'.
      * Identite de l'employeur via le sous-programme IDENTSOC
       01 WS-ETAB-SOCIETE PIC X(2) VALUE 'SG'.
           COPY SOCIETE.
           COPY SOCEDIT.
      * Pointages : consolidation mensuelle
       01 WS-MINUTES-JOUR PIC S9(5) VALUE 0.
       01 WS-HEURES-POINTEES PIC 9(4)V99 VALUE 0.
       01 WS-TOTAL-SALAIRES PIC 9(9)V99 VALUE 0.
       01 WS-NB-VIRES PIC 999 VALUE 0.
       01 WS-NB-SANS-COMPTE PIC 999 VALUE 0.
      * Date de valeur des virements : dernier jour ouvre de la
      * periode selon la regle des salaires, via le sous-programme
      * JOUROUVRE ; le jour meme si la periode est deja echue
       01 WS-DATE-VALEUR-PAIE PIC 9(8) VALUE 0.
       01 WS-JOU-ACTION PIC X VALUE SPACE.
       01 WS-JOU-USAGE PIC XX VALUE SPACES.
       01 WS-JOU-DATE PIC 9(8) VALUE 0.
       01 WS-JOU-RESULTAT PIC X VALUE SPACE.
      * Part patronale des cotisations
       01 WS-CPA-STATUS PIC XX VALUE '00'.
           88 WS-CPA-OUVERT-OK VALUE '00'.
       01 WS-CPA-EOF PIC 9 VALUE 0.
       01 WS-COTIS-PATR PIC 9(6)V99 VALUE 0.
       01 WS-ASSIETTE-PATR PIC 9(7)V99 VALUE 0.
       01 WS-MONTANT-PATR PIC 9(6)V99 VALUE 0.
      * Documents de fin de contrat
       01 WS-DSO-STATUS PIC XX VALUE '00'.
           88 WS-DSO-OUVERT-OK VALUE '00'.
       01 WS-MODE-DOCUMENTS PIC X VALUE SPACE.
       01 WS-PERIODE-SORTIE PIC 9(6) VALUE 0.
       01 WS-PERIODE-ATT PIC 9(6) VALUE 0.
       01 WS-PERIODE-ATT-R REDEFINES WS-PERIODE-ATT.
           05 WS-PERIODE-ATT-AAAA PIC 9(4).
           05 WS-PERIODE-ATT-MM PIC 99.
       01 WS-IDX-DOC PIC 99 VALUE 0.
       01 WS-DOC-EOF PIC 9 VALUE 0.
       01 WS-DOC-LIBELLE PIC X(20) VALUE SPACES.
       01 WS-DOC-SENS PIC X VALUE SPACE.
       01 WS-DOC-MONTANT PIC 9(7)V99 VALUE 0.
       PROCEDURE DIVISION.
       DEBUT.
      *    Ouverture de session obligatoire avant tout menu -
               DISPLAY 'ACCES REFUSE' LINE 16 POSITION 34
               STOP RUN
           END-IF.
           CALL 'IDENTSOC' USING WS-ETAB-SOCIETE SOCIETE-REC
               SOCIETE-EDITION.
           OPEN I-O EMPLOYES.
           OPEN I-O BULLETINS.
           OPEN I-O RUBRIQUES.
           OPEN I-O ABSENCES.
           OPEN I-O POINTAGES.
           OPEN I-O HEURES-MOIS.
           OPEN I-O COTIS-PATRONALES.
           IF NOT WS-CPA-OUVERT-OK
      *        Premier passage : creation de la table
               OPEN OUTPUT COTIS-PATRONALES
               CLOSE COTIS-PATRONALES
               OPEN I-O COTIS-PATRONALES
           END-IF.
           OPEN I-O DOCUMENTS-SORTIE.
           IF NOT WS-DSO-OUVERT-OK
               OPEN OUTPUT DOCUMENTS-SORTIE
               CLOSE DOCUMENTS-SORTIE
               OPEN I-O DOCUMENTS-SORTIE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE WS-DATE-JOUR(1:6) TO WS-PERIODE.
           PERFORM UNTIL WS-FIN = 1
                   WHEN 4 PERFORM CONSULTER-BULLETINS
                   WHEN 5 PERFORM MENU-EMPLOYES
                   WHEN 6 PERFORM PAIEMENT-SALAIRES
                       THRU PAIEMENT-SALAIRES-EXIT
                   WHEN 7 PERFORM MENU-RUBRIQUES
                   WHEN 8 PERFORM MENU-POINTAGES
                   WHEN 9 MOVE 1 TO WS-FIN
           CLOSE ABSENCES.
           CLOSE POINTAGES.
           CLOSE HEURES-MOIS.
           CLOSE COTIS-PATRONALES.
           CLOSE DOCUMENTS-SORTIE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY 'Au revoir!' LINE 12 POSITION 35 HIGHLIGHT.
           STOP RUN.
           PERFORM CUMULER-RUBRIQUES-BULLETIN.
           ADD WS-GAINS-IMPOSABLES TO WS-BRUT.
           PERFORM CALCULER-COTISATIONS-PROGRESSIVES.
           PERFORM CALCULER-COTISATIONS-PATRONALES.
      *    Prelevement a la source sur le net imposable (brut
      *    moins cotisations), au taux personnalise de la fiche
      *    ou au bareme par defaut.
           MOVE WS-SUPP TO BUL-SUPP.
           MOVE WS-BRUT TO BUL-BRUT.
           MOVE WS-COTIS TO BUL-COTIS.
           MOVE WS-COTIS-PATR TO BUL-COTIS-PATR.
           COMPUTE BUL-GAINS =
               WS-GAINS-IMPOSABLES + WS-GAINS-NETS.
           MOVE WS-RETENUES TO BUL-RETENUES.
               END-IF
           END-IF.

      *    Part patronale : pour chaque cotisation de la table,
      *    le taux sur le brut soumis a cotisations, limite au
      *    plafond mensuel de la cotisation s'il y en a un.
       CALCULER-COTISATIONS-PATRONALES.
           MOVE 0 TO WS-COTIS-PATR.
           MOVE LOW-VALUES TO CPA-CODE.
           START COTIS-PATRONALES KEY >= CPA-CODE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-CPA-EOF.
           PERFORM UNTIL WS-CPA-EOF = 1
               READ COTIS-PATRONALES NEXT
                   AT END MOVE 1 TO WS-CPA-EOF
                   NOT AT END
                       MOVE WS-BRUT TO WS-ASSIETTE-PATR
                       IF CPA-PLAFOND > 0 AND
                           WS-ASSIETTE-PATR > CPA-PLAFOND
                           MOVE CPA-PLAFOND TO WS-ASSIETTE-PATR
                       END-IF
                       COMPUTE WS-MONTANT-PATR ROUNDED =
                           WS-ASSIETTE-PATR * CPA-TAUX / 100
                       ADD WS-MONTANT-PATR TO WS-COTIS-PATR
               END-READ
           END-PERFORM.

       AFFICHER-BULLETIN.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY SOE-RAISON-SOCIALE LINE 1 POSITION 3 HIGHLIGHT.
           DISPLAY SOE-ADRESSE LINE 5 POSITION 3.
           DISPLAY SOE-IDENTIFIANTS LINE 24 POSITION 3.
           DISPLAY '================================================'
               LINE 2 POSITION 16 HIGHLIGHT.
           DISPLAY '       BULLETIN DE PAIE       '
           DISPLAY BUL-BRUT LINE 13 POSITION 35 HIGHLIGHT.
           DISPLAY 'Cotisations:' LINE 14 POSITION 15.
           DISPLAY BUL-COTIS LINE 14 POSITION 35.
           DISPLAY 'Part patronale:' LINE 14 POSITION 48.
           DISPLAY BUL-COTIS-PATR LINE 14 POSITION 64.
           DISPLAY 'Impot preleve (PAS):' LINE 15 POSITION 15.
           DISPLAY BUL-PAS LINE 15 POSITION 37.
           DISPLAY '------------------------------------------------'
           DISPLAY '1. Fichier des rubriques' LINE 6 POSITION 25.
           DISPLAY '2. Saisir les rubriques d un bulletin' LINE 8
               POSITION 25.
           DISPLAY '3. Cotisations patronales' LINE 10
               POSITION 25.
           DISPLAY '0. Retour' LINE 12 POSITION 25.
           DISPLAY 'Choix:' LINE 14 POSITION 25.
           ACCEPT WS-SOUS-CHOIX LINE 14 POSITION 32.
           EVALUATE WS-SOUS-CHOIX
               WHEN 1 PERFORM GERER-RUBRIQUES THRU GERER-RUBRIQUES-EXIT
               WHEN 2 PERFORM SAISIR-RUBRIQUES-BULLETIN
               WHEN 3 PERFORM GERER-COTIS-PATRONALES
                   THRU GERER-COTIS-PATRONALES-EXIT
           END-EVALUATE.

       GERER-RUBRIQUES.
           DISPLAY 'Appuyez ENTREE...' LINE 21 POSITION 31.
           ACCEPT WS-CONFIRM.

      *    Table des cotisations patronales : un code existant se
      *    met a jour (changement de taux ou de plafond au 1er
      *    janvier), un taux a zero le supprime. Le plafond est
      *    mensuel, zero pour une cotisation sur tout le brut.
       GERER-COTIS-PATRONALES.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- COTISATIONS PATRONALES ---' LINE 2
               POSITION 25 HIGHLIGHT.
           DISPLAY 'CODE' LINE 4 POSITION 10 UNDERLINE.
           DISPLAY 'LIBELLE' LINE 4 POSITION 17 UNDERLINE.
           DISPLAY 'TAUX %' LINE 4 POSITION 39 UNDERLINE.
           DISPLAY 'PLAFOND' LINE 4 POSITION 48 UNDERLINE.
           MOVE LOW-VALUES TO CPA-CODE.
           START COTIS-PATRONALES KEY >= CPA-CODE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           MOVE 5 TO WS-LIGNE.
           PERFORM UNTIL WS-EOF = 1 OR WS-LIGNE > 13
               READ COTIS-PATRONALES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       DISPLAY CPA-CODE LINE WS-LIGNE POSITION 10
                       DISPLAY CPA-LIBELLE LINE WS-LIGNE
                           POSITION 17
                       DISPLAY CPA-TAUX LINE WS-LIGNE POSITION 39
                       DISPLAY CPA-PLAFOND LINE WS-LIGNE
                           POSITION 48
                       ADD 1 TO WS-LIGNE
               END-READ
           END-PERFORM.
           DISPLAY 'Code a creer ou modifier (blanc=aucun):'
               LINE 15 POSITION 10.
           MOVE SPACES TO CPA-CODE.
           ACCEPT CPA-CODE LINE 15 POSITION 50.
           IF CPA-CODE = SPACES
               GO TO GERER-COTIS-PATRONALES-EXIT
           END-IF.
           READ COTIS-PATRONALES
               INVALID KEY
                   MOVE SPACES TO CPA-LIBELLE
                   MOVE 0 TO CPA-TAUX
                   MOVE 0 TO CPA-PLAFOND
                   DISPLAY 'Libelle:' LINE 16 POSITION 10
                   ACCEPT CPA-LIBELLE LINE 16 POSITION 20
                   DISPLAY 'Taux (%):' LINE 17 POSITION 10
                   ACCEPT CPA-TAUX LINE 17 POSITION 20
                   DISPLAY 'Plafond mensuel (0=aucun):' LINE 18
                       POSITION 10
                   ACCEPT CPA-PLAFOND LINE 18 POSITION 37
                   IF CPA-TAUX = 0
                       DISPLAY 'TAUX NUL - RIEN A CREER' LINE 19
                           POSITION 10 REVERSE-VIDEO
                       GO TO GERER-COTIS-PATRONALES-EXIT
                   END-IF
                   WRITE COTIS-PATRONALE-REC
                   DISPLAY '*** COTISATION CREEE ***' LINE 19
                       POSITION 10 HIGHLIGHT
                   GO TO GERER-COTIS-PATRONALES-EXIT
           END-READ.
           DISPLAY CPA-LIBELLE LINE 16 POSITION 20 HIGHLIGHT.
           DISPLAY 'Taux (%) (0=supprimer):' LINE 17 POSITION 10.
           ACCEPT CPA-TAUX LINE 17 POSITION 34.
           IF CPA-TAUX = 0
               DELETE COTIS-PATRONALES
                   INVALID KEY CONTINUE
               END-DELETE
               DISPLAY '*** COTISATION SUPPRIMEE ***' LINE 19
                   POSITION 10 HIGHLIGHT
               GO TO GERER-COTIS-PATRONALES-EXIT
           END-IF.
           DISPLAY 'Plafond mensuel (0=aucun):' LINE 18
               POSITION 10.
           ACCEPT CPA-PLAFOND LINE 18 POSITION 37.
           REWRITE COTIS-PATRONALE-REC
               INVALID KEY CONTINUE
           END-REWRITE.
           DISPLAY '*** COTISATION MODIFIEE ***' LINE 19
               POSITION 10 HIGHLIGHT.
       GERER-COTIS-PATRONALES-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 21 POSITION 31.
           ACCEPT WS-CONFIRM.

      *    Les lignes se saisissent pour la periode courante,
      *    avant CALCULER-ET-ENREGISTRER-BULLETIN ; une ressaisie
      *    du meme code remplace le montant.
               POSITION 25.
           DISPLAY '4. Changement de taux horaire' LINE 12
               POSITION 25.
           DISPLAY '5. Documents de fin de contrat' LINE 14
               POSITION 25.
           DISPLAY '0. Retour' LINE 16 POSITION 25.
           DISPLAY 'Choix:' LINE 18 POSITION 25.
           ACCEPT WS-SOUS-CHOIX LINE 18 POSITION 32.
           EVALUATE WS-SOUS-CHOIX
               WHEN 1 PERFORM FICHE-EMPLOYE
               WHEN 2 PERFORM EMBAUCHER-EMPLOYE
               WHEN 3 PERFORM DEPART-EMPLOYE
               WHEN 4 PERFORM CHANGER-TAUX-HORAIRE
               WHEN 5 PERFORM DOCUMENTS-FIN-CONTRAT
                   THRU DOCUMENTS-FIN-CONTRAT-EXIT
           END-EVALUATE.

      *===============================================
           DISPLAY EMP-SERVICE LINE 8 POSITION 25.
           DISPLAY 'Taux horaire:' LINE 9 POSITION 15.
           DISPLAY EMP-TAUX-H LINE 9 POSITION 30.
           DISPLAY 'Poste:' LINE 10 POSITION 15.
           DISPLAY EMP-POSTE LINE 10 POSITION 25.
           ACCEPT EMP-POSTE LINE 10 POSITION 25.
           DISPLAY 'Compte bancaire actuel:' LINE 11 POSITION 15.
           DISPLAY EMP-COMPTE-BANQUE LINE 11 POSITION 40.
           DISPLAY 'Nouveau compte (0=manuel):' LINE 12
           DISPLAY 'Date d entree (AAAAMMJJ):' LINE 10
               POSITION 15.
           ACCEPT EMP-DATE-ENTREE LINE 10 POSITION 42.
           DISPLAY 'Poste occupe:' LINE 11 POSITION 15.
           MOVE SPACES TO EMP-POSTE.
           ACCEPT EMP-POSTE LINE 11 POSITION 30.
           MOVE 0 TO EMP-CUMUL-BRUT.
           MOVE 0 TO EMP-CUMUL-COTIS.
           MOVE 0 TO EMP-CUMUL-NET.
               POSITION 27 HIGHLIGHT.
           DISPLAY 'Calculer le dernier bulletin (proratise)'
               LINE 14 POSITION 20.
           DISPLAY 'par la saisie unitaire, puis emettre les'
               LINE 15 POSITION 20.
           DISPLAY 'documents de fin de contrat.' LINE 16
               POSITION 20.
       DEPART-EMPLOYE-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 31.
           ACCEPT WS-CONFIRM.
               INVALID KEY CONTINUE
           END-WRITE.

      *===============================================
      * DOCUMENTS DE FIN DE CONTRAT
      * Une fois le depart enregistre et le dernier bulletin
      * calcule, emet les trois documents remis au salarie :
      * certificat de travail (dates d'entree et de sortie,
      * poste), attestation pour l'assurance chomage (brut,
      * heures et absences des douze derniers mois payes) et
      * recu pour solde de tout compte (chaque montant du
      * dernier bulletin). Chaque document est classe dans
      * DOCSORT.DAT tel qu'emis ; une reemission (dernier
      * bulletin recalcule) le remplace, une reimpression le
      * reproduit a l'identique.
      *===============================================
       DOCUMENTS-FIN-CONTRAT.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- DOCUMENTS DE FIN DE CONTRAT ---' LINE 2
               POSITION 22 HIGHLIGHT.
           DISPLAY 'Matricule employe:' LINE 5 POSITION 15.
           ACCEPT EMP-MATRICULE LINE 5 POSITION 35.
           READ EMPLOYES
               INVALID KEY
                   DISPLAY 'EMPLOYE NON TROUVE' LINE 10 POSITION 31
                       REVERSE-VIDEO
                   GO TO DOCUMENTS-FIN-CONTRAT-EXIT
           END-READ.
           DISPLAY EMP-NOM LINE 5 POSITION 44 HIGHLIGHT.
           IF EMP-STATUT NOT = 'I' OR EMP-DATE-SORTIE = 0
               DISPLAY 'DEPART NON ENREGISTRE' LINE 10 POSITION 29
                   REVERSE-VIDEO
               GO TO DOCUMENTS-FIN-CONTRAT-EXIT
           END-IF.
           MOVE EMP-MATRICULE TO DSO-MATRICULE.
           MOVE 'C' TO DSO-TYPE.
           READ DOCUMENTS-SORTIE
               INVALID KEY
                   MOVE 'E' TO WS-MODE-DOCUMENTS
               NOT INVALID KEY
                   DISPLAY 'Documents emis le' LINE 7 POSITION 15
                   DISPLAY DSO-DATE-EMISSION LINE 7 POSITION 33
                   DISPLAY 'R=reimprimer E=reemettre:' LINE 8
                       POSITION 15
                   MOVE 'R' TO WS-MODE-DOCUMENTS
                   ACCEPT WS-MODE-DOCUMENTS LINE 8 POSITION 41
           END-READ.
           IF WS-MODE-DOCUMENTS = 'e'
               MOVE 'E' TO WS-MODE-DOCUMENTS
           END-IF.
           IF WS-MODE-DOCUMENTS = 'E'
               MOVE EMP-DATE-SORTIE(1:6) TO WS-PERIODE-SORTIE
               MOVE EMP-MATRICULE TO BUL-MATRICULE
               MOVE WS-PERIODE-SORTIE TO BUL-PERIODE
               READ BULLETINS
                   INVALID KEY
                       DISPLAY 'DERNIER BULLETIN NON CALCULE'
                           LINE 10 POSITION 26 REVERSE-VIDEO
                       GO TO DOCUMENTS-FIN-CONTRAT-EXIT
               END-READ
               PERFORM EMETTRE-CERTIFICAT-TRAVAIL
               PERFORM EMETTRE-ATTESTATION-CHOMAGE
               PERFORM EMETTRE-RECU-SOLDE
               DISPLAY '*** DOCUMENTS EMIS ET CLASSES ***' LINE 10
                   POSITION 23 HIGHLIGHT
               DISPLAY 'Appuyez ENTREE...' LINE 20 POSITION 31
               ACCEPT WS-CONFIRM
           END-IF.
           PERFORM IMPRIMER-DOCUMENTS-SORTIE.
       DOCUMENTS-FIN-CONTRAT-EXIT.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 31.
           ACCEPT WS-CONFIRM.

      *    Entete commune des documents, depuis la fiche employe.
       PREPARER-DOCUMENT-SORTIE.
           MOVE SPACES TO DSO-DETAIL.
           MOVE EMP-MATRICULE TO DSO-MATRICULE.
           MOVE WS-DATE-JOUR TO DSO-DATE-EMISSION.
           MOVE WS-OPERATEUR TO DSO-OPERATEUR.
           MOVE EMP-NOM TO DSO-NOM.
           MOVE EMP-POSTE TO DSO-POSTE.
           MOVE EMP-SERVICE TO DSO-SERVICE.
           MOVE EMP-DATE-ENTREE TO DSO-DATE-ENTREE.
           MOVE EMP-DATE-SORTIE TO DSO-DATE-SORTIE.

       CLASSER-DOCUMENT-SORTIE.
           WRITE DOCUMENT-SORTIE-REC
               INVALID KEY
                   REWRITE DOCUMENT-SORTIE-REC
           END-WRITE.

       EMETTRE-CERTIFICAT-TRAVAIL.
           PERFORM PREPARER-DOCUMENT-SORTIE.
           MOVE 'C' TO DSO-TYPE.
           PERFORM CLASSER-DOCUMENT-SORTIE.

      *    Bulletins des douze mois qui finissent avec le mois de
      *    sortie ; les absences (conges payes exclus) sont
      *    rattachees au mois de leur premier jour.
       EMETTRE-ATTESTATION-CHOMAGE.
           PERFORM PREPARER-DOCUMENT-SORTIE.
           MOVE 'A' TO DSO-TYPE.
           MOVE 0 TO DSO-ATT-NB.
           MOVE 0 TO DSO-ATT-TOTAL-BRUT.
           MOVE WS-PERIODE-SORTIE TO WS-PERIODE-ATT.
           IF WS-PERIODE-ATT-MM > 11
               SUBTRACT 11 FROM WS-PERIODE-ATT-MM
           ELSE
               SUBTRACT 1 FROM WS-PERIODE-ATT-AAAA
               ADD 1 TO WS-PERIODE-ATT-MM
           END-IF.
           MOVE EMP-MATRICULE TO BUL-MATRICULE.
           MOVE WS-PERIODE-ATT TO BUL-PERIODE.
           START BULLETINS KEY >= BUL-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-DOC-EOF.
           PERFORM UNTIL WS-DOC-EOF = 1
               READ BULLETINS NEXT
                   AT END MOVE 1 TO WS-DOC-EOF
                   NOT AT END
                       IF BUL-MATRICULE NOT = EMP-MATRICULE OR
                           BUL-PERIODE > WS-PERIODE-SORTIE OR
                           DSO-ATT-NB = 12
                           MOVE 1 TO WS-DOC-EOF
                       ELSE
                           ADD 1 TO DSO-ATT-NB
                           MOVE DSO-ATT-NB TO WS-IDX-DOC
                           MOVE BUL-PERIODE TO
                               DSO-ATT-PERIODE(WS-IDX-DOC)
                           MOVE BUL-BRUT TO DSO-ATT-BRUT(WS-IDX-DOC)
                           COMPUTE DSO-ATT-HEURES(WS-IDX-DOC) =
                               BUL-HEURES + BUL-H-SUP
                           MOVE 0 TO DSO-ATT-ABSENCES(WS-IDX-DOC)
                           ADD BUL-BRUT TO DSO-ATT-TOTAL-BRUT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE EMP-MATRICULE TO ABS-MATRICULE.
           MOVE 0 TO ABS-DEBUT.
           START ABSENCES KEY >= ABS-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-DOC-EOF.
           PERFORM UNTIL WS-DOC-EOF = 1
               READ ABSENCES NEXT
                   AT END MOVE 1 TO WS-DOC-EOF
                   NOT AT END
                       IF ABS-MATRICULE NOT = EMP-MATRICULE
                           MOVE 1 TO WS-DOC-EOF
                       ELSE
                           IF ABS-TYPE NOT = 'CP '
                               MOVE 1 TO WS-IDX-DOC
                               PERFORM RATTACHER-ABSENCE-MOIS
                                   UNTIL WS-IDX-DOC > DSO-ATT-NB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CLASSER-DOCUMENT-SORTIE.

       RATTACHER-ABSENCE-MOIS.
           IF DSO-ATT-PERIODE(WS-IDX-DOC) = ABS-DEBUT(1:6)
               ADD ABS-JOURS TO DSO-ATT-ABSENCES(WS-IDX-DOC)
           END-IF.
           ADD 1 TO WS-IDX-DOC.

      *    Recu : le dernier bulletin (mois de sortie) ligne a
      *    ligne - salaire, heures supplementaires, rubriques de
      *    la periode dont l'indemnite STC, cotisations et impot
      *    retenus - jusqu'au net verse.
       EMETTRE-RECU-SOLDE.
           PERFORM PREPARER-DOCUMENT-SORTIE.
           MOVE 'R' TO DSO-TYPE.
           MOVE EMP-MATRICULE TO BUL-MATRICULE.
           MOVE WS-PERIODE-SORTIE TO BUL-PERIODE.
           READ BULLETINS
               INVALID KEY CONTINUE
           END-READ.
           MOVE WS-PERIODE-SORTIE TO DSO-RCU-PERIODE.
           MOVE 0 TO DSO-RCU-NB.
           MOVE BUL-NET TO DSO-RCU-NET.
           MOVE 'SALAIRE DE BASE' TO WS-DOC-LIBELLE.
           MOVE '+' TO WS-DOC-SENS.
           MOVE BUL-BASE TO WS-DOC-MONTANT.
           PERFORM AJOUTER-LIGNE-RECU.
           MOVE 'HEURES SUPPLEMENT.' TO WS-DOC-LIBELLE.
           MOVE BUL-SUPP TO WS-DOC-MONTANT.
           PERFORM AJOUTER-LIGNE-RECU.
           MOVE BUL-MATRICULE TO BRU-MATRICULE.
           MOVE BUL-PERIODE TO BRU-PERIODE.
           MOVE LOW-VALUES TO BRU-CODE.
           START BULLETIN-RUBRIQUES KEY >= BRU-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-RUB-EOF.
           PERFORM UNTIL WS-RUB-EOF = 1
               READ BULLETIN-RUBRIQUES NEXT
                   AT END MOVE 1 TO WS-RUB-EOF
                   NOT AT END
                       IF BRU-MATRICULE NOT = BUL-MATRICULE OR
                           BRU-PERIODE NOT = BUL-PERIODE
                           MOVE 1 TO WS-RUB-EOF
                       ELSE
                           MOVE BRU-CODE TO RUB-CODE
                           MOVE BRU-CODE TO RUB-LIBELLE
                           MOVE 'G' TO RUB-SENS
                           READ RUBRIQUES
                               INVALID KEY CONTINUE
                           END-READ
                           MOVE RUB-LIBELLE TO WS-DOC-LIBELLE
                           MOVE '+' TO WS-DOC-SENS
                           IF RUB-SENS = 'R'
                               MOVE '-' TO WS-DOC-SENS
                           END-IF
                           MOVE BRU-MONTANT TO WS-DOC-MONTANT
                           PERFORM AJOUTER-LIGNE-RECU
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'COTISATIONS SALARIE' TO WS-DOC-LIBELLE.
           MOVE '-' TO WS-DOC-SENS.
           MOVE BUL-COTIS TO WS-DOC-MONTANT.
           PERFORM AJOUTER-LIGNE-RECU.
           MOVE 'IMPOT PRELEVE (PAS)' TO WS-DOC-LIBELLE.
           MOVE BUL-PAS TO WS-DOC-MONTANT.
           PERFORM AJOUTER-LIGNE-RECU.
           PERFORM CLASSER-DOCUMENT-SORTIE.

      *    Les montants nuls ne figurent pas sur le recu.
       AJOUTER-LIGNE-RECU.
           IF WS-DOC-MONTANT > 0 AND DSO-RCU-NB < 12
               ADD 1 TO DSO-RCU-NB
               MOVE DSO-RCU-NB TO WS-IDX-DOC
               MOVE WS-DOC-LIBELLE TO DSO-RCU-LIBELLE(WS-IDX-DOC)
               MOVE WS-DOC-SENS TO DSO-RCU-SENS(WS-IDX-DOC)
               MOVE WS-DOC-MONTANT TO DSO-RCU-MONTANT(WS-IDX-DOC)
           END-IF.

      *    Les trois documents classes, un ecran chacun, avec la
      *    place des signatures.
       IMPRIMER-DOCUMENTS-SORTIE.
           MOVE EMP-MATRICULE TO DSO-MATRICULE.
           MOVE 'C' TO DSO-TYPE.
           READ DOCUMENTS-SORTIE
               NOT INVALID KEY
                   PERFORM IMPRIMER-CERTIFICAT-TRAVAIL
                   DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 31
                   ACCEPT WS-CONFIRM
           END-READ.
           MOVE EMP-MATRICULE TO DSO-MATRICULE.
           MOVE 'A' TO DSO-TYPE.
           READ DOCUMENTS-SORTIE
               NOT INVALID KEY
                   PERFORM IMPRIMER-ATTESTATION-CHOMAGE
                   DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 31
                   ACCEPT WS-CONFIRM
           END-READ.
           MOVE EMP-MATRICULE TO DSO-MATRICULE.
           MOVE 'R' TO DSO-TYPE.
           READ DOCUMENTS-SORTIE
               NOT INVALID KEY
                   PERFORM IMPRIMER-RECU-SOLDE
           END-READ.

       IMPRIMER-CERTIFICAT-TRAVAIL.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY SOE-RAISON-SOCIALE LINE 1 POSITION 3 HIGHLIGHT.
           DISPLAY SOE-ADRESSE LINE 20 POSITION 3.
           DISPLAY SOE-IDENTIFIANTS LINE 21 POSITION 3.
           DISPLAY 'CERTIFICAT DE TRAVAIL' LINE 2 POSITION 5
               HIGHLIGHT.
           DISPLAY 'Matricule:' LINE 2 POSITION 50.
           DISPLAY DSO-MATRICULE LINE 2 POSITION 61.
           DISPLAY '---------------------------------------------'
               LINE 3 POSITION 5.
           DISPLAY 'Nous certifions avoir employe' LINE 5
               POSITION 5.
           DISPLAY DSO-NOM LINE 6 POSITION 10 HIGHLIGHT.
           DISPLAY 'du' LINE 8 POSITION 5.
           DISPLAY DSO-DATE-ENTREE LINE 8 POSITION 8.
           DISPLAY 'au' LINE 8 POSITION 18.
           DISPLAY DSO-DATE-SORTIE LINE 8 POSITION 21.
           DISPLAY 'inclus, en qualite de:' LINE 8 POSITION 31.
           DISPLAY DSO-POSTE LINE 9 POSITION 10 HIGHLIGHT.
           DISPLAY 'Service:' LINE 10 POSITION 5.
           DISPLAY DSO-SERVICE LINE 10 POSITION 14.
           DISPLAY 'Le salarie nous quitte libre de tout'
               LINE 12 POSITION 5.
           DISPLAY 'engagement.' LINE 13 POSITION 5.
           DISPLAY 'Fait le' LINE 15 POSITION 5.
           DISPLAY DSO-DATE-EMISSION LINE 15 POSITION 13.
           DISPLAY 'pour servir et valoir ce que de droit.'
               LINE 15 POSITION 22.
           DISPLAY 'Signature de l employeur:' LINE 18 POSITION 5.
           DISPLAY '______________________' LINE 18 POSITION 31.

       IMPRIMER-ATTESTATION-CHOMAGE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY 'ATTESTATION EMPLOYEUR - ASSURANCE CHOMAGE'
               LINE 1 POSITION 5 HIGHLIGHT.
           DISPLAY SOE-RAISON-SOCIALE LINE 4 POSITION 3.
           DISPLAY SOE-IDENTIFIANTS LINE 21 POSITION 3.
           DISPLAY DSO-NOM LINE 2 POSITION 5.
           DISPLAY 'Matricule:' LINE 2 POSITION 50.
           DISPLAY DSO-MATRICULE LINE 2 POSITION 61.
           DISPLAY 'Entree:' LINE 3 POSITION 5.
           DISPLAY DSO-DATE-ENTREE LINE 3 POSITION 13.
           DISPLAY 'Sortie:' LINE 3 POSITION 25.
           DISPLAY DSO-DATE-SORTIE LINE 3 POSITION 33.
           DISPLAY 'Poste:' LINE 3 POSITION 45.
           DISPLAY DSO-POSTE LINE 3 POSITION 52.
           DISPLAY 'PERIODE' LINE 5 POSITION 5 UNDERLINE.
           DISPLAY 'SALAIRE BRUT' LINE 5 POSITION 15 UNDERLINE.
           DISPLAY 'HEURES' LINE 5 POSITION 31 UNDERLINE.
           DISPLAY 'JOURS ABSENCE' LINE 5 POSITION 41 UNDERLINE.
           MOVE 6 TO WS-LIGNE.
           MOVE 1 TO WS-IDX-DOC.
           PERFORM IMPRIMER-MOIS-ATTESTATION
               UNTIL WS-IDX-DOC > DSO-ATT-NB.
           DISPLAY 'TOTAL BRUT:' LINE 19 POSITION 5 HIGHLIGHT.
           DISPLAY DSO-ATT-TOTAL-BRUT LINE 19 POSITION 17
               HIGHLIGHT.
           DISPLAY 'Signature de l employeur:' LINE 20 POSITION 5.
           DISPLAY '______________________' LINE 20 POSITION 31.

       IMPRIMER-MOIS-ATTESTATION.
           DISPLAY DSO-ATT-PERIODE(WS-IDX-DOC) LINE WS-LIGNE
               POSITION 5.
           DISPLAY DSO-ATT-BRUT(WS-IDX-DOC) LINE WS-LIGNE
               POSITION 15.
           DISPLAY DSO-ATT-HEURES(WS-IDX-DOC) LINE WS-LIGNE
               POSITION 31.
           DISPLAY DSO-ATT-ABSENCES(WS-IDX-DOC) LINE WS-LIGNE
               POSITION 41.
           ADD 1 TO WS-LIGNE.
           ADD 1 TO WS-IDX-DOC.

       IMPRIMER-RECU-SOLDE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY 'RECU POUR SOLDE DE TOUT COMPTE' LINE 1
               POSITION 5 HIGHLIGHT.
           DISPLAY SOE-RAISON-SOCIALE LINE 23 POSITION 3.
           DISPLAY SOE-IDENTIFIANTS LINE 24 POSITION 3.
           DISPLAY DSO-NOM LINE 2 POSITION 5.
           DISPLAY 'Matricule:' LINE 2 POSITION 50.
           DISPLAY DSO-MATRICULE LINE 2 POSITION 61.
           DISPLAY 'Sortie le' LINE 3 POSITION 5.
           DISPLAY DSO-DATE-SORTIE LINE 3 POSITION 15.
           DISPLAY '- dernier bulletin' LINE 3 POSITION 25.
           DISPLAY DSO-RCU-PERIODE LINE 3 POSITION 44.
           DISPLAY 'Je reconnais avoir recu pour solde de tout'
               LINE 4 POSITION 5.
           DISPLAY 'compte les sommes suivantes :' LINE 5
               POSITION 5.
           MOVE 6 TO WS-LIGNE.
           MOVE 1 TO WS-IDX-DOC.
           PERFORM IMPRIMER-LIGNE-RECU
               UNTIL WS-IDX-DOC > DSO-RCU-NB.
           DISPLAY 'NET VERSE:' LINE 19 POSITION 5 HIGHLIGHT.
           DISPLAY DSO-RCU-NET LINE 19 POSITION 30 HIGHLIGHT.
           DISPLAY 'Fait le' LINE 20 POSITION 5.
           DISPLAY DSO-DATE-EMISSION LINE 20 POSITION 13.
           DISPLAY 'Signature du salarie:' LINE 21 POSITION 5.
           DISPLAY '______________________' LINE 21 POSITION 31.

       IMPRIMER-LIGNE-RECU.
           DISPLAY DSO-RCU-LIBELLE(WS-IDX-DOC) LINE WS-LIGNE
               POSITION 5.
           DISPLAY DSO-RCU-SENS(WS-IDX-DOC) LINE WS-LIGNE
               POSITION 27.
           DISPLAY DSO-RCU-MONTANT(WS-IDX-DOC) LINE WS-LIGNE
               POSITION 30.
           ADD 1 TO WS-LIGNE.
           ADD 1 TO WS-IDX-DOC.

      *===============================================
      * PAIEMENT DES SALAIRES
      * Pour chaque bulletin de la periode non encore paye, le
      * seule fois du total ; le journal de paiement imprime
      * doit totaliser exactement la somme des BUL-NET vires.
      * Les employes sans compte bancaire restent a payer
      * manuellement et sont listes comme tels. Les virements
      * sont dates du dernier jour du mois de paie, ramene au
      * jour ouvre par la regle des salaires (CALPARM.DAT), ou du
      * jour meme pour une periode deja echue.
      *===============================================
       PAIEMENT-SALAIRES.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
               POSITION 25 HIGHLIGHT.
           DISPLAY 'Periode (AAAAMM):' LINE 4 POSITION 10.
           ACCEPT WS-PERIODE-PAIE LINE 4 POSITION 29.
           MOVE 'M' TO WS-JOU-ACTION.
           MOVE 'PS' TO WS-JOU-USAGE.
           COMPUTE WS-JOU-DATE = WS-PERIODE-PAIE * 100 + 31.
           CALL 'JOUROUVRE' USING WS-JOU-ACTION WS-JOU-USAGE
               WS-JOU-DATE WS-JOU-RESULTAT.
           IF WS-JOU-RESULTAT = 'N'
               DISPLAY 'PERIODE INVALIDE!' LINE 10 POSITION 31
                   REVERSE-VIDEO
               GO TO PAIEMENT-SALAIRES-EXIT
           END-IF.
           MOVE WS-JOU-DATE TO WS-DATE-VALEUR-PAIE.
           IF WS-DATE-VALEUR-PAIE < WS-DATE-JOUR
               MOVE WS-DATE-JOUR TO WS-DATE-VALEUR-PAIE
           END-IF.
           DISPLAY 'Date de valeur:' LINE 4 POSITION 40.
           DISPLAY WS-DATE-VALEUR-PAIE LINE 4 POSITION 56 HIGHLIGHT.
           DISPLAY 'Compte employeur a debiter:' LINE 5
               POSITION 10.
           ACCEPT WS-COMPTE-EMPLOYEUR LINE 5 POSITION 39.
                       IF BUL-PERIODE = WS-PERIODE-PAIE AND
                           BUL-PAYE NOT = 'Y'
                           PERFORM VIRER-UN-SALAIRE
                               THRU VIRER-UN-SALAIRE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
      *    MVB-MONTANT et MVB-LIBELLE sont poses par l'appelant.
       ENREGISTRER-MOUVEMENT-SALAIRE.
           MOVE CPT-NUM TO MVB-CPT.
           MOVE WS-DATE-VALEUR-PAIE TO MVB-DATE.
           MOVE 'SA' TO MVB-TYPE.
           MOVE CPT-SOLDE TO MVB-SOLDE.
           MOVE SPACE TO MVB-LETTRAGE.
