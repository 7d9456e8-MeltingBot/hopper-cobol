       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDRIER.
      *===============================================
      * CALENDRIER DES JOURS CHOMES
      * Interface ecran IBM 3270
      * Maintenance de CALENDR.DAT, les jours feries et jours de
      * fermeture qui tombent en semaine, et de CALPARM.DAT, le
      * samedi chome ou non et la regle de decalage de chaque
      * usage (voir COPYBOOKS/CALPARM.CPY). Les fetes legales
      * d'une annee - dates fixes, lundi de Paques, Ascension,
      * lundi de Pentecote - se generent d'un coup ; les ponts
      * et fermetures propres a la maison s'ajoutent a la main.
      * Un essai de date montre ce que le sous-programme
      * JOUROUVRE en fera pour un usage donne.
      * Reserve au droit ADMINISTRATION ; le fichier est cree au
      * premier lancement.
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
       01 WS-CHOIX         PIC 9 VALUE 0.
       01 WS-FIN           PIC 9 VALUE 0.
       01 WS-EOF           PIC 9 VALUE 0.
       01 WS-CONFIRM       PIC X VALUE SPACE.
       01 WS-LIGNE         PIC 99 VALUE 0.
       01 WS-CAL-STATUS    PIC XX VALUE '00'.
           88 WS-CAL-OUVERT-OK VALUE '00'.
       01 WS-CLP-STATUS    PIC XX VALUE '00'.
           88 WS-CLP-OUVERT-OK VALUE '00'.
      * Ouverture de session via le sous-programme SIGNON
       01 WS-FONCTION-SESSION PIC X(2) VALUE 'AD'.
       01 WS-OPERATEUR     PIC X(6) VALUE SPACES.
       01 WS-DROITS-SESSION PIC X(11) VALUE SPACES.
       01 WS-SESSION-OK    PIC X VALUE 'N'.
      * Jours ouvres via le sous-programme JOUROUVRE
       01 WS-JOU-ACTION    PIC X VALUE SPACE.
       01 WS-JOU-USAGE     PIC XX VALUE SPACES.
       01 WS-JOU-DATE      PIC 9(8) VALUE 0.
       01 WS-JOU-RESULTAT  PIC X VALUE SPACE.
      * Saisie
       01 WS-ANNEE         PIC 9(4) VALUE 0.
       01 WS-DATE-SAISIE   PIC 9(8) VALUE 0.
       01 WS-NB-AJOUTES    PIC 99 VALUE 0.
       01 WS-NB-PRESENTS   PIC 99 VALUE 0.
       01 WS-NB-FERIES     PIC 999 VALUE 0.
       01 WS-REGLES-OK     PIC X VALUE 'Y'.
       01 WS-REGLE         PIC X VALUE SPACE.
       01 WS-JOUR-SEMAINE  PIC 9 VALUE 0.
       01 WS-JULIEN        PIC 9(9) VALUE 0.
      * Noms des jours, dans l'ordre de MOD(INTEGER-OF-DATE, 7) :
      * 0 = dimanche
       01 WS-JOURS-TABLE.
           05 FILLER PIC X(8) VALUE 'DIMANCHE'.
           05 FILLER PIC X(8) VALUE 'LUNDI'.
           05 FILLER PIC X(8) VALUE 'MARDI'.
           05 FILLER PIC X(8) VALUE 'MERCREDI'.
           05 FILLER PIC X(8) VALUE 'JEUDI'.
           05 FILLER PIC X(8) VALUE 'VENDREDI'.
           05 FILLER PIC X(8) VALUE 'SAMEDI'.
       01 WS-JOURS-R REDEFINES WS-JOURS-TABLE.
           05 WS-NOM-JOUR OCCURS 7 TIMES PIC X(8).
      * Fetes legales a date fixe (MMJJ et libelle)
       01 WS-FETES-FIXES-TABLE.
           05 FILLER PIC X(24) VALUE '0101JOUR DE L''AN'.
           05 FILLER PIC X(24) VALUE '0501FETE DU TRAVAIL'.
           05 FILLER PIC X(24) VALUE '0508VICTOIRE 1945'.
           05 FILLER PIC X(24) VALUE '0714FETE NATIONALE'.
           05 FILLER PIC X(24) VALUE '0815ASSOMPTION'.
           05 FILLER PIC X(24) VALUE '1101TOUSSAINT'.
           05 FILLER PIC X(24) VALUE '1111ARMISTICE 1918'.
           05 FILLER PIC X(24) VALUE '1225NOEL'.
       01 WS-FETES-FIXES-R REDEFINES WS-FETES-FIXES-TABLE.
           05 WS-FETE-ENTRY OCCURS 8 TIMES.
               10 WS-FETE-MMJJ    PIC 9(4).
               10 WS-FETE-LIBELLE PIC X(20).
       01 WS-IDX-FETE      PIC 9 VALUE 0.
      * Calcul de Paques (algorithme de Meeus)
       01 WS-PAQUES        PIC 9(8) VALUE 0.
       01 WS-PAQUES-JULIEN PIC 9(9) VALUE 0.
       01 WS-PQ-A          PIC 99 VALUE 0.
       01 WS-PQ-B          PIC 99 VALUE 0.
       01 WS-PQ-C          PIC 99 VALUE 0.
       01 WS-PQ-D          PIC 99 VALUE 0.
       01 WS-PQ-E          PIC 99 VALUE 0.
       01 WS-PQ-F          PIC 99 VALUE 0.
       01 WS-PQ-G          PIC 99 VALUE 0.
       01 WS-PQ-H          PIC 99 VALUE 0.
       01 WS-PQ-I          PIC 99 VALUE 0.
       01 WS-PQ-K          PIC 99 VALUE 0.
       01 WS-PQ-L          PIC 99 VALUE 0.
       01 WS-PQ-M          PIC 99 VALUE 0.
       01 WS-PQ-N          PIC 999 VALUE 0.
       01 WS-PQ-MOIS       PIC 99 VALUE 0.
       01 WS-PQ-JOUR       PIC 99 VALUE 0.
       01 WS-PQ-TRAVAIL    PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       DEBUT.
           CALL 'SIGNON' USING WS-FONCTION-SESSION WS-OPERATEUR
               WS-DROITS-SESSION WS-SESSION-OK.
           IF WS-SESSION-OK NOT = 'Y'
               DISPLAY 'ACCES REFUSE' LINE 16 POSITION 34
               STOP RUN
           END-IF.
           OPEN I-O CALENDRIER.
           IF NOT WS-CAL-OUVERT-OK
      *        Premier lancement : creation du fichier
               OPEN OUTPUT CALENDRIER
               CLOSE CALENDRIER
               OPEN I-O CALENDRIER
           END-IF.
           PERFORM CHARGER-PARAMETRES.
           PERFORM UNTIL WS-FIN = 1
               PERFORM AFFICHER-MENU
               EVALUATE WS-CHOIX
                   WHEN 1 PERFORM LISTER-FERIES
                   WHEN 2 PERFORM SAISIR-FERIE
                       THRU SAISIR-FERIE-EXIT
                   WHEN 3 PERFORM SUPPRIMER-FERIE
                       THRU SUPPRIMER-FERIE-EXIT
                   WHEN 4 PERFORM GENERER-FETES-LEGALES
                       THRU GENERER-FETES-LEGALES-EXIT
                   WHEN 5 PERFORM SAISIR-PARAMETRES
                   WHEN 6 PERFORM ESSAYER-DATE
                       THRU ESSAYER-DATE-EXIT
                   WHEN 9 MOVE 1 TO WS-FIN
               END-EVALUATE
           END-PERFORM.
           CLOSE CALENDRIER.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY 'AU REVOIR' LINE 12 POSITION 35 HIGHLIGHT.
           STOP RUN.

       AFFICHER-MENU.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '================================================'
               LINE 2 POSITION 16 HIGHLIGHT.
           DISPLAY '     CALENDRIER DES JOURS CHOMES    '
               LINE 3 POSITION 16 REVERSE-VIDEO.
           DISPLAY '================================================'
               LINE 4 POSITION 16 HIGHLIGHT.
           DISPLAY '1. Lister les jours feries d''une annee' LINE 7
               POSITION 20.
           DISPLAY '2. Ajouter / modifier un jour ferie' LINE 8
               POSITION 20.
           DISPLAY '3. Supprimer un jour ferie' LINE 9 POSITION 20.
           DISPLAY '4. Generer les fetes legales d''une annee'
               LINE 10 POSITION 20.
           DISPLAY '5. Samedi et regles de decalage' LINE 11
               POSITION 20.
           DISPLAY '6. Essayer une date' LINE 12 POSITION 20.
           DISPLAY '9. Quitter' LINE 14 POSITION 20 BLINK.
           DISPLAY 'Votre choix:' LINE 17 POSITION 20.
           ACCEPT WS-CHOIX LINE 17 POSITION 33.

      *===============================================
      * LISTE D'UNE ANNEE
      *===============================================
       LISTER-FERIES.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- JOURS FERIES ---' LINE 2 POSITION 30
               HIGHLIGHT.
           DISPLAY 'Annee (AAAA):' LINE 4 POSITION 10.
           ACCEPT WS-ANNEE LINE 4 POSITION 25.
           PERFORM AFFICHER-ENTETE-LISTE.
           MOVE 0 TO WS-NB-FERIES.
           COMPUTE CAL-DATE = WS-ANNEE * 10000 + 101.
           START CALENDRIER KEY >= CAL-DATE
               INVALID KEY MOVE 1 TO WS-EOF
               NOT INVALID KEY MOVE 0 TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 1
               READ CALENDRIER NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CAL-DATE(1:4) NOT = WS-ANNEE
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM ECRIRE-LIGNE-FERIE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY WS-NB-FERIES LINE 20 POSITION 5 HIGHLIGHT.
           DISPLAY 'jour(s) ferie(s)' LINE 20 POSITION 9.
           DISPLAY 'Appuyez ENTREE...' LINE 21 POSITION 31.
           ACCEPT WS-CONFIRM.

       AFFICHER-ENTETE-LISTE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- JOURS FERIES ---' LINE 2 POSITION 30
               HIGHLIGHT.
           DISPLAY WS-ANNEE LINE 2 POSITION 51 HIGHLIGHT.
           DISPLAY 'DATE' LINE 4 POSITION 5 UNDERLINE.
           DISPLAY 'JOUR' LINE 4 POSITION 16 UNDERLINE.
           DISPLAY 'LIBELLE' LINE 4 POSITION 27 UNDERLINE.
           MOVE 5 TO WS-LIGNE.

       ECRIRE-LIGNE-FERIE.
           IF WS-LIGNE > 18
               DISPLAY 'Appuyez ENTREE (suite)...' LINE 21
                   POSITION 27
               ACCEPT WS-CONFIRM
               PERFORM AFFICHER-ENTETE-LISTE
           END-IF.
           COMPUTE WS-JOUR-SEMAINE = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(CAL-DATE), 7).
           DISPLAY CAL-DATE LINE WS-LIGNE POSITION 5.
           DISPLAY WS-NOM-JOUR(WS-JOUR-SEMAINE + 1) LINE WS-LIGNE
               POSITION 16.
           DISPLAY CAL-LIBELLE LINE WS-LIGNE POSITION 27.
           ADD 1 TO WS-LIGNE.
           ADD 1 TO WS-NB-FERIES.

      *===============================================
      * SAISIE / SUPPRESSION D'UN JOUR
      *===============================================
       SAISIR-FERIE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- AJOUTER / MODIFIER UN JOUR FERIE ---' LINE 2
               POSITION 20 HIGHLIGHT.
           DISPLAY 'Date (AAAAMMJJ):' LINE 4 POSITION 10.
           ACCEPT WS-DATE-SAISIE LINE 4 POSITION 28.
           PERFORM CONTROLER-DATE-SAISIE.
           IF WS-JOU-RESULTAT = 'N'
               DISPLAY '*** DATE INVALIDE ***' LINE 15 POSITION 29
                   HIGHLIGHT
               GO TO SAISIR-FERIE-ATTENTE
           END-IF.
           MOVE WS-DATE-SAISIE TO CAL-DATE.
           READ CALENDRIER
               INVALID KEY
                   MOVE 'N' TO WS-CONFIRM
                   MOVE SPACES TO CAL-LIBELLE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CONFIRM
                   DISPLAY 'Jour deja au calendrier:' LINE 5
                       POSITION 10
                   DISPLAY CAL-LIBELLE LINE 5 POSITION 36 HIGHLIGHT
           END-READ.
           COMPUTE WS-JOUR-SEMAINE = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-DATE-SAISIE), 7).
           DISPLAY WS-NOM-JOUR(WS-JOUR-SEMAINE + 1) LINE 4
               POSITION 38.
           IF WS-JOUR-SEMAINE = 0
               OR (WS-JOUR-SEMAINE = 6 AND CLP-SAMEDI-CHOME = 'Y')
               DISPLAY '(deja chome chaque semaine)' LINE 4
                   POSITION 48
           END-IF.
           DISPLAY 'Libelle:' LINE 7 POSITION 10.
           ACCEPT CAL-LIBELLE LINE 7 POSITION 20.
           IF WS-CONFIRM = 'Y'
               REWRITE CALENDRIER-REC
           ELSE
               WRITE CALENDRIER-REC
           END-IF.
           DISPLAY '*** JOUR ENREGISTRE ***' LINE 15 POSITION 28
               HIGHLIGHT.
       SAISIR-FERIE-ATTENTE.
           DISPLAY 'Appuyez ENTREE...' LINE 21 POSITION 31.
           ACCEPT WS-CONFIRM.
       SAISIR-FERIE-EXIT.
           EXIT.

       SUPPRIMER-FERIE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- SUPPRIMER UN JOUR FERIE ---' LINE 2
               POSITION 25 HIGHLIGHT.
           DISPLAY 'Date (AAAAMMJJ):' LINE 4 POSITION 10.
           ACCEPT WS-DATE-SAISIE LINE 4 POSITION 28.
           MOVE WS-DATE-SAISIE TO CAL-DATE.
           READ CALENDRIER
               INVALID KEY
                   DISPLAY '*** JOUR ABSENT DU CALENDRIER ***'
                       LINE 15 POSITION 23 HIGHLIGHT
                   GO TO SUPPRIMER-FERIE-ATTENTE
           END-READ.
           DISPLAY CAL-LIBELLE LINE 5 POSITION 10 HIGHLIGHT.
           DISPLAY 'Confirmer la suppression (O/N):' LINE 7
               POSITION 10.
           MOVE 'N' TO WS-CONFIRM.
           ACCEPT WS-CONFIRM LINE 7 POSITION 42.
           IF WS-CONFIRM = 'O' OR WS-CONFIRM = 'o'
               DELETE CALENDRIER
               DISPLAY '*** JOUR SUPPRIME ***' LINE 15 POSITION 29
                   HIGHLIGHT
           END-IF.
       SUPPRIMER-FERIE-ATTENTE.
           DISPLAY 'Appuyez ENTREE...' LINE 21 POSITION 31.
           ACCEPT WS-CONFIRM.
       SUPPRIMER-FERIE-EXIT.
           EXIT.

      *    Date saisie plausible : JOUROUVRE la refuse (N) si le
      *    mois ou le jour n'existe pas.
       CONTROLER-DATE-SAISIE.
           MOVE 'O' TO WS-JOU-ACTION.
           MOVE SPACES TO WS-JOU-USAGE.
           MOVE WS-DATE-SAISIE TO WS-JOU-DATE.
           CALL 'JOUROUVRE' USING WS-JOU-ACTION WS-JOU-USAGE
               WS-JOU-DATE WS-JOU-RESULTAT.

      *===============================================
      * FETES LEGALES D'UNE ANNEE
      * Les huit dates fixes, puis lundi de Paques (+1),
      * Ascension (+39) et lundi de Pentecote (+50). Les jours
      * deja presents sont laisses tels quels - libelle compris.
      *===============================================
       GENERER-FETES-LEGALES.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- GENERER LES FETES LEGALES ---' LINE 2
               POSITION 24 HIGHLIGHT.
           DISPLAY 'Annee (AAAA):' LINE 4 POSITION 10.
           ACCEPT WS-ANNEE LINE 4 POSITION 25.
           IF WS-ANNEE < 1601
               DISPLAY '*** ANNEE INVALIDE ***' LINE 15 POSITION 29
                   HIGHLIGHT
               GO TO GENERER-FETES-ATTENTE
           END-IF.
           MOVE 0 TO WS-NB-AJOUTES.
           MOVE 0 TO WS-NB-PRESENTS.
           MOVE 1 TO WS-IDX-FETE.
           PERFORM GENERER-FETE-FIXE
               UNTIL WS-IDX-FETE > 8.
           PERFORM CALCULER-PAQUES.
           COMPUTE WS-PAQUES-JULIEN =
               FUNCTION INTEGER-OF-DATE(WS-PAQUES).
           COMPUTE WS-JULIEN = WS-PAQUES-JULIEN + 1.
           MOVE 'LUNDI DE PAQUES' TO CAL-LIBELLE.
           PERFORM GENERER-FETE-MOBILE.
           COMPUTE WS-JULIEN = WS-PAQUES-JULIEN + 39.
           MOVE 'ASCENSION' TO CAL-LIBELLE.
           PERFORM GENERER-FETE-MOBILE.
           COMPUTE WS-JULIEN = WS-PAQUES-JULIEN + 50.
           MOVE 'LUNDI DE PENTECOTE' TO CAL-LIBELLE.
           PERFORM GENERER-FETE-MOBILE.
           DISPLAY 'Paques:' LINE 6 POSITION 10.
           DISPLAY WS-PAQUES LINE 6 POSITION 30.
           DISPLAY 'Jours ajoutes:' LINE 8 POSITION 10.
           DISPLAY WS-NB-AJOUTES LINE 8 POSITION 30 HIGHLIGHT.
           DISPLAY 'Deja au calendrier:' LINE 9 POSITION 10.
           DISPLAY WS-NB-PRESENTS LINE 9 POSITION 30.
       GENERER-FETES-ATTENTE.
           DISPLAY 'Appuyez ENTREE...' LINE 21 POSITION 31.
           ACCEPT WS-CONFIRM.
       GENERER-FETES-LEGALES-EXIT.
           EXIT.

       GENERER-FETE-FIXE.
           COMPUTE CAL-DATE = WS-ANNEE * 10000
               + WS-FETE-MMJJ(WS-IDX-FETE).
           MOVE WS-FETE-LIBELLE(WS-IDX-FETE) TO CAL-LIBELLE.
           PERFORM ECRIRE-FETE.
           ADD 1 TO WS-IDX-FETE.

       GENERER-FETE-MOBILE.
           COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER(WS-JULIEN).
           PERFORM ECRIRE-FETE.

       ECRIRE-FETE.
           WRITE CALENDRIER-REC
               INVALID KEY ADD 1 TO WS-NB-PRESENTS
               NOT INVALID KEY ADD 1 TO WS-NB-AJOUTES
           END-WRITE.

      *    Dimanche de Paques du calendrier gregorien (Meeus).
       CALCULER-PAQUES.
           DIVIDE WS-ANNEE BY 19 GIVING WS-PQ-TRAVAIL
               REMAINDER WS-PQ-A.
           DIVIDE WS-ANNEE BY 100 GIVING WS-PQ-B
               REMAINDER WS-PQ-C.
           DIVIDE WS-PQ-B BY 4 GIVING WS-PQ-D
               REMAINDER WS-PQ-E.
           COMPUTE WS-PQ-F = (WS-PQ-B + 8) / 25.
           COMPUTE WS-PQ-G = (WS-PQ-B - WS-PQ-F + 1) / 3.
           COMPUTE WS-PQ-TRAVAIL = 19 * WS-PQ-A + WS-PQ-B - WS-PQ-D
               - WS-PQ-G + 15.
           DIVIDE WS-PQ-TRAVAIL BY 30 GIVING WS-PQ-TRAVAIL
               REMAINDER WS-PQ-H.
           DIVIDE WS-PQ-C BY 4 GIVING WS-PQ-I
               REMAINDER WS-PQ-K.
           COMPUTE WS-PQ-TRAVAIL = 32 + 2 * WS-PQ-E + 2 * WS-PQ-I
               - WS-PQ-H - WS-PQ-K.
           DIVIDE WS-PQ-TRAVAIL BY 7 GIVING WS-PQ-TRAVAIL
               REMAINDER WS-PQ-L.
           COMPUTE WS-PQ-M = (WS-PQ-A + 11 * WS-PQ-H
               + 22 * WS-PQ-L) / 451.
           COMPUTE WS-PQ-N = WS-PQ-H + WS-PQ-L - 7 * WS-PQ-M + 114.
           DIVIDE WS-PQ-N BY 31 GIVING WS-PQ-MOIS
               REMAINDER WS-PQ-JOUR.
           ADD 1 TO WS-PQ-JOUR.
           COMPUTE WS-PAQUES = WS-ANNEE * 10000 + WS-PQ-MOIS * 100
               + WS-PQ-JOUR.

      *===============================================
      * SAMEDI ET REGLES DE DECALAGE
      *===============================================
      *    MEME LOGIQUE QUE JOUROUVRE/CHARGER-CALENDRIER.
       CHARGER-PARAMETRES.
           PERFORM PARAMETRES-PAR-DEFAUT.
           OPEN INPUT CAL-PARAMETRES.
           IF WS-CLP-OUVERT-OK
               READ CAL-PARAMETRES
                   AT END PERFORM PARAMETRES-PAR-DEFAUT
               END-READ
               CLOSE CAL-PARAMETRES
           END-IF.

       PARAMETRES-PAR-DEFAUT.
           MOVE 'Y' TO CLP-SAMEDI-CHOME.
           MOVE 'S' TO CLP-REGLE-ECHEANCE-FRN.
           MOVE 'S' TO CLP-REGLE-PRELEVEMENT.
           MOVE 'S' TO CLP-REGLE-VIREMENT.
           MOVE 'S' TO CLP-REGLE-PRET.
           MOVE 'S' TO CLP-REGLE-PAIEMENT-FRN.
           MOVE 'P' TO CLP-REGLE-SALAIRE.
           MOVE 'S' TO CLP-REGLE-AUTRE.

       SAISIR-PARAMETRES.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- SAMEDI ET REGLES DE DECALAGE ---' LINE 2
               POSITION 22 HIGHLIGHT.
           DISPLAY 'Samedi chome (Y/N):' LINE 4 POSITION 10.
           DISPLAY CLP-SAMEDI-CHOME LINE 4 POSITION 52.
           ACCEPT CLP-SAMEDI-CHOME LINE 4 POSITION 52.
           DISPLAY 'Regles : S=suivant P=precedent M=suivant sauf'
               LINE 6 POSITION 10.
           DISPLAY 'changement de mois N=aucun decalage' LINE 7
               POSITION 19.
           DISPLAY 'Echeances factures fournisseurs:' LINE 9
               POSITION 10.
           DISPLAY CLP-REGLE-ECHEANCE-FRN LINE 9 POSITION 52.
           ACCEPT CLP-REGLE-ECHEANCE-FRN LINE 9 POSITION 52.
           DISPLAY 'Prelevements clients:' LINE 10 POSITION 10.
           DISPLAY CLP-REGLE-PRELEVEMENT LINE 10 POSITION 52.
           ACCEPT CLP-REGLE-PRELEVEMENT LINE 10 POSITION 52.
           DISPLAY 'Virements programmes:' LINE 11 POSITION 10.
           DISPLAY CLP-REGLE-VIREMENT LINE 11 POSITION 52.
           ACCEPT CLP-REGLE-VIREMENT LINE 11 POSITION 52.
           DISPLAY 'Echeances de prets:' LINE 12 POSITION 10.
           DISPLAY CLP-REGLE-PRET LINE 12 POSITION 52.
           ACCEPT CLP-REGLE-PRET LINE 12 POSITION 52.
           DISPLAY 'Paiements fournisseurs:' LINE 13 POSITION 10.
           DISPLAY CLP-REGLE-PAIEMENT-FRN LINE 13 POSITION 52.
           ACCEPT CLP-REGLE-PAIEMENT-FRN LINE 13 POSITION 52.
           DISPLAY 'Virement des salaires:' LINE 14 POSITION 10.
           DISPLAY CLP-REGLE-SALAIRE LINE 14 POSITION 52.
           ACCEPT CLP-REGLE-SALAIRE LINE 14 POSITION 52.
           DISPLAY 'Autres dates (prevision...):' LINE 15
               POSITION 10.
           DISPLAY CLP-REGLE-AUTRE LINE 15 POSITION 52.
           ACCEPT CLP-REGLE-AUTRE LINE 15 POSITION 52.
           MOVE 'Y' TO WS-REGLES-OK.
           IF CLP-SAMEDI-CHOME NOT = 'Y' AND
               CLP-SAMEDI-CHOME NOT = 'N'
               MOVE 'N' TO WS-REGLES-OK
           END-IF.
           MOVE CLP-REGLE-ECHEANCE-FRN TO WS-REGLE.
           PERFORM CONTROLER-REGLE.
           MOVE CLP-REGLE-PRELEVEMENT TO WS-REGLE.
           PERFORM CONTROLER-REGLE.
           MOVE CLP-REGLE-VIREMENT TO WS-REGLE.
           PERFORM CONTROLER-REGLE.
           MOVE CLP-REGLE-PRET TO WS-REGLE.
           PERFORM CONTROLER-REGLE.
           MOVE CLP-REGLE-PAIEMENT-FRN TO WS-REGLE.
           PERFORM CONTROLER-REGLE.
           MOVE CLP-REGLE-SALAIRE TO WS-REGLE.
           PERFORM CONTROLER-REGLE.
           MOVE CLP-REGLE-AUTRE TO WS-REGLE.
           PERFORM CONTROLER-REGLE.
           IF WS-REGLES-OK = 'Y'
               OPEN OUTPUT CAL-PARAMETRES
               WRITE CAL-PARM-REC
               CLOSE CAL-PARAMETRES
               DISPLAY '*** PARAMETRES ENREGISTRES ***' LINE 18
                   POSITION 25 HIGHLIGHT
           ELSE
               DISPLAY '*** SAISIE INVALIDE - RIEN N''EST ENREGISTRE'
                   LINE 18 POSITION 15 HIGHLIGHT
               DISPLAY ' ***' LINE 18 POSITION 59 HIGHLIGHT
               PERFORM CHARGER-PARAMETRES
           END-IF.
           DISPLAY 'Appuyez ENTREE...' LINE 21 POSITION 31.
           ACCEPT WS-CONFIRM.

       CONTROLER-REGLE.
           IF WS-REGLE NOT = 'S' AND WS-REGLE NOT = 'P' AND
               WS-REGLE NOT = 'M' AND WS-REGLE NOT = 'N'
               MOVE 'N' TO WS-REGLES-OK
           END-IF.

      *===============================================
      * ESSAI D'UNE DATE
      * Le calendrier est relu d'abord, pour tenir compte des
      * saisies qui viennent d'etre faites.
      *===============================================
       ESSAYER-DATE.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- ESSAYER UNE DATE ---' LINE 2 POSITION 28
               HIGHLIGHT.
           DISPLAY 'Date (AAAAMMJJ):' LINE 4 POSITION 10.
           ACCEPT WS-DATE-SAISIE LINE 4 POSITION 28.
           DISPLAY 'Usage (FF PR VP EP RF PS, blanc=autre):' LINE 5
               POSITION 10.
           MOVE SPACES TO WS-JOU-USAGE.
           ACCEPT WS-JOU-USAGE LINE 5 POSITION 51.
           MOVE 'R' TO WS-JOU-ACTION.
           CALL 'JOUROUVRE' USING WS-JOU-ACTION WS-JOU-USAGE
               WS-JOU-DATE WS-JOU-RESULTAT.
           MOVE 'O' TO WS-JOU-ACTION.
           MOVE WS-DATE-SAISIE TO WS-JOU-DATE.
           CALL 'JOUROUVRE' USING WS-JOU-ACTION WS-JOU-USAGE
               WS-JOU-DATE WS-JOU-RESULTAT.
           IF WS-JOU-RESULTAT = 'N'
               DISPLAY '*** DATE INVALIDE ***' LINE 15 POSITION 29
                   HIGHLIGHT
               GO TO ESSAYER-DATE-ATTENTE
           END-IF.
           COMPUTE WS-JOUR-SEMAINE = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-DATE-SAISIE), 7).
           DISPLAY WS-NOM-JOUR(WS-JOUR-SEMAINE + 1) LINE 4
               POSITION 38.
           IF WS-JOU-RESULTAT = 'O'
               DISPLAY 'Jour ouvre' LINE 7 POSITION 10 HIGHLIGHT
           ELSE
               DISPLAY 'Jour chome' LINE 7 POSITION 10 HIGHLIGHT
           END-IF.
           MOVE 'A' TO WS-JOU-ACTION.
           MOVE WS-DATE-SAISIE TO WS-JOU-DATE.
           CALL 'JOUROUVRE' USING WS-JOU-ACTION WS-JOU-USAGE
               WS-JOU-DATE WS-JOU-RESULTAT.
           DISPLAY 'Date retenue pour cet usage:' LINE 9
               POSITION 10.
           DISPLAY WS-JOU-DATE LINE 9 POSITION 40 HIGHLIGHT.
           COMPUTE WS-JOUR-SEMAINE = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-JOU-DATE), 7).
           DISPLAY WS-NOM-JOUR(WS-JOUR-SEMAINE + 1) LINE 9
               POSITION 50.
       ESSAYER-DATE-ATTENTE.
           DISPLAY 'Appuyez ENTREE...' LINE 21 POSITION 31.
           ACCEPT WS-CONFIRM.
       ESSAYER-DATE-EXIT.
           EXIT.
