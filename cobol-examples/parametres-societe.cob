       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMSOC.
      *===============================================
      * IDENTITE ET MENTIONS LEGALES DE LA SOCIETE
      * Interface ecran IBM 3270
      * Maintenance de SOCIETE.DAT : raison sociale, forme
      * juridique, capital, adresse, SIRET, RCS, TVA
      * intracommunautaire, coordonnees bancaires et mention des
      * penalites de retard, imprimes sur les factures,
      * relances, releves, bons de livraison, bulletins de paie
      * et documents de l'hotel (voir le sous-programme
      * IDENTSOC). Deux fiches : le siege social, et
      * l'etablissement hotelier dont les zones laissees a blanc
      * reprennent celles du siege.
      * Reserve au droit ADMINISTRATION ; le fichier est cree au
      * premier lancement.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    VOIR COPYBOOKS/SOCIETE.CPY
           SELECT SOCIETES ASSIGN TO 'SOCIETE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOC-ETAB
               FILE STATUS IS WS-SOC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SOCIETES.
           COPY SOCIETE.
       WORKING-STORAGE SECTION.
       01 WS-CHOIX         PIC 9 VALUE 0.
       01 WS-FIN           PIC 9 VALUE 0.
       01 WS-CONFIRM       PIC X VALUE SPACE.
       01 WS-EXISTE        PIC X VALUE 'N'.
       01 WS-SOC-STATUS    PIC XX VALUE '00'.
           88 WS-SOC-OUVERT-OK VALUE '00'.
       01 WS-ETAB          PIC X(2) VALUE SPACES.
       01 WS-TITRE         PIC X(30) VALUE SPACES.
       01 WS-CAPITAL-EDIT  PIC Z(8)9.99.
      * Ouverture de session via le sous-programme SIGNON
       01 WS-FONCTION-SESSION PIC X(2) VALUE 'AD'.
       01 WS-OPERATEUR     PIC X(6) VALUE SPACES.
       01 WS-DROITS-SESSION PIC X(11) VALUE SPACES.
       01 WS-SESSION-OK    PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       DEBUT.
           CALL 'SIGNON' USING WS-FONCTION-SESSION WS-OPERATEUR
               WS-DROITS-SESSION WS-SESSION-OK.
           IF WS-SESSION-OK NOT = 'Y'
               DISPLAY 'ACCES REFUSE' LINE 16 POSITION 34
               STOP RUN
           END-IF.
           OPEN I-O SOCIETES.
           IF NOT WS-SOC-OUVERT-OK
      *        Premier lancement : creation du fichier
               OPEN OUTPUT SOCIETES
               CLOSE SOCIETES
               OPEN I-O SOCIETES
           END-IF.
           PERFORM UNTIL WS-FIN = 1
               PERFORM AFFICHER-MENU
               EVALUATE WS-CHOIX
                   WHEN 1
                       MOVE 'SG' TO WS-ETAB
                       MOVE '--- SIEGE SOCIAL ---' TO WS-TITRE
                       PERFORM SAISIR-ETABLISSEMENT
                   WHEN 2
                       MOVE 'HO' TO WS-ETAB
                       MOVE '--- ETABLISSEMENT HOTELIER ---'
                           TO WS-TITRE
                       PERFORM SAISIR-ETABLISSEMENT
                   WHEN 9 MOVE 1 TO WS-FIN
               END-EVALUATE
           END-PERFORM.
           CLOSE SOCIETES.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY 'AU REVOIR' LINE 12 POSITION 35 HIGHLIGHT.
           STOP RUN.

       AFFICHER-MENU.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '================================================'
               LINE 2 POSITION 16 HIGHLIGHT.
           DISPLAY '   IDENTITE ET MENTIONS LEGALES     '
               LINE 3 POSITION 16 REVERSE-VIDEO.
           DISPLAY '================================================'
               LINE 4 POSITION 16 HIGHLIGHT.
           DISPLAY '1. Societe (siege social)' LINE 7 POSITION 20.
           DISPLAY '2. Etablissement hotelier' LINE 8 POSITION 20.
           DISPLAY '9. Quitter' LINE 10 POSITION 20 BLINK.
           DISPLAY 'Votre choix:' LINE 17 POSITION 20.
           ACCEPT WS-CHOIX LINE 17 POSITION 33.

      *===============================================
      * SAISIE D'UNE FICHE
      * Chaque zone est affichee puis ressaisie en place :
      * ENTREE la garde telle quelle.
      *===============================================
       SAISIR-ETABLISSEMENT.
           MOVE WS-ETAB TO SOC-ETAB.
           READ SOCIETES
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE
                   INITIALIZE SOCIETE-REC
                   MOVE WS-ETAB TO SOC-ETAB
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EXISTE
           END-READ.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY WS-TITRE LINE 2 POSITION 25 HIGHLIGHT.
           IF WS-ETAB = 'HO'
               DISPLAY '(zones a blanc = celles du siege)' LINE 3
                   POSITION 24
           END-IF.
           DISPLAY 'Raison sociale:' LINE 5 POSITION 5.
           DISPLAY SOC-NOM LINE 5 POSITION 25.
           ACCEPT SOC-NOM LINE 5 POSITION 25.
           DISPLAY 'Forme juridique:' LINE 6 POSITION 5.
           DISPLAY SOC-FORME LINE 6 POSITION 25.
           ACCEPT SOC-FORME LINE 6 POSITION 25.
           DISPLAY 'Capital:' LINE 7 POSITION 5.
           MOVE SOC-CAPITAL TO WS-CAPITAL-EDIT.
           DISPLAY WS-CAPITAL-EDIT LINE 7 POSITION 25.
           ACCEPT SOC-CAPITAL LINE 7 POSITION 25.
           DISPLAY 'Adresse:' LINE 8 POSITION 5.
           DISPLAY SOC-ADRESSE LINE 8 POSITION 25.
           ACCEPT SOC-ADRESSE LINE 8 POSITION 25.
           DISPLAY 'Code postal:' LINE 9 POSITION 5.
           DISPLAY SOC-CODE-POSTAL LINE 9 POSITION 25.
           ACCEPT SOC-CODE-POSTAL LINE 9 POSITION 25.
           DISPLAY 'Ville:' LINE 10 POSITION 5.
           DISPLAY SOC-VILLE LINE 10 POSITION 25.
           ACCEPT SOC-VILLE LINE 10 POSITION 25.
           DISPLAY 'Telephone:' LINE 11 POSITION 5.
           DISPLAY SOC-TELEPHONE LINE 11 POSITION 25.
           ACCEPT SOC-TELEPHONE LINE 11 POSITION 25.
           DISPLAY 'SIRET:' LINE 12 POSITION 5.
           DISPLAY SOC-SIRET LINE 12 POSITION 25.
           ACCEPT SOC-SIRET LINE 12 POSITION 25.
           DISPLAY 'RCS:' LINE 13 POSITION 5.
           DISPLAY SOC-RCS LINE 13 POSITION 25.
           ACCEPT SOC-RCS LINE 13 POSITION 25.
           DISPLAY 'TVA intracom.:' LINE 14 POSITION 5.
           DISPLAY SOC-TVA LINE 14 POSITION 25.
           ACCEPT SOC-TVA LINE 14 POSITION 25.
           DISPLAY 'IBAN:' LINE 15 POSITION 5.
           DISPLAY SOC-IBAN LINE 15 POSITION 25.
           ACCEPT SOC-IBAN LINE 15 POSITION 25.
           DISPLAY 'BIC:' LINE 16 POSITION 5.
           DISPLAY SOC-BIC LINE 16 POSITION 25.
           ACCEPT SOC-BIC LINE 16 POSITION 25.
           DISPLAY 'Penalites de retard:' LINE 17 POSITION 5.
           DISPLAY SOC-PENALITES LINE 18 POSITION 5.
           ACCEPT SOC-PENALITES LINE 18 POSITION 5.
           IF WS-EXISTE = 'Y'
               REWRITE SOCIETE-REC
           ELSE
               WRITE SOCIETE-REC
           END-IF.
           DISPLAY '*** FICHE ENREGISTREE ***' LINE 20 POSITION 27
               HIGHLIGHT.
           DISPLAY 'Appuyez ENTREE...' LINE 21 POSITION 31.
           ACCEPT WS-CONFIRM.
