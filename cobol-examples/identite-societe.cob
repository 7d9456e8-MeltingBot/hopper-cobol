       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDENTSOC.
      *===============================================
      * IDENTITE DE LA SOCIETE
      * Sous-programme appele par tous les programmes qui
      * impriment un document remis a un client, un fournisseur,
      * un salarie ou un client de l'hotel : rend l'identite et
      * les mentions legales de l'etablissement demande (SG =
      * siege social, HO = hotel) telles que saisies dans
      * PARAMSOC. Les zones de l'hotel laissees a blanc (ou a
      * zero) reprennent celles du siege ; sans SOCIETE.DAT, ou
      * sans fiche du siege, l'identite historique de la maison
      * est rendue pour que les documents sortent quand meme.
      * Les lignes a imprimer (SOCEDIT.CPY) sont composees ici,
      * une fois pour tous les documents.
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
       01 WS-SOC-STATUS    PIC XX VALUE '00'.
           88 WS-SOC-OUVERT-OK VALUE '00'.
      * Mention des penalites de retard sans SOCIETE.DAT - meme
      * texte que FACTELEC
       01 WS-PENALITES-DEFAUT PIC X(75) VALUE
           'PENALITES DE RETARD 3 FOIS LE TAUX LEGAL, INDEMNITE FORFAITA
      -    'IRE 40 EUR'.
       01 WS-POS           PIC 99 VALUE 1.
       01 WS-CAPITAL-EDIT  PIC Z(8)9.99.
       LINKAGE SECTION.
      *    SG OU HO
       01 LNK-ETAB         PIC X(2).
           COPY SOCIETE REPLACING ==SOCIETE-REC== BY
               ==LNK-SOCIETE== LEADING ==SOC-== BY ==LNK-SOC-==.
           COPY SOCEDIT REPLACING ==SOCIETE-EDITION== BY
               ==LNK-EDITION== LEADING ==SOE-== BY ==LNK-SOE-==.
       PROCEDURE DIVISION USING LNK-ETAB LNK-SOCIETE LNK-EDITION.
       DEBUT.
           PERFORM IDENTITE-PAR-DEFAUT.
           OPEN INPUT SOCIETES.
           IF WS-SOC-OUVERT-OK
               MOVE 'SG' TO SOC-ETAB
               READ SOCIETES
                   NOT INVALID KEY
                       MOVE SOCIETE-REC TO LNK-SOCIETE
               END-READ
               IF LNK-ETAB NOT = 'SG'
                   MOVE LNK-ETAB TO SOC-ETAB
                   READ SOCIETES
                       NOT INVALID KEY
                           PERFORM COMPLETER-ETABLISSEMENT
                   END-READ
               END-IF
               CLOSE SOCIETES
           END-IF.
           MOVE LNK-ETAB TO LNK-SOC-ETAB.
           PERFORM COMPOSER-LIGNES.
           GOBACK.

      *    Identite imprimee par FACTURE (et par HOTEL pour
      *    l'hotel) avant SOCIETE.DAT.
       IDENTITE-PAR-DEFAUT.
           INITIALIZE LNK-SOCIETE.
           MOVE 'SG' TO LNK-SOC-ETAB.
           MOVE 'ETS HOPPER ET CIE' TO LNK-SOC-NOM.
           IF LNK-ETAB = 'HO'
               MOVE 'HOTEL COBOL' TO LNK-SOC-NOM
           END-IF.
           MOVE '12 RUE DES ATELIERS' TO LNK-SOC-ADRESSE.
           MOVE '75011' TO LNK-SOC-CODE-POSTAL.
           MOVE 'PARIS' TO LNK-SOC-VILLE.
           MOVE '33244955400019' TO LNK-SOC-SIRET.
           MOVE 'FR26332449554' TO LNK-SOC-TVA.
           MOVE WS-PENALITES-DEFAUT TO LNK-SOC-PENALITES.

      *    L'etablissement ne remplace que les zones renseignees.
       COMPLETER-ETABLISSEMENT.
           IF SOC-NOM NOT = SPACES
               MOVE SOC-NOM TO LNK-SOC-NOM
           END-IF.
           IF SOC-FORME NOT = SPACES
               MOVE SOC-FORME TO LNK-SOC-FORME
           END-IF.
           IF SOC-CAPITAL NOT = 0
               MOVE SOC-CAPITAL TO LNK-SOC-CAPITAL
           END-IF.
           IF SOC-ADRESSE NOT = SPACES
               MOVE SOC-ADRESSE TO LNK-SOC-ADRESSE
           END-IF.
           IF SOC-CODE-POSTAL NOT = SPACES
               MOVE SOC-CODE-POSTAL TO LNK-SOC-CODE-POSTAL
           END-IF.
           IF SOC-VILLE NOT = SPACES
               MOVE SOC-VILLE TO LNK-SOC-VILLE
           END-IF.
           IF SOC-TELEPHONE NOT = SPACES
               MOVE SOC-TELEPHONE TO LNK-SOC-TELEPHONE
           END-IF.
           IF SOC-SIRET NOT = SPACES
               MOVE SOC-SIRET TO LNK-SOC-SIRET
           END-IF.
           IF SOC-RCS NOT = SPACES
               MOVE SOC-RCS TO LNK-SOC-RCS
           END-IF.
           IF SOC-TVA NOT = SPACES
               MOVE SOC-TVA TO LNK-SOC-TVA
           END-IF.
           IF SOC-IBAN NOT = SPACES
               MOVE SOC-IBAN TO LNK-SOC-IBAN
           END-IF.
           IF SOC-BIC NOT = SPACES
               MOVE SOC-BIC TO LNK-SOC-BIC
           END-IF.
           IF SOC-PENALITES NOT = SPACES
               MOVE SOC-PENALITES TO LNK-SOC-PENALITES
           END-IF.

      *===============================================
      * LIGNES A IMPRIMER
      * Les zones alphanumeriques s'arretent au premier double
      * blanc ; les zones vides sont omises avec leur libelle.
      *===============================================
       COMPOSER-LIGNES.
           MOVE SPACES TO LNK-EDITION.
           MOVE 1 TO WS-POS.
           STRING LNK-SOC-NOM DELIMITED BY '  '
               INTO LNK-SOE-RAISON-SOCIALE WITH POINTER WS-POS.
           IF LNK-SOC-FORME NOT = SPACES
               STRING ' ' LNK-SOC-FORME DELIMITED BY '  '
                   INTO LNK-SOE-RAISON-SOCIALE WITH POINTER WS-POS
           END-IF.
           IF LNK-SOC-CAPITAL NOT = 0
               MOVE LNK-SOC-CAPITAL TO WS-CAPITAL-EDIT
               STRING ' AU CAPITAL DE ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CAPITAL-EDIT) DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
                   INTO LNK-SOE-RAISON-SOCIALE WITH POINTER WS-POS
           END-IF.
           MOVE 1 TO WS-POS.
           STRING LNK-SOC-ADRESSE DELIMITED BY '  '
               ' - ' DELIMITED BY SIZE
               LNK-SOC-CODE-POSTAL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               LNK-SOC-VILLE DELIMITED BY '  '
               INTO LNK-SOE-ADRESSE WITH POINTER WS-POS.
           IF LNK-SOC-TELEPHONE NOT = SPACES
               STRING ' - TEL ' DELIMITED BY SIZE
                   LNK-SOC-TELEPHONE DELIMITED BY '  '
                   INTO LNK-SOE-ADRESSE WITH POINTER WS-POS
           END-IF.
           MOVE 1 TO WS-POS.
           STRING 'SIRET ' DELIMITED BY SIZE
               LNK-SOC-SIRET DELIMITED BY SIZE
               INTO LNK-SOE-IDENTIFIANTS WITH POINTER WS-POS.
           IF LNK-SOC-RCS NOT = SPACES
               STRING ' - ' DELIMITED BY SIZE
                   LNK-SOC-RCS DELIMITED BY '  '
                   INTO LNK-SOE-IDENTIFIANTS WITH POINTER WS-POS
           END-IF.
           IF LNK-SOC-TVA NOT = SPACES
               STRING ' - TVA ' DELIMITED BY SIZE
                   LNK-SOC-TVA DELIMITED BY SIZE
                   INTO LNK-SOE-IDENTIFIANTS WITH POINTER WS-POS
           END-IF.
           IF LNK-SOC-IBAN NOT = SPACES
               MOVE 1 TO WS-POS
               STRING 'IBAN ' DELIMITED BY SIZE
                   LNK-SOC-IBAN DELIMITED BY '  '
                   INTO LNK-SOE-BANQUE WITH POINTER WS-POS
               IF LNK-SOC-BIC NOT = SPACES
                   STRING ' - BIC ' DELIMITED BY SIZE
                       LNK-SOC-BIC DELIMITED BY SPACE
                       INTO LNK-SOE-BANQUE WITH POINTER WS-POS
               END-IF
           END-IF.
           MOVE LNK-SOC-PENALITES TO LNK-SOE-PENALITES.
