       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPREINTE.
      *===============================================
      * EMPREINTE D'UN MOT DE PASSE OPERATEUR
      * Sous-programme appele par l'ouverture de session (SIGNON)
      * et la gestion des operateurs (OPERATEURS) : rend une
      * empreinte numerique de douze chiffres du mot de passe,
      * salee par le code operateur pour que deux operateurs au
      * meme mot de passe n'aient pas la meme empreinte. Seule
      * l'empreinte est conservee dans OPERATEURS.DAT ; le mot de
      * passe lui-meme n'est jamais ecrit nulle part et ne peut
      * etre relu.
      * Trois passes sur les quatorze caracteres code + mot de
      * passe, chaque caractere pondere par son rang et la passe,
      * modulo un nombre premier de douze chiffres.
      *===============================================
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-PREMIER       PIC 9(12) VALUE 999999999989.
       01 WS-MULTIPLICATEUR PIC 999 VALUE 257.
       01 WS-TEXTE         PIC X(14) VALUE SPACES.
       01 WS-VALEUR        PIC 9(18) VALUE 0.
       01 WS-PASSE         PIC 9 VALUE 0.
       01 WS-RANG          PIC 99 VALUE 0.
       LINKAGE SECTION.
       01 LNK-CODE         PIC X(6).
       01 LNK-MOT          PIC X(8).
       01 LNK-EMPREINTE    PIC 9(12).
       PROCEDURE DIVISION USING LNK-CODE LNK-MOT LNK-EMPREINTE.
       DEBUT.
           MOVE LNK-CODE TO WS-TEXTE(1:6).
           MOVE LNK-MOT TO WS-TEXTE(7:8).
           MOVE 7 TO WS-VALEUR.
           MOVE 1 TO WS-PASSE.
           PERFORM CALCULER-UNE-PASSE
               UNTIL WS-PASSE > 3.
      *    Zero est reserve a "pas encore d'empreinte"
           IF WS-VALEUR = 0
               MOVE 1 TO WS-VALEUR
           END-IF.
           MOVE WS-VALEUR TO LNK-EMPREINTE.
           GOBACK.

       CALCULER-UNE-PASSE.
           MOVE 1 TO WS-RANG.
           PERFORM CALCULER-UN-CARACTERE
               UNTIL WS-RANG > 14.
           ADD 1 TO WS-PASSE.

       CALCULER-UN-CARACTERE.
           COMPUTE WS-VALEUR = FUNCTION MOD(
               WS-VALEUR * WS-MULTIPLICATEUR
               + FUNCTION ORD(WS-TEXTE(WS-RANG:1))
               * (WS-RANG + WS-PASSE * 14), WS-PREMIER).
           ADD 1 TO WS-RANG.
