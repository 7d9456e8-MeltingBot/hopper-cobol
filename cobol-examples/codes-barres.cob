       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODEBARRE.
      *===============================================
      * LECTURE DES CODES-BARRES PRODUITS
      * Sous-programme appele par les ecrans ou l'on saisit un
      * code produit (entrees, sorties et comptage dans STOCK,
      * reception dans GESTION-ACHATS, lignes de commande dans
      * GESTION-VENTES, vente au comptoir dans FACTURE) : la zone
      * saisie porte soit le code interne, soit un code scanne.
      *  - action R (resoudre) : un code-barre valide et connu
      *    de EAN.DAT rend le produit et son conditionnement
      *    (resultat E) ; un code interne est rendu tel quel
      *    (resultat I) ; une cle de controle fausse donne C, un
      *    code-barre absent de EAN.DAT donne X ;
      *  - action V (valider) : controle seul de la cle, pour la
      *    maintenance des codes (resultat Y ou C).
      * Un code-barre valide revient cadre sur 14 chiffres, forme
      * sous laquelle EAN.DAT le range. Un code de 8 chiffres
      * n'est pris pour un EAN-8 que s'il figure dans EAN.DAT.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODES-BARRES ASSIGN TO 'EAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EAN-CODE
               FILE STATUS IS WS-EAN-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    CODES-BARRES - VOIR COPYBOOKS/EAN.CPY
       FD CODES-BARRES.
           COPY EAN.
       WORKING-STORAGE SECTION.
       01 WS-EAN-STATUS    PIC XX VALUE '00'.
           88 WS-EAN-OUVERT-OK VALUE '00'.
       01 WS-LONGUEUR      PIC 99 VALUE 0.
       01 WS-IDX           PIC 99 VALUE 0.
       01 WS-CHIFFRE       PIC 9 VALUE 0.
       01 WS-POIDS         PIC 9 VALUE 3.
       01 WS-SOMME         PIC 9(4) VALUE 0.
       01 WS-CLE-CALCULEE  PIC 9 VALUE 0.
       01 WS-CLE-VALIDE    PIC 9 VALUE 0.
       01 WS-CODE-14       PIC X(14) VALUE SPACES.
       LINKAGE SECTION.
       01 LNK-ACTION    PIC X.
       01 LNK-SAISIE    PIC X(14).
       01 LNK-PRD       PIC X(8).
       01 LNK-UNITE     PIC X.
       01 LNK-RESULTAT  PIC X.
       PROCEDURE DIVISION USING LNK-ACTION LNK-SAISIE LNK-PRD
           LNK-UNITE LNK-RESULTAT.
       DEBUT.
           MOVE SPACES TO LNK-PRD.
           MOVE 'S' TO LNK-UNITE.
           PERFORM CONTROLER-CLE THRU CONTROLER-CLE-EXIT.
           IF LNK-ACTION = 'V'
               IF WS-CLE-VALIDE = 1
                   MOVE WS-CODE-14 TO LNK-SAISIE
                   MOVE 'Y' TO LNK-RESULTAT
               ELSE
                   MOVE 'C' TO LNK-RESULTAT
               END-IF
           ELSE
               PERFORM RESOUDRE-CODE THRU RESOUDRE-CODE-EXIT
           END-IF.
           GOBACK.

      *    Code interne : 8 caracteres au plus, et pas un EAN-8
      *    connu. Au-dela de 8 caracteres, seul un code-barre a
      *    cle juste est admis.
       RESOUDRE-CODE.
           IF WS-LONGUEUR > 8 AND WS-CLE-VALIDE = 0
               MOVE 'C' TO LNK-RESULTAT
               GO TO RESOUDRE-CODE-EXIT
           END-IF.
           IF WS-CLE-VALIDE = 0
               MOVE LNK-SAISIE(1:8) TO LNK-PRD
               MOVE 'I' TO LNK-RESULTAT
               GO TO RESOUDRE-CODE-EXIT
           END-IF.
           MOVE 'X' TO LNK-RESULTAT.
           OPEN INPUT CODES-BARRES.
           IF WS-EAN-OUVERT-OK
               MOVE WS-CODE-14 TO EAN-CODE
               READ CODES-BARRES
                   NOT INVALID KEY
                       MOVE EAN-PRD TO LNK-PRD
                       MOVE EAN-UNITE TO LNK-UNITE
                       MOVE WS-CODE-14 TO LNK-SAISIE
                       MOVE 'E' TO LNK-RESULTAT
               END-READ
               CLOSE CODES-BARRES
           END-IF.
           IF LNK-RESULTAT = 'X' AND WS-LONGUEUR = 8
               MOVE LNK-SAISIE(1:8) TO LNK-PRD
               MOVE 'I' TO LNK-RESULTAT
           END-IF.
       RESOUDRE-CODE-EXIT.
           EXIT.

      *    Cle modulo 10 des codes GS1 : depuis la droite, hors
      *    cle, les chiffres pesent alternativement 3 et 1 ; la
      *    cle complete la somme a la dizaine superieure.
       CONTROLER-CLE.
           MOVE 0 TO WS-CLE-VALIDE.
           MOVE SPACES TO WS-CODE-14.
           MOVE 14 TO WS-LONGUEUR.
           PERFORM UNTIL WS-LONGUEUR = 0 OR
               LNK-SAISIE(WS-LONGUEUR:1) NOT = SPACE
               SUBTRACT 1 FROM WS-LONGUEUR
           END-PERFORM.
           IF WS-LONGUEUR NOT = 8 AND WS-LONGUEUR NOT = 12 AND
               WS-LONGUEUR NOT = 13 AND WS-LONGUEUR NOT = 14
               GO TO CONTROLER-CLE-EXIT
           END-IF.
           IF LNK-SAISIE(1:WS-LONGUEUR) NOT NUMERIC
               GO TO CONTROLER-CLE-EXIT
           END-IF.
           MOVE 0 TO WS-SOMME.
           MOVE 3 TO WS-POIDS.
           COMPUTE WS-IDX = WS-LONGUEUR - 1.
           PERFORM UNTIL WS-IDX = 0
               MOVE LNK-SAISIE(WS-IDX:1) TO WS-CHIFFRE
               COMPUTE WS-SOMME = WS-SOMME + WS-CHIFFRE * WS-POIDS
               IF WS-POIDS = 3
                   MOVE 1 TO WS-POIDS
               ELSE
                   MOVE 3 TO WS-POIDS
               END-IF
               SUBTRACT 1 FROM WS-IDX
           END-PERFORM.
           COMPUTE WS-CLE-CALCULEE =
               FUNCTION MOD(10 - FUNCTION MOD(WS-SOMME, 10), 10).
           MOVE LNK-SAISIE(WS-LONGUEUR:1) TO WS-CHIFFRE.
           IF WS-CHIFFRE = WS-CLE-CALCULEE
               MOVE 1 TO WS-CLE-VALIDE
               MOVE ALL '0' TO WS-CODE-14
               MOVE LNK-SAISIE(1:WS-LONGUEUR)
                   TO WS-CODE-14(15 - WS-LONGUEUR:WS-LONGUEUR)
           END-IF.
       CONTROLER-CLE-EXIT.
           EXIT.
