      * l'etat et comptee en anomalie - jamais incluse en
      * silence. L'etat final est pret a recopier sur la
      * declaration.
      * Les ventes exonerees (lignes de code TVA I = livraisons
      * intracommunautaires, E = exportations hors UE, selon le
      * regime du client) vont sur leurs propres lignes de la
      * declaration et non dans le chiffre d'affaires taxable.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-BASE-TAUX PIC S9(11)V99 OCCURS 3 TIMES.
           05 WS-TVA-TAUX  PIC S9(9)V99 OCCURS 3 TIMES.
       01 WS-IDX-TVA        PIC 9 VALUE 1.
      *    OPERATIONS NON IMPOSABLES, NET DES AVOIRS
       01 WS-BASE-INTRA     PIC S9(11)V99 VALUE 0.
       01 WS-BASE-EXPORT    PIC S9(11)V99 VALUE 0.
       01 WS-CA-TAXABLE     PIC S9(11)V99 VALUE 0.
       01 WS-TVA-LIGNE      PIC 9(6)V99 VALUE 0.
       01 WS-SIGNE-PIECE    PIC S9 VALUE +1.
       PROCEDURE DIVISION.
               ' TVA ' WS-TVA-TAUX(2).
           DISPLAY '  TAUX  5,5% - BASE ' WS-BASE-TAUX(3)
               ' TVA ' WS-TVA-TAUX(3).
           COMPUTE WS-CA-TAXABLE = WS-BASE-TAUX(1) + WS-BASE-TAUX(2)
               + WS-BASE-TAUX(3).
           DISPLAY 'CHIFFRE D AFFAIRES (NET DES AVOIRS):'.
           DISPLAY '  VENTES TAXABLES           ' WS-CA-TAXABLE.
           DISPLAY '  EXPORTATIONS HORS UE      ' WS-BASE-EXPORT.
           DISPLAY '  LIVRAISONS INTRACOMMUN.   ' WS-BASE-INTRA.
           DISPLAY 'FACTURES RETENUES:       ' WS-NB-FACTURES.
           DISPLAY '  TOTAL HT FACTURES:     ' WS-HT-FACTURES.
           DISPLAY '  TVA COLLECTEE:         ' WS-TVA-FACTURES.
           END-PERFORM.

       VENTILER-UNE-LIGNE.
           IF LGF-TVA-CODE = 'I' OR LGF-TVA-CODE = 'E'
               PERFORM VENTILER-LIGNE-EXONEREE
           ELSE
               PERFORM VENTILER-LIGNE-TAXABLE
           END-IF.

      *    Vente exoneree : pas de TVA, la base va sur la ligne
      *    des livraisons intracommunautaires ou des exportations.
       VENTILER-LIGNE-EXONEREE.
           IF LGF-TVA-CODE = 'I'
               IF WS-SIGNE-PIECE < 0
                   SUBTRACT LGF-MONTANT FROM WS-BASE-INTRA
               ELSE
                   ADD LGF-MONTANT TO WS-BASE-INTRA
               END-IF
           ELSE
               IF WS-SIGNE-PIECE < 0
                   SUBTRACT LGF-MONTANT FROM WS-BASE-EXPORT
               ELSE
                   ADD LGF-MONTANT TO WS-BASE-EXPORT
               END-IF
           END-IF.

       VENTILER-LIGNE-TAXABLE.
           EVALUATE LGF-TVA-CODE
               WHEN '2' MOVE 2 TO WS-IDX-TVA
               WHEN '3' MOVE 3 TO WS-IDX-TVA
