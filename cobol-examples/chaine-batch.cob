      *   6 ARCHIVE-JOURNAL purge du journal d'activite
      *   7 SAUVEGARDE      generations de sauvegarde des
      *                     fichiers maitres
      *   8 VERIFSAUV       relecture et controle de la
      *                     generation qui vient d'etre ecrite
      *   9 FLASHMATIN      flash du matin pour la direction
      *  10 BATCHESPECES    surveillance des especes
      * Chaque etape est tracee dans RUNCTRL.DAT (une ligne par
      * etape et par date d'exploitation : statut et
      * horodatages). Une etape deja passee en O n'est pas
       01 WS-ETAPE-ECHEC   PIC 99 VALUE 0.
       01 WS-CHAINE-STOPPEE PIC 9 VALUE 0.
       01 WS-EOF           PIC 9 VALUE 0.
       01 WS-NB-ETAPES     PIC 99 VALUE 10.
       01 WS-PROGRAMMES.
           05 FILLER PIC X(15) VALUE 'REAPPROAUTO'.
           05 FILLER PIC X(15) VALUE 'BATCHINTERET'.
           05 FILLER PIC X(15) VALUE 'BATCHCONTROLE'.
           05 FILLER PIC X(15) VALUE 'ARCHIVE-JOURNAL'.
           05 FILLER PIC X(15) VALUE 'SAUVEGARDE'.
           05 FILLER PIC X(15) VALUE 'VERIFSAUV'.
           05 FILLER PIC X(15) VALUE 'FLASHMATIN'.
           05 FILLER PIC X(15) VALUE 'BATCHESPECES'.
       01 WS-PROGRAMMES-R REDEFINES WS-PROGRAMMES.
           05 WS-PROGRAMME-T OCCURS 10 TIMES PIC X(15).
       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
               WHEN 7 CALL 'SAUVEGARDE'
                   ON EXCEPTION PERFORM MARQUER-ECHEC-ETAPE
                   END-CALL
               WHEN 8 CALL 'VERIFSAUV'
                   ON EXCEPTION PERFORM MARQUER-ECHEC-ETAPE
                   END-CALL
               WHEN 9 CALL 'FLASHMATIN'
                   ON EXCEPTION PERFORM MARQUER-ECHEC-ETAPE
                   END-CALL
               WHEN 10 CALL 'BATCHESPECES'
                   ON EXCEPTION PERFORM MARQUER-ECHEC-ETAPE
                   END-CALL
           END-EVALUATE.
