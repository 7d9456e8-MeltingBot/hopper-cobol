       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONCLI.
      *===============================================
      * ANONYMISATION D'UN CLIENT (PROTECTION DES DONNEES)
      * Sous-programme appele par le lot annuel RGPDCLI (clients
      * inactifs au-dela de la duree de conservation) et par
      * CLIENTS (demande d'effacement individuelle) : les deux
      * appliquent ainsi exactement la meme anonymisation.
      * Les donnees personnelles sont remplacees par le jeton
      * neutre ANONYME ; montants, dates, quantites et numeros
      * restent en place, la comptabilite et les statistiques de
      * ventes ne bougent pas :
      *  - fiche client (passee par l'appelant, qui la reecrit) :
      *    nom, ville, adresse, SIRET, TVA intracommunautaire et
      *    reference de mandat ; le code postal est ramene au
      *    departement (75000) ; la fiche est desactivee ;
      *  - RESERV.DAT : nom du client sur ses sejours ;
      *  - ANNULHOTEL.DAT : nom du client sur ses annulations et
      *    non-presentations ;
      *  - CLICONTA.DAT : texte libre des contacts ;
      *  - VENTES.DAT et son archive VENTARCH.DAT : nom ;
      *  - ADRLIV.DAT : libelle, adresse et ville de livraison ;
      *  - AUDIT.DAT : images avant/apres des traces de CLIENTS
      *    sur la fiche (operation, date et operateur restent).
      * Une trace ANONYM resumant les comptes est ajoutee a
      * AUDIT.DAT au nom du programme appelant.
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FICHIERS FACULTATIFS - UN FICHIER ABSENT EST SAUTE
           SELECT RESERVATIONS ASSIGN TO 'RESERV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-ID
               FILE STATUS IS WS-FIC-STATUS.
      *    LU AVEC RESERV.DAT OUVERT : STATUT PROPRE
           SELECT ANNULATIONS ASSIGN TO 'ANNULHOTEL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANL-STATUS.
           SELECT CONTACTS ASSIGN TO 'CLICONTA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.
           SELECT VENTES ASSIGN TO 'VENTES.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.
           SELECT VENTES-ARCHIVE ASSIGN TO 'VENTARCH.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.
           SELECT ADRESSES-LIV ASSIGN TO 'ADRLIV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADL-CLE
               FILE STATUS IS WS-FIC-STATUS.
           SELECT AUDIT ASSIGN TO 'AUDIT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUTS PARTAGEES - VOIR COPYBOOKS
       FD RESERVATIONS.
           COPY RESERV.
       FD ANNULATIONS.
           COPY ANNULHOT.
       FD CONTACTS.
           COPY CONTACT.
       FD VENTES.
           COPY VENTE.
      *    ARCHIVE DU JOURNAL DES VENTES (ARCHFACT) - IMAGE BRUTE
      *    DE VENTE.CPY
       FD VENTES-ARCHIVE.
       01 VENTE-ARCH-REC.
           05 VTA-DATE      PIC 9(8).
           05 VTA-VENDEUR   PIC X(15).
           05 VTA-CLIENT    PIC X(20).
           05 VTA-CLI-ID    PIC 9(5).
           05 FILLER        PIC X(45).
       FD ADRESSES-LIV.
           COPY ADRLIV.
       FD AUDIT.
           COPY AUDIT.
       WORKING-STORAGE SECTION.
       01 WS-EOF           PIC 9 VALUE 0.
       01 WS-FIC-STATUS    PIC XX VALUE '00'.
           88 WS-FIC-OUVERT-OK VALUE '00'.
       01 WS-AUD-STATUS    PIC XX VALUE '00'.
           88 WS-AUD-OUVERT-OK VALUE '00'.
       01 WS-ANL-STATUS    PIC XX VALUE '00'.
           88 WS-ANL-OUVERT-OK VALUE '00'.
       01 WS-RES-OUVERT    PIC X VALUE 'N'.
       01 WS-ANL-DU-CLIENT PIC X VALUE 'N'.
      *    JETON NEUTRE QUI REMPLACE LES DONNEES PERSONNELLES
       01 WS-JETON         PIC X(7) VALUE 'ANONYME'.
       01 WS-CLE-AUDIT     PIC X(10) VALUE SPACES.
       LINKAGE SECTION.
           COPY CLIENT.
       01 LNK-PROGRAMME    PIC X(8).
       01 LNK-OPERATEUR    PIC X(6).
      *    NOMBRE D'ENREGISTREMENTS ANONYMISES PAR FICHIER
       01 LNK-COMPTES.
           05 LNK-NB-RESERV    PIC 9(5).
           05 LNK-NB-CONTACTS  PIC 9(5).
           05 LNK-NB-VENTES    PIC 9(5).
           05 LNK-NB-ADRESSES  PIC 9(5).
           05 LNK-NB-AUDIT     PIC 9(5).
           05 LNK-NB-ANNUL     PIC 9(5).
       PROCEDURE DIVISION USING CLIENT-REC LNK-PROGRAMME
           LNK-OPERATEUR LNK-COMPTES.
       DEBUT.
           MOVE 0 TO LNK-NB-RESERV.
           MOVE 0 TO LNK-NB-CONTACTS.
           MOVE 0 TO LNK-NB-VENTES.
           MOVE 0 TO LNK-NB-ADRESSES.
           MOVE 0 TO LNK-NB-AUDIT.
           MOVE 0 TO LNK-NB-ANNUL.
           MOVE CLI-ID TO WS-CLE-AUDIT.
           PERFORM ANONYMISER-FICHE.
           PERFORM ANONYMISER-RESERVATIONS
               THRU ANONYMISER-RESERVATIONS-EXIT.
           PERFORM ANONYMISER-ANNULATIONS
               THRU ANONYMISER-ANNULATIONS-EXIT.
           PERFORM ANONYMISER-CONTACTS THRU ANONYMISER-CONTACTS-EXIT.
           PERFORM ANONYMISER-VENTES THRU ANONYMISER-VENTES-EXIT.
           PERFORM ANONYMISER-VENTES-ARCHIVE
               THRU ANONYMISER-VENTES-ARCHIVE-EXIT.
           PERFORM ANONYMISER-ADRESSES-LIV
               THRU ANONYMISER-ADRESSES-LIV-EXIT.
           PERFORM ANONYMISER-AUDIT THRU ANONYMISER-AUDIT-EXIT.
           PERFORM ECRIRE-AUDIT-ANONYM.
           GOBACK.

      *    Le regime de TVA et le pays restent : ils conditionnent
      *    les declarations (TVA, DEB) des pieces conservees.
       ANONYMISER-FICHE.
           MOVE WS-JETON TO CLI-NOM.
           MOVE SPACES TO CLI-VILLE.
           MOVE SPACES TO CLI-ADRESSE.
           MOVE '000' TO CLI-CODE-POSTAL(3:3).
           MOVE SPACES TO CLI-SIRET.
           MOVE SPACES TO CLI-TVA-INTRA.
           MOVE 'N' TO CLI-MANDAT.
           MOVE SPACES TO CLI-MANDAT-REF.
           MOVE 'Y' TO CLI-SUPPRIME.

       ANONYMISER-RESERVATIONS.
           OPEN I-O RESERVATIONS.
           IF NOT WS-FIC-OUVERT-OK
               GO TO ANONYMISER-RESERVATIONS-EXIT
           END-IF.
           MOVE 0 TO RES-ID.
           START RESERVATIONS KEY >= RES-ID
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ RESERVATIONS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RES-CLI-ID = CLI-ID
                           MOVE WS-JETON TO RES-CLIENT
                           REWRITE RESERV-REC
                           ADD 1 TO LNK-NB-RESERV
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESERVATIONS.
       ANONYMISER-RESERVATIONS-EXIT.
           EXIT.

      *    Annulation du client : par ANL-CLI-ID, ou, pour une
      *    ligne non rattachee, par la reservation encore presente
      *    dans RESERV.DAT (non-presentation). Chambre, dates et
      *    frais restent.
       ANONYMISER-ANNULATIONS.
           OPEN I-O ANNULATIONS.
           IF NOT WS-ANL-OUVERT-OK
               GO TO ANONYMISER-ANNULATIONS-EXIT
           END-IF.
           MOVE 'N' TO WS-RES-OUVERT.
           OPEN INPUT RESERVATIONS.
           IF WS-FIC-OUVERT-OK
               MOVE 'Y' TO WS-RES-OUVERT
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ ANNULATIONS
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM RECONNAITRE-ANNULATION
                       IF WS-ANL-DU-CLIENT = 'Y'
                           MOVE WS-JETON TO ANL-CLIENT
                           REWRITE ANNUL-REC
                           ADD 1 TO LNK-NB-ANNUL
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RES-OUVERT = 'Y'
               CLOSE RESERVATIONS
           END-IF.
           CLOSE ANNULATIONS.
       ANONYMISER-ANNULATIONS-EXIT.
           EXIT.

       RECONNAITRE-ANNULATION.
           MOVE 'N' TO WS-ANL-DU-CLIENT.
           IF ANL-CLI-ID = CLI-ID
               MOVE 'Y' TO WS-ANL-DU-CLIENT
           ELSE
               IF ANL-CLI-ID = 0 AND WS-RES-OUVERT = 'Y'
                   MOVE ANL-RESERVATION TO RES-ID
                   READ RESERVATIONS
                       NOT INVALID KEY
                           IF RES-CLI-ID = CLI-ID
                               MOVE 'Y' TO WS-ANL-DU-CLIENT
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *    Type et date du contact restent (historique de relance).
       ANONYMISER-CONTACTS.
           OPEN I-O CONTACTS.
           IF NOT WS-FIC-OUVERT-OK
               GO TO ANONYMISER-CONTACTS-EXIT
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ CONTACTS
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CNT-CLIENT = CLI-ID
                           MOVE WS-JETON TO CNT-NOTE
                           REWRITE CONTACT-REC
                           ADD 1 TO LNK-NB-CONTACTS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTACTS.
       ANONYMISER-CONTACTS-EXIT.
           EXIT.

       ANONYMISER-VENTES.
           OPEN I-O VENTES.
           IF NOT WS-FIC-OUVERT-OK
               GO TO ANONYMISER-VENTES-EXIT
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ VENTES
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF VTE-CLI-ID = CLI-ID
                           MOVE WS-JETON TO VTE-CLIENT
                           REWRITE VENTE-REC
                           ADD 1 TO LNK-NB-VENTES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VENTES.
       ANONYMISER-VENTES-EXIT.
           EXIT.

       ANONYMISER-VENTES-ARCHIVE.
           OPEN I-O VENTES-ARCHIVE.
           IF NOT WS-FIC-OUVERT-OK
               GO TO ANONYMISER-VENTES-ARCHIVE-EXIT
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ VENTES-ARCHIVE
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF VTA-CLI-ID = CLI-ID
                           MOVE WS-JETON TO VTA-CLIENT
                           REWRITE VENTE-ARCH-REC
                           ADD 1 TO LNK-NB-VENTES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VENTES-ARCHIVE.
       ANONYMISER-VENTES-ARCHIVE-EXIT.
           EXIT.

      *    Les adresses restent (les commandes y renvoient par
      *    CVT-ADR-LIV) mais ne designent plus qu'un departement.
       ANONYMISER-ADRESSES-LIV.
           OPEN I-O ADRESSES-LIV.
           IF NOT WS-FIC-OUVERT-OK
               GO TO ANONYMISER-ADRESSES-LIV-EXIT
           END-IF.
           MOVE LOW-VALUES TO ADL-CODE.
           MOVE CLI-ID TO ADL-CLIENT.
           START ADRESSES-LIV KEY >= ADL-CLE
               INVALID KEY MOVE 1 TO WS-EOF
               NOT INVALID KEY MOVE 0 TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 1
               READ ADRESSES-LIV NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ADL-CLIENT NOT = CLI-ID
                           MOVE 1 TO WS-EOF
                       ELSE
                           MOVE WS-JETON TO ADL-LIBELLE
                           MOVE WS-JETON TO ADL-ADRESSE
                           MOVE SPACES TO ADL-VILLE
                           MOVE '000' TO ADL-CODE-POSTAL(3:3)
                           REWRITE ADRESSE-LIV-REC
                           ADD 1 TO LNK-NB-ADRESSES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ADRESSES-LIV.
       ANONYMISER-ADRESSES-LIV-EXIT.
           EXIT.

      *    CLIENTS trace ses creations et modifications de fiche
      *    (et de ses tarifs, remises, adresses) avec CLI-ID en
      *    cle et le nom/la ville dans les images avant/apres.
       ANONYMISER-AUDIT.
           OPEN I-O AUDIT.
           IF NOT WS-AUD-OUVERT-OK
               GO TO ANONYMISER-AUDIT-EXIT
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ AUDIT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF AUD-PROGRAMME = 'CLIENTS' AND
                           AUD-CLE = WS-CLE-AUDIT
                           MOVE WS-JETON TO AUD-AVANT
                           MOVE WS-JETON TO AUD-APRES
                           REWRITE AUDIT-REC
                           ADD 1 TO LNK-NB-AUDIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT.
       ANONYMISER-AUDIT-EXIT.
           EXIT.

       ECRIRE-AUDIT-ANONYM.
           MOVE LNK-PROGRAMME TO AUD-PROGRAMME.
           MOVE 'ANONYM' TO AUD-OPERATION.
           MOVE LNK-OPERATEUR TO AUD-OPERATEUR.
           MOVE WS-CLE-AUDIT TO AUD-CLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-HEURE.
           MOVE 'DONNEES PERSONNELLES' TO AUD-AVANT.
           MOVE SPACES TO AUD-APRES.
           STRING 'R' DELIMITED BY SIZE
               LNK-NB-RESERV DELIMITED BY SIZE
               ' N' DELIMITED BY SIZE
               LNK-NB-ANNUL DELIMITED BY SIZE
               ' C' DELIMITED BY SIZE
               LNK-NB-CONTACTS DELIMITED BY SIZE
               ' V' DELIMITED BY SIZE
               LNK-NB-VENTES DELIMITED BY SIZE
               ' A' DELIMITED BY SIZE
               LNK-NB-ADRESSES DELIMITED BY SIZE
               INTO AUD-APRES
           END-STRING.
           OPEN EXTEND AUDIT.
           IF NOT WS-AUD-OUVERT-OK
               OPEN OUTPUT AUDIT
           END-IF.
           WRITE AUDIT-REC.
           CLOSE AUDIT.
