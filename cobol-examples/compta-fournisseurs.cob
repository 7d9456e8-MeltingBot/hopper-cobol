      *   sur le compte de la maison, pour que la tresorerie
      *   reste juste
      * - Balance agee par fournisseur
      * - Escomptes pour paiement anticipe : proposes au
      *   paiement, suivi mensuel des escomptes pris / manques
      * - Vigilance sous-traitants : les factures d'un fournisseur
      *   soumis dont un document obligatoire (DOCFRN.DAT) manque
      *   ou est expire sont retenues au paiement
      * - Un paiement lance un jour chome est date du jour ouvre
      *   retenu par JOUROUVRE (regle des paiements fournisseurs)
      *   : virements de la remise, mouvements bancaires et date
      *   de paiement des factures
      *===============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CODE.
      *    DOCUMENTS DE VIGILANCE DES SOUS-TRAITANTS - TENUS DANS
      *    GESTION-ACHATS, VOIR COPYBOOKS/DOCFRN.CPY.
           SELECT DOCUMENTS-FRN ASSIGN TO 'DOCFRN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCF-CLE
               FILE STATUS IS WS-DCF-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    FACTURES FOURNISSEURS - VOIR COPYBOOKS/FACTFRN.CPY
           05 RMC-COMPTE-REF PIC X(11).
           05 RMC-MONTANT   PIC 9(9)V99.
           05 RMC-DATE      PIC 9(8).
      *    ESCOMPTE EUR DEDUIT DES FACTURES PAYEES PAR ANTICIPATION
      *    (RMC-MONTANT EST LE NET VIRE)
           05 RMC-ESCOMPTE  PIC 9(7)V99.
           05 FILLER        PIC X(6).
       01 REMISE-TOTAL REDEFINES REMISE-FRN-REC.
           05 RMT-TYPE      PIC X.
           05 RMT-NB-CREDITS PIC 9(5).
           05 RMT-MONTANT   PIC 9(11)V99.
           05 RMT-ESCOMPTE  PIC 9(9)V99.
           05 FILLER        PIC X(30).
      *    TABLE DES TAUX DE CHANGE - VOIR COPYBOOKS/DEVISE.CPY
       FD DEVISES.
           COPY DEVISE.
       FD DOCUMENTS-FRN.
           COPY DOCFRN.
       WORKING-STORAGE SECTION.
       01 WS-CHOIX         PIC 9 VALUE 0.
       01 WS-FIN           PIC 9 VALUE 0.
      * Ouverture de session via le sous-programme SIGNON
       01 WS-OPERATEUR     PIC X(6) VALUE SPACES.
       01 WS-FONCTION-SESSION PIC X(2) VALUE 'AC'.
       01 WS-DROITS-SESSION PIC X(11) VALUE SPACES.
       01 WS-SESSION-OK    PIC X VALUE 'N'.
      * Identite de la societe via le sous-programme IDENTSOC
       01 WS-ETAB-SOCIETE  PIC X(2) VALUE 'SG'.
           COPY SOCIETE.
           COPY SOCEDIT.
      * Verrouillage d'enregistrement via le sous-programme VERROU
       01 WS-VRL-ACTION    PIC X VALUE SPACE.
       01 WS-VRL-FICHIER   PIC X(8) VALUE SPACES.
       01 WS-COUNT         PIC 999 VALUE 0.
       01 WS-DATE-JOUR     PIC 9(8) VALUE 0.
       01 WS-DATE-BUTOIR   PIC 9(8) VALUE 0.
      * Date d'execution du paiement : le jour, reporte s'il est
      * chome, via le sous-programme JOUROUVRE
       01 WS-DATE-EXECUTION PIC 9(8) VALUE 0.
       01 WS-JOU-ACTION    PIC X VALUE SPACE.
       01 WS-JOU-USAGE     PIC XX VALUE SPACES.
       01 WS-JOU-DATE      PIC 9(8) VALUE 0.
       01 WS-JOU-RESULTAT  PIC X VALUE SPACE.
       01 WS-TOTAL-DU      PIC 9(9)V99 VALUE 0.
       01 WS-COMPTE-BANQUE PIC 9(10) VALUE 0.
       01 WS-MVTB-STATUS   PIC XX VALUE '00'.
       01 WS-TOT-30        PIC 9(9)V99 VALUE 0.
       01 WS-TOT-60        PIC 9(9)V99 VALUE 0.
       01 WS-TOT-PLUS      PIC 9(9)V99 VALUE 0.
      * Escompte pour paiement anticipe : conditions de la fiche
      * fournisseur (gardees pour le fournisseur WS-ESC-FRN),
      * date limite et montant (devise de la facture) de
      * l'escompte de la facture courante. WS-ESC-OK = 'Y' tant
      * que la date limite n'est pas depassee.
       01 WS-ESC-FRN       PIC X(4) VALUE SPACES.
       01 WS-ESC-TAUX      PIC 99V99 VALUE 0.
       01 WS-ESC-JOURS     PIC 99 VALUE 0.
       01 WS-ESC-DATE      PIC 9(8) VALUE 0.
       01 WS-ESC-MONTANT   PIC 9(7)V99 VALUE 0.
       01 WS-ESC-EUR       PIC 9(9)V99 VALUE 0.
       01 WS-ESC-OK        PIC X VALUE 'N'.
       01 WS-NET-EUR       PIC 9(9)V99 VALUE 0.
      * Selection d'une facture a payer : echue a la date butoir,
      * ou escomptable avant la date butoir si le paiement
      * anticipe est demande (WS-ANTICIPER = 'O')
       01 WS-ANTICIPER     PIC X VALUE 'O'.
       01 WS-SELECTION     PIC X VALUE 'N'.
       01 WS-TOT-ESCOMPTE  PIC 9(9)V99 VALUE 0.
       01 WS-TOT-FRN-ESC   PIC 9(9)V99 VALUE 0.
       01 WS-TOT-REM-ESC   PIC 9(9)V99 VALUE 0.
      * Rapport mensuel : escomptes pris (mois du paiement) et
      * manques (mois de la date limite), en EUR au taux de la
      * facture
       01 WS-MOIS-ESC      PIC 9(6) VALUE 0.
       01 WS-ESC-CLASSE    PIC X VALUE SPACE.
       01 WS-TAUX-FACTURE  PIC 9(3)V9(4) VALUE 1.
       01 WS-ESC-PRIS-FRN  PIC 9(9)V99 VALUE 0.
       01 WS-ESC-MANQUE-FRN PIC 9(9)V99 VALUE 0.
       01 WS-NB-PRIS-FRN   PIC 999 VALUE 0.
       01 WS-NB-MANQUE-FRN PIC 999 VALUE 0.
       01 WS-TOT-ESC-PRIS  PIC 9(9)V99 VALUE 0.
       01 WS-TOT-ESC-MANQUE PIC 9(9)V99 VALUE 0.
       01 WS-NB-PRIS       PIC 999 VALUE 0.
       01 WS-NB-MANQUE     PIC 999 VALUE 0.
      * Vigilance : fournisseur controle (WS-VIG-FRN), bloque si un
      * document obligatoire manque ou est expire ; la facture
      * courante est retenue (WS-VIG-RETENUE) quand elle aurait
      * ete payee sans ce blocage.
       01 WS-DCF-STATUS    PIC XX VALUE '00'.
           88 WS-DCF-OUVERT-OK VALUE '00'.
       01 WS-VIG-FRN       PIC X(4) VALUE SPACES.
       01 WS-VIG-TYPE      PIC X(4) VALUE SPACES.
       01 WS-VIG-BLOQUE    PIC X VALUE 'N'.
       01 WS-VIG-RETENUE   PIC X VALUE 'N'.
       01 WS-NB-RETENUES   PIC 999 VALUE 0.
       PROCEDURE DIVISION.
       DEBUT.
      *    Ouverture de session obligatoire avant tout menu -
               DISPLAY 'ACCES REFUSE' LINE 16 POSITION 34
               STOP RUN
           END-IF.
           CALL 'IDENTSOC' USING WS-ETAB-SOCIETE SOCIETE-REC
               SOCIETE-EDITION.
           OPEN I-O FACT-FOURNISSEUR.
           OPEN INPUT FOURNISSEURS.
           OPEN I-O COMPTES.
           OPEN INPUT DEVISES.
           OPEN INPUT DOCUMENTS-FRN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM UNTIL WS-FIN = 1
               PERFORM AFFICHER-MENU
               EVALUATE WS-CHOIX
                   WHEN 1 PERFORM PROPOSITION-PAIEMENT
                   WHEN 2 PERFORM EXECUTER-PAIEMENT
                       THRU EXECUTER-PAIEMENT-EXIT
                   WHEN 3 PERFORM BALANCE-AGEE
                   WHEN 4 PERFORM RAPPORT-ESCOMPTES
                   WHEN 9 MOVE 1 TO WS-FIN
               END-EVALUATE
           END-PERFORM.
           CLOSE FOURNISSEURS.
           CLOSE COMPTES.
           CLOSE DEVISES.
           CLOSE DOCUMENTS-FRN.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY 'AU REVOIR' LINE 12 POSITION 35 HIGHLIGHT.
           STOP RUN.
           DISPLAY '1. Proposition de paiement' LINE 7 POSITION 20.
           DISPLAY '2. Executer le paiement' LINE 8 POSITION 20.
           DISPLAY '3. Balance agee fournisseurs' LINE 9 POSITION 20.
           DISPLAY '4. Escomptes pris / manques' LINE 10 POSITION 20.
           DISPLAY '9. Quitter' LINE 11 POSITION 20 BLINK.
           DISPLAY 'Votre choix:' LINE 14 POSITION 20.
           ACCEPT WS-CHOIX LINE 14 POSITION 33.
      * tombe au plus tard a la date butoir. Les factures
      * bloquees (statut B) n'y figurent pas : elles doivent
      * d'abord etre debloquees dans GESTION-ACHATS.
      * S'y ajoutent, marquees '*', les factures dont la date
      * limite d'escompte tombe avant la date butoir : les payer
      * des maintenant fait gagner l'escompte. Chaque ligne
      * escomptable donne l'escompte et le net EUR a virer.
      * Les factures retenues pour documents de vigilance sont
      * listees, marquees 'R', hors total.
      *===============================================
       PROPOSITION-PAIEMENT.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY 'ECHEANCE' LINE 6 POSITION 22 UNDERLINE.
           DISPLAY 'MONTANT' LINE 6 POSITION 34 UNDERLINE.
           DISPLAY 'DEV' LINE 6 POSITION 46 UNDERLINE.
           DISPLAY 'ESCOMPTE' LINE 6 POSITION 51 UNDERLINE.
           DISPLAY 'NET EUR' LINE 6 POSITION 64 UNDERLINE.
           DISPLAY '---------------------------------------------'
               LINE 7 POSITION 3.
           DISPLAY '-----------------------------' LINE 7 POSITION 48.
           MOVE 0 TO WS-TOTAL-DU.
           MOVE 0 TO WS-COUNT.
           MOVE 0 TO WS-TOT-ESCOMPTE.
           MOVE 0 TO WS-NB-RETENUES.
           MOVE SPACES TO WS-VIG-FRN.
           MOVE 'O' TO WS-ANTICIPER.
           MOVE LOW-VALUES TO FFR-CLE.
           START FACT-FOURNISSEUR KEY >= FFR-CLE
               INVALID KEY CONTINUE
               READ FACT-FOURNISSEUR NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM SELECTIONNER-FACTURE
                       IF WS-SELECTION = 'Y'
                           PERFORM CONVERTIR-FACTURE-EUR
                           ADD WS-MONTANT-EUR TO WS-TOTAL-DU
                           PERFORM NETTER-ESCOMPTE
                           ADD 1 TO WS-COUNT
                           IF WS-LIGNE <= 17
                               IF FFR-ECHEANCE > WS-DATE-BUTOIR
                                   DISPLAY '*' LINE WS-LIGNE POSITION 1
                               END-IF
                               DISPLAY FFR-FRN LINE WS-LIGNE
                                   POSITION 3
                               DISPLAY FFR-NUMERO LINE WS-LIGNE
                                   DISPLAY FFR-DEVISE LINE WS-LIGNE
                                       POSITION 46
                               END-IF
                               IF WS-ESC-OK = 'Y'
                                   DISPLAY WS-ESC-MONTANT
                                       LINE WS-LIGNE POSITION 50
                                   DISPLAY WS-NET-EUR LINE WS-LIGNE
                                       POSITION 61
                               END-IF
                               ADD 1 TO WS-LIGNE
                           END-IF
                       END-IF
                       IF WS-VIG-RETENUE = 'Y'
                           PERFORM AFFICHER-FACTURE-RETENUE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY '---------------------------------------------'
           DISPLAY 'facture(s) a payer - Total:' LINE 19 POSITION 8.
           DISPLAY WS-TOTAL-DU LINE 19 POSITION 36 HIGHLIGHT.
           DISPLAY 'EUR' LINE 19 POSITION 50.
           IF WS-TOT-ESCOMPTE > 0
               DISPLAY 'Escompte a gagner:' LINE 20 POSITION 8
               DISPLAY WS-TOT-ESCOMPTE LINE 20 POSITION 36 HIGHLIGHT
               DISPLAY 'EUR  (* = paiement anticipe)' LINE 20
                   POSITION 50
           END-IF.
           IF WS-NB-RETENUES > 0
               DISPLAY WS-NB-RETENUES LINE 21 POSITION 3 HIGHLIGHT
               DISPLAY 'facture(s) retenue(s) (R) - documents de'
                   LINE 21 POSITION 8
               DISPLAY 'vigilance a obtenir' LINE 21 POSITION 49
           END-IF.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 31.
           ACCEPT WS-CONFIRM.

      *    Facture qui serait a payer mais dont le fournisseur n'a
      *    pas ses documents de vigilance a jour : listee pour
      *    relance, sans entrer dans le total.
       AFFICHER-FACTURE-RETENUE.
           ADD 1 TO WS-NB-RETENUES.
           IF WS-LIGNE <= 17
               DISPLAY 'R' LINE WS-LIGNE POSITION 1 HIGHLIGHT
               DISPLAY FFR-FRN LINE WS-LIGNE POSITION 3
               DISPLAY FFR-NUMERO LINE WS-LIGNE POSITION 9
               DISPLAY FFR-ECHEANCE LINE WS-LIGNE POSITION 22
               DISPLAY FFR-MONTANT LINE WS-LIGNE POSITION 33
               IF FFR-DEVISE NOT = SPACES
                   DISPLAY FFR-DEVISE LINE WS-LIGNE POSITION 46
               END-IF
               DISPLAY 'RETENUE VIGILANCE' LINE WS-LIGNE POSITION 51
               ADD 1 TO WS-LIGNE
           END-IF.

      *    Une facture est a payer quand elle est acceptee et echue
      *    a la date butoir, ou - paiement anticipe demande - quand
      *    sa date limite d'escompte tombe avant la date butoir
      *    sans etre encore depassee. Elle est alors retenue si
      *    son fournisseur est bloque pour vigilance.
       SELECTIONNER-FACTURE.
           MOVE 'N' TO WS-SELECTION.
           MOVE 'N' TO WS-VIG-RETENUE.
           MOVE 'N' TO WS-ESC-OK.
           IF FFR-STATUT = 'A'
               PERFORM CALCULER-ESCOMPTE
               IF FFR-ECHEANCE <= WS-DATE-BUTOIR
                   MOVE 'Y' TO WS-SELECTION
               END-IF
               IF WS-ESC-OK = 'Y' AND WS-ANTICIPER = 'O'
                   AND WS-ESC-DATE <= WS-DATE-BUTOIR
                   MOVE 'Y' TO WS-SELECTION
               END-IF
           END-IF.
           IF WS-SELECTION = 'Y'
               PERFORM CONTROLER-VIGILANCE-FRN
               IF WS-VIG-BLOQUE = 'Y'
                   MOVE 'N' TO WS-SELECTION
                   MOVE 'Y' TO WS-VIG-RETENUE
               END-IF
           END-IF.

      *    Un fournisseur soumis a vigilance (FRN-VIGILANCE = 'O')
      *    est bloque tant que son KBIS ou son attestation URSSAF
      *    manque ou est expire au jour du paiement. Controle refait
      *    au changement de fournisseur seulement.
       CONTROLER-VIGILANCE-FRN.
           IF FFR-FRN NOT = WS-VIG-FRN
               MOVE FFR-FRN TO WS-VIG-FRN
               MOVE 'N' TO WS-VIG-BLOQUE
               MOVE FFR-FRN TO FRN-CODE
               READ FOURNISSEURS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FRN-VIGILANCE = 'O'
                           MOVE 'KBIS' TO WS-VIG-TYPE
                           PERFORM CONTROLER-DOCUMENT-FRN
                           MOVE 'URSF' TO WS-VIG-TYPE
                           PERFORM CONTROLER-DOCUMENT-FRN
                       END-IF
               END-READ
           END-IF.

       CONTROLER-DOCUMENT-FRN.
           MOVE WS-VIG-FRN TO DCF-FRN.
           MOVE WS-VIG-TYPE TO DCF-TYPE.
           READ DOCUMENTS-FRN
               INVALID KEY MOVE 'Y' TO WS-VIG-BLOQUE
               NOT INVALID KEY
                   IF DCF-EXPIRATION < WS-DATE-JOUR
                       MOVE 'Y' TO WS-VIG-BLOQUE
                   END-IF
           END-READ.
           IF NOT WS-DCF-OUVERT-OK
               MOVE 'Y' TO WS-VIG-BLOQUE
           END-IF.

      *    Date limite et montant de l'escompte de la facture
      *    courante d'apres les conditions de son fournisseur
      *    (FRN-ESC-TAUX % du TTC a FRN-ESC-JOURS jours de la date
      *    de facture). La fiche n'est relue qu'au changement de
      *    fournisseur, le fichier des factures etant trie par
      *    fournisseur.
       CALCULER-ESCOMPTE.
           IF FFR-FRN NOT = WS-ESC-FRN
               MOVE FFR-FRN TO WS-ESC-FRN
               MOVE 0 TO WS-ESC-TAUX
               MOVE 0 TO WS-ESC-JOURS
               MOVE FFR-FRN TO FRN-CODE
               READ FOURNISSEURS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FRN-ESC-TAUX NUMERIC AND
                           FRN-ESC-JOURS NUMERIC
                           MOVE FRN-ESC-TAUX TO WS-ESC-TAUX
                           MOVE FRN-ESC-JOURS TO WS-ESC-JOURS
                       END-IF
               END-READ
           END-IF.
           MOVE 0 TO WS-ESC-DATE.
           MOVE 0 TO WS-ESC-MONTANT.
           MOVE 'N' TO WS-ESC-OK.
           IF WS-ESC-TAUX > 0 AND FFR-DATE > 0
               COMPUTE WS-ESC-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FFR-DATE) + WS-ESC-JOURS)
               COMPUTE WS-ESC-MONTANT ROUNDED =
                   (FFR-MONTANT + FFR-TVA) * WS-ESC-TAUX / 100
               IF WS-ESC-DATE >= WS-DATE-JOUR
                   MOVE 'Y' TO WS-ESC-OK
               END-IF
           END-IF.

      *    Escompte en EUR au taux du jour (apres
      *    CONVERTIR-FACTURE-EUR) et net a virer pour la facture
      *    courante, cumul de l'escompte du lot.
       NETTER-ESCOMPTE.
           MOVE 0 TO WS-ESC-EUR.
           IF WS-ESC-OK = 'Y'
               COMPUTE WS-ESC-EUR ROUNDED =
                   WS-ESC-MONTANT * WS-TAUX-JOUR
               ADD WS-ESC-EUR TO WS-TOT-ESCOMPTE
           END-IF.
           COMPUTE WS-NET-EUR = WS-MONTANT-EUR - WS-ESC-EUR.

      *===============================================
      * EXECUTION DU PAIEMENT
      * Rejoue la selection de la proposition, marque chaque
      * facture payee (statut P + date, escompte deduit s'il est
      * encore acquis) et passe le reglement en
      * mouvement PF sur le compte bancaire de la maison, solde
      * compris, pour que CONTROLE-FIN-JOURNEE continue de
      * balancer.
               POSITION 25 HIGHLIGHT.
           DISPLAY 'Date butoir (AAAAMMJJ):' LINE 4 POSITION 15.
           ACCEPT WS-DATE-BUTOIR LINE 4 POSITION 40.
           MOVE 'A' TO WS-JOU-ACTION.
           MOVE 'RF' TO WS-JOU-USAGE.
           MOVE WS-DATE-JOUR TO WS-JOU-DATE.
           CALL 'JOUROUVRE' USING WS-JOU-ACTION WS-JOU-USAGE
               WS-JOU-DATE WS-JOU-RESULTAT.
           MOVE WS-JOU-DATE TO WS-DATE-EXECUTION.
           DISPLAY 'Execution:' LINE 4 POSITION 52.
           DISPLAY WS-DATE-EXECUTION LINE 4 POSITION 63 HIGHLIGHT.
           DISPLAY 'Compte bancaire a debiter:' LINE 5 POSITION 15.
           ACCEPT WS-COMPTE-BANQUE LINE 5 POSITION 42.
      *    Le compte de la maison va etre debite : meme verrou
           END-READ.
           DISPLAY 'Compte:' LINE 6 POSITION 15.
           DISPLAY CPT-NOM LINE 6 POSITION 23 HIGHLIGHT.
           DISPLAY 'Payer par anticipation les factures'
               LINE 7 POSITION 15.
           DISPLAY 'escomptables (O/N)?' LINE 7 POSITION 51.
           MOVE 'N' TO WS-ANTICIPER.
           ACCEPT WS-ANTICIPER LINE 7 POSITION 71.
           IF WS-ANTICIPER = 'o'
               MOVE 'O' TO WS-ANTICIPER
           END-IF.
           DISPLAY 'Confirmer le paiement (O/N)?' LINE 8
               POSITION 15.
           ACCEPT WS-CONFIRM LINE 8 POSITION 45.
           IF WS-CONFIRM NOT = 'O' AND WS-CONFIRM NOT = 'o'
               GO TO EXECUTER-PAIEMENT-EXIT
           END-IF.
           DISPLAY 'FRN' LINE 9 POSITION 3 UNDERLINE.
           DISPLAY 'NUMERO' LINE 9 POSITION 9 UNDERLINE.
           DISPLAY 'MONTANT' LINE 9 POSITION 22 UNDERLINE.
           DISPLAY 'ESCOMPTE' LINE 9 POSITION 53 UNDERLINE.
           MOVE 0 TO WS-TOTAL-DU.
           MOVE 0 TO WS-COUNT.
           MOVE 0 TO WS-TOT-ECART-CHANGE.
           MOVE 0 TO WS-TOT-ESCOMPTE.
           MOVE 0 TO WS-NB-RETENUES.
           MOVE SPACES TO WS-VIG-FRN.
      *    Remise de virements du jour : un credit par
      *    fournisseur, total de controle en queue. L'ecran qui
      *    suit, une ligne par facture payee, tient lieu d'avis
      *    de paiement a joindre.
           DISPLAY SOE-RAISON-SOCIALE LINE 1 POSITION 3 HIGHLIGHT.
           DISPLAY SOE-IDENTIFIANTS LINE 23 POSITION 3.
           OPEN OUTPUT REMISE-FRN.
           MOVE SPACES TO WS-FRN-REMISE.
           MOVE 0 TO WS-TOT-FRN-EUR.
           MOVE 0 TO WS-TOT-FRN-ESC.
           MOVE 0 TO WS-NB-CREDITS.
           MOVE 0 TO WS-TOT-REMISE.
           MOVE 0 TO WS-TOT-REM-ESC.
           MOVE LOW-VALUES TO FFR-CLE.
           START FACT-FOURNISSEUR KEY >= FFR-CLE
               INVALID KEY CONTINUE
                           PERFORM ECRIRE-CREDIT-REMISE
                       END-IF
                   NOT AT END
                       PERFORM SELECTIONNER-FACTURE
                       IF WS-SELECTION = 'Y'
                           IF FFR-FRN NOT = WS-FRN-REMISE
                               IF WS-FRN-REMISE NOT = SPACES
                                   PERFORM ECRIRE-CREDIT-REMISE
                               END-IF
                               MOVE FFR-FRN TO WS-FRN-REMISE
                               MOVE 0 TO WS-TOT-FRN-EUR
                               MOVE 0 TO WS-TOT-FRN-ESC
                           END-IF
                           PERFORM PAYER-UNE-FACTURE
                           ADD WS-MONTANT-EUR TO WS-TOT-FRN-EUR
                           ADD WS-ESC-EUR TO WS-TOT-FRN-ESC
                       END-IF
                       IF WS-VIG-RETENUE = 'Y'
                           ADD 1 TO WS-NB-RETENUES
                       END-IF
               END-READ
           END-PERFORM.
               DISPLAY WS-TOT-ECART-CHANGE LINE 21 POSITION 35
                   HIGHLIGHT
           END-IF.
           IF WS-TOT-ESCOMPTE > 0
               DISPLAY 'Escompte obtenu:' LINE 20 POSITION 47
               DISPLAY WS-TOT-ESCOMPTE LINE 20 POSITION 64 HIGHLIGHT
           END-IF.
           IF WS-NB-RETENUES > 0
               DISPLAY 'Retenues vigilance:' LINE 21 POSITION 47
               DISPLAY WS-NB-RETENUES LINE 21 POSITION 67 HIGHLIGHT
           END-IF.
       EXECUTER-PAIEMENT-EXIT.
           PERFORM LIBERER-VERROU-ENREG.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 31.
      *    Paye la facture fournisseur courante : statut P + date
      *    de paiement, debit du solde du compte et mouvement PF
      *    dans le journal bancaire. COMPTE-REC est reecrit une
      *    seule fois en fin de lot par l'appelant. L'escompte
      *    encore acquis (SELECTIONNER-FACTURE) est porte sur la
      *    facture et deduit du montant vire.
       PAYER-UNE-FACTURE.
           MOVE 'P' TO FFR-STATUT.
           MOVE WS-DATE-EXECUTION TO FFR-DATE-PAIEMENT.
           MOVE 0 TO FFR-ESCOMPTE.
           IF WS-ESC-OK = 'Y'
               MOVE WS-ESC-MONTANT TO FFR-ESCOMPTE
           END-IF.
           REWRITE FACT-FRN-REC.
      *    Une facture en devise sort du compte pour sa
      *    contre-valeur EUR au taux du jour de paiement ;
      *    l'ecart contre le taux retenu a la saisie (FFR-TAUX)
      *    est le gain (positif) ou la perte de change.
           PERFORM CONVERTIR-FACTURE-EUR.
           PERFORM NETTER-ESCOMPTE.
           MOVE WS-NET-EUR TO WS-MONTANT-EUR.
           IF FFR-DEVISE NOT = SPACES AND FFR-DEVISE NOT = 'EUR'
               AND FFR-TAUX > 0
               COMPUTE WS-ECART-CHANGE ROUNDED =
                   (FFR-MONTANT + FFR-TVA - FFR-ESCOMPTE)
                   * (FFR-TAUX - WS-TAUX-JOUR)
               ADD WS-ECART-CHANGE TO WS-TOT-ECART-CHANGE
           END-IF.
           SUBTRACT WS-MONTANT-EUR FROM CPT-SOLDE.
           MOVE CPT-NUM TO MVB-CPT.
           MOVE WS-DATE-EXECUTION TO MVB-DATE.
           MOVE 'PF' TO MVB-TYPE.
           COMPUTE MVB-MONTANT = 0 - WS-MONTANT-EUR.
           MOVE CPT-SOLDE TO MVB-SOLDE.
           ADD WS-MONTANT-EUR TO WS-TOTAL-DU.
           ADD 1 TO WS-COUNT.
           IF WS-LIGNE <= 17
               IF FFR-ECHEANCE > WS-DATE-BUTOIR
                   DISPLAY '*' LINE WS-LIGNE POSITION 1
               END-IF
               DISPLAY FFR-FRN LINE WS-LIGNE POSITION 3
               DISPLAY FFR-NUMERO LINE WS-LIGNE POSITION 9
               DISPLAY WS-MONTANT-EUR LINE WS-LIGNE POSITION 21
               IF WS-ESC-EUR > 0
                   DISPLAY WS-ESC-EUR LINE WS-LIGNE POSITION 52
               END-IF
               IF FFR-DEVISE NOT = SPACES AND
                   FFR-DEVISE NOT = 'EUR'
                   DISPLAY FFR-DEVISE LINE WS-LIGNE POSITION 35
      *    jour : une facture sans devise (anterieure) ou en EUR
      *    garde son montant tel quel, taux a 1. Une devise sans
      *    entree dans TAUXDEV.DAT retombe sur le taux retenu a
      *    la saisie (FFR-TAUX), a defaut 1. Le fournisseur est
      *    paye du TTC (HT + TVA de la facture), le montant que
      *    COMPTAGL porte au credit du 401.
       CONVERTIR-FACTURE-EUR.
           MOVE 1 TO WS-TAUX-JOUR.
           IF FFR-DEVISE NOT = SPACES AND FFR-DEVISE NOT = 'EUR'
               END-READ
           END-IF.
           COMPUTE WS-MONTANT-EUR ROUNDED =
               (FFR-MONTANT + FFR-TVA) * WS-TAUX-JOUR.

      *    Meme technique OPEN EXTEND / OPEN OUTPUT que
      *    BANQUE/ENREGISTRER-MOUVEMENT-BANQUE.
           MOVE FRN-BANQUE-ID TO RMC-BANQUE-ID.
           MOVE FRN-COMPTE-REF TO RMC-COMPTE-REF.
           MOVE WS-TOT-FRN-EUR TO RMC-MONTANT.
           MOVE WS-DATE-EXECUTION TO RMC-DATE.
           MOVE WS-TOT-FRN-ESC TO RMC-ESCOMPTE.
           WRITE REMISE-FRN-REC.
           ADD 1 TO WS-NB-CREDITS.
           ADD WS-TOT-FRN-EUR TO WS-TOT-REMISE.
           ADD WS-TOT-FRN-ESC TO WS-TOT-REM-ESC.

       ECRIRE-TOTAL-REMISE.
           MOVE SPACES TO REMISE-FRN-REC.
           MOVE 'T' TO RMT-TYPE.
           MOVE WS-NB-CREDITS TO RMT-NB-CREDITS.
           MOVE WS-TOT-REMISE TO RMT-MONTANT.
           MOVE WS-TOT-REM-ESC TO RMT-ESCOMPTE.
           WRITE REMISE-FRN-REC.
           CLOSE REMISE-FRN.

               DISPLAY WS-AGE-PLUS LINE WS-LIGNE POSITION 45
               ADD 1 TO WS-LIGNE
           END-IF.

      *===============================================
      * ESCOMPTES PRIS / MANQUES DU MOIS
      * Par fournisseur, en EUR au taux de la facture : les
      * escomptes pris sur les factures payees dans le mois
      * (FFR-ESCOMPTE), et les escomptes manques dont la date
      * limite tombait dans le mois - facture payee sans
      * escompte, ou toujours en attente apres la date limite.
      *===============================================
       RAPPORT-ESCOMPTES.
           DISPLAY ' ' LINE 1 POSITION 1 ERASE EOS.
           DISPLAY '--- ESCOMPTES PRIS / MANQUES ---' LINE 2
               POSITION 24 HIGHLIGHT.
           DISPLAY 'Mois (AAAAMM):' LINE 4 POSITION 15.
           ACCEPT WS-MOIS-ESC LINE 4 POSITION 30.
           DISPLAY 'FRN' LINE 6 POSITION 3 UNDERLINE.
           DISPLAY 'PRIS EUR' LINE 6 POSITION 12 UNDERLINE.
           DISPLAY 'NB' LINE 6 POSITION 23 UNDERLINE.
           DISPLAY 'MANQUES EUR' LINE 6 POSITION 29 UNDERLINE.
           DISPLAY 'NB' LINE 6 POSITION 43 UNDERLINE.
           DISPLAY '------------------------------------------'
               LINE 7 POSITION 3.
           MOVE SPACES TO WS-FRN-COURANT.
           MOVE 0 TO WS-TOT-ESC-PRIS WS-TOT-ESC-MANQUE.
           MOVE 0 TO WS-NB-PRIS WS-NB-MANQUE.
           MOVE 8 TO WS-LIGNE.
           MOVE LOW-VALUES TO FFR-CLE.
           START FACT-FOURNISSEUR KEY >= FFR-CLE
               INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ FACT-FOURNISSEUR NEXT
                   AT END
                       MOVE 1 TO WS-EOF
                       IF WS-FRN-COURANT NOT = SPACES
                           PERFORM AFFICHER-LIGNE-ESCOMPTE
                       END-IF
                   NOT AT END
                       PERFORM CLASSER-ESCOMPTE
                       IF WS-ESC-CLASSE NOT = SPACE
                           IF FFR-FRN NOT = WS-FRN-COURANT
                               IF WS-FRN-COURANT NOT = SPACES
                                   PERFORM AFFICHER-LIGNE-ESCOMPTE
                               END-IF
                               MOVE FFR-FRN TO WS-FRN-COURANT
                               MOVE 0 TO WS-ESC-PRIS-FRN
                               MOVE 0 TO WS-ESC-MANQUE-FRN
                               MOVE 0 TO WS-NB-PRIS-FRN
                               MOVE 0 TO WS-NB-MANQUE-FRN
                           END-IF
                           PERFORM CUMULER-ESCOMPTE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY '------------------------------------------'
               LINE WS-LIGNE POSITION 3.
           ADD 1 TO WS-LIGNE.
           DISPLAY 'TOTAL' LINE WS-LIGNE POSITION 3 HIGHLIGHT.
           DISPLAY WS-TOT-ESC-PRIS LINE WS-LIGNE POSITION 9
               HIGHLIGHT.
           DISPLAY WS-NB-PRIS LINE WS-LIGNE POSITION 22 HIGHLIGHT.
           DISPLAY WS-TOT-ESC-MANQUE LINE WS-LIGNE POSITION 29
               HIGHLIGHT.
           DISPLAY WS-NB-MANQUE LINE WS-LIGNE POSITION 42 HIGHLIGHT.
           DISPLAY 'Appuyez ENTREE...' LINE 22 POSITION 31.
           ACCEPT WS-CONFIRM.

      *    Classe la facture courante pour le mois demande :
      *    P = escompte pris, M = escompte manque, espace = hors
      *    rapport. L'escompte manque est recalcule d'apres les
      *    conditions actuelles du fournisseur.
       CLASSER-ESCOMPTE.
           MOVE SPACE TO WS-ESC-CLASSE.
           IF FFR-STATUT = 'P' AND FFR-ESCOMPTE NUMERIC
               AND FFR-ESCOMPTE > 0
               IF FFR-DATE-PAIEMENT(1:6) = WS-MOIS-ESC
                   MOVE 'P' TO WS-ESC-CLASSE
               END-IF
           ELSE
               IF FFR-STATUT = 'A' OR FFR-STATUT = 'B'
                   OR FFR-STATUT = 'P'
                   PERFORM CALCULER-ESCOMPTE
                   IF WS-ESC-MONTANT > 0
                       AND WS-ESC-DATE(1:6) = WS-MOIS-ESC
                       AND (FFR-STATUT = 'P' OR
                           WS-ESC-DATE < WS-DATE-JOUR)
                       MOVE 'M' TO WS-ESC-CLASSE
                   END-IF
               END-IF
           END-IF.

       CUMULER-ESCOMPTE.
           MOVE 1 TO WS-TAUX-FACTURE.
           IF FFR-DEVISE NOT = SPACES AND FFR-DEVISE NOT = 'EUR'
               AND FFR-TAUX NUMERIC AND FFR-TAUX > 0
               MOVE FFR-TAUX TO WS-TAUX-FACTURE
           END-IF.
           IF WS-ESC-CLASSE = 'P'
               COMPUTE WS-ESC-EUR ROUNDED =
                   FFR-ESCOMPTE * WS-TAUX-FACTURE
               ADD WS-ESC-EUR TO WS-ESC-PRIS-FRN
               ADD WS-ESC-EUR TO WS-TOT-ESC-PRIS
               ADD 1 TO WS-NB-PRIS-FRN
               ADD 1 TO WS-NB-PRIS
           ELSE
               COMPUTE WS-ESC-EUR ROUNDED =
                   WS-ESC-MONTANT * WS-TAUX-FACTURE
               ADD WS-ESC-EUR TO WS-ESC-MANQUE-FRN
               ADD WS-ESC-EUR TO WS-TOT-ESC-MANQUE
               ADD 1 TO WS-NB-MANQUE-FRN
               ADD 1 TO WS-NB-MANQUE
           END-IF.

       AFFICHER-LIGNE-ESCOMPTE.
           IF WS-LIGNE > 18
               DISPLAY 'Suite... Appuyez ENTREE' LINE 21 POSITION 28
               ACCEPT WS-CONFIRM
               DISPLAY ' ' LINE 8 POSITION 1 ERASE EOS
               MOVE 8 TO WS-LIGNE
           END-IF.
           DISPLAY WS-FRN-COURANT LINE WS-LIGNE POSITION 3.
           DISPLAY WS-ESC-PRIS-FRN LINE WS-LIGNE POSITION 9.
           DISPLAY WS-NB-PRIS-FRN LINE WS-LIGNE POSITION 22.
           DISPLAY WS-ESC-MANQUE-FRN LINE WS-LIGNE POSITION 29.
           DISPLAY WS-NB-MANQUE-FRN LINE WS-LIGNE POSITION 42.
           ADD 1 TO WS-LIGNE.
