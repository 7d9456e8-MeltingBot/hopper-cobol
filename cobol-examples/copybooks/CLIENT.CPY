       01 CLIENT-REC.
           05 CLI-ID PIC 9(5).
           05 CLI-NOM PIC X(20).
      *        JETON POSE A LA PLACE DU NOM PAR L'ANONYMISATION
      *        (ANONCLI : LOT RGPDCLI OU EFFACEMENT DANS CLIENTS).
               88 CLI-ANONYME VALUE 'ANONYME'.
           05 CLI-VILLE PIC X(15).
           05 CLI-SOLDE PIC S9(7)V99.
           05 CLI-LIMITE-CREDIT PIC 9(7)V99.
      *    AUCUN. LA REFERENCE EST CELLE DU MANDAT SIGNE.
           05 CLI-MANDAT PIC X VALUE 'N'.
           05 CLI-MANDAT-REF PIC X(10).
      *    Y = CHEQUES REFUSES EN REGLEMENT (POSE A LA SAISIE D'UN
      *    CHEQUE IMPAYE QUAND LE CLIENT EN CUMULE DEUX SUR DOUZE
      *    MOIS), N/ESPACE = ACCEPTES.
           05 CLI-CHEQUE-REFUSE PIC X VALUE 'N'.
      *    REGIME DE TVA DES VENTES : F/ESPACE = FRANCE (TVA AU
      *    TAUX DU PRODUIT), I = CLIENT PROFESSIONNEL D'UN AUTRE
      *    ETAT DE L'UE (LIVRAISON INTRACOMMUNAUTAIRE EXONEREE,
      *    CLI-TVA-INTRA OBLIGATOIRE), X = EXPORT HORS UE
      *    (EXONERE).
           05 CLI-REGIME-TVA PIC X VALUE 'F'.
      *    PAYS DE LIVRAISON DU CLIENT (CODE ISO A DEUX LETTRES).
      *    LES LIVRAISONS VERS UN AUTRE ETAT DE L'UE ENTRENT DANS
      *    LA DEB (DECLDEB). ESPACES = FR POUR LES FICHES
      *    ANTERIEURES.
           05 CLI-PAYS PIC X(2).
      *    FICHE ABSORBEE PAR LA FUSION DE DOUBLONS (FUSIONCLI) :
      *    NUMERO DU CLIENT CONSERVE, QUI PORTE DESORMAIS TOUTES
      *    SES PIECES (LA FICHE EST ALORS AUSSI SUPPRIMEE
      *    LOGIQUEMENT). ZERO = FICHE NON FUSIONNEE.
           05 CLI-FUSION PIC 9(5).
      *    GROUPE DE SOCIETES : NUMERO DU CLIENT TETE DE GROUPE
      *    (LA TETE PORTE SON PROPRE CLI-ID), ZERO = HORS GROUPE.
      *    LES DEUX ZONES SUIVANTES NE SONT LUES QUE SUR LA FICHE
      *    DE TETE : LIMITE DE CREDIT GLOBALE DU GROUPE (SOMME DES
      *    SOLDES DE TOUTES SES SOCIETES ; ZERO = PAS DE CONTROLE
      *    GROUPE) ET Y = UNE SEULE LETTRE DE RELANCE, ADRESSEE A
      *    LA TETE, POUR TOUTES LES FILIALES.
           05 CLI-GROUPE PIC 9(5).
           05 CLI-LIMITE-GROUPE PIC 9(7)V99.
           05 CLI-RELANCE-GROUPE PIC X.
