      *===============================================
      * LAYOUT PARTAGE DE SAVECAT.DAT (CATALOGUE DES SAUVEGARDES)
      * Une entree par generation et par fichier maitre, ecrite
      * par SAUVEGARDE (a verifier), completee par VERIFSAUV
      * (verifiee ou inutilisable), lue par RESTAURE - qui refuse
      * une generation inutilisable - et par FLASHMATIN.
      *===============================================
       01 CATALOGUE-REC.
           05 CAT-CLE.
               10 CAT-GENERATION PIC 9.
               10 CAT-FICHIER    PIC X(12).
           05 CAT-DATE      PIC 9(8).
           05 CAT-NB-ENREG  PIC 9(7).
           05 CAT-ETAT      PIC X.
      *       A=A VERIFIER, V=VERIFIEE, I=INUTILISABLE
      *       (BLANC = ENTREE ANTERIEURE A LA VERIFICATION)
               88 CAT-A-VERIFIER   VALUE 'A'.
               88 CAT-VERIFIEE     VALUE 'V'.
               88 CAT-INUTILISABLE VALUE 'I'.
           05 CAT-DATE-VERIF PIC 9(8).
      *       TOTAL DE CONTROLE RELU DANS LA GENERATION
           05 CAT-TOTAL-CONTROLE PIC S9(13)V99.
      *       RAISON DU REFUS QUAND LA GENERATION EST INUTILISABLE
           05 CAT-MOTIF     PIC X(30).
