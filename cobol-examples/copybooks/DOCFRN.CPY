      *===============================================
      * LAYOUT PARTAGE DE DOCFRN.DAT (DOCUMENTS DE VIGILANCE DES
      * SOUS-TRAITANTS)
      * Tenu par commandes-fournisseurs.cob (GESTION-ACHATS) ; lu
      * par compta-fournisseurs.cob (COMPTAFRN), qui retient au
      * paiement les factures d'un fournisseur soumis dont un
      * document obligatoire manque ou est expire, et par
      * vigilance-fournisseurs.cob (VIGILFRN), liste hebdomadaire
      * des documents a relancer.
      * Un document par fournisseur et par type : la nouvelle
      * piece recue tous les six mois remplace la precedente.
      * Types obligatoires pour un fournisseur soumis
      * (FRN-VIGILANCE = 'O') :
      *    KBIS = EXTRAIT D'IMMATRICULATION
      *    URSF = ATTESTATION DE VIGILANCE URSSAF
      *===============================================
       01 DOC-FRN-REC.
           05 DCF-CLE.
               10 DCF-FRN        PIC X(4).
               10 DCF-TYPE       PIC X(4).
           05 DCF-DATE-RECU      PIC 9(8).
           05 DCF-EXPIRATION     PIC 9(8).
           05 DCF-REFERENCE      PIC X(20).
