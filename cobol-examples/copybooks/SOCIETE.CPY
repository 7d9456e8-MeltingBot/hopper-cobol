      *===============================================
      * LAYOUT PARTAGE DE SOCIETE.DAT (IDENTITE DE LA SOCIETE)
      * Identite et mentions legales imprimees sur tous les
      * documents remis a un client, un fournisseur, un salarie
      * ou un client de l'hotel. Un enregistrement par
      * etablissement : SG = siege social (la societe), HO =
      * l'hotel, dont les zones laissees a blanc reprennent
      * celles du siege. Saisi dans PARAMSOC, lu par le
      * sous-programme IDENTSOC.
      *===============================================
       01 SOCIETE-REC.
           05 SOC-ETAB      PIC X(2).
      *       SG = SIEGE SOCIAL, HO = ETABLISSEMENT HOTELIER
           05 SOC-NOM       PIC X(30).
           05 SOC-FORME     PIC X(10).
      *       FORME JURIDIQUE (SA, SARL, SAS...)
           05 SOC-CAPITAL   PIC 9(9)V99.
           05 SOC-ADRESSE   PIC X(30).
           05 SOC-CODE-POSTAL PIC X(5).
           05 SOC-VILLE     PIC X(20).
           05 SOC-TELEPHONE PIC X(14).
           05 SOC-SIRET     PIC X(14).
           05 SOC-RCS       PIC X(30).
      *       GREFFE ET NUMERO, EX. RCS PARIS B 332 449 554
           05 SOC-TVA       PIC X(13).
      *       NUMERO DE TVA INTRACOMMUNAUTAIRE
           05 SOC-IBAN      PIC X(34).
           05 SOC-BIC       PIC X(11).
           05 SOC-PENALITES PIC X(75).
      *       MENTION DES PENALITES DE RETARD (FACTURES, RELANCES)
