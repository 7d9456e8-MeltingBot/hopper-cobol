      *===============================================
      * LAYOUT PARTAGE DE FRAISBQ.DAT (BAREME DES FRAIS BANCAIRES)
      * Maintenu depuis le menu des operations batch de
      * banque-comptes.cob (BANQUE) ; lu chaque mois par
      * batch-frais.cob (BATCHFRAIS). Un tarif unitaire par type
      * de compte (CPT-TYPE) et par type d'operation : les codes
      * MVB-TYPE de MVTBANQ (VE, VX, RT, DP...) comptes sur le
      * mois, plus deux codes propres au bareme :
      *   TC = TENUE DE COMPTE, UNE FOIS PAR MOIS,
      *   EI = ECHEANCE DE PRET PASSEE IMPAYEE DANS LE MOIS,
      *        FACTUREE AU COMPTE COURANT DEBITE PAR LE PRET.
      *===============================================
       01 FRAIS-BANQUE-REC.
           05 FBQ-CLE.
               10 FBQ-TYPE-CPT  PIC X(2).
               10 FBQ-OPERATION PIC X(2).
           05 FBQ-MONTANT    PIC 9(5)V99.
      *       FRAIS PAR OPERATION (PAR MOIS POUR TC)
           05 FBQ-LIBELLE    PIC X(20).
      *       LIBELLE DU MOUVEMENT FR SUR LE RELEVE
