      *===============================================
      * LAYOUT PARTAGE DE BULLETIN.DAT (BULLETINS DE PAIE)
      * Historiquement defini dans paie-employes.cob (PAIE) ;
      * partage avec la comptabilisation generale (COMPTAGL),
      * la declaration de cotisations (DECLCOTIS) et l'etat du
      * cout employeur (COUTPAIE).
      *===============================================
       01 BULLETIN-REC.
           05 BUL-CLE.
      *       Y = NET DEJA VIRE AU COMPTE DE L'EMPLOYE PAR LE
      *       PAIEMENT DES SALAIRES, POUR NE JAMAIS PAYER DEUX
      *       FOIS LA MEME PERIODE
      *    PART PATRONALE DES COTISATIONS (TABLE COTPATR.DAT,
      *    VOIR COPYBOOKS/COTPAT.CPY) : A LA CHARGE DE LA MAISON,
      *    ELLE NE JOUE PAS SUR LE NET.
           05 BUL-COTIS-PATR   PIC 9(6)V99.
