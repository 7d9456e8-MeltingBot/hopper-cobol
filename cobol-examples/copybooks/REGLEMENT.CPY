           05 REG-DATE        PIC 9(8).
           05 REG-MONTANT     PIC 9(8)V99.
           05 REG-MODE        PIC X(2).
      *       CH=CHEQUE, ES=ESPECES, CB=CARTE, VI=VIREMENT,
      *       CI=CHEQUE IMPAYE (CONTREPASSATION D'UN CH, MEME
      *       REMISE), RJ=PRELEVEMENT REJETE (CONTREPASSATION)
           05 REG-REMISE      PIC 9(6).
      *       NUMERO DE REMISE EN BANQUE (0 = NON REMIS EN
      *       BANQUE - SEULS CHEQUES ET ESPECES SONT A REMETTRE)
