      *    MARCHE ANNUEL D'ORIGINE POUR UNE COMMANDE D'APPEL SUR
      *    MARCHE (MARCHES.DAT) - ZERO = COMMANDE CLASSIQUE.
           05 CMD-MARCHE        PIC 9(6).
      *    TAUX EUR RETENU A LA VALIDATION POUR ENGAGER LA COMMANDE
      *    SUR LE BUDGET D'ACHATS (BUDACHAT.DAT) : RECEPTION ET
      *    ANNULATION DESENGAGENT AU MEME TAUX. ZERO = COMMANDE NON
      *    ENGAGEE (NON VALIDEE OU ANTERIEURE AU BUDGET).
           05 CMD-TAUX-ENGAGE   PIC 9(3)V9(4).
