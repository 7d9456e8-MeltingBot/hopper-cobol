      *    OUVERTURE DE SESSION VIA LE SOUS-PROGRAMME SIGNON
       01 WS-OPERATEUR PIC X(6) VALUE SPACES.
       01 WS-FONCTION-SESSION PIC X(2) VALUE 'VE'.
       01 WS-DROITS-SESSION PIC X(11) VALUE SPACES.
       01 WS-SESSION-OK PIC X VALUE 'N'.
      *    PLAGE DE DATES POUR LE FILTRE DU RAPPORT
       01 WS-DATE-DEBUT PIC 9(8) VALUE 0.
