      * Ouverture de session via le sous-programme SIGNON
       01 WS-OPERATEUR     PIC X(6) VALUE SPACES.
       01 WS-FONCTION-SESSION PIC X(2) VALUE 'CO'.
       01 WS-DROITS-SESSION PIC X(11) VALUE SPACES.
       01 WS-SESSION-OK    PIC X VALUE 'N'.
       01 WS-NEXT-IMM      PIC 9(4) VALUE 1.
      * Dotation mensuelle
