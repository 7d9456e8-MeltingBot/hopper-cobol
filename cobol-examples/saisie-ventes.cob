       01 WS-OPERATEUR     PIC X(6) VALUE SPACES.
      * Ouverture de session via le sous-programme SIGNON
       01 WS-FONCTION-SESSION PIC X(2) VALUE 'VE'.
       01 WS-DROITS-SESSION PIC X(11) VALUE SPACES.
       01 WS-SESSION-OK    PIC X VALUE 'N'.
       01 WS-VENDEUR       PIC X(15) VALUE SPACES.
       01 WS-DATE-JOUR     PIC 9(8) VALUE 0.
