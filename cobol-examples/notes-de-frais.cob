      * PAIE).
       01 WS-OPERATEUR     PIC X(6) VALUE SPACES.
       01 WS-FONCTION-SESSION PIC X(2) VALUE 'PA'.
       01 WS-DROITS-SESSION PIC X(11) VALUE SPACES.
       01 WS-SESSION-OK    PIC X VALUE 'N'.
       01 WS-NEXT-NDF      PIC 9(6) VALUE 1.
      * Seuil au-dela duquel un code approbateur est exige -
