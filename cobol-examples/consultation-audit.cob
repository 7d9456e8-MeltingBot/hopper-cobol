      * Interface ecran IBM 3270
      * - Recherche par cle, par operateur, par programme et par
      *   plage de dates dans AUDIT.DAT (alimente par CLIENTS,
      *   BANQUE, GESTION-ACHATS et GESTION-VENTES)
      * - Rapport d'anomalies : operations hors horaires
      *   d'ouverture, rafales de mises a jour sur une meme cle,
      *   suppressions sans creation correspondante
      * d'administration.
       01 WS-OPERATEUR     PIC X(6) VALUE SPACES.
       01 WS-FONCTION-SESSION PIC X(2) VALUE 'AD'.
       01 WS-DROITS-SESSION PIC X(11) VALUE SPACES.
       01 WS-SESSION-OK    PIC X VALUE 'N'.
      * Criteres de recherche
       01 WS-CRITERE       PIC 9 VALUE 0.
