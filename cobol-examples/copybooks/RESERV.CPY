      *    ETC. - SES COMPOSANTS SONT POSTES AU FOLIO PAR L'AUDIT
      *    DE NUIT, PAR OCCUPANT ET PAR NUIT. ESPACES = AUCUN.
           05 RES-PACKAGE PIC X(4).
      *    CANAL DE VENTE : CODE DE L'AGENCE EN LIGNE ET SA
      *    REFERENCE DE RESERVATION, POSES PAR L'IMPORT DU
      *    GESTIONNAIRE DE CANAUX (CANALRESA) QUI RETROUVE PAR EUX
      *    LA RESERVATION A MODIFIER OU ANNULER. ESPACES =
      *    RESERVATION DIRECTE (RECEPTION, TELEPHONE).
           05 RES-CANAL PIC X(4).
           05 RES-REF-CANAL PIC X(15).
      *    CONTRAT D'ALLOTEMENT (ALLOTS.DAT) SUR LEQUEL LE SEJOUR
      *    A ETE PRIS - SES REGLES DE FENETRES DE FACTURATION
      *    S'APPLIQUENT AU DEPART. 0 = VENTE LIBRE.
           05 RES-ALLOT PIC 9(4).
