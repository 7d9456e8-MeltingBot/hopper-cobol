      *===============================================
      * LAYOUT PARTAGE DE FIDCOMPT.DAT (COMPTES FIDELITE)
      * Un compte de points par CLI-ID, ouvert au premier gain.
      * Tenu par le sous-programme FIDPOINTS
      * (fidelite-points.cob) appele du comptoir (FACTURE), de
      * l'hotel (HOTEL) et du bar (POSBAR) ; releve, passif et
      * expiration par FIDELITE. Le detail est dans FIDMVT.DAT.
      *===============================================
       01 FID-COMPTE-REC.
           05 FDC-CLIENT         PIC 9(5).
      *    POINTS DISPONIBLES (ACQUIS - UTILISES - EXPIRES -
      *    REPRIS) ET POINTS EN ATTENTE DU REGLEMENT DE LEUR
      *    FACTURE, QUI NE SONT PAS ENCORE UTILISABLES
           05 FDC-SOLDE          PIC 9(7).
           05 FDC-ATTENTE        PIC 9(7).
           05 FDC-CUMUL-ACQUIS   PIC 9(9).
           05 FDC-CUMUL-UTILISE  PIC 9(9).
           05 FDC-CUMUL-EXPIRE   PIC 9(9).
      *    DERNIER NUMERO DE MOUVEMENT DU CLIENT (FDM-SEQ)
           05 FDC-DERNIER-MVT    PIC 9(5).
           05 FDC-DATE-OUVERTURE PIC 9(8).
