      *===============================================
      * LAYOUT PARTAGE DE ADRLIV.DAT (ADRESSES DE LIVRAISON)
      * Depots, magasins ou chantiers d'un client, distincts de
      * son adresse de facturation (CLI-ADRESSE/CLI-CODE-POSTAL/
      * CLI-VILLE de CLIENTS.DAT, qui reste celle de la facture).
      * Maintenu dans gestion-clients.cob (CLIENTS) ; choisi a la
      * saisie et a l'import des commandes dans
      * commandes-ventes.cob (GESTION-VENTES), qui le porte sur
      * l'en-tete (CVT-ADR-LIV), le bon de livraison et les
      * expeditions.
      *===============================================
       01 ADRESSE-LIV-REC.
           05 ADL-CLE.
               10 ADL-CLIENT     PIC 9(5).
               10 ADL-CODE       PIC X(4).
      *    NOM DU LIEU DE LIVRAISON (DEPOT NORD, MAGASIN 12...)
           05 ADL-LIBELLE        PIC X(15).
           05 ADL-ADRESSE        PIC X(30).
           05 ADL-CODE-POSTAL    PIC X(5).
           05 ADL-VILLE          PIC X(15).
      *    CODE PAYS ISO - ESPACES = PAYS DE LA FICHE CLIENT
           05 ADL-PAYS           PIC X(2).
      *    Y = ADRESSE PROPOSEE PAR DEFAUT (UNE SEULE PAR CLIENT)
           05 ADL-DEFAUT         PIC X.
