      * partage avec l'audit de nuit (AUDITNUIT), qui y poste la
      * nuitee de chaque sejour en maison (libelle commencant par
      * NUITEE), et la facturation de depart.
      * FOL-TYPE classe le frais pour les fenetres de facturation
      * (qui paie quoi au depart) ; a blanc sur les frais
      * anterieurs, que la facturation classe par leur libelle.
      *===============================================
       01 FOLIO-REC.
           05 FOL-CLE.
           05 FOL-DATE PIC 9(8).
           05 FOL-LIBELLE PIC X(20).
           05 FOL-MONTANT PIC 9(5)V99.
           05 FOL-TYPE PIC X.
      *       N=NUITEE, F=COMPOSANT DE FORFAIT, B=TICKET DU BAR,
      *       T=TAXE DE SEJOUR, D=DIVERS (MINIBAR, TELEPHONE...)
      *    TAUX DE TVA PROPRE AU FRAIS : 2=REDUIT 10% (TICKET DU
      *    BAR : RESTAURATION, BOISSONS SANS ALCOOL), POSE PAR LE
      *    POINT DE VENTE (POSBAR) ; A BLANC OU 1 SUR LES AUTRES
      *    FRAIS, QUE LA FACTURE DE DEPART PREND AU TAUX DU REGIME
      *    DU CLIENT.
           05 FOL-TVA-CODE PIC X.
