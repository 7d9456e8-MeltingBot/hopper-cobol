      *===============================================
      * LAYOUT PARTAGE DE CALENDR.DAT (JOURS FERIES)
      * Une entree par jour chome en semaine - fete legale ou
      * fermeture de la maison - saisie par l'administration
      * dans CALENDRIER (calendrier.cob). Les samedis et
      * dimanches n'y figurent pas : ils sont chomes d'office
      * (le samedi selon CALPARM.DAT). Lu par le sous-programme
      * JOUROUVRE (jours-ouvres.cob), seul juge de ce qu'est un
      * jour ouvre pour les calculs de dates de la suite.
      *===============================================
       01 CALENDRIER-REC.
           05 CAL-DATE      PIC 9(8).
           05 CAL-LIBELLE   PIC X(20).
