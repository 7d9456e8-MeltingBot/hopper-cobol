      *===============================================
      * ENREGISTREMENT D'AUDIT PARTAGE
      * Utilise par gestion-clients.cob (CLIENTS), banque-comptes.cob
      * (BANQUE), commandes-fournisseurs.cob (GESTION-ACHATS) et
      * commandes-ventes.cob (GESTION-VENTES, decisions de credit)
      * pour journaliser, dans AUDIT.DAT, qui a change quoi et quand.
      * AUD-AVANT/AUD-APRES sont un resume texte libre plutot qu'une
      * image complete de l'enregistrement, puisque ces
      * programmes n'auditent pas le meme type d'enregistrement.
      *===============================================
       01 AUDIT-REC.
