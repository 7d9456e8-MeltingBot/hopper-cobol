      *===============================================
      * LAYOUT PARTAGE DE GARANTIE.DAT (DOSSIERS SAV)
      * Un dossier par retour en atelier d'une unite serialisee,
      * cle sur le numero de serie (SERIES.DAT) et un rang de
      * dossier : toute la vie apres-vente de l'unite se lit a la
      * suite. Ouvert et suivi par garanties-sav.cob (GARANTIES),
      * la reparation hors garantie est facturee par
      * facturation.cob (FACTURE), qui pointe GAR-FACTURE.
      *===============================================
       01 GARANTIE-REC.
           05 GAR-CLE.
               10 GAR-SERIE      PIC X(12).
               10 GAR-RANG       PIC 99.
           05 GAR-PRD            PIC X(8).
           05 GAR-CLIENT         PIC 9(5).
      *    FOURNISSEUR DU PRODUIT (PRD-FRN) A L'OUVERTURE
           05 GAR-FRN            PIC X(4).
      *    FIN DE LA GARANTIE CLIENT (LIVRAISON + PRD-GARANTIE-MOIS)
      *    ET Y = DOSSIER SOUS GARANTIE, N = REPARATION FACTUREE
           05 GAR-FIN-GARANTIE   PIC 9(8).
           05 GAR-COUVERT        PIC X.
      *    FIN DE LA GARANTIE FOURNISSEUR (RECEPTION +
      *    PRD-GARANTIE-FRN) ET Y = COUT RECUPERABLE CHEZ LUI
           05 GAR-FIN-GARANTIE-FRN PIC 9(8).
           05 GAR-COUVERT-FRN    PIC X.
           05 GAR-PANNE          PIC X(30).
           05 GAR-DIAGNOSTIC     PIC X(30).
           05 GAR-ETAPE          PIC X.
      *       R=RECU, D=DIAGNOSTIQUE, F=ENVOYE AU FOURNISSEUR,
      *       P=REPARE, T=RENDU AU CLIENT (DOSSIER CLOS)
           05 GAR-DATE-RECU      PIC 9(8).
           05 GAR-DATE-DIAG      PIC 9(8).
           05 GAR-DATE-ENVOI     PIC 9(8).
           05 GAR-DATE-REPARE    PIC 9(8).
           05 GAR-DATE-RENDU     PIC 9(8).
      *    MONTANT HT FACTURE AU CLIENT (HORS GARANTIE) ET NUMERO
      *    DE LA FACTURE EMISE, ZERO TANT QU'ELLE NE L'EST PAS
           05 GAR-MONTANT        PIC 9(7)V99.
           05 GAR-FACTURE        PIC 9(6).
      *    COUT A RECUPERER AUPRES DU FOURNISSEUR ET SUIVI DE LA
      *    RECLAMATION : A = A RECLAMER, R = RECLAMEE (LISTE
      *    EMISE LE GAR-DATE-RECLAM), ESPACE = SANS OBJET
           05 GAR-COUT           PIC 9(7)V99.
           05 GAR-RECLAM         PIC X.
           05 GAR-DATE-RECLAM    PIC 9(8).
