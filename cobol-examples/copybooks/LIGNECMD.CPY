      *    FOURNISSEUR (IMPORT AVISEXP.DAT) - PROPOSEE PAR DEFAUT
      *    A LA RECEPTION.
           05 LCM-QTE-ANNONCEE PIC 9(4).
      *    SUIVI DE LA DEB (DECLDEB) : QUANTITE RECUE DEJA
      *    DECLAREE EN INTRODUCTION (CUMUL), DONT CELLE DE LA
      *    DERNIERE DECLARATION DEFINITIVE, ET LA PERIODE AAAAMM
      *    DE CELLE-CI - UNE LIGNE RECUE EN PLUSIEURS FOIS SUR
      *    DEUX MOIS N'EST DECLAREE QU'UNE FOIS PAR RECEPTION.
           05 LCM-QTE-DEB       PIC 9(4).
           05 LCM-QTE-DEB-DER   PIC 9(4).
           05 LCM-PERIODE-DEB   PIC 9(6).
