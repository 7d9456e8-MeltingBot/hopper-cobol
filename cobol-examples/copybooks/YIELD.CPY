      *===============================================
      * LAYOUT PARTAGE DE YIELD.DAT (REGLES DE TARIFICATION SELON
      * L'OCCUPATION)
      * Regles par type de chambre, appliquees au prix du
      * calendrier tarifaire (SAISONS/TARIFS) d'une nuit selon
      * l'occupation prevue du type cette nuit-la : chambres
      * vendues (sejours R/A), tenues par les allotements non
      * relaches ou fermees pour travaux, sur les chambres en
      * service du type.
      * - H (hausse) : occupation >= YLD-SEUIL ; de plusieurs
      *   hausses atteintes, celle au seuil le plus haut joue.
      * - B (baisse) : occupation < YLD-SEUIL a YLD-JOURS jours
      *   ou moins de la nuit (pick-up faible a l'approche) ; de
      *   plusieurs baisses, celle au seuil le plus bas joue.
      * Une hausse atteinte l'emporte sur une baisse.
      * Maintenu dans reservations.cob (HOTEL, gestion des
      * tarifs) ; lu par HOTEL/CALCULER-PRIX-NUIT, l'audit de
      * nuit (AUDITNUIT : nuitees, export des disponibilites et
      * etat des regles declenchees) et l'import des agences en
      * ligne (CANALRESA).
      *===============================================
       01 YIELD-REC.
           05 YLD-CLE.
               10 YLD-TYPE      PIC X(10).
               10 YLD-SEQ       PIC 99.
           05 YLD-SENS      PIC X.
      *       H=HAUSSE, B=BAISSE
           05 YLD-SEUIL     PIC 999.
      *       TAUX D'OCCUPATION EN POURCENT
           05 YLD-JOURS     PIC 999.
      *       BAISSE SEULEMENT : DELAI MAXIMUM AVANT LA NUIT
           05 YLD-MODE      PIC X.
      *       P=POURCENTAGE DU PRIX, M=MONTANT PAR NUIT
           05 YLD-VALEUR    PIC 9(4)V99.
           05 YLD-LIBELLE   PIC X(20).
