               10 SWH-PRD       PIC X(8).
               10 SWH-ENTREPOT  PIC X(4).
           05 SWH-QTE       PIC 9(5).
      *       MINI/MAXI DE L'ENTREPOT POUR LE PRODUIT (STOCK),
      *       0 = NON GERE - PILOTENT LE REEQUILIBRAGE
           05 SWH-MINI      PIC 9(5).
           05 SWH-MAXI      PIC 9(5).
       FD STOCK-ENT-NEW.
       01 STOCK-WH-NEW-REC.
           05 SWN-CLE.
               10 SWN-PRD       PIC X(8).
               10 SWN-ENTREPOT  PIC X(4).
           05 SWN-QTE       PIC 9(5).
      *       MINI/MAXI DE L'ENTREPOT POUR LE PRODUIT (STOCK),
      *       0 = NON GERE - PILOTENT LE REEQUILIBRAGE
           05 SWN-MINI      PIC 9(5).
           05 SWN-MAXI      PIC 9(5).
       FD LOTS.
       01 LOT-REC.
           05 LOT-CLE.
