       FD FICHIER-INVENTAIRE.
       01 F-INVENTAIRE.
           05 F-NOM                  PIC X(10).
           05 F-STOCK                PIC 9(5).
           05 FILLER                 PIC X.
           05 F-FOURNISSEUR          PIC X(10).
           05 FILLER                 PIC X.
           05 WS-STOCK-ART        OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-STOCKS.
               10 WS-ST-ARTICLE   PIC X(10).
               10 WS-ST-STOCK     PIC 9(7).

      *Effectifs réels des tableaux et index de parcours
       77 WS-NB-PRODUITS          PIC 9(3)              VALUE 1.
       77 WS-SEMAINES-RETENUES    PIC 9                 VALUE 0.
       77 WS-SOMME-QTE            PIC 9(5)              VALUE 0.
       77 WS-DEMANDE-PROJETEE     PIC 9(3)              VALUE 0.
       77 WS-STOCK-ACTUEL         PIC 9(7)              VALUE 0.
       77 WS-QTE-SUGGEREE         PIC S9(7)             VALUE 0.
      *Compteur des suggestions écrites
       77 WS-NB-SUGGESTIONS       PIC 9(3)              VALUE 0.

