       01 F-TRIE.
           05 F-FOURNISSEUR-TRIE     PIC X(10).
           05 F-NOM-TRIE             PIC X(10).
           05 F-STOCK-TRIE           PIC 9(5).
           05 F-SITE-TRIE            PIC X(3).

      *Définition du tarif d'achat : code fournisseur, article, coût
       77 WS-FOURNISSEUR-COURANT     PIC X(10)          VALUE SPACES.
       77 WS-VALEUR-FOURNISSEUR      PIC S9(11)         VALUE 0.
      *Valeur de l'article en cours et total général
       77 WS-VALEUR-ARTICLE          PIC S9(11)         VALUE 0.
       77 WS-VALEUR-TOTALE           PIC S9(11)         VALUE 0.
      *Compteurs du bilan
       77 WS-NB-ARTICLES             PIC 9(4)           VALUE 0.
       IF WS-NB-TARIFS = 0
           DISPLAY "Tarif tarifs-fournisseurs.txt absent ou vide : "
               "valorisation impossible"
           GOBACK
       END-IF.

       OPEN INPUT FICHIER-TRIE.
       IF WS-STATUT-TRIE NOT = "00"
           DISPLAY "Inventaire trié introuvable (statut "
               WS-STATUT-TRIE "), lancer rupture d'abord"
           GOBACK
       END-IF.

       OPEN OUTPUT FICHIER-RAPPORT.
       PERFORM 0100-FORMATE-PRIX.
       DISPLAY "Valeur totale : " WS-MONTANT-AFFICHE.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis menugeneral.cbl comme sous-programme, sans
      *rien changer à son comportement lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************

