       IF WS-STATUT-IDX NOT = "00"
           DISPLAY "Fichier clients.idx introuvable (statut "
               WS-STATUT-IDX "), lancer command d'abord"
           GOBACK
       END-IF.

      *Chargement du catalogue des produits pour la validation des
       IF WS-NB-CATALOGUE = 0
           DISPLAY "Catalogue produits.txt absent ou vide : "
               "saisie impossible sans codes à valider"
           GOBACK
       END-IF.

       DISPLAY "Saisie des commandes du jour dans "

       DISPLAY "Lignes saisies : " WS-NB-SAISIES.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis menugeneral.cbl comme sous-programme, sans
      *rien changer à son comportement lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************

