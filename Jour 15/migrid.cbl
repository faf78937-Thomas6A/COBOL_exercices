
       IF WS-REPONSE NOT = "O" AND WS-REPONSE NOT = "o"
           DISPLAY "Migration abandonnée"
           GOBACK
       END-IF.

      *Constitution de la liste des fichiers à migrer : les fichiers
       DISPLAY "Lignes migrées au total : " WS-TOTAL-MIGREES.
       DISPLAY "Migration terminée".

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis menugeneral.cbl comme sous-programme, sans
      *rien changer à son comportement lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************

