       IF WS-STATUT-CLASSES NOT = "00"
           DISPLAY "Trombinoscope input-classes.txt introuvable "
               "(statut " WS-STATUT-CLASSES "), arrêt"
           GOBACK
       END-IF.

       MOVE 0 TO WS-NB-ELEVES.

       END-PERFORM.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis le menu général (menugeneral.cbl, Jour 15)
      *comme sous-programme, sans rien changer à son comportement
      *lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************

