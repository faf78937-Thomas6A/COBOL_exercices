       IF WS-VERROU-RESULTAT NOT = "O"
           DISPLAY "clients.txt verrouillé par un autre "
               "lancement, abandon"
           GOBACK
       END-IF.

      *Chargement du fichier clients : premier passage pour compter
                               "maintenance impossible"
                           MOVE "L" TO WS-VERROU-ACTION
                           CALL "verrou" USING WS-VERROU-COMMANDE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-CLIENT-MAX
               END-READ
       MOVE "L" TO WS-VERROU-ACTION.
       CALL "verrou" USING WS-VERROU-COMMANDE.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis menugeneral.cbl comme sous-programme, sans
      *rien changer à son comportement lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************

