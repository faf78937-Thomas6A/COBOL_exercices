      *scolaires pendant les congés. Il reprend la mécanique
      *run-controle / run-historique de bilanjour.cbl : un soir
      *interrompu reprend exactement où il s'était arrêté.
      *Chaque début et fin d'étape est horodaté dans
      *run-historique.txt pour le suivi des durées de durees.cbl.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. planificateur.
       AUTHOR. Thomas Baudrin.
           05 F-CTL-STATUT        PIC X(5).

      *Définition de l'historique des lancements, même découpage que
      *bilanjour.cbl (heure HHMMSS de la note en fin de ligne)
       FD FICHIER-HISTO-RUN.
       01 F-LIGNE-HISTO-RUN       PIC X(40).

       WORKING-STORAGE SECTION.


           IF WS-NB-ETAPES = 0
               DISPLAY "Plan plan-batch.txt absent ou vide, arrêt"
               GOBACK
           END-IF.

      *Calendrier des vacances : le jour tombe-t-il dans une période ?
       DISPLAY "Étapes sautées : " WS-NB-SAUTEES
       DISPLAY "Étapes bloquées : " WS-NB-BLOQUEES.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis menugeneral.cbl comme sous-programme, sans
      *rien changer à son comportement lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************


           MOVE SPACES TO F-LIGNE-HISTO-RUN
           STRING WS-DATE-JOUR " " WS-ETAPE-COURANTE " "
               WS-STATUT-ETAPE " " FUNCTION CURRENT-DATE(9:6)
               INTO F-LIGNE-HISTO-RUN
           END-STRING
           WRITE F-LIGNE-HISTO-RUN
