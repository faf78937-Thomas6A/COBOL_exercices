      *les uns après les autres) et consigne un bilan unique -
      *effectifs chargés, réussite/échec, articles en rupture - au
      *lieu de trois sorties séparées à rapprocher soi-même.
      *Chaque début et fin d'étape est horodaté dans
      *run-historique.txt pour le suivi des durées de durees.cbl.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bilanjour.
       AUTHOR. Thomas Baudrin.
           05 F-CTL-STATUT        PIC X(5).

      *Définition de l'historique des lancements, mêmes lignes que le
      *pilotage mais jamais remises à zéro, suivies de l'heure
      *HHMMSS de la note (durees.cbl en tire la durée des étapes)
       FD FICHIER-HISTO-RUN.
       01 F-LIGNE-HISTO-RUN       PIC X(40).

       WORKING-STORAGE SECTION.


      *Note l'étape WS-ETAPE-COURANTE au statut WS-STATUT-ETAPE, à la
      *fois dans le fichier de pilotage du jour et dans l'historique
      *permanent des lancements, ce dernier avec l'heure de la note
       0300-NOTE-ETAPE.

           OPEN EXTEND FICHIER-CONTROLE

           MOVE SPACES TO F-LIGNE-HISTO-RUN
           STRING WS-DATE-JOUR " " WS-ETAPE-COURANTE " "
               WS-STATUT-ETAPE " " FUNCTION CURRENT-DATE(9:6)
               INTO F-LIGNE-HISTO-RUN
           END-STRING
           WRITE F-LIGNE-HISTO-RUN
