      *Liste nocturne des tâches en retard par responsable : relit
      *taches.txt (celle de taches.cbl) et écrit dans taches-retard.txt
      *chaque tâche ouverte dont l'échéance est passée, regroupée par
      *responsable (les tâches sans responsable sous "(non
      *attribuée)") et triée par échéance, avec le total de chaque
      *responsable puis le bilan. Appelé par tableaubord.cbl (Jour
      *15), qui en reprend les totaux dans le tableau du matin.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tachesretard.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier des tâches, le même que taches.cbl, en lecture
      *seule
       SELECT FICHIER-TACHES ASSIGN TO "taches.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-TACHES.

      *Alias de la liste des tâches en retard
       SELECT FICHIER-RETARD ASSIGN TO "taches-retard.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *Définition du fichier des tâches, même découpage que taches.cbl
       FD FICHIER-TACHES.
       01 F-TACHE.
           05 F-STATUT        PIC X.
           05 FILLER          PIC X.
           05 F-ECHEANCE      PIC X(8).
           05 FILLER          PIC X.
           05 F-PRIORITE      PIC 9.
           05 FILLER          PIC X.
           05 F-LIBELLE       PIC X(50).
           05 FILLER          PIC X.
           05 F-RESPONSABLE   PIC X(30).
           05 FILLER          PIC X.
           05 F-RECURRENCE    PIC X.

      *Définition de la liste, une ligne de texte libre
       FD FICHIER-RETARD.
       01 F-LIGNE-RETARD      PIC X(100).

       WORKING-STORAGE SECTION.

      *Tâches en retard retenues, même capacité que taches.cbl
       01 WS-RETARDS-TAB.
           05 WS-RETARD       OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-NB-RETARDS.
               10 WS-RESPONSABLE PIC X(30).
               10 WS-ECHEANCE PIC X(8).
               10 WS-PRIORITE PIC 9.
               10 WS-LIBELLE  PIC X(50).

      *Effectif réel du tableau et index de parcours
       77 WS-NB-RETARDS       PIC 9(3)          VALUE 1.
       77 WS-INDEX            PIC 9(3)          VALUE 1.
      *Indicateur de fin de fichier et statut
       77 WS-EOF              PIC X             VALUE 'F'.
       77 WS-STATUT-TACHES    PIC XX.
      *Date du jour AAAAMMJJ
       77 WS-DATE-JOUR        PIC X(8).
      *Responsable du groupe en cours et son total
       77 WS-RESPONSABLE-COURANT PIC X(30).
       77 WS-NB-RESPONSABLE   PIC 9(3)          VALUE 0.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE 0 TO WS-NB-RETARDS.
           MOVE 'F' TO WS-EOF.

      *Relevé des tâches ouvertes à l'échéance passée ; un fichier
      *absent laisse la liste vide
           OPEN INPUT FICHIER-TACHES.

           IF WS-STATUT-TACHES = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-TACHES
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF F-STATUT = "O"
                               AND F-ECHEANCE < WS-DATE-JOUR
                               AND WS-NB-RETARDS < 200
                               PERFORM 1000-NOTE-RETARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TACHES
           END-IF.

           IF WS-NB-RETARDS > 0
               SORT WS-RETARD
                   ON ASCENDING KEY WS-RESPONSABLE
                   ON ASCENDING KEY WS-ECHEANCE
                   ON ASCENDING KEY WS-PRIORITE
           END-IF.

      *Écriture de la liste, un total à chaque changement de
      *responsable
           OPEN OUTPUT FICHIER-RETARD.

           MOVE SPACES TO F-LIGNE-RETARD.
           STRING "--- Tâches en retard au " WS-DATE-JOUR
               ", par responsable ---"
               INTO F-LIGNE-RETARD.
           WRITE F-LIGNE-RETARD.

           MOVE 0 TO WS-NB-RESPONSABLE.

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-RETARDS

               IF WS-INDEX > 1
                   AND WS-RESPONSABLE(WS-INDEX)
                       NOT = WS-RESPONSABLE-COURANT
                   PERFORM 2000-ECRIT-TOTAL
               END-IF

               MOVE WS-RESPONSABLE(WS-INDEX)
                   TO WS-RESPONSABLE-COURANT
               ADD 1 TO WS-NB-RESPONSABLE

               MOVE SPACES TO F-LIGNE-RETARD
               STRING WS-RESPONSABLE(WS-INDEX) " "
                   WS-ECHEANCE(WS-INDEX) " P"
                   WS-PRIORITE(WS-INDEX) " "
                   WS-LIBELLE(WS-INDEX)
                   INTO F-LIGNE-RETARD
               END-STRING
               WRITE F-LIGNE-RETARD

           END-PERFORM.

           IF WS-NB-RETARDS > 0
               PERFORM 2000-ECRIT-TOTAL
           END-IF.

           MOVE SPACES TO F-LIGNE-RETARD.
           STRING "Bilan : " WS-NB-RETARDS " tâche(s) en retard"
               INTO F-LIGNE-RETARD.
           WRITE F-LIGNE-RETARD.

           CLOSE FICHIER-RETARD.

           DISPLAY "Tâches en retard : " WS-NB-RETARDS
               ", liste dans taches-retard.txt".

           GOBACK.

      ******************************************************************

      *Retient la tâche lue ; sans responsable, elle est regroupée
      *sous "(non attribuée)"
       1000-NOTE-RETARD.

           ADD 1 TO WS-NB-RETARDS

           IF F-RESPONSABLE = SPACES
               MOVE "(non attribuée)"
                   TO WS-RESPONSABLE(WS-NB-RETARDS)
           ELSE
               MOVE F-RESPONSABLE TO WS-RESPONSABLE(WS-NB-RETARDS)
           END-IF

           MOVE F-ECHEANCE TO WS-ECHEANCE(WS-NB-RETARDS)
           MOVE F-PRIORITE TO WS-PRIORITE(WS-NB-RETARDS)
           MOVE F-LIBELLE TO WS-LIBELLE(WS-NB-RETARDS)
       .

      ******************************************************************

      *Écrit le total du responsable dont le groupe s'achève
       2000-ECRIT-TOTAL.

           MOVE SPACES TO F-LIGNE-RETARD
           STRING "Total " FUNCTION TRIM(WS-RESPONSABLE-COURANT)
               " : " WS-NB-RESPONSABLE " tâche(s) en retard"
               INTO F-LIGNE-RETARD
           END-STRING
           WRITE F-LIGNE-RETARD

           MOVE 0 TO WS-NB-RESPONSABLE
       .

       END PROGRAM "tachesretard".
