      *tableau-bord.txt : verdict OK / ATTENTION en tête, dernière
      *date et statut de chaque chaîne, fusion interrompue (un
      *checkpoint non vide), et comptes des fichiers d'anomalies et
      *de rejets. La fenêtre batch reprend les alertes de durees.cbl
      *(étape bien plus longue que sa moyenne, chaîne finie après
      *l'heure limite), appelé ici avant le verdict. Les tâches de
      *l'équipe en retard sont reprises par responsable depuis la
      *liste nocturne de tachesretard.cbl (Jour 9), pour information :
      *elles ne changent pas le verdict de la nuit.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tableaubord.
       AUTHOR. Thomas Baudrin.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-COMPTE.

      *Alias du rapport des durées écrit par durees.cbl
       SELECT FICHIER-DUREES ASSIGN TO "run-durees.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-DUREES.

      *Alias de la liste des tâches en retard écrite par
      *tachesretard.cbl
       SELECT FICHIER-TACHES-RETARD ASSIGN TO "taches-retard.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-TACHES-RETARD.

      *Alias du tableau de bord du matin
       SELECT FICHIER-BORD ASSIGN TO "tableau-bord.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           05 F-HI-ETAPE          PIC X(10).
           05 FILLER              PIC X.
           05 F-HI-STATUT         PIC X(5).
           05 FILLER              PIC X.
           05 F-HI-HEURE          PIC X(6).

      *Définition du journal de reprise, relu en texte libre : seule
      *sa non-vacuité compte ici
       FD FICHIER-COMPTE.
       01 F-LIGNE-COMPTE          PIC X(120).

      *Définition du rapport des durées, une ligne de texte libre
       FD FICHIER-DUREES.
       01 F-LIGNE-DUREES          PIC X(100).

      *Définition de la liste des tâches en retard, texte libre
       FD FICHIER-TACHES-RETARD.
       01 F-LIGNE-TACHES-RETARD   PIC X(100).

      *Définition du tableau de bord, une ligne de texte libre
       FD FICHIER-BORD.
       01 F-LIGNE-BORD            PIC X(100).
       77 WS-NB-TRAITEES-USER     PIC 9(5)              VALUE 0.
       77 WS-ETAT-USER-PRESENT    PIC X                 VALUE "N".
       77 WS-NB-INTERROMPUES      PIC 99                VALUE 0.
      *Alertes de la fenêtre batch relevées dans run-durees.txt
       01 WS-ALERTES-DUREE-TAB.
           05 WS-ALERTE-DUREE     PIC X(100)
               OCCURS 1 TO 20 TIMES DEPENDING ON WS-NB-ALERTES-DUREE.
       77 WS-NB-ALERTES-DUREE     PIC 99                VALUE 0.
       77 WS-STATUT-DUREES        PIC XX.
      *Totaux par responsable relevés dans taches-retard.txt, et
      *nombre de tâches en retard
       01 WS-TOTAUX-TACHES-TAB.
           05 WS-TOTAL-TACHES     PIC X(100)
               OCCURS 1 TO 20 TIMES DEPENDING ON WS-NB-TOTAUX-TACHES.
       77 WS-NB-TOTAUX-TACHES     PIC 99                VALUE 0.
       77 WS-NB-TACHES-RETARD     PIC 9(5)              VALUE 0.
       77 WS-STATUT-TACHES-RETARD PIC XX.
      *Verdict du matin
       77 WS-VERDICT              PIC X(9)              VALUE "OK".

       PERFORM 2000-COMPTE-FICHIER.
       MOVE WS-NB-COMPTEES TO WS-NB-ERREURS-LOG.

      *Fenêtre batch : durees.cbl refait run-durees.txt depuis
      *l'historique, ses lignes ALERTE sont retenues pour le tableau
       CALL "durees".

       MOVE 0 TO WS-NB-ALERTES-DUREE.
       MOVE 'F' TO WS-EOF.

       OPEN INPUT FICHIER-DUREES.

       IF WS-STATUT-DUREES = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-DUREES
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF F-LIGNE-DUREES(1:7) = "ALERTE "
                           AND WS-NB-ALERTES-DUREE < 20
                           ADD 1 TO WS-NB-ALERTES-DUREE
                           MOVE F-LIGNE-DUREES
                               TO WS-ALERTE-DUREE(WS-NB-ALERTES-DUREE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-DUREES
       END-IF.

      *Tâches en retard : tachesretard.cbl refait la liste depuis
      *taches.txt, ses totaux par responsable sont retenus et ses
      *lignes de détail comptées
       CALL "tachesretard".

       MOVE 0 TO WS-NB-TOTAUX-TACHES.
       MOVE 'F' TO WS-EOF.

       OPEN INPUT FICHIER-TACHES-RETARD.

       IF WS-STATUT-TACHES-RETARD = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-TACHES-RETARD
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN F-LIGNE-TACHES-RETARD = SPACES
                           WHEN F-LIGNE-TACHES-RETARD(1:3) = "---"
                           WHEN F-LIGNE-TACHES-RETARD(1:6) = "Bilan "
                               CONTINUE
                           WHEN F-LIGNE-TACHES-RETARD(1:6) = "Total "
                               IF WS-NB-TOTAUX-TACHES < 20
                                   ADD 1 TO WS-NB-TOTAUX-TACHES
                                   MOVE F-LIGNE-TACHES-RETARD TO
                                       WS-TOTAL-TACHES(
                                           WS-NB-TOTAUX-TACHES)
                               END-IF
                           WHEN OTHER
                               ADD 1 TO WS-NB-TACHES-RETARD
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE FICHIER-TACHES-RETARD
       END-IF.

      *Verdict : ATTENTION dès qu'une fusion est interrompue, qu'une
      *chaîne est restée en DEBUT, qu'un fichier d'anomalies porte
      *des lignes ou que la fenêtre batch a une alerte
       IF WS-CHECKPOINT-VIDE = "N"
           OR WS-NB-INTERROMPUES > 0
           OR WS-NB-ORPHELINES > 0
           OR WS-NB-ANOMALIES > 0
           OR WS-NB-REJETS-TR > 0
           OR WS-NB-ALERTES-DUREE > 0
           MOVE "ATTENTION" TO WS-VERDICT
       END-IF.

           INTO F-LIGNE-BORD.
       WRITE F-LIGNE-BORD.

       MOVE SPACES TO F-LIGNE-BORD.
       STRING "Fenêtre batch : " WS-NB-ALERTES-DUREE
           " alerte(s), détail dans run-durees.txt"
           INTO F-LIGNE-BORD.
       WRITE F-LIGNE-BORD.

       PERFORM VARYING WS-INDEX FROM 1 BY 1
           UNTIL WS-INDEX > WS-NB-ALERTES-DUREE
           MOVE SPACES TO F-LIGNE-BORD
           STRING "  " WS-ALERTE-DUREE(WS-INDEX)
               INTO F-LIGNE-BORD
           END-STRING
           WRITE F-LIGNE-BORD
       END-PERFORM.

       MOVE SPACES TO F-LIGNE-BORD.
       STRING "Tâches en retard : " WS-NB-TACHES-RETARD
           ", détail dans taches-retard.txt"
           INTO F-LIGNE-BORD.
       WRITE F-LIGNE-BORD.

       PERFORM VARYING WS-INDEX FROM 1 BY 1
           UNTIL WS-INDEX > WS-NB-TOTAUX-TACHES
           MOVE SPACES TO F-LIGNE-BORD
           STRING "  " WS-TOTAL-TACHES(WS-INDEX)
               INTO F-LIGNE-BORD
           END-STRING
           WRITE F-LIGNE-BORD
       END-PERFORM.

       CLOSE FICHIER-BORD.

       DISPLAY "=== Tableau de bord : " WS-VERDICT " ==="
       DISPLAY "Détail dans tableau-bord.txt".

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis menugeneral.cbl comme sous-programme, sans
      *rien changer à son comportement lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************

