      *fichier d'archive avec l'année scolaire, réécrit un
      *classes-sortie.txt prêt pour ordclass.cbl et affiche le
      *nombre d'élèves arrivés dans chaque classe — pour ne plus
      *retaper toute l'école chaque mois de septembre. Avant le
      *passage, la liste des livres du CDI non rendus
      *(cdi-non-rendus.txt, produite par cdi.cbl) est relue et chaque
      *emprunteur encore dehors signalé, les sortants CM2 à part
      *puisqu'ils quittent l'école. Avant le passage aussi, l'année
      *qui se ferme est versée au dossier pluriannuel
      *parcours-eleves.txt (édité par parcours.cbl) : une ligne par
      *élève avec sa classe, ses moyennes des trois trimestres tirées
      *de resultats.txt, ses absences et retards d'absences.txt et la
      *décision du conseil saisie dans decisions-conseil.txt. Un
      *élève dont le conseil a décidé le maintien reste dans sa
      *classe ; les décisions appliquées, le fichier est vidé pour
      *l'année suivante.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. promotion.
       AUTHOR. Thomas Baudrin.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-SORTANTS.

      *Alias de la liste des livres du CDI non rendus, produite par
      *cdi.cbl
       SELECT FICHIER-NON-RENDUS ASSIGN TO "cdi-non-rendus.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-NON-RENDUS.

      *Alias du fichier résultats écrit par matieres.cbl
       SELECT FICHIER-RESULTATS ASSIGN TO "resultats.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-RESULTATS.

      *Alias du fichier des absences tenu par absences.cbl
       SELECT FICHIER-ABSENCES ASSIGN TO "absences.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-ABSENCES.

      *Alias des décisions du conseil de fin d'année, tenues par
      *parcours.cbl
       SELECT FICHIER-DECISIONS ASSIGN TO "decisions-conseil.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-DECISIONS.

      *Alias du dossier pluriannuel, complété à chaque passage
       SELECT FICHIER-PARCOURS ASSIGN TO "parcours-eleves.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PARCOURS.

       DATA DIVISION.

       FILE SECTION.
       FD FICHIER-SORTANTS.
       01 F-LIGNE-SORTANT         PIC X(60).

      *Définition de la liste des livres non rendus, même découpage
      *que cdi.cbl
       FD FICHIER-NON-RENDUS.
       01 F-NON-RENDU.
           05 F-NR-ID-ELEVE       PIC 9(5).
           05 FILLER              PIC X.
           05 F-NR-CLASSE         PIC X(3).
           05 FILLER              PIC X.
           05 F-NR-NUMERO         PIC X(6).
           05 FILLER              PIC X.
           05 F-NR-ECHEANCE       PIC X(8).
           05 FILLER              PIC X.
           05 F-NR-TITRE          PIC X(30).

      *Définition du fichier résultats, relu en texte libre comme
      *dans conseil.cbl
       FD FICHIER-RESULTATS.
       01 F-LIGNE-RESULTATS       PIC X(60).

      *Définition du fichier des absences, même découpage
      *qu'absences.cbl
       FD FICHIER-ABSENCES.
       01 F-ABSENCE.
           05 F-DATE-ABSENCE      PIC X(8).
           05 FILLER              PIC X.
           05 F-CLASSE-ABSENCE    PIC X(3).
           05 FILLER              PIC X.
           05 F-NOM-ABSENCE       PIC X(9).
           05 F-PRENOM-ABSENCE    PIC X(9).
           05 F-TYPE-ABSENCE      PIC X.

      *Définition d'une décision du conseil, même découpage que
      *parcours.cbl
       FD FICHIER-DECISIONS.
       01 F-DECISION.
           05 F-DE-ID-ELEVE       PIC 9(5).
           05 FILLER              PIC X.
           05 F-DE-DECISION       PIC X.
           05 FILLER              PIC X.
           05 F-DE-AVIS           PIC X(40).

      *Définition d'une année du dossier pluriannuel, même découpage
      *que parcours.cbl
       FD FICHIER-PARCOURS.
       01 F-PARCOURS.
           05 F-PC-ID-ELEVE       PIC 9(5).
           05 FILLER              PIC X.
           05 F-PC-ANNEE          PIC X(9).
           05 FILLER              PIC X.
           05 F-PC-ECOLE          PIC X(3).
           05 FILLER              PIC X.
           05 F-PC-CLASSE         PIC X(4).
           05 FILLER              PIC X.
           05 F-PC-NOM            PIC X(15).
           05 FILLER              PIC X.
           05 F-PC-PRENOM         PIC X(15).
           05 FILLER              PIC X.
           05 F-PC-MOYENNE-T1     PIC X(5).
           05 FILLER              PIC X.
           05 F-PC-MOYENNE-T2     PIC X(5).
           05 FILLER              PIC X.
           05 F-PC-MOYENNE-T3     PIC X(5).
           05 FILLER              PIC X.
           05 F-PC-ABSENCES       PIC 9(3).
           05 FILLER              PIC X.
           05 F-PC-RETARDS        PIC 9(3).
           05 FILLER              PIC X.
           05 F-PC-DECISION       PIC X.
           05 FILLER              PIC X.
           05 F-PC-AVIS           PIC X(40).

       WORKING-STORAGE SECTION.

      *Tableau des élèves relus, avec leur classe d'arrivée calculée
               10 WS-ID-ELEVE     PIC 9(5).
               10 WS-ECOLE-ELEVE  PIC X(3).
               10 WS-SORTANT      PIC X.
      *Année qui se ferme, pour le dossier pluriannuel : moyennes
      *des trois trimestres, absences, retards, décision du conseil
      *(P passage, M maintien, blanc si non saisie) et avis
               10 WS-MOYENNE-ELEVE PIC X(5) OCCURS 3 TIMES.
               10 WS-NB-ABS-ELEVE PIC 9(3).
               10 WS-NB-RET-ELEVE PIC 9(3).
               10 WS-DECISION-ELEVE PIC X.
               10 WS-AVIS-ELEVE   PIC X(40).

      *Effectif réel du tableau
       77 WS-NB-ELEVES            PIC 9(3)              VALUE 1.
       77 WS-EOF                  PIC X                 VALUE 'F'.
       77 WS-STATUT-CLASSES       PIC XX.
       77 WS-STATUT-SORTANTS      PIC XX.
       77 WS-STATUT-NON-RENDUS    PIC XX.
       77 WS-STATUT-RESULTATS     PIC XX.
       77 WS-STATUT-ABSENCES      PIC XX.
       77 WS-STATUT-DECISIONS     PIC XX.
       77 WS-STATUT-PARCOURS      PIC XX.

      *Compteurs d'arrivées par classe et des cas particuliers
       77 WS-NB-CE1               PIC 9(3)              VALUE 0.
       77 WS-NB-CM2               PIC 9(3)              VALUE 0.
       77 WS-NB-SORTANTS          PIC 9(3)              VALUE 0.
       77 WS-NB-INCHANGES         PIC 9(3)              VALUE 0.
      *Livres du CDI non rendus relevés, dont ceux des sortants CM2
       77 WS-NB-NON-RENDUS        PIC 9(4)              VALUE 0.
       77 WS-NB-NON-RENDUS-CM2    PIC 9(4)              VALUE 0.
      *Élèves maintenus par le conseil, décisions relues et années
      *versées au dossier pluriannuel
       77 WS-NB-MAINTENUS         PIC 9(3)              VALUE 0.
       77 WS-NB-DECISIONS         PIC 9(3)              VALUE 0.
       77 WS-NB-PARCOURS          PIC 9(3)              VALUE 0.
      *Trimestre d'une ligne de résultats et nom qu'elle porte
       77 WS-TRIMESTRE            PIC 9                 VALUE 1.
       77 WS-NOM-RESULTAT         PIC X(20).
      *Indicateur d'année déjà versée au dossier (relance du
      *programme) et code de décision écrit au dossier
       77 WS-PARCOURS-FAIT        PIC X                 VALUE "N".
       77 WS-DECISION-PARCOURS    PIC X.

      *Année scolaire qui s'ouvre, calculée de la date du jour : à
      *partir de septembre c'est année/année+1, avant c'est
       77 WS-MOIS-JOUR            PIC 99.
       77 WS-ANNEE-DEBUT          PIC 9(4).
       77 WS-ANNEE-FIN            PIC 9(4).
      *Année scolaire qui se ferme, AAAA/AAAA, clé du dossier
       77 WS-ANNEE-CLOTURE        PIC 9(4).
       77 WS-ANNEE-PARCOURS       PIC X(9).

       PROCEDURE DIVISION.

                       MOVE F-ECOLE TO WS-ECOLE-ELEVE(WS-NB-ELEVES)
                   END-IF
                   MOVE "N" TO WS-SORTANT(WS-NB-ELEVES)
                   MOVE SPACES TO WS-MOYENNE-ELEVE(WS-NB-ELEVES, 1)
                   MOVE SPACES TO WS-MOYENNE-ELEVE(WS-NB-ELEVES, 2)
                   MOVE SPACES TO WS-MOYENNE-ELEVE(WS-NB-ELEVES, 3)
                   MOVE 0 TO WS-NB-ABS-ELEVE(WS-NB-ELEVES)
                   MOVE 0 TO WS-NB-RET-ELEVE(WS-NB-ELEVES)
                   MOVE SPACE TO WS-DECISION-ELEVE(WS-NB-ELEVES)
                   MOVE SPACES TO WS-AVIS-ELEVE(WS-NB-ELEVES)

           END-READ


       DISPLAY "Élèves relus : " WS-NB-ELEVES.

      *Contrôle des livres du CDI encore dehors : chaque emprunteur
      *présent au roster est signalé avant le passage, les CM2 qui
      *vont sortir de l'école étant marqués à part
       OPEN INPUT FICHIER-NON-RENDUS.

       IF WS-STATUT-NON-RENDUS = "00"

           PERFORM UNTIL WS-STATUT-NON-RENDUS NOT = "00"

               READ FICHIER-NON-RENDUS

                   AT END
                       MOVE "10" TO WS-STATUT-NON-RENDUS

                   NOT AT END
                       PERFORM VARYING WS-INDEX FROM 1 BY 1
                           UNTIL WS-INDEX > WS-NB-ELEVES
                           IF WS-ID-ELEVE(WS-INDEX) = F-NR-ID-ELEVE
                               AND WS-ID-ELEVE(WS-INDEX) NOT = 0
                               ADD 1 TO WS-NB-NON-RENDUS
                               IF WS-CLASSE-ELEVE(WS-INDEX) = "CM2"
                                   ADD 1 TO WS-NB-NON-RENDUS-CM2
                                   DISPLAY "Livre CDI non rendu "
                                       "(SORTANT CM2) : "
                                       WS-NOM-ELEVE(WS-INDEX) " "
                                       F-NR-NUMERO " " F-NR-TITRE
                               ELSE
                                   DISPLAY "Livre CDI non rendu : "
                                       WS-CLASSE-ELEVE(WS-INDEX) " "
                                       WS-NOM-ELEVE(WS-INDEX) " "
                                       F-NR-NUMERO " " F-NR-TITRE
                               END-IF
                           END-IF
                       END-PERFORM

               END-READ

           END-PERFORM

           CLOSE FICHIER-NON-RENDUS

           DISPLAY "Livres CDI non rendus : " WS-NB-NON-RENDUS
               ", dont " WS-NB-NON-RENDUS-CM2 " par des sortants CM2"

       ELSE
           DISPLAY "Liste cdi-non-rendus.txt absente, livres du CDI "
               "non contrôlés"
       END-IF.

      *Calcul de l'année scolaire qui s'ouvre
       MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANNEE-JOUR.
       MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MOIS-JOUR.
           MOVE WS-ANNEE-JOUR TO WS-ANNEE-FIN
       END-IF.

       COMPUTE WS-ANNEE-CLOTURE = WS-ANNEE-DEBUT - 1.

       MOVE SPACES TO WS-ANNEE-PARCOURS.
       STRING WS-ANNEE-CLOTURE "/" WS-ANNEE-DEBUT
           INTO WS-ANNEE-PARCOURS
       END-STRING.

      *Décisions du conseil de fin d'année, rattachées par id
       MOVE 'F' TO WS-EOF.

       OPEN INPUT FICHIER-DECISIONS.

       IF WS-STATUT-DECISIONS = "00"

           PERFORM UNTIL WS-EOF = 'T'

               READ FICHIER-DECISIONS

                   AT END
                       MOVE 'T' TO WS-EOF

                   NOT AT END
                       IF F-DE-ID-ELEVE NUMERIC
                           PERFORM 0100-RATTACHE-DECISION
                       END-IF

               END-READ

           END-PERFORM

           CLOSE FICHIER-DECISIONS

       END-IF.

       DISPLAY "Décisions du conseil rattachées : " WS-NB-DECISIONS.

      *Une année déjà versée au dossier (programme relancé) ne l'est
      *pas une seconde fois
       MOVE 'F' TO WS-EOF.

       OPEN INPUT FICHIER-PARCOURS.

       IF WS-STATUT-PARCOURS = "00"

           PERFORM UNTIL WS-EOF = 'T'

               READ FICHIER-PARCOURS

                   AT END
                       MOVE 'T' TO WS-EOF

                   NOT AT END
                       IF F-PC-ANNEE = WS-ANNEE-PARCOURS
                           MOVE "O" TO WS-PARCOURS-FAIT
                       END-IF

               END-READ

           END-PERFORM

           CLOSE FICHIER-PARCOURS

       END-IF.

       IF WS-PARCOURS-FAIT = "O"
           DISPLAY "Année " WS-ANNEE-PARCOURS " déjà versée au "
               "dossier pluriannuel, non réécrite"
       ELSE
           PERFORM 1000-VERSE-PARCOURS
       END-IF.

      *Promotion de chaque élève d'un niveau ; les CM2 deviennent
      *sortants, une classe inconnue reste inchangée et est signalée,
      *un élève maintenu par le conseil reste dans sa classe
       PERFORM VARYING WS-INDEX FROM 1 BY 1
           UNTIL WS-INDEX > WS-NB-ELEVES

           IF WS-DECISION-ELEVE(WS-INDEX) = "M"

               ADD 1 TO WS-NB-MAINTENUS
               DISPLAY "Maintien décidé par le conseil : "
                   WS-CLASSE-ELEVE(WS-INDEX) " "
                   WS-NOM-ELEVE(WS-INDEX)
                   " (école " WS-ECOLE-ELEVE(WS-INDEX) ")"

           ELSE

               EVALUATE WS-CLASSE-ELEVE(WS-INDEX)

                   WHEN "CP"
                       MOVE "CE1" TO WS-CLASSE-ELEVE(WS-INDEX)
                       ADD 1 TO WS-NB-CE1

                   WHEN "CE1"
                       MOVE "CE2" TO WS-CLASSE-ELEVE(WS-INDEX)
                       ADD 1 TO WS-NB-CE2

                   WHEN "CE2"
                       MOVE "CM1" TO WS-CLASSE-ELEVE(WS-INDEX)
                       ADD 1 TO WS-NB-CM1

                   WHEN "CM1"
                       MOVE "CM2" TO WS-CLASSE-ELEVE(WS-INDEX)
                       ADD 1 TO WS-NB-CM2

                   WHEN "CM2"
                       MOVE "O" TO WS-SORTANT(WS-INDEX)
                       ADD 1 TO WS-NB-SORTANTS

                   WHEN OTHER
                       ADD 1 TO WS-NB-INCHANGES
                       DISPLAY "Classe inconnue, élève laissé en "
                           "place : "
                           WS-CLASSE-ELEVE(WS-INDEX) " "
                           WS-NOM-ELEVE(WS-INDEX)
                           " (école " WS-ECOLE-ELEVE(WS-INDEX) ")"

               END-EVALUATE

           END-IF

       END-PERFORM.

      *Les décisions appliquées, le fichier est vidé pour que le
      *conseil de l'an prochain reparte de zéro
       IF WS-STATUT-DECISIONS = "00"
           OPEN OUTPUT FICHIER-DECISIONS
           CLOSE FICHIER-DECISIONS
       END-IF.

      *Archivage des sortants avec l'année scolaire, à la suite des
      *campagnes précédentes
       IF WS-NB-SORTANTS > 0
       DISPLAY "Arrivées en CM1 : " WS-NB-CM1
       DISPLAY "Arrivées en CM2 : " WS-NB-CM2
       DISPLAY "Sortants CM2 archivés : " WS-NB-SORTANTS
       DISPLAY "Maintenus par le conseil : " WS-NB-MAINTENUS
       DISPLAY "Élèves laissés en place : " WS-NB-INCHANGES
       DISPLAY "Années versées au dossier pluriannuel : "
           WS-NB-PARCOURS.

       STOP RUN.

      ******************************************************************

      *Rattache la décision lue à l'élève du roster portant cet id
       0100-RATTACHE-DECISION.

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ELEVES

               IF WS-ID-ELEVE(WS-INDEX) = F-DE-ID-ELEVE
                   AND WS-ID-ELEVE(WS-INDEX) NOT = 0
                   ADD 1 TO WS-NB-DECISIONS
                   MOVE F-DE-DECISION TO WS-DECISION-ELEVE(WS-INDEX)
                   MOVE F-DE-AVIS TO WS-AVIS-ELEVE(WS-INDEX)
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Rattache la moyenne de la ligne E courante, pour son
      *trimestre, à l'élève du roster portant le même nom (les
      *résultats de matieres.cbl ne portent que le nom saisi)
       0200-RATTACHE-MOYENNE.

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ELEVES

               IF FUNCTION TRIM(WS-NOM-ELEVE(WS-INDEX))
                   = FUNCTION TRIM(WS-NOM-RESULTAT)
                   MOVE F-LIGNE-RESULTATS(24:5)
                       TO WS-MOYENNE-ELEVE(WS-INDEX, WS-TRIMESTRE)
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Cumule la ligne d'absence courante sur l'élève du roster de
      *même classe, nom et prénom (R = retard, sinon absence)
       0300-CUMULE-ABSENCE.

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ELEVES

               IF WS-CLASSE-ELEVE(WS-INDEX)(1:3) = F-CLASSE-ABSENCE
                   AND FUNCTION TRIM(WS-NOM-ELEVE(WS-INDEX))
                       = FUNCTION TRIM(F-NOM-ABSENCE)
                   AND FUNCTION TRIM(WS-PRENOM-ELEVE(WS-INDEX))
                       = FUNCTION TRIM(F-PRENOM-ABSENCE)
                   IF F-TYPE-ABSENCE = "R"
                       ADD 1 TO WS-NB-RET-ELEVE(WS-INDEX)
                   ELSE
                       ADD 1 TO WS-NB-ABS-ELEVE(WS-INDEX)
                   END-IF
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Verse l'année qui se ferme au dossier pluriannuel : relit les
      *moyennes de resultats.txt et les absences d'absences.txt, puis
      *ajoute une ligne par élève, avant que les classes ne changent
       1000-VERSE-PARCOURS.

           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-RESULTATS

           IF WS-STATUT-RESULTATS = "00"

               PERFORM UNTIL WS-EOF = 'T'

                   READ FICHIER-RESULTATS

                       AT END
                           MOVE 'T' TO WS-EOF

                       NOT AT END
                           IF F-LIGNE-RESULTATS(1:1) = "E"
                               IF F-LIGNE-RESULTATS(37:1) = "2"
                                   OR F-LIGNE-RESULTATS(37:1) = "3"
                                   MOVE F-LIGNE-RESULTATS(37:1)
                                       TO WS-TRIMESTRE
                               ELSE
                                   MOVE 1 TO WS-TRIMESTRE
                               END-IF
                               MOVE F-LIGNE-RESULTATS(3:20)
                                   TO WS-NOM-RESULTAT
                               PERFORM 0200-RATTACHE-MOYENNE
                           END-IF

                   END-READ

               END-PERFORM

               CLOSE FICHIER-RESULTATS

           ELSE
               DISPLAY "Fichier resultats.txt absent, moyennes du "
                   "dossier laissées à blanc"
           END-IF

           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-ABSENCES

           IF WS-STATUT-ABSENCES = "00"

               PERFORM UNTIL WS-EOF = 'T'

                   READ FICHIER-ABSENCES

                       AT END
                           MOVE 'T' TO WS-EOF

                       NOT AT END
                           PERFORM 0300-CUMULE-ABSENCE

                   END-READ

               END-PERFORM

               CLOSE FICHIER-ABSENCES

           END-IF

           OPEN EXTEND FICHIER-PARCOURS

           IF WS-STATUT-PARCOURS = "35"
               OPEN OUTPUT FICHIER-PARCOURS
           END-IF

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ELEVES

               IF WS-ID-ELEVE(WS-INDEX) = 0
                   DISPLAY "Élève sans id, non versé au dossier : "
                       WS-CLASSE-ELEVE(WS-INDEX) " "
                       WS-NOM-ELEVE(WS-INDEX)
               ELSE
                   EVALUATE TRUE
                       WHEN WS-DECISION-ELEVE(WS-INDEX) = "M"
                           MOVE "M" TO WS-DECISION-PARCOURS
                       WHEN WS-CLASSE-ELEVE(WS-INDEX) = "CM2"
                           MOVE "S" TO WS-DECISION-PARCOURS
                       WHEN OTHER
                           MOVE "P" TO WS-DECISION-PARCOURS
                   END-EVALUATE
                   MOVE SPACES TO F-PARCOURS
                   MOVE WS-ID-ELEVE(WS-INDEX) TO F-PC-ID-ELEVE
                   MOVE WS-ANNEE-PARCOURS TO F-PC-ANNEE
                   MOVE WS-ECOLE-ELEVE(WS-INDEX) TO F-PC-ECOLE
                   MOVE WS-CLASSE-ELEVE(WS-INDEX) TO F-PC-CLASSE
                   MOVE WS-NOM-ELEVE(WS-INDEX) TO F-PC-NOM
                   MOVE WS-PRENOM-ELEVE(WS-INDEX) TO F-PC-PRENOM
                   MOVE WS-MOYENNE-ELEVE(WS-INDEX, 1)
                       TO F-PC-MOYENNE-T1
                   MOVE WS-MOYENNE-ELEVE(WS-INDEX, 2)
                       TO F-PC-MOYENNE-T2
                   MOVE WS-MOYENNE-ELEVE(WS-INDEX, 3)
                       TO F-PC-MOYENNE-T3
                   MOVE WS-NB-ABS-ELEVE(WS-INDEX) TO F-PC-ABSENCES
                   MOVE WS-NB-RET-ELEVE(WS-INDEX) TO F-PC-RETARDS
                   MOVE WS-DECISION-PARCOURS TO F-PC-DECISION
                   MOVE WS-AVIS-ELEVE(WS-INDEX) TO F-PC-AVIS
                   WRITE F-PARCOURS
                   ADD 1 TO WS-NB-PARCOURS
               END-IF

           END-PERFORM

           CLOSE FICHIER-PARCOURS
       .
