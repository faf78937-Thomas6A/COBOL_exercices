      *Statistiques de rentrée pour l'inspection : les effectifs par
      *niveau et par année de naissance étaient comptés à la main
      *chaque mois de septembre. Le programme relit le trombinoscope
      *input-classes.txt (classe, année de naissance et école de
      *chaque élève) et édite par editetat, pour chaque école, une
      *grille des niveaux CP à CM2 par année de naissance avec les
      *totaux, la liste des élèves en avance ou en retard sur l'âge
      *attendu de leur niveau (né en année de rentrée - 6 pour le CP,
      *- 7 pour le CE1, et ainsi de suite), puis la comparaison avec
      *les chiffres de la rentrée précédente gardés dans le petit
      *historique effectifs-historique.txt, où les chiffres de
      *l'année sont ensuite versés (remplacés si le programme est
      *relancé dans la même rentrée).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. effectifs.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du trombinoscope de l'école, le même que fichclass.cbl
       SELECT FICHIER-CLASSES ASSIGN TO "input-classes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CLASSES.

      *Alias de l'historique des effectifs, une ligne par rentrée,
      *école et niveau
       SELECT FICHIER-HISTORIQUE ASSIGN TO "effectifs-historique.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-HISTORIQUE.

       DATA DIVISION.

       FILE SECTION.

      *Définition du trombinoscope, même découpage que fichclass.cbl
       FD FICHIER-CLASSES.
       01 F-ELEVE.
           05 F-CLASSE        PIC X(3).
           05 FILLER          PIC X(2).
           05 F-NOM           PIC X(9).
           05 F-PRENOM        PIC X(9).
           05 F-NAISSANCE.
               10 F-MOIS       PIC 99.
               10 F-JOUR       PIC 99.
               10 F-ANNEE      PIC 9(4).
           05 F-ID-ELEVE      PIC 9(5).
           05 FILLER          PIC X(30).
           05 F-ECOLE         PIC X(3).

      *Définition d'une ligne d'historique : année de rentrée, école,
      *niveau, effectif, élèves en avance et en retard
       FD FICHIER-HISTORIQUE.
       01 F-HISTORIQUE.
           05 F-HI-RENTREE        PIC 9(4).
           05 FILLER              PIC X.
           05 F-HI-ECOLE          PIC X(3).
           05 FILLER              PIC X.
           05 F-HI-NIVEAU         PIC X(6).
           05 FILLER              PIC X.
           05 F-HI-EFFECTIF       PIC 9(4).
           05 FILLER              PIC X.
           05 F-HI-AVANCE         PIC 9(3).
           05 FILLER              PIC X.
           05 F-HI-RETARD         PIC 9(3).

       WORKING-STORAGE SECTION.

      *Niveaux de la grille, le sixième recueillant les classes
      *inconnues
       01 WS-NIVEAUX-VALEURS.
           05 FILLER              PIC X(6)    VALUE "CP".
           05 FILLER              PIC X(6)    VALUE "CE1".
           05 FILLER              PIC X(6)    VALUE "CE2".
           05 FILLER              PIC X(6)    VALUE "CM1".
           05 FILLER              PIC X(6)    VALUE "CM2".
           05 FILLER              PIC X(6)    VALUE "Autres".
       01 WS-NIVEAUX-TAB REDEFINES WS-NIVEAUX-VALEURS.
           05 WS-NIVEAU-LIBELLE   PIC X(6) OCCURS 6 TIMES.

      *Tableau des écoles rencontrées : pour chaque niveau, les cases
      *de la grille (colonne 1 = nés avant la plus ancienne année
      *attendue, colonnes 2 à 6 = années attendues du CM2 au CP,
      *colonne 7 = nés après), le total, les élèves en avance et en
      *retard, et l'effectif de la rentrée précédente
       01 WS-ECOLES-TAB.
           05 WS-ECOLE            OCCURS 1 TO 9 TIMES
               DEPENDING ON WS-NB-ECOLES.
               10 WS-CODE-ECOLE   PIC X(3).
               10 WS-PRECEDENT-CONNU PIC X.
               10 WS-NIVEAU       OCCURS 6 TIMES.
                   15 WS-CASE         PIC 9(4) OCCURS 7 TIMES.
                   15 WS-TOTAL-NIVEAU PIC 9(4).
                   15 WS-AVANCE-NIVEAU PIC 9(3).
                   15 WS-RETARD-NIVEAU PIC 9(3).
                   15 WS-PRECEDENT-NIVEAU PIC 9(4).

      *Élèves dont l'âge ne correspond pas au niveau : école, classe,
      *nom, prénom, année de naissance et écart en années
       01 WS-HORS-AGE-TAB.
           05 WS-HORS-AGE         OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-HORS-AGE.
               10 WS-HA-ECOLE     PIC X(3).
               10 WS-HA-CLASSE    PIC X(3).
               10 WS-HA-NOM       PIC X(9).
               10 WS-HA-PRENOM    PIC X(9).
               10 WS-HA-ANNEE     PIC 9(4).
               10 WS-HA-SENS      PIC X.
               10 WS-HA-ECART     PIC 9.

      *Lignes d'historique des autres rentrées, gardées pour la
      *réécriture du fichier
       01 WS-HISTORIQUE-TAB.
           05 WS-HISTORIQUE       OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-HISTORIQUE.
               10 WS-HI-LIGNE     PIC X(30).

      *Effectifs réels des tableaux et index de parcours
       77 WS-NB-ECOLES            PIC 9                 VALUE 1.
       77 WS-NB-HORS-AGE          PIC 9(3)              VALUE 1.
       77 WS-NB-HISTORIQUE        PIC 9(3)              VALUE 1.
       77 WS-INDEX-ECOLE          PIC 9                 VALUE 1.
       77 WS-INDEX-NIVEAU         PIC 9                 VALUE 1.
       77 WS-INDEX-COLONNE        PIC 9                 VALUE 1.
       77 WS-INDEX-HA             PIC 9(3)              VALUE 1.
       77 WS-INDEX-HI             PIC 9(3)              VALUE 1.
       77 WS-ECOLE-TROUVEE        PIC 9                 VALUE 0.
      *Indicateur de fin de fichier et statuts
       77 WS-EOF                  PIC X                 VALUE 'F'.
       77 WS-STATUT-CLASSES       PIC XX.
       77 WS-STATUT-HISTORIQUE    PIC XX.
      *Année de la rentrée (septembre), de la précédente, et bornes
      *des années de naissance attendues (CM2 et CP)
       77 WS-ANNEE-RENTREE        PIC 9(4).
       77 WS-ANNEE-PRECEDENTE     PIC 9(4).
       77 WS-ANNEE-CM2            PIC 9(4).
       77 WS-ANNEE-CP             PIC 9(4).
       77 WS-ANNEE-ATTENDUE       PIC 9(4).
      *Élève en cours : école, écart à l'année attendue
       77 WS-ECOLE-LUE            PIC X(3).
       77 WS-ECART                PIC S9(4)             VALUE 0.
      *Compteurs d'élèves relus, sans date lisible et écoles en trop
       77 WS-NB-ELEVES            PIC 9(4)              VALUE 0.
       77 WS-NB-SANS-DATE         PIC 9(4)              VALUE 0.
       77 WS-NB-ECOLES-REFUSEES   PIC 9(4)              VALUE 0.
      *Totaux d'une école et champs édités
       77 WS-TOTAL-COLONNE        PIC 9(4)              VALUE 0.
       77 WS-TOTAL-ECOLE          PIC 9(4)              VALUE 0.
       77 WS-TOTAL-PRECEDENT      PIC 9(4)              VALUE 0.
       77 WS-ECART-EFFECTIF       PIC S9(4)             VALUE 0.
       77 WS-EFFECTIF-ED          PIC ZZZ9.
       77 WS-PRECEDENT-ED         PIC ZZZ9.
       77 WS-ECART-ED             PIC +++9.
       77 WS-LIBELLE-SENS         PIC X(9).

      *Ligne d'en-tête de la grille : niveau, années de naissance
      *puis total
       01 WS-ENTETE-GRILLE.
           05 WS-EG-LIBELLE       PIC X(8)    VALUE "Niveau".
           05 WS-EG-COLONNE       PIC X(7) OCCURS 7 TIMES.
           05 FILLER              PIC X(2)    VALUE SPACES.
           05 WS-EG-TOTAL         PIC X(7)    VALUE "  Total".

      *Ligne de la grille : niveau, cases puis total de la ligne
       01 WS-LIGNE-GRILLE.
           05 WS-LG-LIBELLE       PIC X(8).
           05 WS-LG-CASE          PIC ZZZZZZ9 OCCURS 7 TIMES.
           05 FILLER              PIC X(2)    VALUE SPACES.
           05 WS-LG-TOTAL         PIC ZZZZZZ9.

      *Libellé d'une colonne de la grille, le temps de le construire
       77 WS-LIBELLE-COLONNE      PIC X(7).
       77 WS-ANNEE-COLONNE        PIC 9(4).

      *Commande passée au sous-programme d'édition d'états
       01 WS-ETAT-COMMANDE.
           05 WS-ETAT-ACTION      PIC X.
           05 WS-ETAT-FICHIER     PIC X(30).
           05 WS-ETAT-TEXTE       PIC X(80).

       PROCEDURE DIVISION.

      *Année de la rentrée : à partir de septembre c'est l'année en
      *cours, avant c'est la précédente (statistiques tirées en
      *retard)
       MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANNEE-RENTREE.

       IF FUNCTION CURRENT-DATE(5:2) < "09"
           SUBTRACT 1 FROM WS-ANNEE-RENTREE
       END-IF.

       COMPUTE WS-ANNEE-PRECEDENTE = WS-ANNEE-RENTREE - 1.
       COMPUTE WS-ANNEE-CM2 = WS-ANNEE-RENTREE - 10.
       COMPUTE WS-ANNEE-CP = WS-ANNEE-RENTREE - 6.

      *Relecture du trombinoscope, élève par élève
       OPEN INPUT FICHIER-CLASSES.

       IF WS-STATUT-CLASSES NOT = "00"
           DISPLAY "Trombinoscope input-classes.txt introuvable "
               "(statut " WS-STATUT-CLASSES "), arrêt"
           STOP RUN
       END-IF.

       MOVE 0 TO WS-NB-ECOLES.
       MOVE 0 TO WS-NB-HORS-AGE.

       PERFORM UNTIL WS-EOF = 'T'

           READ FICHIER-CLASSES

               AT END
                   MOVE 'T' TO WS-EOF

               NOT AT END
                   ADD 1 TO WS-NB-ELEVES
                   PERFORM 1000-COMPTE-ELEVE

           END-READ

       END-PERFORM.

       CLOSE FICHIER-CLASSES.

      *Relecture de l'historique : les chiffres de la rentrée
      *précédente rejoignent leur école, ceux de la rentrée en cours
      *(programme relancé) sont écartés pour être remplacés
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-HISTORIQUE.

       OPEN INPUT FICHIER-HISTORIQUE.

       IF WS-STATUT-HISTORIQUE = "00"

           PERFORM UNTIL WS-EOF = 'T'

               READ FICHIER-HISTORIQUE

                   AT END
                       MOVE 'T' TO WS-EOF

                   NOT AT END
                       IF F-HI-RENTREE NUMERIC
                           AND F-HI-RENTREE NOT = WS-ANNEE-RENTREE
                           PERFORM 2000-GARDE-HISTORIQUE
                       END-IF

               END-READ

           END-PERFORM

           CLOSE FICHIER-HISTORIQUE

       END-IF.

      *Édition des statistiques, école par école
       MOVE "O" TO WS-ETAT-ACTION.
       MOVE "statistiques-rentree.txt" TO WS-ETAT-FICHIER.
       MOVE SPACES TO WS-ETAT-TEXTE.
       STRING "Effectifs de la rentrée " WS-ANNEE-RENTREE
           INTO WS-ETAT-TEXTE
       END-STRING.
       CALL "editetat" USING WS-ETAT-COMMANDE.

       MOVE "D" TO WS-ETAT-ACTION.

       PERFORM 3000-EDITE-ECOLE
           VARYING WS-INDEX-ECOLE FROM 1 BY 1
           UNTIL WS-INDEX-ECOLE > WS-NB-ECOLES.

       IF WS-NB-SANS-DATE > 0
           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Élèves sans année de naissance lisible, hors "
               "grille : " WS-NB-SANS-DATE
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE
       END-IF.

       MOVE "F" TO WS-ETAT-ACTION.
       CALL "editetat" USING WS-ETAT-COMMANDE.

      *Versement des chiffres de la rentrée dans l'historique
       PERFORM 8000-SAUVE-HISTORIQUE.

       DISPLAY "Élèves relus : " WS-NB-ELEVES.
       DISPLAY "Écoles : " WS-NB-ECOLES.
       DISPLAY "Élèves hors de l'âge de leur niveau : "
           WS-NB-HORS-AGE.
       IF WS-NB-ECOLES-REFUSEES > 0
           DISPLAY "Élèves d'écoles au-delà de 9, non comptés : "
               WS-NB-ECOLES-REFUSEES
       END-IF.
       DISPLAY "Statistiques écrites dans statistiques-rentree.txt".

       STOP RUN.

      ******************************************************************

      *Compte l'élève lu dans la grille de son école : niveau, colonne
      *de son année de naissance, et écart à l'année attendue
       1000-COMPTE-ELEVE.

           IF F-ECOLE = SPACES
               MOVE "E1" TO WS-ECOLE-LUE
           ELSE
               MOVE F-ECOLE TO WS-ECOLE-LUE
           END-IF

           PERFORM 7000-TROUVE-ECOLE

           IF WS-ECOLE-TROUVEE = 0
               ADD 1 TO WS-NB-ECOLES-REFUSEES
           ELSE

               IF F-ANNEE NOT NUMERIC
                   ADD 1 TO WS-NB-SANS-DATE
               ELSE

                   MOVE 6 TO WS-INDEX-NIVEAU
                   PERFORM VARYING WS-INDEX-COLONNE FROM 5 BY -1
                       UNTIL WS-INDEX-COLONNE < 1
                       IF WS-NIVEAU-LIBELLE(WS-INDEX-COLONNE)
                           = F-CLASSE
                           MOVE WS-INDEX-COLONNE TO WS-INDEX-NIVEAU
                       END-IF
                   END-PERFORM

                   EVALUATE TRUE
                       WHEN F-ANNEE < WS-ANNEE-CM2
                           MOVE 1 TO WS-INDEX-COLONNE
                       WHEN F-ANNEE > WS-ANNEE-CP
                           MOVE 7 TO WS-INDEX-COLONNE
                       WHEN OTHER
                           COMPUTE WS-INDEX-COLONNE =
                               F-ANNEE - WS-ANNEE-CM2 + 2
                   END-EVALUATE

                   ADD 1 TO WS-CASE(WS-ECOLE-TROUVEE, WS-INDEX-NIVEAU,
                       WS-INDEX-COLONNE)
                   ADD 1 TO WS-TOTAL-NIVEAU(WS-ECOLE-TROUVEE,
                       WS-INDEX-NIVEAU)

                   IF WS-INDEX-NIVEAU < 6
                       COMPUTE WS-ANNEE-ATTENDUE =
                           WS-ANNEE-RENTREE - 5 - WS-INDEX-NIVEAU
                       COMPUTE WS-ECART = F-ANNEE - WS-ANNEE-ATTENDUE
                       IF WS-ECART NOT = 0
                           PERFORM 1100-NOTE-HORS-AGE
                       END-IF
                   END-IF

               END-IF

           END-IF
       .

      ******************************************************************

      *Note l'élève dont l'année de naissance s'écarte de celle
      *attendue pour son niveau : né après, il est en avance ; né
      *avant, il est en retard
       1100-NOTE-HORS-AGE.

           IF WS-ECART > 0
               ADD 1 TO WS-AVANCE-NIVEAU(WS-ECOLE-TROUVEE,
                   WS-INDEX-NIVEAU)
           ELSE
               ADD 1 TO WS-RETARD-NIVEAU(WS-ECOLE-TROUVEE,
                   WS-INDEX-NIVEAU)
           END-IF

           IF WS-NB-HORS-AGE < 999
               ADD 1 TO WS-NB-HORS-AGE
               MOVE WS-ECOLE-LUE TO WS-HA-ECOLE(WS-NB-HORS-AGE)
               MOVE F-CLASSE TO WS-HA-CLASSE(WS-NB-HORS-AGE)
               MOVE F-NOM TO WS-HA-NOM(WS-NB-HORS-AGE)
               MOVE F-PRENOM TO WS-HA-PRENOM(WS-NB-HORS-AGE)
               MOVE F-ANNEE TO WS-HA-ANNEE(WS-NB-HORS-AGE)
               IF WS-ECART > 0
                   MOVE "A" TO WS-HA-SENS(WS-NB-HORS-AGE)
               ELSE
                   MOVE "R" TO WS-HA-SENS(WS-NB-HORS-AGE)
                   COMPUTE WS-ECART = 0 - WS-ECART
               END-IF
               IF WS-ECART > 9
                   MOVE 9 TO WS-HA-ECART(WS-NB-HORS-AGE)
               ELSE
                   MOVE WS-ECART TO WS-HA-ECART(WS-NB-HORS-AGE)
               END-IF
           END-IF
       .

      ******************************************************************

      *Garde la ligne d'historique lue pour la réécriture, et reporte
      *sur son école l'effectif d'un niveau de la rentrée précédente
       2000-GARDE-HISTORIQUE.

           IF WS-NB-HISTORIQUE < 999
               ADD 1 TO WS-NB-HISTORIQUE
               MOVE F-HISTORIQUE TO WS-HI-LIGNE(WS-NB-HISTORIQUE)
           END-IF

           IF F-HI-RENTREE = WS-ANNEE-PRECEDENTE
               AND F-HI-EFFECTIF NUMERIC

               PERFORM VARYING WS-INDEX-ECOLE FROM 1 BY 1
                   UNTIL WS-INDEX-ECOLE > WS-NB-ECOLES
                   IF WS-CODE-ECOLE(WS-INDEX-ECOLE) = F-HI-ECOLE
                       MOVE "O" TO WS-PRECEDENT-CONNU(WS-INDEX-ECOLE)
                       PERFORM VARYING WS-INDEX-NIVEAU FROM 1 BY 1
                           UNTIL WS-INDEX-NIVEAU > 6
                           IF WS-NIVEAU-LIBELLE(WS-INDEX-NIVEAU)
                               = F-HI-NIVEAU
                               MOVE F-HI-EFFECTIF
                                   TO WS-PRECEDENT-NIVEAU(
                                   WS-INDEX-ECOLE, WS-INDEX-NIVEAU)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM

           END-IF
       .

      ******************************************************************

      *Édite la grille d'une école, ses élèves hors de l'âge de leur
      *niveau et la comparaison avec la rentrée précédente
       3000-EDITE-ECOLE.

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "=== École " WS-CODE-ECOLE(WS-INDEX-ECOLE)
               " - niveaux par année de naissance ==="
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

      *En-tête : avant l'année attendue du CM2, années du CM2 au CP,
      *après l'année attendue du CP
           MOVE SPACES TO WS-LIBELLE-COLONNE
           STRING "  <" WS-ANNEE-CM2 INTO WS-LIBELLE-COLONNE
           END-STRING
           MOVE WS-LIBELLE-COLONNE TO WS-EG-COLONNE(1)

           PERFORM VARYING WS-INDEX-COLONNE FROM 2 BY 1
               UNTIL WS-INDEX-COLONNE > 6
               COMPUTE WS-ANNEE-COLONNE =
                   WS-ANNEE-CM2 + WS-INDEX-COLONNE - 2
               MOVE SPACES TO WS-LIBELLE-COLONNE
               STRING "   " WS-ANNEE-COLONNE INTO WS-LIBELLE-COLONNE
               END-STRING
               MOVE WS-LIBELLE-COLONNE
                   TO WS-EG-COLONNE(WS-INDEX-COLONNE)
           END-PERFORM

           MOVE SPACES TO WS-LIBELLE-COLONNE
           STRING "  >" WS-ANNEE-CP INTO WS-LIBELLE-COLONNE
           END-STRING
           MOVE WS-LIBELLE-COLONNE TO WS-EG-COLONNE(7)

           MOVE WS-ENTETE-GRILLE TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE 0 TO WS-TOTAL-ECOLE

           PERFORM 3100-EDITE-NIVEAU
               VARYING WS-INDEX-NIVEAU FROM 1 BY 1
               UNTIL WS-INDEX-NIVEAU > 6

      *Ligne des totaux par année de naissance
           MOVE "Total" TO WS-LG-LIBELLE
           PERFORM VARYING WS-INDEX-COLONNE FROM 1 BY 1
               UNTIL WS-INDEX-COLONNE > 7
               MOVE 0 TO WS-TOTAL-COLONNE
               PERFORM VARYING WS-INDEX-NIVEAU FROM 1 BY 1
                   UNTIL WS-INDEX-NIVEAU > 6
                   ADD WS-CASE(WS-INDEX-ECOLE, WS-INDEX-NIVEAU,
                       WS-INDEX-COLONNE) TO WS-TOTAL-COLONNE
               END-PERFORM
               MOVE WS-TOTAL-COLONNE TO WS-LG-CASE(WS-INDEX-COLONNE)
           END-PERFORM
           MOVE WS-TOTAL-ECOLE TO WS-LG-TOTAL
           MOVE WS-LIGNE-GRILLE TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           PERFORM 3200-EDITE-HORS-AGE

           PERFORM 3300-EDITE-COMPARAISON
       .

      ******************************************************************

      *Édite la ligne de grille d'un niveau ; la ligne des classes
      *inconnues n'est portée que si elle compte des élèves
       3100-EDITE-NIVEAU.

           ADD WS-TOTAL-NIVEAU(WS-INDEX-ECOLE, WS-INDEX-NIVEAU)
               TO WS-TOTAL-ECOLE

           IF WS-INDEX-NIVEAU < 6
               OR WS-TOTAL-NIVEAU(WS-INDEX-ECOLE, WS-INDEX-NIVEAU) > 0

               MOVE WS-NIVEAU-LIBELLE(WS-INDEX-NIVEAU) TO WS-LG-LIBELLE
               PERFORM VARYING WS-INDEX-COLONNE FROM 1 BY 1
                   UNTIL WS-INDEX-COLONNE > 7
                   MOVE WS-CASE(WS-INDEX-ECOLE, WS-INDEX-NIVEAU,
                       WS-INDEX-COLONNE)
                       TO WS-LG-CASE(WS-INDEX-COLONNE)
               END-PERFORM
               MOVE WS-TOTAL-NIVEAU(WS-INDEX-ECOLE, WS-INDEX-NIVEAU)
                   TO WS-LG-TOTAL
               MOVE WS-LIGNE-GRILLE TO WS-ETAT-TEXTE
               CALL "editetat" USING WS-ETAT-COMMANDE

           END-IF
       .

      ******************************************************************

      *Édite les élèves de l'école nés hors de l'année attendue pour
      *leur niveau
       3200-EDITE-HORS-AGE.

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE
           MOVE "Élèves hors de l'âge attendu pour leur niveau :"
               TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE 0 TO WS-TOTAL-COLONNE

           PERFORM VARYING WS-INDEX-HA FROM 1 BY 1
               UNTIL WS-INDEX-HA > WS-NB-HORS-AGE

               IF WS-HA-ECOLE(WS-INDEX-HA)
                   = WS-CODE-ECOLE(WS-INDEX-ECOLE)
                   ADD 1 TO WS-TOTAL-COLONNE
                   IF WS-HA-SENS(WS-INDEX-HA) = "A"
                       MOVE "en avance" TO WS-LIBELLE-SENS
                   ELSE
                       MOVE "en retard" TO WS-LIBELLE-SENS
                   END-IF
                   MOVE SPACES TO WS-ETAT-TEXTE
                   STRING "  " WS-HA-CLASSE(WS-INDEX-HA) " "
                       WS-HA-NOM(WS-INDEX-HA) " "
                       WS-HA-PRENOM(WS-INDEX-HA) " né(e) en "
                       WS-HA-ANNEE(WS-INDEX-HA) " : "
                       WS-LIBELLE-SENS " de "
                       WS-HA-ECART(WS-INDEX-HA) " an(s)"
                       INTO WS-ETAT-TEXTE
                   END-STRING
                   CALL "editetat" USING WS-ETAT-COMMANDE
               END-IF

           END-PERFORM

           IF WS-TOTAL-COLONNE = 0
               MOVE "  Aucun" TO WS-ETAT-TEXTE
               CALL "editetat" USING WS-ETAT-COMMANDE
           END-IF
       .

      ******************************************************************

      *Édite, niveau par niveau, l'effectif de la rentrée comparé à
      *celui de la rentrée précédente tiré de l'historique
       3300-EDITE-COMPARAISON.

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           IF WS-PRECEDENT-CONNU(WS-INDEX-ECOLE) NOT = "O"
               MOVE SPACES TO WS-ETAT-TEXTE
               STRING "Pas de chiffres de la rentrée "
                   WS-ANNEE-PRECEDENTE " dans l'historique"
                   INTO WS-ETAT-TEXTE
               END-STRING
               CALL "editetat" USING WS-ETAT-COMMANDE
           ELSE

               MOVE SPACES TO WS-ETAT-TEXTE
               STRING "Comparaison avec la rentrée "
                   WS-ANNEE-PRECEDENTE " :"
                   INTO WS-ETAT-TEXTE
               END-STRING
               CALL "editetat" USING WS-ETAT-COMMANDE

               MOVE 0 TO WS-TOTAL-PRECEDENT

               PERFORM VARYING WS-INDEX-NIVEAU FROM 1 BY 1
                   UNTIL WS-INDEX-NIVEAU > 6
                   ADD WS-PRECEDENT-NIVEAU(WS-INDEX-ECOLE,
                       WS-INDEX-NIVEAU) TO WS-TOTAL-PRECEDENT
                   IF WS-INDEX-NIVEAU < 6
                       OR WS-TOTAL-NIVEAU(WS-INDEX-ECOLE,
                           WS-INDEX-NIVEAU) > 0
                       OR WS-PRECEDENT-NIVEAU(WS-INDEX-ECOLE,
                           WS-INDEX-NIVEAU) > 0
                       MOVE WS-TOTAL-NIVEAU(WS-INDEX-ECOLE,
                           WS-INDEX-NIVEAU) TO WS-EFFECTIF-ED
                       MOVE WS-PRECEDENT-NIVEAU(WS-INDEX-ECOLE,
                           WS-INDEX-NIVEAU) TO WS-PRECEDENT-ED
                       COMPUTE WS-ECART-EFFECTIF =
                           WS-TOTAL-NIVEAU(WS-INDEX-ECOLE,
                           WS-INDEX-NIVEAU)
                           - WS-PRECEDENT-NIVEAU(WS-INDEX-ECOLE,
                           WS-INDEX-NIVEAU)
                       MOVE WS-NIVEAU-LIBELLE(WS-INDEX-NIVEAU)
                           TO WS-LG-LIBELLE
                       PERFORM 3400-EDITE-ECART
                   END-IF
               END-PERFORM

               MOVE WS-TOTAL-ECOLE TO WS-EFFECTIF-ED
               MOVE WS-TOTAL-PRECEDENT TO WS-PRECEDENT-ED
               COMPUTE WS-ECART-EFFECTIF =
                   WS-TOTAL-ECOLE - WS-TOTAL-PRECEDENT
               MOVE "Total" TO WS-LG-LIBELLE
               PERFORM 3400-EDITE-ECART

           END-IF
       .

      ******************************************************************

      *Édite une ligne de comparaison préparée dans les champs édités
       3400-EDITE-ECART.

           MOVE WS-ECART-EFFECTIF TO WS-ECART-ED
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "  " WS-LG-LIBELLE " cette année " WS-EFFECTIF-ED
               "  l'an dernier " WS-PRECEDENT-ED
               "  écart " WS-ECART-ED
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE
       .

      ******************************************************************

      *Recherche l'école WS-ECOLE-LUE dans le tableau et l'y ajoute si
      *elle est nouvelle ; laisse WS-ECOLE-TROUVEE à zéro si le
      *tableau est plein
       7000-TROUVE-ECOLE.

           MOVE 0 TO WS-ECOLE-TROUVEE

           PERFORM VARYING WS-INDEX-ECOLE FROM 1 BY 1
               UNTIL WS-INDEX-ECOLE > WS-NB-ECOLES
               IF WS-CODE-ECOLE(WS-INDEX-ECOLE) = WS-ECOLE-LUE
                   MOVE WS-INDEX-ECOLE TO WS-ECOLE-TROUVEE
               END-IF
           END-PERFORM

           IF WS-ECOLE-TROUVEE = 0 AND WS-NB-ECOLES < 9
               ADD 1 TO WS-NB-ECOLES
               MOVE WS-NB-ECOLES TO WS-ECOLE-TROUVEE
               INITIALIZE WS-ECOLE(WS-ECOLE-TROUVEE)
               MOVE WS-ECOLE-LUE TO WS-CODE-ECOLE(WS-ECOLE-TROUVEE)
               MOVE "N" TO WS-PRECEDENT-CONNU(WS-ECOLE-TROUVEE)
           END-IF
       .

      ******************************************************************

      *Réécrit l'historique : les lignes des autres rentrées, puis
      *une ligne par école et niveau de la rentrée en cours
       8000-SAUVE-HISTORIQUE.

           OPEN OUTPUT FICHIER-HISTORIQUE

           PERFORM VARYING WS-INDEX-HI FROM 1 BY 1
               UNTIL WS-INDEX-HI > WS-NB-HISTORIQUE
               MOVE WS-HI-LIGNE(WS-INDEX-HI) TO F-HISTORIQUE
               WRITE F-HISTORIQUE
           END-PERFORM

           PERFORM VARYING WS-INDEX-ECOLE FROM 1 BY 1
               UNTIL WS-INDEX-ECOLE > WS-NB-ECOLES
               PERFORM VARYING WS-INDEX-NIVEAU FROM 1 BY 1
                   UNTIL WS-INDEX-NIVEAU > 6
                   IF WS-INDEX-NIVEAU < 6
                       OR WS-TOTAL-NIVEAU(WS-INDEX-ECOLE,
                           WS-INDEX-NIVEAU) > 0
                       MOVE SPACES TO F-HISTORIQUE
                       MOVE WS-ANNEE-RENTREE TO F-HI-RENTREE
                       MOVE WS-CODE-ECOLE(WS-INDEX-ECOLE) TO F-HI-ECOLE
                       MOVE WS-NIVEAU-LIBELLE(WS-INDEX-NIVEAU)
                           TO F-HI-NIVEAU
                       MOVE WS-TOTAL-NIVEAU(WS-INDEX-ECOLE,
                           WS-INDEX-NIVEAU) TO F-HI-EFFECTIF
                       MOVE WS-AVANCE-NIVEAU(WS-INDEX-ECOLE,
                           WS-INDEX-NIVEAU) TO F-HI-AVANCE
                       MOVE WS-RETARD-NIVEAU(WS-INDEX-ECOLE,
                           WS-INDEX-NIVEAU) TO F-HI-RETARD
                       WRITE F-HISTORIQUE
                   END-IF
               END-PERFORM
           END-PERFORM

           CLOSE FICHIER-HISTORIQUE
       .
