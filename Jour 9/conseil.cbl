      *appréciations (appreciations.txt : id élève, matière, remarque)
      *en une page par élève, groupée par classe, éditée par le
      *sous-programme commun editetat dans synthese-conseil.txt.
      *Les incidents de discipline du trimestre de l'année scolaire
      *en cours, relevés dans incidents.txt tenu par incidents.cbl,
      *se comptent à côté des absences.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. conseil.
       AUTHOR. Thomas Baudrin.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-APPRECIATIONS.

      *Alias du registre des incidents de discipline tenu par
      *incidents.cbl
       SELECT FICHIER-INCIDENTS ASSIGN TO "incidents.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-INCIDENTS.

       DATA DIVISION.

       FILE SECTION.
           05 FILLER              PIC X.
           05 F-AP-REMARQUE       PIC X(40).

      *Définition du registre des incidents, relu pour l'id élève et
      *la date seulement, même découpage qu'incidents.cbl
       FD FICHIER-INCIDENTS.
       01 F-INCIDENT.
           05 F-IN-ID-ELEVE       PIC 9(5).
           05 FILLER              PIC X.
           05 F-IN-DATE           PIC X(8).
           05 FILLER              PIC X(95).

       WORKING-STORAGE SECTION.

      *Tableau du trombinoscope enrichi des éléments de synthèse :
      *moyenne du trimestre (relue des lignes E), compteurs
      *d'absences, de retards et d'incidents
       01 WS-ELEVES-TAB.
           05 WS-INSCRIT          OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-INSCRITS.
               10 WS-STATUT-INSCRIT   PIC X(6).
               10 WS-NB-ABS           PIC 9(3).
               10 WS-NB-RET           PIC 9(3).
               10 WS-NB-INC           PIC 9(3).

      *Tableau des appréciations chargées
       01 WS-APPRECIATIONS-TAB.
       77 WS-STATUT-RESULTATS     PIC XX.
       77 WS-STATUT-ABSENCES      PIC XX.
       77 WS-STATUT-APPRECIATIONS PIC XX.
       77 WS-STATUT-INCIDENTS     PIC XX.
      *Trimestre du conseil, demandé au lancement
       77 WS-TRIMESTRE            PIC 9.
      *Année scolaire en cours (année de la rentrée de septembre) et
      *bornes AAAAMMJJ du trimestre demandé, pour les incidents
       77 WS-ANNEE-SCOLAIRE       PIC 9(4)              VALUE 0.
       77 WS-ANNEE-TRIMESTRE      PIC 9(4)              VALUE 0.
       77 WS-DEBUT-TRIMESTRE      PIC X(8).
       77 WS-FIN-TRIMESTRE        PIC X(8).
      *Nom relu d'une ligne E et compte des fiches éditées
       77 WS-NOM-RESULTAT         PIC X(20).
       77 WS-NB-FICHES            PIC 9(3)              VALUE 0.
      *Versions éditées des compteurs
       77 WS-NB-ABS-ED            PIC ZZ9.
       77 WS-NB-RET-ED            PIC ZZ9.
       77 WS-NB-INC-ED            PIC ZZ9.

      *Commande passée au sous-programme d'édition d'états
       01 WS-ETAT-COMMANDE.
                           TO WS-STATUT-INSCRIT(WS-NB-INSCRITS)
                       MOVE 0 TO WS-NB-ABS(WS-NB-INSCRITS)
                       MOVE 0 TO WS-NB-RET(WS-NB-INSCRITS)
                       MOVE 0 TO WS-NB-INC(WS-NB-INSCRITS)
                       PERFORM 0050-NOTE-CLASSE
                   END-IF


       END-IF.

      *Cumul des incidents de discipline de chaque élève dans le
      *trimestre demandé de l'année scolaire en cours (septembre à
      *décembre, janvier à mars, avril à août, comme incidents.cbl)
       MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANNEE-SCOLAIRE.

       IF FUNCTION CURRENT-DATE(5:2) < "09"
           SUBTRACT 1 FROM WS-ANNEE-SCOLAIRE
       END-IF.

       EVALUATE WS-TRIMESTRE
           WHEN 1
               MOVE WS-ANNEE-SCOLAIRE TO WS-ANNEE-TRIMESTRE
               MOVE "0901" TO WS-DEBUT-TRIMESTRE(5:4)
               MOVE "1231" TO WS-FIN-TRIMESTRE(5:4)
           WHEN 2
               COMPUTE WS-ANNEE-TRIMESTRE = WS-ANNEE-SCOLAIRE + 1
               MOVE "0101" TO WS-DEBUT-TRIMESTRE(5:4)
               MOVE "0331" TO WS-FIN-TRIMESTRE(5:4)
           WHEN OTHER
               COMPUTE WS-ANNEE-TRIMESTRE = WS-ANNEE-SCOLAIRE + 1
               MOVE "0401" TO WS-DEBUT-TRIMESTRE(5:4)
               MOVE "0831" TO WS-FIN-TRIMESTRE(5:4)
       END-EVALUATE.

       MOVE WS-ANNEE-TRIMESTRE TO WS-DEBUT-TRIMESTRE(1:4).
       MOVE WS-ANNEE-TRIMESTRE TO WS-FIN-TRIMESTRE(1:4).

       MOVE 'F' TO WS-EOF.

       OPEN INPUT FICHIER-INCIDENTS.

       IF WS-STATUT-INCIDENTS = "00"

           PERFORM UNTIL WS-EOF = 'T'

               READ FICHIER-INCIDENTS

                   AT END
                       MOVE 'T' TO WS-EOF

                   NOT AT END
                       IF F-IN-DATE >= WS-DEBUT-TRIMESTRE
                           AND F-IN-DATE <= WS-FIN-TRIMESTRE
                           PERFORM 0250-CUMULE-INCIDENT
                       END-IF

               END-READ

           END-PERFORM

           CLOSE FICHIER-INCIDENTS

       END-IF.

      *Chargement des appréciations des enseignants
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-APPRECIATIONS.

      ******************************************************************

      *Cumule l'incident courant sur l'élève de même id
       0250-CUMULE-INCIDENT.

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-INSCRITS

               IF WS-ID-INSCRIT(WS-INDEX) = F-IN-ID-ELEVE
                   AND WS-ID-INSCRIT(WS-INDEX) NOT = 0
                   ADD 1 TO WS-NB-INC(WS-INDEX)
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Édite la fiche de synthèse de l'élève WS-INDEX : moyenne du
      *trimestre, compteurs d'absences et d'incidents, appréciations
      *des enseignants
       0300-FICHE-ELEVE.

           ADD 1 TO WS-NB-FICHES

           MOVE WS-NB-ABS(WS-INDEX) TO WS-NB-ABS-ED
           MOVE WS-NB-RET(WS-INDEX) TO WS-NB-RET-ED
           MOVE WS-NB-INC(WS-INDEX) TO WS-NB-INC-ED

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "    Absences : " WS-NB-ABS-ED
               "  retards : " WS-NB-RET-ED
               "  incidents : " WS-NB-INC-ED
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE
