      *Dossier scolaire pluriannuel : promotion.cbl fait monter les
      *élèves et resultats.txt comme absences.txt repartent à zéro
      *chaque année, si bien que personne ne savait plus comment un
      *enfant allait deux ans plus tôt. Le fichier cumulatif
      *parcours-eleves.txt (une ligne par élève et par année
      *scolaire : école, classe, moyennes des trois trimestres,
      *absences, retards, décision du conseil et son avis) est
      *complété par promotion.cbl avant chaque passage. Ce programme
      *tient les décisions du conseil de fin d'année
      *(decisions-conseil.txt : id élève, P passage ou M maintien,
      *avis), que promotion.cbl applique puis vide, et édite par
      *editetat le dossier complet d'un élève, année par année.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. parcours.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du trombinoscope de l'école, le même que fichclass.cbl
       SELECT FICHIER-CLASSES ASSIGN TO "input-classes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CLASSES.

      *Alias des décisions du conseil de fin d'année, relu au
      *lancement et réécrit à chaque décision
       SELECT FICHIER-DECISIONS ASSIGN TO "decisions-conseil.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-DECISIONS.

      *Alias du dossier pluriannuel complété par promotion.cbl
       SELECT FICHIER-PARCOURS ASSIGN TO "parcours-eleves.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PARCOURS.

       DATA DIVISION.

       FILE SECTION.

      *Définition du trombinoscope, même découpage que fichclass.cbl
       FD FICHIER-CLASSES.
       01 F-ELEVE.
           05 F-CLASSE        PIC X(3).
           05 FILLER          PIC X(2).
           05 F-NOM           PIC X(9).
           05 F-PRENOM        PIC X(9).
           05 F-NAISSANCE     PIC X(8).
           05 F-ID-ELEVE      PIC 9(5).
           05 FILLER          PIC X(30).

      *Définition d'une décision du conseil : id élève, décision
      *(P = passage, M = maintien dans la classe) et avis du conseil
       FD FICHIER-DECISIONS.
       01 F-DECISION.
           05 F-DE-ID-ELEVE       PIC 9(5).
           05 FILLER              PIC X.
           05 F-DE-DECISION       PIC X.
           05 FILLER              PIC X.
           05 F-DE-AVIS           PIC X(40).

      *Définition d'une année du dossier pluriannuel, même découpage
      *que promotion.cbl : id élève, année scolaire AAAA/AAAA, école,
      *classe, nom, prénom, moyennes des trois trimestres (à blanc si
      *non noté), absences, retards, décision (P passage, M maintien,
      *S sortie de l'école) et avis du conseil
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

      *Tableau du trombinoscope : classe, nom, prénom et id de chaque
      *élève inscrit
       01 WS-ELEVES-TAB.
           05 WS-INSCRIT          OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-INSCRITS.
               10 WS-CLASSE-INSCRIT   PIC X(3).
               10 WS-NOM-INSCRIT      PIC X(9).
               10 WS-PRENOM-INSCRIT   PIC X(9).
               10 WS-ID-INSCRIT       PIC 9(5).

      *Tableau des décisions du conseil de l'année en cours
       01 WS-DECISIONS-TAB.
           05 WS-DECISION         OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-DECISIONS.
               10 WS-DE-ID-ELEVE  PIC 9(5).
               10 WS-DE-DECISION  PIC X.
               10 WS-DE-AVIS      PIC X(40).

      *Effectifs réels des tableaux et index de parcours
       77 WS-NB-INSCRITS          PIC 9(3)              VALUE 1.
       77 WS-NB-DECISIONS         PIC 9(3)              VALUE 1.
       77 WS-INDEX                PIC 9(3)              VALUE 1.
       77 WS-INDEX-DE             PIC 9(3)              VALUE 1.
       77 WS-INDEX-TROUVE         PIC 9(3)              VALUE 0.
       77 WS-DECISION-TROUVEE     PIC 9(3)              VALUE 0.
      *Indicateur de fin de fichier et statuts
       77 WS-EOF                  PIC X                 VALUE 'F'.
       77 WS-STATUT-CLASSES       PIC XX.
       77 WS-STATUT-DECISIONS     PIC XX.
       77 WS-STATUT-PARCOURS      PIC XX.
      *Choix du menu et champs de saisie
       77 WS-CHOIX                PIC 9                 VALUE 0.
       77 WS-ID-SAISI             PIC 9(5).
       77 WS-DECISION-SAISIE      PIC X.
       77 WS-AVIS-SAISI           PIC X(40).
      *Compteurs et champs édités du dossier
       77 WS-NB-ANNEES            PIC 99                VALUE 0.
       77 WS-NB-MAINTIENS         PIC 99                VALUE 0.
       77 WS-ABSENCES-ED          PIC ZZ9.
       77 WS-RETARDS-ED           PIC ZZ9.
       77 WS-LIBELLE-DECISION     PIC X(20).

      *Commande passée au sous-programme d'édition d'états
       01 WS-ETAT-COMMANDE.
           05 WS-ETAT-ACTION      PIC X.
           05 WS-ETAT-FICHIER     PIC X(30).
           05 WS-ETAT-TEXTE       PIC X(80).

       PROCEDURE DIVISION.

      *Chargement du trombinoscope
       OPEN INPUT FICHIER-CLASSES.

       IF WS-STATUT-CLASSES NOT = "00"
           DISPLAY "Trombinoscope input-classes.txt introuvable "
               "(statut " WS-STATUT-CLASSES "), arrêt"
           STOP RUN
       END-IF.

       MOVE 0 TO WS-NB-INSCRITS.

       PERFORM UNTIL WS-EOF = 'T'

           READ FICHIER-CLASSES

               AT END
                   MOVE 'T' TO WS-EOF

               NOT AT END
                   IF WS-NB-INSCRITS < 999
                       ADD 1 TO WS-NB-INSCRITS
                       MOVE F-CLASSE
                           TO WS-CLASSE-INSCRIT(WS-NB-INSCRITS)
                       MOVE F-NOM
                           TO WS-NOM-INSCRIT(WS-NB-INSCRITS)
                       MOVE F-PRENOM
                           TO WS-PRENOM-INSCRIT(WS-NB-INSCRITS)
                       IF F-ID-ELEVE NUMERIC
                           MOVE F-ID-ELEVE
                               TO WS-ID-INSCRIT(WS-NB-INSCRITS)
                       ELSE
                           MOVE 0
                               TO WS-ID-INSCRIT(WS-NB-INSCRITS)
                       END-IF
                   END-IF

           END-READ

       END-PERFORM.

       CLOSE FICHIER-CLASSES.

      *Chargement des décisions déjà prises cette année
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-DECISIONS.

       OPEN INPUT FICHIER-DECISIONS.

       IF WS-STATUT-DECISIONS = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-DECISIONS
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-NB-DECISIONS < 999
                           AND F-DE-ID-ELEVE NUMERIC
                           ADD 1 TO WS-NB-DECISIONS
                           MOVE F-DE-ID-ELEVE
                               TO WS-DE-ID-ELEVE(WS-NB-DECISIONS)
                           MOVE F-DE-DECISION
                               TO WS-DE-DECISION(WS-NB-DECISIONS)
                           MOVE F-DE-AVIS
                               TO WS-DE-AVIS(WS-NB-DECISIONS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-DECISIONS
       END-IF.

       DISPLAY "Décisions du conseil saisies : " WS-NB-DECISIONS.

      *Boucle de menu, jusqu'à la saisie de 3
       PERFORM UNTIL WS-CHOIX = 3

           DISPLAY "1. Saisir la décision du conseil pour un élève"
           DISPLAY "2. Dossier pluriannuel d'un élève"
           DISPLAY "3. Quitter"
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX

               WHEN 1
                   PERFORM 1000-SAISIT-DECISION

               WHEN 2
                   PERFORM 2000-EDITE-DOSSIER

               WHEN 3
                   DISPLAY "Fin du programme"

               WHEN OTHER
                   DISPLAY "Choix invalide"

           END-EVALUATE

       END-PERFORM.

       STOP RUN.

      ******************************************************************

      *Saisit ou remplace la décision du conseil de fin d'année d'un
      *élève du trombinoscope, puis réécrit decisions-conseil.txt
       1000-SAISIT-DECISION.

           DISPLAY "Id de l'élève (5 chiffres) : "
           ACCEPT WS-ID-SAISI

           PERFORM 7000-TROUVE-ELEVE

           IF WS-INDEX-TROUVE = 0
               DISPLAY "Aucun élève avec l'id " WS-ID-SAISI
           ELSE

               DISPLAY "Élève : " WS-NOM-INSCRIT(WS-INDEX-TROUVE) " "
                   WS-PRENOM-INSCRIT(WS-INDEX-TROUVE)
                   " (classe " WS-CLASSE-INSCRIT(WS-INDEX-TROUVE) ")"

               PERFORM 7100-TROUVE-DECISION

               IF WS-DECISION-TROUVEE NOT = 0
                   DISPLAY "Décision actuelle : "
                       WS-DE-DECISION(WS-DECISION-TROUVEE) " - "
                       WS-DE-AVIS(WS-DECISION-TROUVEE)
               END-IF

               DISPLAY "Décision (P = passage, M = maintien) : "
               ACCEPT WS-DECISION-SAISIE
               DISPLAY "Avis du conseil : "
               MOVE SPACES TO WS-AVIS-SAISI
               ACCEPT WS-AVIS-SAISI

               IF WS-DECISION-SAISIE NOT = "P"
                   AND WS-DECISION-SAISIE NOT = "M"
                   DISPLAY "Décision invalide : " WS-DECISION-SAISIE
               ELSE
                   IF WS-DECISION-TROUVEE = 0
                       AND WS-NB-DECISIONS >= 999
                       DISPLAY "Tableau des décisions plein"
                   ELSE
                       IF WS-DECISION-TROUVEE = 0
                           ADD 1 TO WS-NB-DECISIONS
                           MOVE WS-NB-DECISIONS TO WS-DECISION-TROUVEE
                           MOVE WS-ID-SAISI
                               TO WS-DE-ID-ELEVE(WS-DECISION-TROUVEE)
                       END-IF
                       MOVE WS-DECISION-SAISIE
                           TO WS-DE-DECISION(WS-DECISION-TROUVEE)
                       MOVE WS-AVIS-SAISI
                           TO WS-DE-AVIS(WS-DECISION-TROUVEE)
                       PERFORM 8000-SAUVE-DECISIONS
                       DISPLAY "Décision enregistrée"
                   END-IF
               END-IF

           END-IF
       .

      ******************************************************************

      *Édite par editetat le dossier pluriannuel d'un élève : une
      *ligne d'en-tête par année scolaire du fichier cumulatif, suivie
      *de ses moyennes, absences et de la décision du conseil
       2000-EDITE-DOSSIER.

           DISPLAY "Id de l'élève (5 chiffres) : "
           ACCEPT WS-ID-SAISI

           MOVE 0 TO WS-NB-ANNEES
           MOVE 0 TO WS-NB-MAINTIENS

           MOVE "O" TO WS-ETAT-ACTION
           MOVE "dossier-eleve.txt" TO WS-ETAT-FICHIER
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Dossier scolaire de l'élève n° " WS-ID-SAISI
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "D" TO WS-ETAT-ACTION

           PERFORM 7000-TROUVE-ELEVE
           MOVE SPACES TO WS-ETAT-TEXTE
           IF WS-INDEX-TROUVE = 0
               MOVE "Élève absent du trombinoscope (parti ou sorti)"
                   TO WS-ETAT-TEXTE
           ELSE
               STRING "Actuellement en "
                   WS-CLASSE-INSCRIT(WS-INDEX-TROUVE) " : "
                   FUNCTION TRIM(WS-NOM-INSCRIT(WS-INDEX-TROUVE)) " "
                   FUNCTION TRIM(WS-PRENOM-INSCRIT(WS-INDEX-TROUVE))
                   INTO WS-ETAT-TEXTE
               END-STRING
           END-IF
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-PARCOURS

           IF WS-STATUT-PARCOURS = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-PARCOURS
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF F-PC-ID-ELEVE = WS-ID-SAISI
                               PERFORM 2100-EDITE-ANNEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PARCOURS
           END-IF

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE
           MOVE SPACES TO WS-ETAT-TEXTE
           IF WS-NB-ANNEES = 0
               MOVE "Aucune année archivée pour cet élève"
                   TO WS-ETAT-TEXTE
           ELSE
               STRING "Années archivées : " WS-NB-ANNEES
                   " - maintiens : " WS-NB-MAINTIENS
                   INTO WS-ETAT-TEXTE
               END-STRING
           END-IF
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "F" TO WS-ETAT-ACTION
           CALL "editetat" USING WS-ETAT-COMMANDE

           DISPLAY "Dossier écrit dans dossier-eleve.txt : "
               WS-NB-ANNEES " année(s)"
       .

      ******************************************************************

      *Édite l'année du dossier lue dans F-PARCOURS
       2100-EDITE-ANNEE.

           ADD 1 TO WS-NB-ANNEES

           EVALUATE F-PC-DECISION
               WHEN "M"
                   MOVE "maintien" TO WS-LIBELLE-DECISION
                   ADD 1 TO WS-NB-MAINTIENS
               WHEN "S"
                   MOVE "sortie de l'école" TO WS-LIBELLE-DECISION
               WHEN OTHER
                   MOVE "passage" TO WS-LIBELLE-DECISION
           END-EVALUATE

           MOVE ALL "-" TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Année " F-PC-ANNEE " - classe " F-PC-CLASSE
               " (école " F-PC-ECOLE ") - "
               FUNCTION TRIM(F-PC-NOM) " "
               FUNCTION TRIM(F-PC-PRENOM)
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "  Moyennes T1 " F-PC-MOYENNE-T1
               "  T2 " F-PC-MOYENNE-T2
               "  T3 " F-PC-MOYENNE-T3
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE F-PC-ABSENCES TO WS-ABSENCES-ED
           MOVE F-PC-RETARDS TO WS-RETARDS-ED
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "  Absences : " WS-ABSENCES-ED
               "  retards : " WS-RETARDS-ED
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "  Décision : " FUNCTION TRIM(WS-LIBELLE-DECISION)
               "  " FUNCTION TRIM(F-PC-AVIS)
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE
       .

      ******************************************************************

      *Recherche WS-ID-SAISI parmi les élèves du trombinoscope ;
      *laisse WS-INDEX-TROUVE à zéro si aucun élève ne porte cet id
       7000-TROUVE-ELEVE.

           MOVE 0 TO WS-INDEX-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-INSCRITS

               IF WS-ID-INSCRIT(WS-INDEX) = WS-ID-SAISI
                   MOVE WS-INDEX TO WS-INDEX-TROUVE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Recherche la décision de l'élève WS-ID-SAISI ; laisse
      *WS-DECISION-TROUVEE à zéro s'il n'en a pas
       7100-TROUVE-DECISION.

           MOVE 0 TO WS-DECISION-TROUVEE

           PERFORM VARYING WS-INDEX-DE FROM 1 BY 1
               UNTIL WS-INDEX-DE > WS-NB-DECISIONS

               IF WS-DE-ID-ELEVE(WS-INDEX-DE) = WS-ID-SAISI
                   MOVE WS-INDEX-DE TO WS-DECISION-TROUVEE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Réécrit decisions-conseil.txt à partir du tableau
       8000-SAUVE-DECISIONS.

           OPEN OUTPUT FICHIER-DECISIONS

           PERFORM VARYING WS-INDEX-DE FROM 1 BY 1
               UNTIL WS-INDEX-DE > WS-NB-DECISIONS

               MOVE SPACES TO F-DECISION
               MOVE WS-DE-ID-ELEVE(WS-INDEX-DE) TO F-DE-ID-ELEVE
               MOVE WS-DE-DECISION(WS-INDEX-DE) TO F-DE-DECISION
               MOVE WS-DE-AVIS(WS-INDEX-DE) TO F-DE-AVIS
               WRITE F-DECISION

           END-PERFORM

           CLOSE FICHIER-DECISIONS
       .
