      *Programme d'import des notes envoyées par les enseignants, le
      *pendant pour les notes de convpers.cbl : les tableurs arrivent
      *en export délimité (point-virgule, tabulation ou espaces) "id
      *élève ; matière ; trimestre ; note ; coefficient", que le
      *secrétariat retapait dans notemenu.cbl ou dans eleves.txt.
      *Chaque ligne est contrôlée — id présent au trombinoscope
      *input-classes.txt, matière connue (coefficients.txt ou déjà
      *écrite par matieres.cbl dans resultats.txt), trimestre 1 à 3,
      *note de 0 à 20, coefficient de 1 à 9 — et rejetée avec son
      *motif dans export-notes-rejets.txt sinon. Les notes retenues
      *sont ajoutées à resultats.txt dans la disposition de
      *matieres.cbl (ligne E par élève et trimestre avec la moyenne
      *pondérée, lignes N, lignes M par matière) pour bulletin.cbl
      *et conseil.cbl, et la moyenne du dernier trimestre importé de
      *chaque élève, arrondie, est reportée dans carnet-notes.txt
      *(notemenu.cbl) et dans eleves.txt (reussite.cbl).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. importnotes.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias de l'export délimité des notes des enseignants
       SELECT FICHIER-EXPORT ASSIGN TO "export-notes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-EXPORT.

      *Alias du fichier des lignes rejetées, avec leur motif
       SELECT FICHIER-REJETS ASSIGN TO "export-notes-rejets.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Alias du trombinoscope de l'école, le même que fichclass.cbl
       SELECT FICHIER-CLASSES ASSIGN TO "input-classes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CLASSES.

      *Alias du fichier des coefficients par matière de bulletin.cbl
       SELECT FICHIER-COEFFICIENTS ASSIGN TO "coefficients.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-COEFFICIENTS.

      *Alias du fichier résultats de matieres.cbl, relu pour ses
      *matières puis complété
       SELECT FICHIER-RESULTATS ASSIGN TO "resultats.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-RESULTATS.

      *Alias du carnet de notes de notemenu.cbl
       SELECT FICHIER-NOTES ASSIGN TO "carnet-notes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-NOTES.

      *Alias du fichier élèves de reussite.cbl
       SELECT FICHIER-ELEVES ASSIGN TO "eleves.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-ELEVES.

       DATA DIVISION.

       FILE SECTION.

       FD FICHIER-EXPORT.
       01 F-LIGNE-EXPORT          PIC X(80).

       FD FICHIER-REJETS.
       01 F-LIGNE-REJET           PIC X(120).

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

      *Définition du fichier des coefficients, même découpage que
      *bulletin.cbl
       FD FICHIER-COEFFICIENTS.
       01 F-COEFFICIENT.
           05 F-CO-MATIERE        PIC X(20).
           05 FILLER              PIC X.
           05 F-CO-COEF           PIC 9.

      *Définition du fichier résultats : lignes typées en colonnes
      *fixes, comme les écrit matieres.cbl
       FD FICHIER-RESULTATS.
       01 F-LIGNE-RESULTATS       PIC X(60).

      *Définition du carnet de notes, même découpage que notemenu.cbl
       FD FICHIER-NOTES.
       01 F-NOTE-ELEVE.
           05 F-CLASSE-NOTE   PIC X(3).
           05 FILLER          PIC X.
           05 F-NOM-NOTE      PIC X(9).
           05 F-PRENOM-NOTE   PIC X(9).
           05 F-NOTE          PIC 99.

      *Définition du fichier élèves, même découpage que reussite.cbl
       FD FICHIER-ELEVES.
       01 F-ELEVE-NOTE.
           05 F-EL-NOM            PIC X(10).
           05 F-EL-NOTE           PIC 99.
           05 F-EL-ID-ELEVE       PIC 9(5).

       WORKING-STORAGE SECTION.

      *Tableau du trombinoscope, avec pour chaque élève la moyenne du
      *dernier trimestre importé et l'indicateur d'élève noté
       01 WS-ELEVES-TAB.
           05 WS-INSCRIT          OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-INSCRITS.
               10 WS-CLASSE-INSCRIT   PIC X(3).
               10 WS-NOM-INSCRIT      PIC X(9).
               10 WS-PRENOM-INSCRIT   PIC X(9).
               10 WS-ID-INSCRIT       PIC 9(5).
               10 WS-MOYENNE-INSCRIT  PIC 99V99.
               10 WS-A-NOTE           PIC X.

      *Matières connues, de coefficients.txt et de resultats.txt
       01 WS-MATIERES-TAB.
           05 WS-MATIERE-CONNUE   PIC X(20) OCCURS 1 TO 99 TIMES
               DEPENDING ON WS-NB-MATIERES.

      *Notes retenues : élève, matière, trimestre, note, coefficient
       01 WS-NOTES-TAB.
           05 WS-NOTE-IMPORT      OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-NB-NOTES.
               10 WS-NI-INSCRIT   PIC 9(3).
               10 WS-NI-MATIERE   PIC X(20).
               10 WS-NI-TRIMESTRE PIC 9.
               10 WS-NI-NOTE      PIC 99V99.
               10 WS-NI-COEF      PIC 9.

      *Carnet de notes existant, réécrit avec les notes importées
       01 WS-CARNET-TAB.
           05 WS-CARNET           OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-CARNET.
               10 WS-CA-CLASSE    PIC X(3).
               10 WS-CA-NOM       PIC X(9).
               10 WS-CA-PRENOM    PIC X(9).
               10 WS-CA-NOTE      PIC 99.

      *Fichier élèves existant, réécrit avec les notes importées
       01 WS-REUSSITE-TAB.
           05 WS-REUSSITE         OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-REUSSITE.
               10 WS-RU-NOM       PIC X(10).
               10 WS-RU-NOTE      PIC 99.
               10 WS-RU-ID-ELEVE  PIC 9(5).

      *Effectifs réels des tableaux et index de parcours
       77 WS-NB-INSCRITS          PIC 9(3)              VALUE 1.
       77 WS-NB-MATIERES          PIC 99                VALUE 1.
       77 WS-NB-NOTES             PIC 9(4)              VALUE 1.
       77 WS-NB-CARNET            PIC 9(3)              VALUE 1.
       77 WS-NB-REUSSITE          PIC 9(3)              VALUE 1.
       77 WS-INDEX                PIC 9(3)              VALUE 1.
       77 WS-INDEX-MAT            PIC 99                VALUE 1.
       77 WS-INDEX-NOTE           PIC 9(4)              VALUE 1.
       77 WS-INDEX-TRIMESTRE      PIC 9                 VALUE 1.
      *Résultats des recherches (0 = rien trouvé)
       77 WS-INDEX-TROUVE         PIC 9(3)              VALUE 0.
       77 WS-MATIERE-TROUVEE      PIC 99                VALUE 0.
       77 WS-LIGNE-TROUVEE        PIC 9(3)              VALUE 0.
      *Indicateur de fin de fichier et statuts
       77 WS-EOF                  PIC X                 VALUE 'F'.
       77 WS-STATUT-EXPORT        PIC XX.
       77 WS-STATUT-CLASSES       PIC XX.
       77 WS-STATUT-COEFFICIENTS  PIC XX.
       77 WS-STATUT-RESULTATS     PIC XX.
       77 WS-STATUT-NOTES         PIC XX.
       77 WS-STATUT-ELEVES        PIC XX.
      *Ligne de travail (tabulations ramenées à des points-virgules)
      *et champs découpés, plus larges que les zones cibles pour
      *détecter les débordements au lieu de tronquer en silence
       77 WS-LIGNE-TRAVAIL        PIC X(80).
       77 WS-NB-POINTS-VIRGULES   PIC 99                VALUE 0.
       77 WS-ID-BRUT              PIC X(20).
       77 WS-MATIERE-BRUTE        PIC X(30).
       77 WS-TRIMESTRE-BRUT       PIC X(10).
       77 WS-NOTE-BRUTE           PIC X(10).
       77 WS-COEF-BRUT            PIC X(10).
       77 WS-LONGUEUR             PIC 99                VALUE 0.
       77 WS-INDEX-CAR            PIC 99                VALUE 1.
       77 WS-NB-POINTS            PIC 99                VALUE 0.
      *Valeurs contrôlées de la ligne et motif de rejet
       77 WS-ID-LU                PIC 9(5)              VALUE 0.
       77 WS-MATIERE-LUE          PIC X(20).
       77 WS-TRIMESTRE-LU         PIC 9                 VALUE 0.
       77 WS-NOTE-LUE             PIC 9(3)V99           VALUE 0.
       77 WS-COEF-LU              PIC 9                 VALUE 0.
       77 WS-MOTIF                PIC X(40).
      *Cumuls des moyennes pondérées
       77 WS-SOMME-PONDEREE       PIC 9(6)V99           VALUE 0.
       77 WS-SOMME-COEF           PIC 9(5)              VALUE 0.
       77 WS-NB-NOTES-ELEVE       PIC 9(4)              VALUE 0.
       77 WS-MOYENNE              PIC 99V99             VALUE 0.
       77 WS-MOYENNE-SORTIE       PIC 99.99.
       77 WS-NOTE-SORTIE          PIC 99.
       77 WS-STATUT-ELEVE         PIC X(6).
      *Compteurs du bilan d'import
       77 WS-NB-LUES              PIC 9(4)              VALUE 0.
       77 WS-NB-RETENUES          PIC 9(4)              VALUE 0.
       77 WS-NB-REJETEES          PIC 9(4)              VALUE 0.
       77 WS-NB-NOTES-TRONQUEES   PIC 9(4)              VALUE 0.
       77 WS-NB-ELEVES-NOTES      PIC 9(3)              VALUE 0.

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
                       MOVE 0 TO WS-MOYENNE-INSCRIT(WS-NB-INSCRITS)
                       MOVE 'N' TO WS-A-NOTE(WS-NB-INSCRITS)
                   END-IF

           END-READ

       END-PERFORM.

       CLOSE FICHIER-CLASSES.

      *Matières connues : celles de coefficients.txt, puis celles
      *que matieres.cbl a déjà écrites dans resultats.txt
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-MATIERES.

       OPEN INPUT FICHIER-COEFFICIENTS.

       IF WS-STATUT-COEFFICIENTS = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-COEFFICIENTS
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       MOVE F-CO-MATIERE TO WS-MATIERE-BRUTE
                       PERFORM 0100-NOTE-MATIERE
               END-READ
           END-PERFORM
           CLOSE FICHIER-COEFFICIENTS
       END-IF.

       MOVE 'F' TO WS-EOF.

       OPEN INPUT FICHIER-RESULTATS.

       IF WS-STATUT-RESULTATS = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-RESULTATS
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       EVALUATE F-LIGNE-RESULTATS(1:1)
                           WHEN "N"
                               MOVE F-LIGNE-RESULTATS(24:20)
                                   TO WS-MATIERE-BRUTE
                               PERFORM 0100-NOTE-MATIERE
                           WHEN "M"
                               MOVE F-LIGNE-RESULTATS(3:20)
                                   TO WS-MATIERE-BRUTE
                               PERFORM 0100-NOTE-MATIERE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE FICHIER-RESULTATS
       END-IF.

       IF WS-NB-MATIERES = 0
           DISPLAY "Aucune matière connue (coefficients.txt et "
               "resultats.txt absents ou vides) : toutes les notes "
               "seront rejetées"
       END-IF.

      *Lecture et contrôle de l'export, ligne par ligne
       OPEN INPUT FICHIER-EXPORT.

       IF WS-STATUT-EXPORT NOT = "00"
           DISPLAY "Fichier export-notes.txt introuvable (statut "
               WS-STATUT-EXPORT "), rien à importer"
           STOP RUN
       END-IF.

       OPEN OUTPUT FICHIER-REJETS.

       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-NOTES.

       PERFORM UNTIL WS-EOF = 'T'

           READ FICHIER-EXPORT

               AT END
                   MOVE 'T' TO WS-EOF

               NOT AT END
                   ADD 1 TO WS-NB-LUES
                   PERFORM 0200-CONTROLE-LIGNE

           END-READ

       END-PERFORM.

       CLOSE FICHIER-REJETS.
       CLOSE FICHIER-EXPORT.

      *Report des notes retenues dans les fichiers de notes
       IF WS-NB-NOTES > 0
           PERFORM 1000-ECRIT-RESULTATS
           PERFORM 2000-SAUVE-CARNET
           PERFORM 3000-SAUVE-ELEVES
       END-IF.

      *Total de contrôle de l'import
       DISPLAY "Lignes lues : " WS-NB-LUES
       DISPLAY "Notes retenues : " WS-NB-RETENUES
       DISPLAY "Lignes rejetées : " WS-NB-REJETEES
       DISPLAY "Élèves notés : " WS-NB-ELEVES-NOTES.
       IF WS-NB-NOTES-TRONQUEES > 0
           DISPLAY "Notes au-delà de 10 par élève et trimestre, "
               "comptées dans la moyenne mais absentes du bulletin : "
               WS-NB-NOTES-TRONQUEES
       END-IF.

       STOP RUN.

      ******************************************************************

      *Ajoute la matière WS-MATIERE-BRUTE aux matières connues, si
      *elle n'y figure pas déjà (sans tenir compte des majuscules)
       0100-NOTE-MATIERE.

           IF WS-MATIERE-BRUTE NOT = SPACES

               MOVE 0 TO WS-MATIERE-TROUVEE
               PERFORM 7100-TROUVE-MATIERE

               IF WS-MATIERE-TROUVEE = 0 AND WS-NB-MATIERES < 99
                   ADD 1 TO WS-NB-MATIERES
                   MOVE WS-MATIERE-BRUTE
                       TO WS-MATIERE-CONNUE(WS-NB-MATIERES)
               END-IF

           END-IF
       .

      ******************************************************************

      *Découpe et contrôle la ligne d'export courante : au
      *point-virgule si la ligne en porte (les matières peuvent alors
      *contenir des espaces), sinon aux espaces ; la ligne d'en-tête
      *du tableur et les lignes vides sont ignorées sans rejet
       0200-CONTROLE-LIGNE.

           MOVE F-LIGNE-EXPORT TO WS-LIGNE-TRAVAIL
           INSPECT WS-LIGNE-TRAVAIL CONVERTING X"09" TO ";"

           MOVE SPACES TO WS-ID-BRUT
           MOVE SPACES TO WS-MATIERE-BRUTE
           MOVE SPACES TO WS-TRIMESTRE-BRUT
           MOVE SPACES TO WS-NOTE-BRUTE
           MOVE SPACES TO WS-COEF-BRUT
           MOVE 0 TO WS-NB-POINTS-VIRGULES
           INSPECT WS-LIGNE-TRAVAIL TALLYING WS-NB-POINTS-VIRGULES
               FOR ALL ";"

           IF WS-NB-POINTS-VIRGULES > 0
               UNSTRING WS-LIGNE-TRAVAIL DELIMITED BY ";"
                   INTO WS-ID-BRUT WS-MATIERE-BRUTE WS-TRIMESTRE-BRUT
                       WS-NOTE-BRUTE WS-COEF-BRUT
               END-UNSTRING
           ELSE
               UNSTRING WS-LIGNE-TRAVAIL DELIMITED BY ALL SPACE
                   INTO WS-ID-BRUT WS-MATIERE-BRUTE WS-TRIMESTRE-BRUT
                       WS-NOTE-BRUTE WS-COEF-BRUT
               END-UNSTRING
           END-IF

           MOVE FUNCTION TRIM(WS-ID-BRUT) TO WS-ID-BRUT
           MOVE FUNCTION TRIM(WS-MATIERE-BRUTE) TO WS-MATIERE-BRUTE
           MOVE FUNCTION TRIM(WS-TRIMESTRE-BRUT) TO WS-TRIMESTRE-BRUT
           MOVE FUNCTION TRIM(WS-NOTE-BRUTE) TO WS-NOTE-BRUTE
           MOVE FUNCTION TRIM(WS-COEF-BRUT) TO WS-COEF-BRUT

           MOVE SPACES TO WS-MOTIF

           EVALUATE TRUE

      *Ligne vide : ignorée sans rejet, les exports en contiennent
               WHEN WS-LIGNE-TRAVAIL = SPACES
                   SUBTRACT 1 FROM WS-NB-LUES

      *Ligne d'en-tête du tableur (première ligne non numérique)
               WHEN WS-NB-LUES = 1
                   AND WS-ID-BRUT(1:1) NOT NUMERIC
                   SUBTRACT 1 FROM WS-NB-LUES

               WHEN OTHER
                   PERFORM 0300-CONTROLE-ELEVE
                   IF WS-MOTIF = SPACES
                       PERFORM 0400-CONTROLE-MATIERE
                   END-IF
                   IF WS-MOTIF = SPACES
                       PERFORM 0500-CONTROLE-VALEURS
                   END-IF
                   IF WS-MOTIF = SPACES
                       PERFORM 0600-RETIENT-NOTE
                   ELSE
                       PERFORM 0700-REJETTE-LIGNE
                   END-IF

           END-EVALUATE
       .

      ******************************************************************

      *Contrôle l'id élève : au plus 5 chiffres, présent au
      *trombinoscope
       0300-CONTROLE-ELEVE.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ID-BRUT))
               TO WS-LONGUEUR

           IF WS-ID-BRUT = SPACES
               OR WS-LONGUEUR > 5
               OR WS-ID-BRUT(1:WS-LONGUEUR) NOT NUMERIC
               MOVE "id élève absent ou non numérique" TO WS-MOTIF
           ELSE
               MOVE FUNCTION NUMVAL(WS-ID-BRUT) TO WS-ID-LU
               PERFORM 7000-TROUVE-ELEVE
               IF WS-INDEX-TROUVE = 0
                   MOVE "id élève inconnu du trombinoscope"
                       TO WS-MOTIF
               END-IF
           END-IF
       .

      ******************************************************************

      *Contrôle la matière contre les matières connues ; la note est
      *retenue sous le libellé connu, pour que bulletin.cbl y
      *retrouve son coefficient
       0400-CONTROLE-MATIERE.

           MOVE 0 TO WS-MATIERE-TROUVEE

           IF WS-MATIERE-BRUTE = SPACES
               MOVE "matière absente" TO WS-MOTIF
           ELSE
               PERFORM 7100-TROUVE-MATIERE
               IF WS-MATIERE-TROUVEE = 0
                   MOVE "matière inconnue" TO WS-MOTIF
               ELSE
                   MOVE WS-MATIERE-CONNUE(WS-MATIERE-TROUVEE)
                       TO WS-MATIERE-LUE
               END-IF
           END-IF
       .

      ******************************************************************

      *Contrôle le trimestre (1 à 3), la note (de 0 à 20, la virgule
      *décimale du tableur acceptée) et le coefficient (1 à 9, 1 si
      *la colonne est vide)
       0500-CONTROLE-VALEURS.

           IF WS-TRIMESTRE-BRUT NOT = "1"
               AND WS-TRIMESTRE-BRUT NOT = "2"
               AND WS-TRIMESTRE-BRUT NOT = "3"
               MOVE "trimestre hors de 1 à 3" TO WS-MOTIF
           ELSE
               MOVE WS-TRIMESTRE-BRUT(1:1) TO WS-TRIMESTRE-LU
           END-IF

           IF WS-MOTIF = SPACES
               INSPECT WS-NOTE-BRUTE CONVERTING "," TO "."
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NOTE-BRUTE))
                   TO WS-LONGUEUR
               MOVE 0 TO WS-NB-POINTS
               IF WS-NOTE-BRUTE = SPACES OR WS-LONGUEUR > 6
                   MOVE "note absente ou illisible" TO WS-MOTIF
               ELSE
                   PERFORM VARYING WS-INDEX-CAR FROM 1 BY 1
                       UNTIL WS-INDEX-CAR > WS-LONGUEUR
                       IF WS-NOTE-BRUTE(WS-INDEX-CAR:1) = "."
                           ADD 1 TO WS-NB-POINTS
                       ELSE
                           IF WS-NOTE-BRUTE(WS-INDEX-CAR:1)
                               NOT NUMERIC
                               MOVE "note absente ou illisible"
                                   TO WS-MOTIF
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-NB-POINTS > 1
                       OR WS-NOTE-BRUTE(1:WS-LONGUEUR) = "."
                       MOVE "note absente ou illisible" TO WS-MOTIF
                   END-IF
               END-IF
           END-IF

           IF WS-MOTIF = SPACES
               COMPUTE WS-NOTE-LUE = FUNCTION NUMVAL(WS-NOTE-BRUTE)
               IF WS-NOTE-LUE > 20
                   MOVE "note hors de 0 à 20" TO WS-MOTIF
               END-IF
           END-IF

           IF WS-MOTIF = SPACES
               IF WS-COEF-BRUT = SPACES
                   MOVE 1 TO WS-COEF-LU
               ELSE
                   IF WS-COEF-BRUT(2:1) NOT = SPACE
                       OR WS-COEF-BRUT(1:1) NOT NUMERIC
                       OR WS-COEF-BRUT(1:1) = "0"
                       MOVE "coefficient hors de 1 à 9" TO WS-MOTIF
                   ELSE
                       MOVE WS-COEF-BRUT(1:1) TO WS-COEF-LU
                   END-IF
               END-IF
           END-IF
       .

      ******************************************************************

      *Retient la note contrôlée
       0600-RETIENT-NOTE.

           IF WS-NB-NOTES >= 2000
               MOVE "plus de 2000 notes dans l'export" TO WS-MOTIF
               PERFORM 0700-REJETTE-LIGNE
           ELSE
               ADD 1 TO WS-NB-NOTES
               ADD 1 TO WS-NB-RETENUES
               MOVE WS-INDEX-TROUVE TO WS-NI-INSCRIT(WS-NB-NOTES)
               MOVE WS-MATIERE-LUE TO WS-NI-MATIERE(WS-NB-NOTES)
               MOVE WS-TRIMESTRE-LU TO WS-NI-TRIMESTRE(WS-NB-NOTES)
               MOVE WS-NOTE-LUE TO WS-NI-NOTE(WS-NB-NOTES)
               MOVE WS-COEF-LU TO WS-NI-COEF(WS-NB-NOTES)
           END-IF
       .

      ******************************************************************

      *Rejette la ligne courante avec son motif
       0700-REJETTE-LIGNE.

           ADD 1 TO WS-NB-REJETEES
           MOVE SPACES TO F-LIGNE-REJET
           STRING F-LIGNE-EXPORT " <- " WS-MOTIF
               INTO F-LIGNE-REJET
           END-STRING
           WRITE F-LIGNE-REJET
       .

      ******************************************************************

      *Complète resultats.txt dans la disposition de matieres.cbl :
      *pour chaque trimestre importé, une ligne E par élève noté
      *(moyenne pondérée, statut, trimestre) suivie de ses lignes N,
      *puis une ligne M par matière importée
       1000-ECRIT-RESULTATS.

           OPEN EXTEND FICHIER-RESULTATS

           IF WS-STATUT-RESULTATS = "35"
               OPEN OUTPUT FICHIER-RESULTATS
           END-IF

           PERFORM VARYING WS-INDEX-TRIMESTRE FROM 1 BY 1
               UNTIL WS-INDEX-TRIMESTRE > 3

               PERFORM 1100-ECRIT-ELEVE
                   VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NB-INSCRITS

               PERFORM 1300-ECRIT-MATIERE
                   VARYING WS-INDEX-MAT FROM 1 BY 1
                   UNTIL WS-INDEX-MAT > WS-NB-MATIERES

           END-PERFORM

           CLOSE FICHIER-RESULTATS

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-INSCRITS
               IF WS-A-NOTE(WS-INDEX) = 'O'
                   ADD 1 TO WS-NB-ELEVES-NOTES
               END-IF
           END-PERFORM
       .

      ******************************************************************

      *Écrit la ligne E et les lignes N de l'élève WS-INDEX pour le
      *trimestre WS-INDEX-TRIMESTRE, s'il y a des notes ; sa moyenne
      *est gardée pour le carnet (le dernier trimestre l'emporte)
       1100-ECRIT-ELEVE.

           MOVE 0 TO WS-SOMME-PONDEREE
           MOVE 0 TO WS-SOMME-COEF
           MOVE 0 TO WS-NB-NOTES-ELEVE

           PERFORM VARYING WS-INDEX-NOTE FROM 1 BY 1
               UNTIL WS-INDEX-NOTE > WS-NB-NOTES
               IF WS-NI-INSCRIT(WS-INDEX-NOTE) = WS-INDEX
                   AND WS-NI-TRIMESTRE(WS-INDEX-NOTE)
                       = WS-INDEX-TRIMESTRE
                   COMPUTE WS-SOMME-PONDEREE = WS-SOMME-PONDEREE
                       + WS-NI-NOTE(WS-INDEX-NOTE)
                       * WS-NI-COEF(WS-INDEX-NOTE)
                   ADD WS-NI-COEF(WS-INDEX-NOTE) TO WS-SOMME-COEF
               END-IF
           END-PERFORM

           IF WS-SOMME-COEF > 0

               COMPUTE WS-MOYENNE ROUNDED =
                   WS-SOMME-PONDEREE / WS-SOMME-COEF
               MOVE WS-MOYENNE TO WS-MOYENNE-INSCRIT(WS-INDEX)
               MOVE 'O' TO WS-A-NOTE(WS-INDEX)

               IF WS-MOYENNE >= 10
                   MOVE "REUSSI" TO WS-STATUT-ELEVE
               ELSE
                   MOVE "ECHEC" TO WS-STATUT-ELEVE
               END-IF

               MOVE WS-MOYENNE TO WS-MOYENNE-SORTIE
               MOVE SPACES TO F-LIGNE-RESULTATS
               STRING "E " WS-NOM-INSCRIT(WS-INDEX) "           "
                   " " WS-MOYENNE-SORTIE
                   " " WS-STATUT-ELEVE
                   " " WS-INDEX-TRIMESTRE
                   INTO F-LIGNE-RESULTATS
               END-STRING
               WRITE F-LIGNE-RESULTATS

               PERFORM VARYING WS-INDEX-NOTE FROM 1 BY 1
                   UNTIL WS-INDEX-NOTE > WS-NB-NOTES
                   IF WS-NI-INSCRIT(WS-INDEX-NOTE) = WS-INDEX
                       AND WS-NI-TRIMESTRE(WS-INDEX-NOTE)
                           = WS-INDEX-TRIMESTRE
                       PERFORM 1200-ECRIT-NOTE
                   END-IF
               END-PERFORM

           END-IF
       .

      ******************************************************************

      *Écrit la ligne N de la note WS-INDEX-NOTE, arrondie à l'entier
      *comme les notes saisies par matieres.cbl ; bulletin.cbl ne
      *tient que 10 notes par élève et trimestre
       1200-ECRIT-NOTE.

           ADD 1 TO WS-NB-NOTES-ELEVE

           IF WS-NB-NOTES-ELEVE > 10
               ADD 1 TO WS-NB-NOTES-TRONQUEES
           ELSE
               COMPUTE WS-NOTE-SORTIE ROUNDED =
                   WS-NI-NOTE(WS-INDEX-NOTE)
               MOVE SPACES TO F-LIGNE-RESULTATS
               STRING "N " WS-NOM-INSCRIT(WS-INDEX) "           "
                   " " WS-NI-MATIERE(WS-INDEX-NOTE)
                   " " WS-NOTE-SORTIE
                   " " WS-INDEX-TRIMESTRE
                   INTO F-LIGNE-RESULTATS
               END-STRING
               WRITE F-LIGNE-RESULTATS
           END-IF
       .

      ******************************************************************

      *Écrit la ligne M de la matière WS-INDEX-MAT pour le trimestre
      *WS-INDEX-TRIMESTRE : moyenne simple des notes importées
       1300-ECRIT-MATIERE.

           MOVE 0 TO WS-SOMME-PONDEREE
           MOVE 0 TO WS-SOMME-COEF

           PERFORM VARYING WS-INDEX-NOTE FROM 1 BY 1
               UNTIL WS-INDEX-NOTE > WS-NB-NOTES
               IF WS-NI-MATIERE(WS-INDEX-NOTE)
                   = WS-MATIERE-CONNUE(WS-INDEX-MAT)
                   AND WS-NI-TRIMESTRE(WS-INDEX-NOTE)
                       = WS-INDEX-TRIMESTRE
                   ADD WS-NI-NOTE(WS-INDEX-NOTE) TO WS-SOMME-PONDEREE
                   ADD 1 TO WS-SOMME-COEF
               END-IF
           END-PERFORM

           IF WS-SOMME-COEF > 0
               COMPUTE WS-MOYENNE ROUNDED =
                   WS-SOMME-PONDEREE / WS-SOMME-COEF
               MOVE WS-MOYENNE TO WS-MOYENNE-SORTIE
               MOVE SPACES TO F-LIGNE-RESULTATS
               STRING "M " WS-MATIERE-CONNUE(WS-INDEX-MAT)
                   " " WS-MOYENNE-SORTIE
                   " " WS-INDEX-TRIMESTRE
                   INTO F-LIGNE-RESULTATS
               END-STRING
               WRITE F-LIGNE-RESULTATS
           END-IF
       .

      ******************************************************************

      *Reporte la moyenne arrondie de chaque élève noté dans le
      *carnet de notes : la ligne de l'élève (classe + nom + prénom)
      *est remplacée, ou ajoutée s'il n'en avait pas
       2000-SAUVE-CARNET.

           MOVE 'F' TO WS-EOF
           MOVE 0 TO WS-NB-CARNET

           OPEN INPUT FICHIER-NOTES

           IF WS-STATUT-NOTES = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-NOTES
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF WS-NB-CARNET < 999
                               ADD 1 TO WS-NB-CARNET
                               MOVE F-CLASSE-NOTE
                                   TO WS-CA-CLASSE(WS-NB-CARNET)
                               MOVE F-NOM-NOTE
                                   TO WS-CA-NOM(WS-NB-CARNET)
                               MOVE F-PRENOM-NOTE
                                   TO WS-CA-PRENOM(WS-NB-CARNET)
                               MOVE F-NOTE
                                   TO WS-CA-NOTE(WS-NB-CARNET)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-NOTES
           END-IF

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-INSCRITS

               IF WS-A-NOTE(WS-INDEX) = 'O'

                   MOVE 0 TO WS-LIGNE-TROUVEE
                   PERFORM VARYING WS-INDEX-NOTE FROM 1 BY 1
                       UNTIL WS-INDEX-NOTE > WS-NB-CARNET
                       IF WS-CA-CLASSE(WS-INDEX-NOTE)
                           = WS-CLASSE-INSCRIT(WS-INDEX)
                           AND WS-CA-NOM(WS-INDEX-NOTE)
                               = WS-NOM-INSCRIT(WS-INDEX)
                           AND WS-CA-PRENOM(WS-INDEX-NOTE)
                               = WS-PRENOM-INSCRIT(WS-INDEX)
                           MOVE WS-INDEX-NOTE TO WS-LIGNE-TROUVEE
                       END-IF
                   END-PERFORM

                   IF WS-LIGNE-TROUVEE = 0 AND WS-NB-CARNET < 999
                       ADD 1 TO WS-NB-CARNET
                       MOVE WS-NB-CARNET TO WS-LIGNE-TROUVEE
                       MOVE WS-CLASSE-INSCRIT(WS-INDEX)
                           TO WS-CA-CLASSE(WS-LIGNE-TROUVEE)
                       MOVE WS-NOM-INSCRIT(WS-INDEX)
                           TO WS-CA-NOM(WS-LIGNE-TROUVEE)
                       MOVE WS-PRENOM-INSCRIT(WS-INDEX)
                           TO WS-CA-PRENOM(WS-LIGNE-TROUVEE)
                   END-IF

                   IF WS-LIGNE-TROUVEE NOT = 0
                       COMPUTE WS-CA-NOTE(WS-LIGNE-TROUVEE) ROUNDED =
                           WS-MOYENNE-INSCRIT(WS-INDEX)
                   END-IF

               END-IF

           END-PERFORM

           OPEN OUTPUT FICHIER-NOTES

           PERFORM VARYING WS-INDEX-NOTE FROM 1 BY 1
               UNTIL WS-INDEX-NOTE > WS-NB-CARNET
               MOVE SPACES TO F-NOTE-ELEVE
               MOVE WS-CA-CLASSE(WS-INDEX-NOTE) TO F-CLASSE-NOTE
               MOVE WS-CA-NOM(WS-INDEX-NOTE) TO F-NOM-NOTE
               MOVE WS-CA-PRENOM(WS-INDEX-NOTE) TO F-PRENOM-NOTE
               MOVE WS-CA-NOTE(WS-INDEX-NOTE) TO F-NOTE
               WRITE F-NOTE-ELEVE
           END-PERFORM

           CLOSE FICHIER-NOTES
       .

      ******************************************************************

      *Reporte la moyenne arrondie de chaque élève noté dans
      *eleves.txt : la ligne de l'élève (par id, ou par nom pour les
      *lignes d'avant l'attribution des id) est remplacée, ou ajoutée
      *s'il n'en avait pas
       3000-SAUVE-ELEVES.

           MOVE 'F' TO WS-EOF
           MOVE 0 TO WS-NB-REUSSITE

           OPEN INPUT FICHIER-ELEVES

           IF WS-STATUT-ELEVES = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-ELEVES
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF WS-NB-REUSSITE < 999
                               ADD 1 TO WS-NB-REUSSITE
                               MOVE F-EL-NOM
                                   TO WS-RU-NOM(WS-NB-REUSSITE)
                               MOVE F-EL-NOTE
                                   TO WS-RU-NOTE(WS-NB-REUSSITE)
                               IF F-EL-ID-ELEVE NUMERIC
                                   MOVE F-EL-ID-ELEVE
                                       TO WS-RU-ID-ELEVE(WS-NB-REUSSITE)
                               ELSE
                                   MOVE 0
                                       TO WS-RU-ID-ELEVE(WS-NB-REUSSITE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ELEVES
           END-IF

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-INSCRITS

               IF WS-A-NOTE(WS-INDEX) = 'O'

                   MOVE 0 TO WS-LIGNE-TROUVEE
                   PERFORM VARYING WS-INDEX-NOTE FROM 1 BY 1
                       UNTIL WS-INDEX-NOTE > WS-NB-REUSSITE
                       IF WS-RU-ID-ELEVE(WS-INDEX-NOTE) NOT = 0
                           IF WS-RU-ID-ELEVE(WS-INDEX-NOTE)
                               = WS-ID-INSCRIT(WS-INDEX)
                               MOVE WS-INDEX-NOTE TO WS-LIGNE-TROUVEE
                           END-IF
                       ELSE
                           IF WS-RU-NOM(WS-INDEX-NOTE)
                               = WS-NOM-INSCRIT(WS-INDEX)
                               MOVE WS-INDEX-NOTE TO WS-LIGNE-TROUVEE
                           END-IF
                       END-IF
                   END-PERFORM

                   IF WS-LIGNE-TROUVEE = 0 AND WS-NB-REUSSITE < 999
                       ADD 1 TO WS-NB-REUSSITE
                       MOVE WS-NB-REUSSITE TO WS-LIGNE-TROUVEE
                       MOVE WS-NOM-INSCRIT(WS-INDEX)
                           TO WS-RU-NOM(WS-LIGNE-TROUVEE)
                   END-IF

                   IF WS-LIGNE-TROUVEE NOT = 0
                       MOVE WS-ID-INSCRIT(WS-INDEX)
                           TO WS-RU-ID-ELEVE(WS-LIGNE-TROUVEE)
                       COMPUTE WS-RU-NOTE(WS-LIGNE-TROUVEE) ROUNDED =
                           WS-MOYENNE-INSCRIT(WS-INDEX)
                   END-IF

               END-IF

           END-PERFORM

           OPEN OUTPUT FICHIER-ELEVES

           PERFORM VARYING WS-INDEX-NOTE FROM 1 BY 1
               UNTIL WS-INDEX-NOTE > WS-NB-REUSSITE
               MOVE SPACES TO F-ELEVE-NOTE
               MOVE WS-RU-NOM(WS-INDEX-NOTE) TO F-EL-NOM
               MOVE WS-RU-NOTE(WS-INDEX-NOTE) TO F-EL-NOTE
               MOVE WS-RU-ID-ELEVE(WS-INDEX-NOTE) TO F-EL-ID-ELEVE
               WRITE F-ELEVE-NOTE
           END-PERFORM

           CLOSE FICHIER-ELEVES
       .

      ******************************************************************

      *Recherche l'id WS-ID-LU parmi les élèves du trombinoscope ;
      *laisse WS-INDEX-TROUVE à zéro si aucun élève ne le porte
       7000-TROUVE-ELEVE.

           MOVE 0 TO WS-INDEX-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-INSCRITS
               IF WS-ID-INSCRIT(WS-INDEX) = WS-ID-LU
                   AND WS-ID-LU NOT = 0
                   MOVE WS-INDEX TO WS-INDEX-TROUVE
               END-IF
           END-PERFORM
       .

      ******************************************************************

      *Recherche la matière WS-MATIERE-BRUTE parmi les matières
      *connues, sans tenir compte des majuscules ; laisse
      *WS-MATIERE-TROUVEE à zéro si elle est inconnue
       7100-TROUVE-MATIERE.

           MOVE 0 TO WS-MATIERE-TROUVEE

           PERFORM VARYING WS-INDEX-MAT FROM 1 BY 1
               UNTIL WS-INDEX-MAT > WS-NB-MATIERES
               IF FUNCTION UPPER-CASE(WS-MATIERE-CONNUE(WS-INDEX-MAT))
                   = FUNCTION UPPER-CASE(WS-MATIERE-BRUTE)
                   MOVE WS-INDEX-MAT TO WS-MATIERE-TROUVEE
               END-IF
           END-PERFORM
       .
