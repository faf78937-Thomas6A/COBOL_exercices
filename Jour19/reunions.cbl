      *Réunion parents-professeurs : les créneaux étaient des feuilles
      *punaisées sur les portes des classes, et les parents d'enfants
      *dans plusieurs classes se retrouvaient attendus à la même heure
      *chez deux enseignants. Les créneaux de la soirée (date, début,
      *fin et durée lus dans reunions-config.txt) sont ouverts pour
      *chaque enseignant d'enseignants.txt et d'emploi-temps.txt, qui
      *reçoit les familles des classes qu'il tient ou dans lesquelles
      *il enseigne. Un rendez-vous se prend par id élève et nom
      *d'enseignant, et est gardé dans reunions-rdv.txt ; il est
      *refusé si la famille est déjà attendue ailleurs sur le même
      *créneau, les frères et soeurs étant regroupés par les
      *responsables qu'ils partagent dans responsables.txt (même nom
      *et même téléphone). Le planning de chaque enseignant et la
      *lettre d'invitation de chaque famille partent par editetat.
      *Chaque invitation est portée au registre du courrier sortant
      *(courrier.cbl, Jour 15) ; responsables.txt ne tenant pas
      *d'adresse postale, elle y figure sans adresse.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reunions.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du trombinoscope de l'école, le même que fichclass.cbl
       SELECT FICHIER-CLASSES ASSIGN TO "input-classes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CLASSES.

      *Alias du fichier des enseignants titulaires de chaque classe
       SELECT FICHIER-ENSEIGNANTS ASSIGN TO "enseignants.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-ENSEIGNANTS.

      *Alias de l'emploi du temps, tenu par emploitemps.cbl
       SELECT FICHIER-EMPLOI ASSIGN TO "emploi-temps.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-EMPLOI.

      *Alias du fichier des responsables légaux, tenu par
      *responsables.cbl
       SELECT FICHIER-RESPONSABLES ASSIGN TO "responsables.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-RESPONSABLES.

      *Alias du paramétrage de la soirée
       SELECT FICHIER-CONFIG ASSIGN TO "reunions-config.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CONFIG.

      *Alias des rendez-vous pris, réécrit à chaque modification
       SELECT FICHIER-RDV ASSIGN TO "reunions-rdv.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-RDV.

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

      *Définition du fichier des enseignants : classe, nom, salle
       FD FICHIER-ENSEIGNANTS.
       01 F-ENSEIGNANT.
           05 F-CLASSE-ENS        PIC X(3).
           05 FILLER              PIC X.
           05 F-NOM-ENS           PIC X(15).
           05 FILLER              PIC X.
           05 F-SALLE-ENS         PIC X(5).

      *Définition d'un créneau d'emploi du temps, même découpage que
      *emploitemps.cbl
       FD FICHIER-EMPLOI.
       01 F-EMPLOI.
           05 F-EM-CLASSE         PIC X(3).
           05 FILLER              PIC X.
           05 F-EM-JOUR           PIC 9.
           05 FILLER              PIC X.
           05 F-EM-PERIODE        PIC 9.
           05 FILLER              PIC X.
           05 F-EM-MATIERE        PIC X(10).
           05 FILLER              PIC X.
           05 F-EM-ENSEIGNANT     PIC X(15).
           05 FILLER              PIC X.
           05 F-EM-SALLE          PIC X(5).

      *Définition d'un responsable, même découpage que
      *responsables.cbl
       FD FICHIER-RESPONSABLES.
       01 F-RESPONSABLE.
           05 F-RE-ID-ELEVE       PIC 9(5).
           05 FILLER              PIC X.
           05 F-RE-NOM            PIC X(15).
           05 FILLER              PIC X.
           05 F-RE-LIEN           PIC X(10).
           05 FILLER              PIC X.
           05 F-RE-TELEPHONE      PIC X(10).
           05 FILLER              PIC X.
           05 F-RE-PRIORITE       PIC 9.

      *Définition du paramétrage : une clé et sa valeur par ligne
      *(DATE AAAAMMJJ, DEBUT HHMM, FIN HHMM, DUREE en minutes)
       FD FICHIER-CONFIG.
       01 F-LIGNE-CONFIG          PIC X(40).

      *Définition d'un rendez-vous : date de la soirée, numéro du
      *créneau, enseignant et id de l'élève
       FD FICHIER-RDV.
       01 F-RDV.
           05 F-RV-DATE           PIC X(8).
           05 FILLER              PIC X.
           05 F-RV-CRENEAU        PIC 99.
           05 FILLER              PIC X.
           05 F-RV-ENSEIGNANT     PIC X(15).
           05 FILLER              PIC X.
           05 F-RV-ID-ELEVE       PIC 9(5).

       WORKING-STORAGE SECTION.

      *Tableau du trombinoscope, avec le numéro de famille de chaque
      *élève (l'indice du premier de ses frères et soeurs)
       01 WS-ELEVES-TAB.
           05 WS-INSCRIT          OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-INSCRITS.
               10 WS-CLASSE-INSCRIT   PIC X(3).
               10 WS-NOM-INSCRIT      PIC X(9).
               10 WS-PRENOM-INSCRIT   PIC X(9).
               10 WS-ID-INSCRIT       PIC 9(5).
               10 WS-FAMILLE-INSCRIT  PIC 9(3).

      *Tableau des enseignants recevant à la réunion : nom, salle et
      *classes dont ils reçoivent les familles
       01 WS-ENSEIGNANTS-TAB.
           05 WS-ENSEIGNANT       OCCURS 1 TO 99 TIMES
               DEPENDING ON WS-NB-ENSEIGNANTS.
               10 WS-EN-NOM       PIC X(15).
               10 WS-EN-SALLE     PIC X(5).
               10 WS-EN-NB-CLASSES PIC 99.
               10 WS-EN-CLASSE    PIC X(3) OCCURS 20 TIMES.

      *Tableau des responsables, pour les fratries et les lettres
       01 WS-RESPONSABLES-TAB.
           05 WS-RESPONSABLE      OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-RESPONSABLES.
               10 WS-RE-ID-ELEVE  PIC 9(5).
               10 WS-RE-NOM       PIC X(15).
               10 WS-RE-LIEN      PIC X(10).
               10 WS-RE-TELEPHONE PIC X(10).
               10 WS-RE-PRIORITE  PIC 9.
               10 WS-RE-INSCRIT   PIC 9(3).

      *Tableau des rendez-vous de toutes les soirées, avec l'indice
      *de l'élève au trombinoscope (0 s'il n'y est plus)
       01 WS-RDV-TAB.
           05 WS-RDV              OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-RDV.
               10 WS-RV-DATE      PIC X(8).
               10 WS-RV-CRENEAU   PIC 99.
               10 WS-RV-ENSEIGNANT PIC X(15).
               10 WS-RV-ID-ELEVE  PIC 9(5).
               10 WS-RV-INSCRIT   PIC 9(3).

      *Effectifs réels des tableaux et index de parcours
       77 WS-NB-INSCRITS          PIC 9(3)              VALUE 1.
       77 WS-NB-ENSEIGNANTS       PIC 99                VALUE 1.
       77 WS-NB-RESPONSABLES      PIC 9(3)              VALUE 1.
       77 WS-NB-RDV               PIC 9(3)              VALUE 1.
       77 WS-INDEX                PIC 9(3)              VALUE 1.
       77 WS-INDEX-ENS            PIC 99                VALUE 1.
       77 WS-INDEX-CL             PIC 99                VALUE 1.
       77 WS-INDEX-RE             PIC 9(3)              VALUE 1.
       77 WS-INDEX-RE2            PIC 9(3)              VALUE 1.
       77 WS-INDEX-RV             PIC 9(3)              VALUE 1.
       77 WS-INDEX-CRENEAU        PIC 99                VALUE 1.
      *Résultats des recherches (0 = rien trouvé)
       77 WS-INDEX-TROUVE         PIC 9(3)              VALUE 0.
       77 WS-ENSEIGNANT-TROUVE    PIC 99                VALUE 0.
       77 WS-RESPONSABLE-TROUVE   PIC 9(3)              VALUE 0.
       77 WS-RDV-TROUVE           PIC 9(3)              VALUE 0.
      *Indicateur de fin de fichier et statuts
       77 WS-EOF                  PIC X                 VALUE 'F'.
       77 WS-STATUT-CLASSES       PIC XX.
       77 WS-STATUT-ENSEIGNANTS   PIC XX.
       77 WS-STATUT-EMPLOI        PIC XX.
       77 WS-STATUT-RESPONSABLES  PIC XX.
       77 WS-STATUT-CONFIG        PIC XX.
       77 WS-STATUT-RDV           PIC XX.
      *Clé et valeur d'une ligne de paramétrage
       77 WS-MOT-CLE              PIC X(20).
       77 WS-VALEUR               PIC X(10).
      *Soirée : date, heures de début et de fin, durée d'un créneau
      *en minutes et nombre de créneaux qui en découle
       77 WS-DATE-REUNION         PIC X(8).
       77 WS-DEBUT                PIC 9(4)              VALUE 0.
       77 WS-FIN                  PIC 9(4)              VALUE 0.
       77 WS-DUREE                PIC 99                VALUE 0.
       77 WS-NB-CRENEAUX          PIC 99                VALUE 0.
       77 WS-DEBUT-MINUTES        PIC 9(4)              VALUE 0.
       77 WS-FIN-MINUTES          PIC 9(4)              VALUE 0.
       77 WS-DATE-ED              PIC X(10).
      *Calcul de l'heure d'un créneau
       77 WS-MINUTES              PIC 9(4)              VALUE 0.
       77 WS-HEURES               PIC 99                VALUE 0.
       77 WS-RESTE                PIC 99                VALUE 0.
       77 WS-HEURE-ED             PIC X(5).
      *Indicateur de changement lors du regroupement des fratries et
      *ancien numéro de famille remplacé
       77 WS-CHANGEMENT           PIC X                 VALUE "N".
       77 WS-FAMILLE-ANCIENNE     PIC 9(3)              VALUE 0.
       77 WS-FAMILLE-NOUVELLE     PIC 9(3)              VALUE 0.
       77 WS-FAMILLE              PIC 9(3)              VALUE 0.
      *Choix du menu et champs de saisie
       77 WS-CHOIX                PIC 9                 VALUE 0.
       77 WS-ID-SAISI             PIC 9(5).
       77 WS-ENSEIGNANT-SAISI     PIC X(15).
       77 WS-CRENEAU-SAISI        PIC 99.
      *Motif du refus d'un créneau (à blanc s'il est libre)
       77 WS-CONFLIT              PIC X(70).
      *Compteurs des éditions
       77 WS-NB-RECUS             PIC 99                VALUE 0.
       77 WS-NB-LETTRES           PIC 9(3)              VALUE 0.
       77 WS-NB-RDV-FAMILLE       PIC 99                VALUE 0.
       77 WS-NB-RDV-ED            PIC Z9.
      *Liste des classes d'un enseignant, construite au pointeur
       77 WS-LISTE-CLASSES        PIC X(50).
       77 WS-POINTEUR             PIC 99                VALUE 1.
       77 WS-INDEX-AFFICHE        PIC 99                VALUE 1.

      *Commande passée au sous-programme d'édition d'états
       01 WS-ETAT-COMMANDE.
           05 WS-ETAT-ACTION      PIC X.
           05 WS-ETAT-FICHIER     PIC X(30).
           05 WS-ETAT-TEXTE       PIC X(80).

      *Commande passée au sous-programme commun du registre du
      *courrier sortant (courrier, Jour 15)
       01 WS-COURRIER-COMMANDE.
           05 WS-CO-TYPE          PIC X(10)     VALUE "REUNION".
           05 WS-CO-ID            PIC X(10).
           05 WS-CO-NOM           PIC X(30).
           05 WS-CO-ADRESSE       PIC X(60)     VALUE SPACES.
           05 WS-CO-PAGES         PIC 9(3)      VALUE 1.
           05 WS-CO-REFERENCE     PIC X(20).

       PROCEDURE DIVISION.

       PERFORM 0080-CHARGE-CONFIG.

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
                       MOVE WS-NB-INSCRITS
                           TO WS-FAMILLE-INSCRIT(WS-NB-INSCRITS)
                   END-IF

           END-READ

       END-PERFORM.

       CLOSE FICHIER-CLASSES.

      *Chargement des enseignants titulaires, puis de ceux qui
      *interviennent dans une classe d'après l'emploi du temps
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-ENSEIGNANTS.

       OPEN INPUT FICHIER-ENSEIGNANTS.

       IF WS-STATUT-ENSEIGNANTS = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-ENSEIGNANTS
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF F-NOM-ENS NOT = SPACES
                           MOVE F-NOM-ENS TO WS-ENSEIGNANT-SAISI
                           PERFORM 0100-NOTE-ENSEIGNANT
                           IF WS-ENSEIGNANT-TROUVE NOT = 0
                               MOVE F-SALLE-ENS
                                   TO WS-EN-SALLE(WS-ENSEIGNANT-TROUVE)
                               MOVE F-CLASSE-ENS TO WS-VALEUR
                               PERFORM 0150-NOTE-CLASSE-ENS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-ENSEIGNANTS
       END-IF.

       MOVE 'F' TO WS-EOF.

       OPEN INPUT FICHIER-EMPLOI.

       IF WS-STATUT-EMPLOI = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-EMPLOI
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF F-EM-ENSEIGNANT NOT = SPACES
                           MOVE F-EM-ENSEIGNANT TO WS-ENSEIGNANT-SAISI
                           PERFORM 0100-NOTE-ENSEIGNANT
                           IF WS-ENSEIGNANT-TROUVE NOT = 0
                               IF WS-EN-SALLE(WS-ENSEIGNANT-TROUVE)
                                   = SPACES
                                   MOVE F-EM-SALLE TO WS-EN-SALLE(
                                       WS-ENSEIGNANT-TROUVE)
                               END-IF
                               MOVE F-EM-CLASSE TO WS-VALEUR
                               PERFORM 0150-NOTE-CLASSE-ENS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EMPLOI
       END-IF.

       DISPLAY "Enseignants recevant : " WS-NB-ENSEIGNANTS.

      *Chargement des responsables, rattachés à leur élève
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-RESPONSABLES.

       OPEN INPUT FICHIER-RESPONSABLES.

       IF WS-STATUT-RESPONSABLES = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-RESPONSABLES
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-NB-RESPONSABLES < 999
                           ADD 1 TO WS-NB-RESPONSABLES
                           MOVE F-RE-ID-ELEVE
                               TO WS-RE-ID-ELEVE(WS-NB-RESPONSABLES)
                           MOVE F-RE-NOM
                               TO WS-RE-NOM(WS-NB-RESPONSABLES)
                           MOVE F-RE-LIEN
                               TO WS-RE-LIEN(WS-NB-RESPONSABLES)
                           MOVE F-RE-TELEPHONE
                               TO WS-RE-TELEPHONE(WS-NB-RESPONSABLES)
                           MOVE F-RE-PRIORITE
                               TO WS-RE-PRIORITE(WS-NB-RESPONSABLES)
                           MOVE F-RE-ID-ELEVE TO WS-ID-SAISI
                           PERFORM 7000-TROUVE-ELEVE
                           MOVE WS-INDEX-TROUVE
                               TO WS-RE-INSCRIT(WS-NB-RESPONSABLES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-RESPONSABLES
       END-IF.

       PERFORM 0200-GROUPE-FRATRIES.

      *Chargement des rendez-vous déjà pris
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-RDV.

       OPEN INPUT FICHIER-RDV.

       IF WS-STATUT-RDV = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-RDV
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-NB-RDV < 999
                           AND F-RV-ID-ELEVE NUMERIC
                           AND F-RV-CRENEAU NUMERIC
                           ADD 1 TO WS-NB-RDV
                           MOVE F-RV-DATE TO WS-RV-DATE(WS-NB-RDV)
                           MOVE F-RV-CRENEAU
                               TO WS-RV-CRENEAU(WS-NB-RDV)
                           MOVE F-RV-ENSEIGNANT
                               TO WS-RV-ENSEIGNANT(WS-NB-RDV)
                           MOVE F-RV-ID-ELEVE
                               TO WS-RV-ID-ELEVE(WS-NB-RDV)
                           MOVE F-RV-ID-ELEVE TO WS-ID-SAISI
                           PERFORM 7000-TROUVE-ELEVE
                           MOVE WS-INDEX-TROUVE
                               TO WS-RV-INSCRIT(WS-NB-RDV)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-RDV
       END-IF.

       MOVE 1 TO WS-INDEX-CRENEAU.
       PERFORM 7600-HEURE-CRENEAU.
       DISPLAY "Réunion du " WS-DATE-ED " : " WS-NB-CRENEAUX
           " créneaux de " WS-DUREE " minutes à partir de "
           WS-HEURE-ED.

      *Boucle de menu, jusqu'à la saisie de 5
       PERFORM UNTIL WS-CHOIX = 5

           DISPLAY "1. Prendre un rendez-vous"
           DISPLAY "2. Annuler un rendez-vous"
           DISPLAY "3. Plannings des enseignants"
           DISPLAY "4. Lettres d'invitation des familles"
           DISPLAY "5. Quitter"
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX

               WHEN 1
                   PERFORM 1000-PREND-RDV

               WHEN 2
                   PERFORM 2000-ANNULE-RDV

               WHEN 3
                   PERFORM 3000-EDITE-PLANNINGS

               WHEN 4
                   PERFORM 4000-EDITE-LETTRES

               WHEN 5
                   DISPLAY "Fin du programme"

               WHEN OTHER
                   DISPLAY "Choix invalide"

           END-EVALUATE

       END-PERFORM.

       STOP RUN.

      ******************************************************************

      *Charge le paramétrage de la soirée ; par défaut la réunion a
      *lieu ce soir, de 16 h 30 à 19 h 30, par créneaux de 15 minutes
       0080-CHARGE-CONFIG.

           MOVE SPACES TO WS-DATE-REUNION

           OPEN INPUT FICHIER-CONFIG

           IF WS-STATUT-CONFIG = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-CONFIG
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-MOT-CLE
                           MOVE SPACES TO WS-VALEUR
                           UNSTRING F-LIGNE-CONFIG
                               DELIMITED BY ALL SPACE
                               INTO WS-MOT-CLE WS-VALEUR
                           END-UNSTRING
                           EVALUATE WS-MOT-CLE
                               WHEN "DATE"
                                   MOVE WS-VALEUR TO WS-DATE-REUNION
                               WHEN "DEBUT"
                                   MOVE FUNCTION NUMVAL(WS-VALEUR)
                                       TO WS-DEBUT
                               WHEN "FIN"
                                   MOVE FUNCTION NUMVAL(WS-VALEUR)
                                       TO WS-FIN
                               WHEN "DUREE"
                                   MOVE FUNCTION NUMVAL(WS-VALEUR)
                                       TO WS-DUREE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONFIG
           END-IF

           IF WS-DATE-REUNION = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-REUNION
           END-IF

           IF WS-DEBUT = 0
               MOVE 1630 TO WS-DEBUT
           END-IF

           IF WS-FIN NOT > WS-DEBUT
               MOVE 1930 TO WS-FIN
           END-IF

           IF WS-DUREE = 0
               MOVE 15 TO WS-DUREE
           END-IF

      *Nombre de créneaux entre le début et la fin, au plus 40
           DIVIDE WS-DEBUT BY 100 GIVING WS-HEURES
               REMAINDER WS-RESTE
           COMPUTE WS-DEBUT-MINUTES = WS-HEURES * 60 + WS-RESTE
           DIVIDE WS-FIN BY 100 GIVING WS-HEURES
               REMAINDER WS-RESTE
           COMPUTE WS-FIN-MINUTES = WS-HEURES * 60 + WS-RESTE
           COMPUTE WS-NB-CRENEAUX =
               (WS-FIN-MINUTES - WS-DEBUT-MINUTES) / WS-DUREE

           IF WS-NB-CRENEAUX > 40
               MOVE 40 TO WS-NB-CRENEAUX
           END-IF

           MOVE SPACES TO WS-DATE-ED
           STRING WS-DATE-REUNION(7:2) "/" WS-DATE-REUNION(5:2) "/"
               WS-DATE-REUNION(1:4)
               INTO WS-DATE-ED
           END-STRING

           MOVE 'F' TO WS-EOF
       .

      ******************************************************************

      *Recherche l'enseignant WS-ENSEIGNANT-SAISI, sans tenir compte
      *des majuscules, et l'ajoute au tableau s'il est nouveau ;
      *laisse WS-ENSEIGNANT-TROUVE à zéro si le tableau est plein
       0100-NOTE-ENSEIGNANT.

           PERFORM 7100-TROUVE-ENSEIGNANT

           IF WS-ENSEIGNANT-TROUVE = 0 AND WS-NB-ENSEIGNANTS < 99
               ADD 1 TO WS-NB-ENSEIGNANTS
               MOVE WS-NB-ENSEIGNANTS TO WS-ENSEIGNANT-TROUVE
               MOVE WS-ENSEIGNANT-SAISI
                   TO WS-EN-NOM(WS-ENSEIGNANT-TROUVE)
               MOVE SPACES TO WS-EN-SALLE(WS-ENSEIGNANT-TROUVE)
               MOVE 0 TO WS-EN-NB-CLASSES(WS-ENSEIGNANT-TROUVE)
           END-IF
       .

      ******************************************************************

      *Ajoute la classe WS-VALEUR(1:3) à celles de l'enseignant
      *retenu, si elle n'y figure pas déjà
       0150-NOTE-CLASSE-ENS.

           MOVE 0 TO WS-INDEX-TROUVE

           PERFORM VARYING WS-INDEX-CL FROM 1 BY 1
               UNTIL WS-INDEX-CL >
                   WS-EN-NB-CLASSES(WS-ENSEIGNANT-TROUVE)
               IF WS-EN-CLASSE(WS-ENSEIGNANT-TROUVE, WS-INDEX-CL)
                   = WS-VALEUR(1:3)
                   MOVE WS-INDEX-CL TO WS-INDEX-TROUVE
               END-IF
           END-PERFORM

           IF WS-INDEX-TROUVE = 0
               AND WS-EN-NB-CLASSES(WS-ENSEIGNANT-TROUVE) < 20
               ADD 1 TO WS-EN-NB-CLASSES(WS-ENSEIGNANT-TROUVE)
               MOVE WS-VALEUR(1:3) TO WS-EN-CLASSE(WS-ENSEIGNANT-TROUVE,
                   WS-EN-NB-CLASSES(WS-ENSEIGNANT-TROUVE))
           END-IF
       .

      ******************************************************************

      *Regroupe les frères et soeurs : deux élèves qui partagent un
      *responsable (même nom, même téléphone) prennent le même numéro
      *de famille, le plus petit des deux ; on repasse jusqu'à ce
      *que plus rien ne change, pour suivre les fratries de plus de
      *deux enfants
       0200-GROUPE-FRATRIES.

           MOVE "O" TO WS-CHANGEMENT

           PERFORM UNTIL WS-CHANGEMENT = "N"

               MOVE "N" TO WS-CHANGEMENT

               PERFORM VARYING WS-INDEX-RE FROM 1 BY 1
                   UNTIL WS-INDEX-RE > WS-NB-RESPONSABLES
                   IF WS-RE-INSCRIT(WS-INDEX-RE) NOT = 0
                       AND WS-RE-NOM(WS-INDEX-RE) NOT = SPACES
                       PERFORM 0250-COMPARE-RESPONSABLE
                   END-IF
               END-PERFORM

           END-PERFORM
       .

      ******************************************************************

      *Compare le responsable WS-INDEX-RE à ceux qui le suivent et
      *fusionne les familles des élèves qui le partagent
       0250-COMPARE-RESPONSABLE.

           PERFORM VARYING WS-INDEX-RE2 FROM WS-INDEX-RE BY 1
               UNTIL WS-INDEX-RE2 > WS-NB-RESPONSABLES

               IF WS-RE-INSCRIT(WS-INDEX-RE2) NOT = 0
                   AND WS-RE-NOM(WS-INDEX-RE2) = WS-RE-NOM(WS-INDEX-RE)
                   AND WS-RE-TELEPHONE(WS-INDEX-RE2)
                       = WS-RE-TELEPHONE(WS-INDEX-RE)
                   AND WS-FAMILLE-INSCRIT(WS-RE-INSCRIT(WS-INDEX-RE2))
                       NOT = WS-FAMILLE-INSCRIT(
                           WS-RE-INSCRIT(WS-INDEX-RE))

                   MOVE WS-FAMILLE-INSCRIT(WS-RE-INSCRIT(WS-INDEX-RE))
                       TO WS-FAMILLE-ANCIENNE
                   MOVE WS-FAMILLE-INSCRIT(WS-RE-INSCRIT(WS-INDEX-RE2))
                       TO WS-FAMILLE-NOUVELLE
                   IF WS-FAMILLE-NOUVELLE > WS-FAMILLE-ANCIENNE
                       MOVE WS-FAMILLE-ANCIENNE TO WS-FAMILLE
                       MOVE WS-FAMILLE-NOUVELLE TO WS-FAMILLE-ANCIENNE
                       MOVE WS-FAMILLE TO WS-FAMILLE-NOUVELLE
                   END-IF
                   PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-NB-INSCRITS
                       IF WS-FAMILLE-INSCRIT(WS-INDEX)
                           = WS-FAMILLE-ANCIENNE
                           MOVE WS-FAMILLE-NOUVELLE
                               TO WS-FAMILLE-INSCRIT(WS-INDEX)
                       END-IF
                   END-PERFORM
                   MOVE "O" TO WS-CHANGEMENT

               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Prend un rendez-vous pour un élève chez un enseignant de sa
      *classe, sur le créneau demandé ou (0) sur le premier créneau
      *libre à la fois pour l'enseignant et pour la famille
       1000-PREND-RDV.

           DISPLAY "Id de l'élève (5 chiffres) : "
           ACCEPT WS-ID-SAISI

           PERFORM 7000-TROUVE-ELEVE

           IF WS-INDEX-TROUVE = 0
               DISPLAY "Aucun élève avec l'id " WS-ID-SAISI
           ELSE

               DISPLAY "Élève : " WS-NOM-INSCRIT(WS-INDEX-TROUVE) " "
                   WS-PRENOM-INSCRIT(WS-INDEX-TROUVE)
                   " (classe " WS-CLASSE-INSCRIT(WS-INDEX-TROUVE) ")"
               PERFORM 1100-AFFICHE-ENSEIGNANTS

               DISPLAY "Enseignant : "
               MOVE SPACES TO WS-ENSEIGNANT-SAISI
               ACCEPT WS-ENSEIGNANT-SAISI
               PERFORM 7100-TROUVE-ENSEIGNANT
               PERFORM 7200-CONTROLE-CLASSE

               IF WS-ENSEIGNANT-TROUVE = 0
                   DISPLAY "Cet enseignant ne reçoit pas la classe "
                       WS-CLASSE-INSCRIT(WS-INDEX-TROUVE)
               ELSE
                   DISPLAY "Créneau (1 à " WS-NB-CRENEAUX
                       ", 0 = premier créneau libre) : "
                   ACCEPT WS-CRENEAU-SAISI
                   PERFORM 1200-ENREGISTRE-RDV
               END-IF

           END-IF
       .

      ******************************************************************

      *Affiche les enseignants qui reçoivent la classe de l'élève
       1100-AFFICHE-ENSEIGNANTS.

           DISPLAY "Enseignants de la classe :"

           PERFORM VARYING WS-INDEX-AFFICHE FROM 1 BY 1
               UNTIL WS-INDEX-AFFICHE > WS-NB-ENSEIGNANTS
               MOVE WS-INDEX-AFFICHE TO WS-ENSEIGNANT-TROUVE
               PERFORM 7200-CONTROLE-CLASSE
               IF WS-ENSEIGNANT-TROUVE NOT = 0
                   DISPLAY "  " WS-EN-NOM(WS-ENSEIGNANT-TROUVE)
                       " salle " WS-EN-SALLE(WS-ENSEIGNANT-TROUVE)
               END-IF
           END-PERFORM
       .

      ******************************************************************

      *Contrôle le créneau demandé (ou cherche le premier possible)
      *et enregistre le rendez-vous s'il ne heurte rien
       1200-ENREGISTRE-RDV.

           MOVE SPACES TO WS-CONFLIT

      *Un seul rendez-vous par élève et par enseignant
           PERFORM VARYING WS-INDEX-RV FROM 1 BY 1
               UNTIL WS-INDEX-RV > WS-NB-RDV
               IF WS-RV-DATE(WS-INDEX-RV) = WS-DATE-REUNION
                   AND WS-RV-ENSEIGNANT(WS-INDEX-RV)
                       = WS-EN-NOM(WS-ENSEIGNANT-TROUVE)
                   AND WS-RV-ID-ELEVE(WS-INDEX-RV) = WS-ID-SAISI
                   MOVE "Élève déjà attendu par cet enseignant"
                       TO WS-CONFLIT
               END-IF
           END-PERFORM

           EVALUATE TRUE

               WHEN WS-CONFLIT NOT = SPACES
                   CONTINUE

               WHEN WS-CRENEAU-SAISI > WS-NB-CRENEAUX
                   MOVE "Créneau hors de la soirée" TO WS-CONFLIT

               WHEN WS-CRENEAU-SAISI = 0
                   PERFORM VARYING WS-INDEX-CRENEAU FROM 1 BY 1
                       UNTIL WS-INDEX-CRENEAU > WS-NB-CRENEAUX
                       OR WS-CRENEAU-SAISI NOT = 0
                       PERFORM 7500-CONTROLE-CRENEAU
                       IF WS-CONFLIT = SPACES
                           MOVE WS-INDEX-CRENEAU TO WS-CRENEAU-SAISI
                       END-IF
                   END-PERFORM
                   IF WS-CRENEAU-SAISI = 0
                       MOVE SPACES TO WS-CONFLIT
                       STRING "Aucun créneau libre à la fois pour "
                           "l'enseignant et pour la famille"
                           DELIMITED BY SIZE
                           INTO WS-CONFLIT
                       END-STRING
                   ELSE
                       MOVE WS-CRENEAU-SAISI TO WS-INDEX-CRENEAU
                       MOVE SPACES TO WS-CONFLIT
                   END-IF

               WHEN OTHER
                   MOVE WS-CRENEAU-SAISI TO WS-INDEX-CRENEAU
                   PERFORM 7500-CONTROLE-CRENEAU

           END-EVALUATE

           IF WS-CONFLIT NOT = SPACES
               DISPLAY "Rendez-vous refusé : " WS-CONFLIT
           ELSE
               IF WS-NB-RDV >= 999
                   DISPLAY "Tableau des rendez-vous plein"
               ELSE
                   ADD 1 TO WS-NB-RDV
                   MOVE WS-DATE-REUNION TO WS-RV-DATE(WS-NB-RDV)
                   MOVE WS-INDEX-CRENEAU TO WS-RV-CRENEAU(WS-NB-RDV)
                   MOVE WS-EN-NOM(WS-ENSEIGNANT-TROUVE)
                       TO WS-RV-ENSEIGNANT(WS-NB-RDV)
                   MOVE WS-ID-SAISI TO WS-RV-ID-ELEVE(WS-NB-RDV)
                   MOVE WS-INDEX-TROUVE TO WS-RV-INSCRIT(WS-NB-RDV)
                   PERFORM 8000-SAUVE-RDV
                   PERFORM 7600-HEURE-CRENEAU
                   DISPLAY "Rendez-vous pris à " WS-HEURE-ED
                       " avec " WS-EN-NOM(WS-ENSEIGNANT-TROUVE)
               END-IF
           END-IF
       .

      ******************************************************************

      *Annule le rendez-vous d'un élève chez un enseignant, pour la
      *soirée en cours
       2000-ANNULE-RDV.

           DISPLAY "Id de l'élève (5 chiffres) : "
           ACCEPT WS-ID-SAISI
           DISPLAY "Enseignant : "
           MOVE SPACES TO WS-ENSEIGNANT-SAISI
           ACCEPT WS-ENSEIGNANT-SAISI

           MOVE 0 TO WS-RDV-TROUVE

           PERFORM 7100-TROUVE-ENSEIGNANT

           IF WS-ENSEIGNANT-TROUVE NOT = 0
               PERFORM VARYING WS-INDEX-RV FROM 1 BY 1
                   UNTIL WS-INDEX-RV > WS-NB-RDV
                   IF WS-RV-DATE(WS-INDEX-RV) = WS-DATE-REUNION
                       AND WS-RV-ID-ELEVE(WS-INDEX-RV) = WS-ID-SAISI
                       AND WS-RV-ENSEIGNANT(WS-INDEX-RV)
                           = WS-EN-NOM(WS-ENSEIGNANT-TROUVE)
                       MOVE WS-INDEX-RV TO WS-RDV-TROUVE
                   END-IF
               END-PERFORM
           END-IF

           IF WS-RDV-TROUVE = 0
               DISPLAY "Aucun rendez-vous de cet élève chez cet "
                   "enseignant ce soir-là"
           ELSE
               PERFORM VARYING WS-INDEX-RV FROM WS-RDV-TROUVE BY 1
                   UNTIL WS-INDEX-RV >= WS-NB-RDV
                   MOVE WS-RDV(WS-INDEX-RV + 1) TO WS-RDV(WS-INDEX-RV)
               END-PERFORM
               SUBTRACT 1 FROM WS-NB-RDV
               PERFORM 8000-SAUVE-RDV
               DISPLAY "Rendez-vous annulé"
           END-IF
       .

      ******************************************************************

      *Édite le planning de la soirée de chaque enseignant : un
      *créneau par ligne, avec l'élève attendu ou la mention libre
       3000-EDITE-PLANNINGS.

           MOVE "O" TO WS-ETAT-ACTION
           MOVE "reunions-plannings.txt" TO WS-ETAT-FICHIER
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Plannings de la réunion du " WS-DATE-ED
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "D" TO WS-ETAT-ACTION

           PERFORM 3100-EDITE-PLANNING
               VARYING WS-INDEX-ENS FROM 1 BY 1
               UNTIL WS-INDEX-ENS > WS-NB-ENSEIGNANTS

           MOVE "F" TO WS-ETAT-ACTION
           CALL "editetat" USING WS-ETAT-COMMANDE

           DISPLAY "Plannings écrits dans reunions-plannings.txt"
       .

      ******************************************************************

      *Édite le planning de l'enseignant WS-INDEX-ENS
       3100-EDITE-PLANNING.

           MOVE 0 TO WS-NB-RECUS

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE
           MOVE SPACES TO WS-ETAT-TEXTE
           MOVE SPACES TO WS-LISTE-CLASSES
           MOVE 1 TO WS-POINTEUR
           PERFORM VARYING WS-INDEX-CL FROM 1 BY 1
               UNTIL WS-INDEX-CL > WS-EN-NB-CLASSES(WS-INDEX-ENS)
               OR WS-INDEX-CL > 12
               STRING WS-EN-CLASSE(WS-INDEX-ENS, WS-INDEX-CL) " "
                   DELIMITED BY SIZE
                   INTO WS-LISTE-CLASSES
                   WITH POINTER WS-POINTEUR
               END-STRING
           END-PERFORM
           STRING "=== " FUNCTION TRIM(WS-EN-NOM(WS-INDEX-ENS))
               " - salle " WS-EN-SALLE(WS-INDEX-ENS) " - classes "
               WS-LISTE-CLASSES
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           PERFORM VARYING WS-INDEX-CRENEAU FROM 1 BY 1
               UNTIL WS-INDEX-CRENEAU > WS-NB-CRENEAUX

               PERFORM 7600-HEURE-CRENEAU
               MOVE 0 TO WS-RDV-TROUVE
               PERFORM VARYING WS-INDEX-RV FROM 1 BY 1
                   UNTIL WS-INDEX-RV > WS-NB-RDV
                   IF WS-RV-DATE(WS-INDEX-RV) = WS-DATE-REUNION
                       AND WS-RV-CRENEAU(WS-INDEX-RV)
                           = WS-INDEX-CRENEAU
                       AND WS-RV-ENSEIGNANT(WS-INDEX-RV)
                           = WS-EN-NOM(WS-INDEX-ENS)
                       MOVE WS-INDEX-RV TO WS-RDV-TROUVE
                   END-IF
               END-PERFORM

               MOVE SPACES TO WS-ETAT-TEXTE
               IF WS-RDV-TROUVE = 0
                   STRING "  " WS-HEURE-ED "  libre"
                       INTO WS-ETAT-TEXTE
                   END-STRING
               ELSE
                   ADD 1 TO WS-NB-RECUS
                   MOVE WS-RV-INSCRIT(WS-RDV-TROUVE) TO WS-INDEX
                   IF WS-INDEX = 0
                       STRING "  " WS-HEURE-ED "  élève n° "
                           WS-RV-ID-ELEVE(WS-RDV-TROUVE)
                           " (plus au trombinoscope)"
                           INTO WS-ETAT-TEXTE
                       END-STRING
                   ELSE
                       STRING "  " WS-HEURE-ED "  "
                           WS-CLASSE-INSCRIT(WS-INDEX) " "
                           WS-NOM-INSCRIT(WS-INDEX) " "
                           WS-PRENOM-INSCRIT(WS-INDEX)
                           " (n° " WS-ID-INSCRIT(WS-INDEX) ")"
                           INTO WS-ETAT-TEXTE
                       END-STRING
                   END-IF
               END-IF
               CALL "editetat" USING WS-ETAT-COMMANDE

           END-PERFORM

           MOVE WS-NB-RECUS TO WS-NB-RDV-ED
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "  Familles attendues : " WS-NB-RDV-ED
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE
       .

      ******************************************************************

      *Édite une lettre d'invitation par famille ayant au moins un
      *rendez-vous ce soir-là, tous enfants confondus, dans l'ordre
      *des heures
       4000-EDITE-LETTRES.

           MOVE 0 TO WS-NB-LETTRES

           MOVE "O" TO WS-ETAT-ACTION
           MOVE "reunions-invitations.txt" TO WS-ETAT-FICHIER
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Invitations à la réunion du " WS-DATE-ED
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "D" TO WS-ETAT-ACTION

           PERFORM VARYING WS-FAMILLE FROM 1 BY 1
               UNTIL WS-FAMILLE > WS-NB-INSCRITS
               IF WS-FAMILLE-INSCRIT(WS-FAMILLE) = WS-FAMILLE
                   PERFORM 4100-EDITE-LETTRE
               END-IF
           END-PERFORM

           MOVE "F" TO WS-ETAT-ACTION
           CALL "editetat" USING WS-ETAT-COMMANDE

           DISPLAY "Lettres écrites dans reunions-invitations.txt : "
               WS-NB-LETTRES
       .

      ******************************************************************

      *Édite la lettre de la famille WS-FAMILLE, adressée au premier
      *responsable de l'aîné des enfants au trombinoscope, si elle a
      *des rendez-vous
       4100-EDITE-LETTRE.

           MOVE 0 TO WS-NB-RDV-FAMILLE

           PERFORM VARYING WS-INDEX-RV FROM 1 BY 1
               UNTIL WS-INDEX-RV > WS-NB-RDV
               IF WS-RV-DATE(WS-INDEX-RV) = WS-DATE-REUNION
                   AND WS-RV-INSCRIT(WS-INDEX-RV) NOT = 0
                   IF WS-FAMILLE-INSCRIT(WS-RV-INSCRIT(WS-INDEX-RV))
                       = WS-FAMILLE
                       ADD 1 TO WS-NB-RDV-FAMILLE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-NB-RDV-FAMILLE > 0

               ADD 1 TO WS-NB-LETTRES

               MOVE WS-ID-INSCRIT(WS-FAMILLE) TO WS-ID-SAISI
               PERFORM 7400-TROUVE-RESPONSABLE

               MOVE ALL "-" TO WS-ETAT-TEXTE
               CALL "editetat" USING WS-ETAT-COMMANDE

               MOVE SPACES TO WS-ETAT-TEXTE
               IF WS-RESPONSABLE-TROUVE = 0
                   STRING "Aux parents de "
                       FUNCTION TRIM(WS-PRENOM-INSCRIT(WS-FAMILLE))
                       " " FUNCTION TRIM(WS-NOM-INSCRIT(WS-FAMILLE))
                       INTO WS-ETAT-TEXTE
                   END-STRING
               ELSE
                   STRING "À l'attention de "
                       FUNCTION TRIM(WS-RE-NOM(WS-RESPONSABLE-TROUVE))
                       " ("
                       FUNCTION TRIM(WS-RE-LIEN(WS-RESPONSABLE-TROUVE))
                       ")"
                       INTO WS-ETAT-TEXTE
                   END-STRING
               END-IF
               CALL "editetat" USING WS-ETAT-COMMANDE

               MOVE SPACES TO WS-ETAT-TEXTE
               STRING "Vous êtes attendus à la réunion parents-"
                   "professeurs du " WS-DATE-ED " :"
                   INTO WS-ETAT-TEXTE
               END-STRING
               CALL "editetat" USING WS-ETAT-COMMANDE

               PERFORM VARYING WS-INDEX-CRENEAU FROM 1 BY 1
                   UNTIL WS-INDEX-CRENEAU > WS-NB-CRENEAUX
                   PERFORM 4200-EDITE-RDV-CRENEAU
               END-PERFORM

               MOVE SPACES TO WS-ETAT-TEXTE
               STRING "Merci de vous présenter quelques minutes "
                   "avant l'heure."
                   DELIMITED BY SIZE
                   INTO WS-ETAT-TEXTE
               END-STRING
               CALL "editetat" USING WS-ETAT-COMMANDE

      *Report au registre du courrier sortant
               MOVE WS-ID-INSCRIT(WS-FAMILLE) TO WS-CO-ID
               MOVE SPACES TO WS-CO-NOM
               IF WS-RESPONSABLE-TROUVE = 0
                   STRING "Parents de "
                       FUNCTION TRIM(WS-NOM-INSCRIT(WS-FAMILLE))
                       INTO WS-CO-NOM
                   END-STRING
               ELSE
                   MOVE WS-RE-NOM(WS-RESPONSABLE-TROUVE) TO WS-CO-NOM
               END-IF
               MOVE SPACES TO WS-CO-REFERENCE
               STRING "réunion " WS-DATE-REUNION
                   INTO WS-CO-REFERENCE
               END-STRING
               CALL "courrier" USING WS-COURRIER-COMMANDE

           END-IF
       .

      ******************************************************************

      *Édite les rendez-vous de la famille WS-FAMILLE au créneau
      *WS-INDEX-CRENEAU (un seul en principe, les conflits étant
      *refusés à la prise)
       4200-EDITE-RDV-CRENEAU.

           PERFORM VARYING WS-INDEX-RV FROM 1 BY 1
               UNTIL WS-INDEX-RV > WS-NB-RDV

               IF WS-RV-DATE(WS-INDEX-RV) = WS-DATE-REUNION
                   AND WS-RV-CRENEAU(WS-INDEX-RV) = WS-INDEX-CRENEAU
                   AND WS-RV-INSCRIT(WS-INDEX-RV) NOT = 0

                   MOVE WS-RV-INSCRIT(WS-INDEX-RV) TO WS-INDEX
                   IF WS-FAMILLE-INSCRIT(WS-INDEX) = WS-FAMILLE
                       MOVE WS-RV-ENSEIGNANT(WS-INDEX-RV)
                           TO WS-ENSEIGNANT-SAISI
                       PERFORM 7100-TROUVE-ENSEIGNANT
                       PERFORM 7600-HEURE-CRENEAU
                       MOVE SPACES TO WS-ETAT-TEXTE
                       IF WS-ENSEIGNANT-TROUVE = 0
                           MOVE SPACES TO WS-VALEUR
                       ELSE
                           MOVE WS-EN-SALLE(WS-ENSEIGNANT-TROUVE)
                               TO WS-VALEUR
                       END-IF
                       STRING "  " WS-HEURE-ED "  "
                           WS-RV-ENSEIGNANT(WS-INDEX-RV)
                           " salle " WS-VALEUR(1:5) "  pour "
                           FUNCTION TRIM(WS-PRENOM-INSCRIT(WS-INDEX))
                           " (" WS-CLASSE-INSCRIT(WS-INDEX) ")"
                           DELIMITED BY SIZE
                           INTO WS-ETAT-TEXTE
                       END-STRING
                       CALL "editetat" USING WS-ETAT-COMMANDE
                   END-IF

               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Recherche WS-ID-SAISI parmi les élèves du trombinoscope ;
      *laisse WS-INDEX-TROUVE à zéro si aucun élève ne porte cet id
       7000-TROUVE-ELEVE.

           MOVE 0 TO WS-INDEX-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-INSCRITS

               IF WS-ID-INSCRIT(WS-INDEX) = WS-ID-SAISI
                   AND WS-ID-SAISI NOT = 0
                   MOVE WS-INDEX TO WS-INDEX-TROUVE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Recherche l'enseignant WS-ENSEIGNANT-SAISI sans tenir compte
      *des majuscules ; laisse WS-ENSEIGNANT-TROUVE à zéro s'il est
      *inconnu
       7100-TROUVE-ENSEIGNANT.

           MOVE 0 TO WS-ENSEIGNANT-TROUVE

           PERFORM VARYING WS-INDEX-ENS FROM 1 BY 1
               UNTIL WS-INDEX-ENS > WS-NB-ENSEIGNANTS
               IF FUNCTION UPPER-CASE(WS-EN-NOM(WS-INDEX-ENS))
                   = FUNCTION UPPER-CASE(WS-ENSEIGNANT-SAISI)
                   MOVE WS-INDEX-ENS TO WS-ENSEIGNANT-TROUVE
               END-IF
           END-PERFORM
       .

      ******************************************************************

      *Vérifie que l'enseignant retenu reçoit la classe de l'élève
      *WS-INDEX-TROUVE ; remet WS-ENSEIGNANT-TROUVE à zéro sinon, en
      *gardant son indice dans WS-INDEX-ENS
       7200-CONTROLE-CLASSE.

           MOVE WS-ENSEIGNANT-TROUVE TO WS-INDEX-ENS

           IF WS-ENSEIGNANT-TROUVE NOT = 0

               MOVE 0 TO WS-ENSEIGNANT-TROUVE

               PERFORM VARYING WS-INDEX-CL FROM 1 BY 1
                   UNTIL WS-INDEX-CL > WS-EN-NB-CLASSES(WS-INDEX-ENS)
                   IF WS-EN-CLASSE(WS-INDEX-ENS, WS-INDEX-CL)
                       = WS-CLASSE-INSCRIT(WS-INDEX-TROUVE)
                       MOVE WS-INDEX-ENS TO WS-ENSEIGNANT-TROUVE
                   END-IF
               END-PERFORM

           END-IF
       .

      ******************************************************************

      *Recherche le responsable de WS-ID-SAISI de plus petite
      *priorité ; laisse WS-RESPONSABLE-TROUVE à zéro s'il n'en a pas
       7400-TROUVE-RESPONSABLE.

           MOVE 0 TO WS-RESPONSABLE-TROUVE

           PERFORM VARYING WS-INDEX-RE FROM 1 BY 1
               UNTIL WS-INDEX-RE > WS-NB-RESPONSABLES
               IF WS-RE-ID-ELEVE(WS-INDEX-RE) = WS-ID-SAISI
                   IF WS-RESPONSABLE-TROUVE = 0
                       MOVE WS-INDEX-RE TO WS-RESPONSABLE-TROUVE
                   ELSE
                       IF WS-RE-PRIORITE(WS-INDEX-RE) <
                           WS-RE-PRIORITE(WS-RESPONSABLE-TROUVE)
                           MOVE WS-INDEX-RE TO WS-RESPONSABLE-TROUVE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
       .

      ******************************************************************

      *Contrôle le créneau WS-INDEX-CRENEAU de la soirée pour l'élève
      *WS-INDEX-TROUVE chez l'enseignant WS-ENSEIGNANT-TROUVE ; met
      *dans WS-CONFLIT le motif d'un refus, ou des blancs
       7500-CONTROLE-CRENEAU.

           MOVE SPACES TO WS-CONFLIT

           PERFORM VARYING WS-INDEX-RV FROM 1 BY 1
               UNTIL WS-INDEX-RV > WS-NB-RDV

               IF WS-RV-DATE(WS-INDEX-RV) = WS-DATE-REUNION

                   IF WS-RV-CRENEAU(WS-INDEX-RV) = WS-INDEX-CRENEAU
                       AND WS-CONFLIT = SPACES

                       IF WS-RV-ENSEIGNANT(WS-INDEX-RV)
                           = WS-EN-NOM(WS-ENSEIGNANT-TROUVE)
                           MOVE "Créneau déjà pris chez l'enseignant"
                               TO WS-CONFLIT
                       END-IF

                       IF WS-RV-INSCRIT(WS-INDEX-RV) NOT = 0
                           AND WS-CONFLIT = SPACES
                           MOVE WS-RV-INSCRIT(WS-INDEX-RV) TO WS-INDEX
                           IF WS-FAMILLE-INSCRIT(WS-INDEX)
                               = WS-FAMILLE-INSCRIT(WS-INDEX-TROUVE)
                               STRING "Famille déjà attendue chez "
                                   FUNCTION TRIM(
                                       WS-RV-ENSEIGNANT(WS-INDEX-RV))
                                   " pour "
                                   FUNCTION TRIM(
                                       WS-PRENOM-INSCRIT(WS-INDEX))
                                   DELIMITED BY SIZE
                                   INTO WS-CONFLIT
                               END-STRING
                           END-IF
                       END-IF

                   END-IF

               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Calcule dans WS-HEURE-ED l'heure (HHhMM) du créneau
      *WS-INDEX-CRENEAU
       7600-HEURE-CRENEAU.

           COMPUTE WS-MINUTES = WS-DEBUT-MINUTES
               + (WS-INDEX-CRENEAU - 1) * WS-DUREE

           DIVIDE WS-MINUTES BY 60 GIVING WS-HEURES
               REMAINDER WS-RESTE

           MOVE SPACES TO WS-HEURE-ED
           STRING WS-HEURES "h" WS-RESTE INTO WS-HEURE-ED
           END-STRING
       .

      ******************************************************************

      *Réécrit reunions-rdv.txt à partir du tableau
       8000-SAUVE-RDV.

           OPEN OUTPUT FICHIER-RDV

           PERFORM VARYING WS-INDEX-RV FROM 1 BY 1
               UNTIL WS-INDEX-RV > WS-NB-RDV

               MOVE SPACES TO F-RDV
               MOVE WS-RV-DATE(WS-INDEX-RV) TO F-RV-DATE
               MOVE WS-RV-CRENEAU(WS-INDEX-RV) TO F-RV-CRENEAU
               MOVE WS-RV-ENSEIGNANT(WS-INDEX-RV) TO F-RV-ENSEIGNANT
               MOVE WS-RV-ID-ELEVE(WS-INDEX-RV) TO F-RV-ID-ELEVE
               WRITE F-RDV

           END-PERFORM

           CLOSE FICHIER-RDV
       .
