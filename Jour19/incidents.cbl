      *Registre des incidents de discipline : les incidents se
      *notaient dans le cahier de classe sans suivi régulier. Le
      *fichier incidents.txt (id élève du trombinoscope, date,
      *enseignant de enseignants.txt, catégorie, description,
      *sanction, témoins d'escalade et de lettre éditée) se complète
      *ici. Le sous-programme commun editetat édite les lettres aux
      *familles, adressées au premier responsable de
      *responsables.txt ; à partir du nombre d'incidents d'un même
      *trimestre fixé dans incidents-config.txt (SEUIL n, défaut 3),
      *l'incident est escaladé : la lettre devient une convocation
      *par la direction et une ligne part dans incidents-escalades.txt.
      *Les trimestres suivent l'année scolaire (septembre à décembre,
      *janvier à mars, avril à août) ; conseil.cbl compte les
      *incidents du trimestre sur la fiche de synthèse. Chaque lettre
      *ou convocation est portée au registre du courrier sortant
      *(courrier.cbl, Jour 15) ; responsables.txt ne tenant pas
      *d'adresse postale, elle y figure sans adresse.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. incidents.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du trombinoscope de l'école, le même que fichclass.cbl
       SELECT FICHIER-CLASSES ASSIGN TO "input-classes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CLASSES.

      *Alias du fichier des enseignants, le même que fichclass.cbl
       SELECT FICHIER-ENSEIGNANTS ASSIGN TO "enseignants.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-ENSEIGNANTS.

      *Alias du fichier des responsables tenu par responsables.cbl
       SELECT FICHIER-RESPONSABLES ASSIGN TO "responsables.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-RESPONSABLES.

      *Alias du registre des incidents, relu au lancement et réécrit
      *à chaque changement
       SELECT FICHIER-INCIDENTS ASSIGN TO "incidents.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-INCIDENTS.

      *Alias de la configuration : SEUIL n (incidents d'un trimestre
      *déclenchant l'escalade)
       SELECT FICHIER-CONFIG ASSIGN TO "incidents-config.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CONFIG.

      *Alias des escalades signalées à la direction, complété à
      *chaque incident escaladé
       SELECT FICHIER-ESCALADES ASSIGN TO "incidents-escalades.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-ESCALADES.

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

      *Définition du fichier des responsables, même découpage que
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

      *Définition d'un incident : id élève, date AAAAMMJJ, enseignant,
      *catégorie, description, sanction, escalade (O/N) et lettre
      *éditée (O/N)
       FD FICHIER-INCIDENTS.
       01 F-INCIDENT.
           05 F-IN-ID-ELEVE       PIC 9(5).
           05 FILLER              PIC X.
           05 F-IN-DATE           PIC X(8).
           05 FILLER              PIC X.
           05 F-IN-ENSEIGNANT     PIC X(15).
           05 FILLER              PIC X.
           05 F-IN-CATEGORIE      PIC X(12).
           05 FILLER              PIC X.
           05 F-IN-DESCRIPTION    PIC X(40).
           05 FILLER              PIC X.
           05 F-IN-SANCTION       PIC X(20).
           05 FILLER              PIC X.
           05 F-IN-ESCALADE       PIC X.
           05 FILLER              PIC X.
           05 F-IN-LETTRE         PIC X.

      *Définition du fichier de configuration
       FD FICHIER-CONFIG.
       01 F-LIGNE-CONFIG          PIC X(40).

      *Définition des escalades, une ligne de texte libre
       FD FICHIER-ESCALADES.
       01 F-LIGNE-ESCALADE        PIC X(80).

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

      *Noms des enseignants relus depuis enseignants.txt
       01 WS-ENSEIGNANTS-TAB.
           05 WS-NOM-ENS          OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-NB-ENSEIGNANTS PIC X(15).

      *Tableau des responsables, pour l'adresse des lettres
       01 WS-RESPONSABLES-TAB.
           05 WS-RESPONSABLE      OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-RESPONSABLES.
               10 WS-RE-ID-ELEVE  PIC 9(5).
               10 WS-RE-NOM       PIC X(15).
               10 WS-RE-LIEN      PIC X(10).
               10 WS-RE-PRIORITE  PIC 9.

      *Tableau des incidents, dans l'ordre de saisie
       01 WS-INCIDENTS-TAB.
           05 WS-INCIDENT         OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-NB-INCIDENTS.
               10 WS-IN-ID-ELEVE  PIC 9(5).
               10 WS-IN-DATE      PIC X(8).
               10 WS-IN-ENSEIGNANT PIC X(15).
               10 WS-IN-CATEGORIE PIC X(12).
               10 WS-IN-DESCRIPTION PIC X(40).
               10 WS-IN-SANCTION  PIC X(20).
               10 WS-IN-ESCALADE  PIC X.
               10 WS-IN-LETTRE    PIC X.

      *Catégories d'incident admises
       01 WS-CATEGORIES-VALEURS.
           05 FILLER              PIC X(12)   VALUE "RETARD".
           05 FILLER              PIC X(12)   VALUE "INSOLENCE".
           05 FILLER              PIC X(12)   VALUE "VIOLENCE".
           05 FILLER              PIC X(12)   VALUE "DEGRADATION".
           05 FILLER              PIC X(12)   VALUE "TRAVAIL".
           05 FILLER              PIC X(12)   VALUE "AUTRE".
       01 WS-CATEGORIES-TAB REDEFINES WS-CATEGORIES-VALEURS.
           05 WS-CATEGORIE        PIC X(12) OCCURS 6 TIMES.

      *Effectifs réels des tableaux et index de parcours
       77 WS-NB-INSCRITS          PIC 9(3)              VALUE 1.
       77 WS-NB-ENSEIGNANTS       PIC 99                VALUE 1.
       77 WS-NB-RESPONSABLES      PIC 9(3)              VALUE 1.
       77 WS-NB-INCIDENTS         PIC 9(4)              VALUE 1.
       77 WS-INDEX                PIC 9(3)              VALUE 1.
       77 WS-INDEX-ENS            PIC 99                VALUE 1.
       77 WS-INDEX-RE             PIC 9(3)              VALUE 1.
       77 WS-INDEX-IN             PIC 9(4)              VALUE 1.
       77 WS-INDEX-COMPTE         PIC 9(4)              VALUE 1.
       77 WS-INDEX-CAT            PIC 9                 VALUE 1.
       77 WS-INDEX-TROUVE         PIC 9(3)              VALUE 0.
       77 WS-ENS-TROUVE           PIC 99                VALUE 0.
       77 WS-CAT-TROUVEE          PIC 9                 VALUE 0.
       77 WS-RESPONSABLE-TROUVE   PIC 9(3)              VALUE 0.
      *Indicateur de fin de fichier et statuts
       77 WS-EOF                  PIC X                 VALUE 'F'.
       77 WS-STATUT-CLASSES       PIC XX.
       77 WS-STATUT-ENSEIGNANTS   PIC XX.
       77 WS-STATUT-RESPONSABLES  PIC XX.
       77 WS-STATUT-INCIDENTS     PIC XX.
       77 WS-STATUT-CONFIG        PIC XX.
       77 WS-STATUT-ESCALADES     PIC XX.
      *Choix du menu et champs de saisie
       77 WS-CHOIX                PIC 9                 VALUE 0.
       77 WS-ID-SAISI             PIC 9(5).
       77 WS-DATE-SAISIE          PIC X(8).
       77 WS-ENSEIGNANT-SAISI     PIC X(15).
       77 WS-CATEGORIE-SAISIE     PIC X(12).
       77 WS-DESCRIPTION-SAISIE   PIC X(40).
       77 WS-SANCTION-SAISIE      PIC X(20).
      *Nombre d'incidents d'un trimestre déclenchant l'escalade,
      *configurable (défaut 3)
       77 WS-SEUIL                PIC 99                VALUE 3.
      *Découpage d'une ligne de configuration
       77 WS-MOT-CLE              PIC X(20).
       77 WS-VALEUR               PIC X(10).
      *Date du jour, trimestre d'une date et ses bornes AAAAMMJJ
       77 WS-DATE-JOUR            PIC X(8).
       77 WS-DATE-ED              PIC X(10).
       77 WS-TRIMESTRE            PIC 9                 VALUE 0.
       77 WS-DEBUT-TRIMESTRE      PIC X(8).
       77 WS-FIN-TRIMESTRE        PIC X(8).
      *Compteurs de travail
       77 WS-NB-TRIMESTRE         PIC 99                VALUE 0.
       77 WS-NB-TRIMESTRE-ED      PIC Z9.
       77 WS-NB-LETTRES           PIC 9(3)              VALUE 0.

      *Commande passée au sous-programme d'édition d'états
       01 WS-ETAT-COMMANDE.
           05 WS-ETAT-ACTION      PIC X.
           05 WS-ETAT-FICHIER     PIC X(30).
           05 WS-ETAT-TEXTE       PIC X(80).

      *Commande passée au sous-programme commun du registre du
      *courrier sortant (courrier, Jour 15) ; le type distingue la
      *lettre simple de la convocation
       01 WS-COURRIER-COMMANDE.
           05 WS-CO-TYPE          PIC X(10).
           05 WS-CO-ID            PIC X(10).
           05 WS-CO-NOM           PIC X(30).
           05 WS-CO-ADRESSE       PIC X(60)     VALUE SPACES.
           05 WS-CO-PAGES         PIC 9(3)      VALUE 1.
           05 WS-CO-REFERENCE     PIC X(20).

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

      *Chargement du trombinoscope
       OPEN INPUT FICHIER-CLASSES.

       IF WS-STATUT-CLASSES NOT = "00"
           DISPLAY "Trombinoscope input-classes.txt introuvable "
               "(statut " WS-STATUT-CLASSES "), arrêt"
           GOBACK
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

      *Chargement des enseignants, pour valider l'auteur du
      *signalement
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-ENSEIGNANTS.

       OPEN INPUT FICHIER-ENSEIGNANTS.

       IF WS-STATUT-ENSEIGNANTS = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-ENSEIGNANTS
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-NB-ENSEIGNANTS < 50
                           ADD 1 TO WS-NB-ENSEIGNANTS
                           MOVE F-NOM-ENS
                               TO WS-NOM-ENS(WS-NB-ENSEIGNANTS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-ENSEIGNANTS
       ELSE
           DISPLAY "Fichier enseignants.txt absent (statut "
               WS-STATUT-ENSEIGNANTS ")"
       END-IF.

      *Chargement des responsables, pour l'adresse des lettres
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
                           MOVE F-RE-PRIORITE
                               TO WS-RE-PRIORITE(WS-NB-RESPONSABLES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-RESPONSABLES
       END-IF.

      *Chargement du registre des incidents
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-INCIDENTS.

       OPEN INPUT FICHIER-INCIDENTS.

       IF WS-STATUT-INCIDENTS = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-INCIDENTS
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-NB-INCIDENTS < 5000
                           AND F-IN-ID-ELEVE NUMERIC
                           ADD 1 TO WS-NB-INCIDENTS
                           MOVE F-IN-ID-ELEVE
                               TO WS-IN-ID-ELEVE(WS-NB-INCIDENTS)
                           MOVE F-IN-DATE
                               TO WS-IN-DATE(WS-NB-INCIDENTS)
                           MOVE F-IN-ENSEIGNANT
                               TO WS-IN-ENSEIGNANT(WS-NB-INCIDENTS)
                           MOVE F-IN-CATEGORIE
                               TO WS-IN-CATEGORIE(WS-NB-INCIDENTS)
                           MOVE F-IN-DESCRIPTION
                               TO WS-IN-DESCRIPTION(WS-NB-INCIDENTS)
                           MOVE F-IN-SANCTION
                               TO WS-IN-SANCTION(WS-NB-INCIDENTS)
                           MOVE F-IN-ESCALADE
                               TO WS-IN-ESCALADE(WS-NB-INCIDENTS)
                           MOVE F-IN-LETTRE
                               TO WS-IN-LETTRE(WS-NB-INCIDENTS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-INCIDENTS
       END-IF.

      *Seuil d'escalade, lu dans la configuration
       PERFORM 0080-CHARGE-CONFIG.

       DISPLAY "Incidents au registre : " WS-NB-INCIDENTS
       DISPLAY "Escalade à partir de " WS-SEUIL
           " incidents dans un trimestre".

      *Boucle de menu, jusqu'à la saisie de 3
       PERFORM UNTIL WS-CHOIX = 3

           DISPLAY "1. Saisir un incident"
           DISPLAY "2. Lettres aux familles des incidents en attente"
           DISPLAY "3. Quitter"
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX

               WHEN 1
                   PERFORM 1000-SAISIT-INCIDENT

               WHEN 2
                   PERFORM 2000-LETTRES-FAMILLES

               WHEN 3
                   DISPLAY "Fin du programme"

               WHEN OTHER
                   DISPLAY "Choix invalide"

           END-EVALUATE

       END-PERFORM.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis le menu général (menugeneral.cbl, Jour 15)
      *comme sous-programme, sans rien changer à son comportement
      *lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************

      *Charge la configuration des incidents, même mécanique que
      *cantine-config.txt dans cantine.cbl
       0080-CHARGE-CONFIG.

           MOVE 'F' TO WS-EOF

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
                               WHEN "SEUIL"
                                   MOVE FUNCTION NUMVAL(WS-VALEUR)
                                       TO WS-SEUIL
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONFIG
           END-IF

           IF WS-SEUIL = 0
               MOVE 3 TO WS-SEUIL
           END-IF

           MOVE 'F' TO WS-EOF
       .

      ******************************************************************

      *Saisit un incident : élève connu du trombinoscope, enseignant
      *de enseignants.txt, catégorie admise ; l'incident est escaladé
      *s'il atteint le seuil du trimestre, puis le registre est
      *réécrit, la lettre restant à éditer
       1000-SAISIT-INCIDENT.

           DISPLAY "Id de l'élève (5 chiffres) : "
           ACCEPT WS-ID-SAISI

           PERFORM 7000-TROUVE-ELEVE

           IF WS-INDEX-TROUVE = 0
               DISPLAY "Aucun élève avec l'id " WS-ID-SAISI
           ELSE

               DISPLAY "Élève : " WS-NOM-INSCRIT(WS-INDEX-TROUVE) " "
                   WS-PRENOM-INSCRIT(WS-INDEX-TROUVE)
                   " (classe " WS-CLASSE-INSCRIT(WS-INDEX-TROUVE) ")"

               DISPLAY "Date de l'incident (AAAAMMJJ, vide = "
                   "aujourd'hui) : "
               MOVE SPACES TO WS-DATE-SAISIE
               ACCEPT WS-DATE-SAISIE
               IF WS-DATE-SAISIE = SPACES
                   MOVE WS-DATE-JOUR TO WS-DATE-SAISIE
               END-IF

               DISPLAY "Enseignant : "
               MOVE SPACES TO WS-ENSEIGNANT-SAISI
               ACCEPT WS-ENSEIGNANT-SAISI
               PERFORM 7100-TROUVE-ENSEIGNANT

               DISPLAY "Catégorie (RETARD, INSOLENCE, VIOLENCE, "
                   "DEGRADATION, TRAVAIL, AUTRE) : "
               MOVE SPACES TO WS-CATEGORIE-SAISIE
               ACCEPT WS-CATEGORIE-SAISIE
               MOVE FUNCTION UPPER-CASE(WS-CATEGORIE-SAISIE)
                   TO WS-CATEGORIE-SAISIE
               PERFORM 7200-TROUVE-CATEGORIE

               IF WS-DATE-SAISIE NOT NUMERIC
                   OR WS-DATE-SAISIE > WS-DATE-JOUR
                   DISPLAY "Date invalide : " WS-DATE-SAISIE
               ELSE
                   IF WS-ENS-TROUVE = 0
                       DISPLAY "Enseignant inconnu : "
                           WS-ENSEIGNANT-SAISI
                   ELSE
                       IF WS-CAT-TROUVEE = 0
                           DISPLAY "Catégorie inconnue : "
                               WS-CATEGORIE-SAISIE
                       ELSE
                           PERFORM 1100-ENREGISTRE-INCIDENT
                       END-IF
                   END-IF
               END-IF

           END-IF
       .

      ******************************************************************

      *Saisit description et sanction, compte les incidents de
      *l'élève dans le trimestre de l'incident, escalade au seuil et
      *réécrit le registre
       1100-ENREGISTRE-INCIDENT.

           IF WS-NB-INCIDENTS >= 5000
               DISPLAY "Registre plein, saisie impossible"
           ELSE

               DISPLAY "Description : "
               MOVE SPACES TO WS-DESCRIPTION-SAISIE
               ACCEPT WS-DESCRIPTION-SAISIE
               DISPLAY "Sanction (vide = aucune) : "
               MOVE SPACES TO WS-SANCTION-SAISIE
               ACCEPT WS-SANCTION-SAISIE

               ADD 1 TO WS-NB-INCIDENTS
               MOVE WS-ID-SAISI TO WS-IN-ID-ELEVE(WS-NB-INCIDENTS)
               MOVE WS-DATE-SAISIE TO WS-IN-DATE(WS-NB-INCIDENTS)
               MOVE WS-NOM-ENS(WS-ENS-TROUVE)
                   TO WS-IN-ENSEIGNANT(WS-NB-INCIDENTS)
               MOVE WS-CATEGORIE-SAISIE
                   TO WS-IN-CATEGORIE(WS-NB-INCIDENTS)
               MOVE WS-DESCRIPTION-SAISIE
                   TO WS-IN-DESCRIPTION(WS-NB-INCIDENTS)
               MOVE WS-SANCTION-SAISIE
                   TO WS-IN-SANCTION(WS-NB-INCIDENTS)
               MOVE "N" TO WS-IN-ESCALADE(WS-NB-INCIDENTS)
               MOVE "N" TO WS-IN-LETTRE(WS-NB-INCIDENTS)

               MOVE WS-NB-INCIDENTS TO WS-INDEX-IN
               PERFORM 7300-COMPTE-TRIMESTRE

               DISPLAY "Incident n° " WS-NB-TRIMESTRE
                   " de l'élève au trimestre " WS-TRIMESTRE

               IF WS-NB-TRIMESTRE >= WS-SEUIL
                   MOVE "O" TO WS-IN-ESCALADE(WS-NB-INCIDENTS)
                   PERFORM 1200-ECRIT-ESCALADE
                   DISPLAY "ESCALADE : seuil de " WS-SEUIL
                       " incidents atteint, direction prévenue"
               END-IF

               PERFORM 8000-SAUVE-INCIDENTS

               DISPLAY "Incident enregistré, lettre à éditer"
           END-IF
       .

      ******************************************************************

      *Ajoute l'incident escaladé WS-INDEX-IN à la liste de la
      *direction
       1200-ECRIT-ESCALADE.

           OPEN EXTEND FICHIER-ESCALADES

           IF WS-STATUT-ESCALADES = "35"
               OPEN OUTPUT FICHIER-ESCALADES
           END-IF

           MOVE SPACES TO F-LIGNE-ESCALADE
           STRING WS-IN-DATE(WS-INDEX-IN) " "
               WS-ID-SAISI " "
               WS-NOM-INSCRIT(WS-INDEX-TROUVE) " "
               WS-PRENOM-INSCRIT(WS-INDEX-TROUVE) " "
               WS-CLASSE-INSCRIT(WS-INDEX-TROUVE) " : "
               WS-NB-TRIMESTRE " incidents au trimestre "
               WS-TRIMESTRE
               INTO F-LIGNE-ESCALADE
           END-STRING
           WRITE F-LIGNE-ESCALADE

           CLOSE FICHIER-ESCALADES
       .

      ******************************************************************

      *Lettres aux familles : une lettre par incident dont la lettre
      *n'a pas encore été éditée, adressée au responsable de premier
      *rang (aux parents à défaut) ; un incident escaladé convoque la
      *famille à la direction
       2000-LETTRES-FAMILLES.

           MOVE 0 TO WS-NB-LETTRES

           MOVE "O" TO WS-ETAT-ACTION
           MOVE "incidents-lettres.txt" TO WS-ETAT-FICHIER
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Lettres d'incident au " WS-DATE-JOUR
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "D" TO WS-ETAT-ACTION

           PERFORM VARYING WS-INDEX-IN FROM 1 BY 1
               UNTIL WS-INDEX-IN > WS-NB-INCIDENTS
               IF WS-IN-LETTRE(WS-INDEX-IN) NOT = "O"
                   MOVE WS-IN-ID-ELEVE(WS-INDEX-IN) TO WS-ID-SAISI
                   PERFORM 7000-TROUVE-ELEVE
                   IF WS-INDEX-TROUVE NOT = 0
                       PERFORM 2100-EDITE-LETTRE
                       MOVE "O" TO WS-IN-LETTRE(WS-INDEX-IN)
                   END-IF
               END-IF
           END-PERFORM

           MOVE "F" TO WS-ETAT-ACTION
           CALL "editetat" USING WS-ETAT-COMMANDE

           IF WS-NB-LETTRES > 0
               PERFORM 8000-SAUVE-INCIDENTS
           END-IF

           DISPLAY "Lettres écrites dans incidents-lettres.txt : "
               WS-NB-LETTRES
       .

      ******************************************************************

      *Édite la lettre de l'incident WS-INDEX-IN pour l'élève
      *WS-INDEX-TROUVE
       2100-EDITE-LETTRE.

           ADD 1 TO WS-NB-LETTRES

           PERFORM 7400-TROUVE-RESPONSABLE
           PERFORM 7300-COMPTE-TRIMESTRE

           MOVE SPACES TO WS-DATE-ED
           STRING WS-IN-DATE(WS-INDEX-IN)(7:2) "/"
               WS-IN-DATE(WS-INDEX-IN)(5:2) "/"
               WS-IN-DATE(WS-INDEX-IN)(1:4)
               INTO WS-DATE-ED
           END-STRING

           MOVE ALL "-" TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           IF WS-RESPONSABLE-TROUVE = 0
               STRING "Aux parents de "
                   FUNCTION TRIM(WS-PRENOM-INSCRIT(WS-INDEX-TROUVE))
                   " " FUNCTION TRIM(WS-NOM-INSCRIT(WS-INDEX-TROUVE))
                   INTO WS-ETAT-TEXTE
               END-STRING
           ELSE
               STRING "À l'attention de "
                   FUNCTION TRIM(WS-RE-NOM(WS-RESPONSABLE-TROUVE))
                   " (" FUNCTION TRIM(WS-RE-LIEN(WS-RESPONSABLE-TROUVE))
                   ") de "
                   FUNCTION TRIM(WS-PRENOM-INSCRIT(WS-INDEX-TROUVE))
                   " " FUNCTION TRIM(WS-NOM-INSCRIT(WS-INDEX-TROUVE))
                   INTO WS-ETAT-TEXTE
               END-STRING
           END-IF
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Classe " WS-CLASSE-INSCRIT(WS-INDEX-TROUVE)
               " - incident du " WS-DATE-ED " signalé par "
               FUNCTION TRIM(WS-IN-ENSEIGNANT(WS-INDEX-IN))
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "  Motif : "
               FUNCTION TRIM(WS-IN-CATEGORIE(WS-INDEX-IN)) " - "
               FUNCTION TRIM(WS-IN-DESCRIPTION(WS-INDEX-IN))
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           IF WS-IN-SANCTION(WS-INDEX-IN) = SPACES
               MOVE "  Sanction : aucune" TO WS-ETAT-TEXTE
           ELSE
               STRING "  Sanction : "
                   FUNCTION TRIM(WS-IN-SANCTION(WS-INDEX-IN))
                   INTO WS-ETAT-TEXTE
               END-STRING
           END-IF
           CALL "editetat" USING WS-ETAT-COMMANDE

           IF WS-IN-ESCALADE(WS-INDEX-IN) = "O"
               MOVE WS-NB-TRIMESTRE TO WS-NB-TRIMESTRE-ED
               MOVE SPACES TO WS-ETAT-TEXTE
               STRING "C'est le " FUNCTION TRIM(WS-NB-TRIMESTRE-ED)
                   "e incident de votre enfant ce trimestre."
                   INTO WS-ETAT-TEXTE
               END-STRING
               CALL "editetat" USING WS-ETAT-COMMANDE
               MOVE
                   "Vous êtes convoqué(e) par la direction : merci de"
                   TO WS-ETAT-TEXTE
               CALL "editetat" USING WS-ETAT-COMMANDE
               MOVE
                   "prendre rendez-vous au secrétariat sous huitaine."
                   TO WS-ETAT-TEXTE
               CALL "editetat" USING WS-ETAT-COMMANDE
           ELSE
               MOVE "Merci de bien vouloir en parler avec votre enfant."
                   TO WS-ETAT-TEXTE
               CALL "editetat" USING WS-ETAT-COMMANDE
           END-IF

           MOVE "Signature des parents :" TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

      *Report au registre du courrier sortant
           IF WS-IN-ESCALADE(WS-INDEX-IN) = "O"
               MOVE "CONVOC" TO WS-CO-TYPE
           ELSE
               MOVE "INCIDENT" TO WS-CO-TYPE
           END-IF
           MOVE WS-ID-INSCRIT(WS-INDEX-TROUVE) TO WS-CO-ID
           MOVE SPACES TO WS-CO-NOM
           IF WS-RESPONSABLE-TROUVE = 0
               STRING "Parents de "
                   FUNCTION TRIM(WS-NOM-INSCRIT(WS-INDEX-TROUVE))
                   INTO WS-CO-NOM
               END-STRING
           ELSE
               MOVE WS-RE-NOM(WS-RESPONSABLE-TROUVE) TO WS-CO-NOM
           END-IF
           MOVE SPACES TO WS-CO-REFERENCE
           STRING "incident " WS-IN-DATE(WS-INDEX-IN)
               INTO WS-CO-REFERENCE
           END-STRING
           CALL "courrier" USING WS-COURRIER-COMMANDE
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

      *Recherche WS-ENSEIGNANT-SAISI parmi les enseignants, sans
      *tenir compte des majuscules ; laisse WS-ENS-TROUVE à zéro
      *s'il n'y figure pas
       7100-TROUVE-ENSEIGNANT.

           MOVE 0 TO WS-ENS-TROUVE

           PERFORM VARYING WS-INDEX-ENS FROM 1 BY 1
               UNTIL WS-INDEX-ENS > WS-NB-ENSEIGNANTS

               IF FUNCTION UPPER-CASE(WS-NOM-ENS(WS-INDEX-ENS))
                   = FUNCTION UPPER-CASE(WS-ENSEIGNANT-SAISI)
                   MOVE WS-INDEX-ENS TO WS-ENS-TROUVE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Vérifie que WS-CATEGORIE-SAISIE est une catégorie admise ;
      *laisse WS-CAT-TROUVEE à zéro sinon
       7200-TROUVE-CATEGORIE.

           MOVE 0 TO WS-CAT-TROUVEE

           PERFORM VARYING WS-INDEX-CAT FROM 1 BY 1
               UNTIL WS-INDEX-CAT > 6

               IF WS-CATEGORIE(WS-INDEX-CAT) = WS-CATEGORIE-SAISIE
                   MOVE WS-INDEX-CAT TO WS-CAT-TROUVEE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Compte dans WS-NB-TRIMESTRE les incidents de l'élève de
      *l'incident WS-INDEX-IN survenus dans le même trimestre
      *scolaire, jusqu'à celui-ci compris ; le trimestre et ses
      *bornes restent dans WS-TRIMESTRE, WS-DEBUT-TRIMESTRE et
      *WS-FIN-TRIMESTRE
       7300-COMPTE-TRIMESTRE.

           MOVE WS-IN-DATE(WS-INDEX-IN)(1:4) TO WS-DEBUT-TRIMESTRE
           MOVE WS-IN-DATE(WS-INDEX-IN)(1:4) TO WS-FIN-TRIMESTRE

           EVALUATE WS-IN-DATE(WS-INDEX-IN)(5:2)
               WHEN "09" THRU "12"
                   MOVE 1 TO WS-TRIMESTRE
                   MOVE "0901" TO WS-DEBUT-TRIMESTRE(5:4)
                   MOVE "1231" TO WS-FIN-TRIMESTRE(5:4)
               WHEN "01" THRU "03"
                   MOVE 2 TO WS-TRIMESTRE
                   MOVE "0101" TO WS-DEBUT-TRIMESTRE(5:4)
                   MOVE "0331" TO WS-FIN-TRIMESTRE(5:4)
               WHEN OTHER
                   MOVE 3 TO WS-TRIMESTRE
                   MOVE "0401" TO WS-DEBUT-TRIMESTRE(5:4)
                   MOVE "0831" TO WS-FIN-TRIMESTRE(5:4)
           END-EVALUATE

           MOVE 0 TO WS-NB-TRIMESTRE

           PERFORM VARYING WS-INDEX-COMPTE FROM 1 BY 1
               UNTIL WS-INDEX-COMPTE > WS-INDEX-IN
               IF WS-IN-ID-ELEVE(WS-INDEX-COMPTE)
                   = WS-IN-ID-ELEVE(WS-INDEX-IN)
                   AND WS-IN-DATE(WS-INDEX-COMPTE)
                       >= WS-DEBUT-TRIMESTRE
                   AND WS-IN-DATE(WS-INDEX-COMPTE)
                       <= WS-FIN-TRIMESTRE
                   ADD 1 TO WS-NB-TRIMESTRE
               END-IF
           END-PERFORM
       .

      ******************************************************************

      *Recherche le responsable de plus petit ordre de priorité de
      *l'élève WS-ID-SAISI ; laisse WS-RESPONSABLE-TROUVE à zéro s'il
      *n'en a aucun
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

      *Réécrit incidents.txt à partir du tableau des incidents
       8000-SAUVE-INCIDENTS.

           OPEN OUTPUT FICHIER-INCIDENTS

           PERFORM VARYING WS-INDEX-IN FROM 1 BY 1
               UNTIL WS-INDEX-IN > WS-NB-INCIDENTS

               MOVE SPACES TO F-INCIDENT
               MOVE WS-IN-ID-ELEVE(WS-INDEX-IN) TO F-IN-ID-ELEVE
               MOVE WS-IN-DATE(WS-INDEX-IN) TO F-IN-DATE
               MOVE WS-IN-ENSEIGNANT(WS-INDEX-IN) TO F-IN-ENSEIGNANT
               MOVE WS-IN-CATEGORIE(WS-INDEX-IN) TO F-IN-CATEGORIE
               MOVE WS-IN-DESCRIPTION(WS-INDEX-IN)
                   TO F-IN-DESCRIPTION
               MOVE WS-IN-SANCTION(WS-INDEX-IN) TO F-IN-SANCTION
               MOVE WS-IN-ESCALADE(WS-INDEX-IN) TO F-IN-ESCALADE
               MOVE WS-IN-LETTRE(WS-INDEX-IN) TO F-IN-LETTRE
               WRITE F-INCIDENT

           END-PERFORM

           CLOSE FICHIER-INCIDENTS
       .
