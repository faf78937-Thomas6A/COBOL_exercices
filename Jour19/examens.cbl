      *Sous-système des examens de fin de trimestre : plans de salle
      *et convocations se faisaient sur papier. Le fichier
      *examens.txt (classe, matière, date, heure de début, durée,
      *salle) est contrôlé ici contre les réservations de salle de
      *l'emploi du temps (emploi-temps.txt, périodes d'une heure
      *selon l'horaire type de l'école) et contre les élèves
      *convoqués à deux examens à la fois (même classe sur deux
      *examens qui se chevauchent), les conflits étant consignés dans
      *conflits-examens.txt comme le fait emploitemps.cbl. Les élèves
      *du trombinoscope input-classes.txt sont ensuite placés par
      *numéro d'élève croissant dans la capacité de la salle
      *(capacites.txt, la même que classe.cbl ; les examens d'une
      *même salle, même date et même heure se partagent ses places),
      *et le sous-programme commun editetat édite un plan par salle
      *et une convocation par élève avec la date, l'heure et la
      *place. Chaque convocation est portée au registre du courrier
      *sortant (courrier.cbl, Jour 15) au nom de l'élève, sans
      *adresse, le trombinoscope n'en tenant pas.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. examens.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du trombinoscope de l'école, le même que cantine.cbl
       SELECT FICHIER-CLASSES ASSIGN TO "input-classes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CLASSES.

      *Alias du fichier d'emploi du temps, le même que emploitemps.cbl
       SELECT FICHIER-EMPLOI ASSIGN TO "emploi-temps.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-EMPLOI.

      *Alias du fichier des capacités des salles, le même que
      *classe.cbl
       SELECT FICHIER-CAPACITES ASSIGN TO "capacites.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CAPACITES.

      *Alias du fichier des examens : une ligne par épreuve
       SELECT FICHIER-EXAMENS ASSIGN TO "examens.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-EXAMENS.

      *Alias du rapport des conflits d'examens
       SELECT FICHIER-CONFLITS ASSIGN TO "conflits-examens.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *Définition du trombinoscope, même découpage que cantine.cbl
       FD FICHIER-CLASSES.
       01 F-ELEVE.
           05 F-CLASSE        PIC X(3).
           05 FILLER          PIC X(2).
           05 F-NOM           PIC X(9).
           05 F-PRENOM        PIC X(9).
           05 F-NAISSANCE     PIC X(8).
           05 F-ID-ELEVE      PIC 9(5).
           05 FILLER          PIC X(30).

      *Définition du fichier d'emploi du temps, même découpage que
      *emploitemps.cbl
       FD FICHIER-EMPLOI.
       01 F-CRENEAU.
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

      *Définition du fichier des capacités, même découpage que
      *classe.cbl : classe, places, salle
       FD FICHIER-CAPACITES.
       01 F-CAPACITE.
           05 F-CLASSE-CAP        PIC X(4).
           05 FILLER              PIC X.
           05 F-PLACES-CAP        PIC 99.
           05 FILLER              PIC X.
           05 F-SALLE-CAP         PIC X(5).

      *Définition d'un examen : classe, matière, date AAAAMMJJ, heure
      *de début HHMM, durée en minutes et salle
       FD FICHIER-EXAMENS.
       01 F-EXAMEN.
           05 F-EX-CLASSE         PIC X(3).
           05 FILLER              PIC X.
           05 F-EX-MATIERE        PIC X(10).
           05 FILLER              PIC X.
           05 F-EX-DATE           PIC X(8).
           05 FILLER              PIC X.
           05 F-EX-HEURE          PIC X(4).
           05 FILLER              PIC X.
           05 F-EX-DUREE          PIC 9(3).
           05 FILLER              PIC X.
           05 F-EX-SALLE          PIC X(5).

      *Définition du rapport des conflits, une ligne de texte libre
       FD FICHIER-CONFLITS.
       01 F-LIGNE-CONFLIT         PIC X(100).

       WORKING-STORAGE SECTION.

      *Horaire type des huit périodes de la journée (heure de début
      *HHMM, chaque période durant une heure)
       01 WS-HORAIRES-VALEURS     PIC X(32)
           VALUE "08000900100011001330143015301630".
       01 WS-HORAIRES REDEFINES WS-HORAIRES-VALEURS.
           05 WS-DEBUT-PERIODE    OCCURS 8 TIMES.
               10 WS-DEBUT-PERIODE-HH PIC 99.
               10 WS-DEBUT-PERIODE-MM PIC 99.

      *Élèves du trombinoscope, triés par numéro d'élève
       01 WS-ELEVES-TAB.
           05 WS-ELEVE            OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NB-ELEVES.
               10 WS-ID-ELEVE     PIC 9(5).
               10 WS-CLASSE-ELEVE PIC X(3).
               10 WS-NOM-ELEVE    PIC X(9).
               10 WS-PRENOM-ELEVE PIC X(9).

      *Réservations de salle de l'emploi du temps
       01 WS-EMPLOI-TAB.
           05 WS-CRENEAU          OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NB-CRENEAUX.
               10 WS-EM-CLASSE    PIC X(3).
               10 WS-EM-JOUR      PIC 9.
               10 WS-EM-PERIODE   PIC 9.
               10 WS-EM-SALLE     PIC X(5).

      *Capacité de chaque salle (la plus grande lue pour la salle)
       01 WS-CAPACITES-TAB.
           05 WS-CAPACITE-SALLE   OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-NB-SALLES.
               10 WS-CAP-SALLE    PIC X(5).
               10 WS-CAP-PLACES   PIC 99.

      *Examens lus, avec leurs bornes en minutes depuis minuit, leur
      *jour de la semaine et leur séance
       01 WS-EXAMENS-TAB.
           05 WS-EXAMEN           OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-NB-EXAMENS.
               10 WS-EX-CLASSE    PIC X(3).
               10 WS-EX-MATIERE   PIC X(10).
               10 WS-EX-DATE      PIC X(8).
               10 WS-EX-HEURE     PIC X(4).
               10 WS-EX-DUREE     PIC 9(3).
               10 WS-EX-SALLE     PIC X(5).
               10 WS-EX-DEBUT     PIC 9(4).
               10 WS-EX-FIN       PIC 9(4).
               10 WS-EX-JOUR      PIC 9.
               10 WS-EX-SEANCE    PIC 99.

      *Séances : une salle, une date, une heure, dont les examens se
      *partagent les places
       01 WS-SEANCES-TAB.
           05 WS-SEANCE           OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-NB-SEANCES.
               10 WS-SE-SALLE     PIC X(5).
               10 WS-SE-DATE      PIC X(8).
               10 WS-SE-HEURE     PIC X(4).
               10 WS-SE-CAPACITE  PIC 99.
               10 WS-SE-OCCUPEES  PIC 9(3).

      *Placements : un élève à un examen, avec sa place (0 = sans
      *place, salle pleine ou de capacité inconnue)
       01 WS-PLACEMENTS-TAB.
           05 WS-PLACEMENT        OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-NB-PLACEMENTS.
               10 WS-PL-ELEVE     PIC 9(3).
               10 WS-PL-EXAMEN    PIC 9(3).
               10 WS-PL-PLACE     PIC 9(3).

      *Effectifs réels des tableaux et index de parcours
       77 WS-NB-ELEVES            PIC 9(3)              VALUE 1.
       77 WS-INDEX-ELEVE          PIC 9(3)              VALUE 1.
       77 WS-NB-CRENEAUX          PIC 9(3)              VALUE 1.
       77 WS-INDEX                PIC 9(3)              VALUE 1.
       77 WS-NB-SALLES            PIC 99                VALUE 1.
       77 WS-INDEX-SALLE          PIC 99                VALUE 1.
       77 WS-SALLE-TROUVEE        PIC 99                VALUE 0.
       77 WS-NB-EXAMENS           PIC 9(3)              VALUE 1.
       77 WS-INDEX-EXAMEN         PIC 9(3)              VALUE 1.
       77 WS-INDEX-EXAMEN-2       PIC 9(3)              VALUE 1.
       77 WS-NB-SEANCES           PIC 99                VALUE 1.
       77 WS-INDEX-SEANCE         PIC 99                VALUE 1.
       77 WS-SEANCE-TROUVEE       PIC 99                VALUE 0.
       77 WS-NB-PLACEMENTS        PIC 9(4)              VALUE 1.
       77 WS-INDEX-PLACEMENT      PIC 9(4)              VALUE 1.
      *Indicateur de fin de fichier et statuts
       77 WS-EOF                  PIC X                 VALUE 'F'.
       77 WS-STATUT-CLASSES       PIC XX.
       77 WS-STATUT-EMPLOI        PIC XX.
       77 WS-STATUT-CAPACITES     PIC XX.
       77 WS-STATUT-EXAMENS       PIC XX.
      *Champs de calcul : bornes d'une période en minutes, jour
      *entier de la date d'examen, effectif d'une classe
       77 WS-PERIODE-DEBUT        PIC 9(4).
       77 WS-PERIODE-FIN          PIC 9(4).
       77 WS-JOUR-ENTIER          PIC 9(7).
       77 WS-EFFECTIF-CLASSE      PIC 9(3)              VALUE 0.
       77 WS-NB-CONVOCATIONS      PIC 9(3)              VALUE 0.
      *Indique que la classe d'un cours passe un examen de la séance
       77 WS-CLASSE-EN-SEANCE     PIC X                 VALUE "N".
      *Compteurs du bilan
       77 WS-NB-CONFLITS          PIC 9(3)              VALUE 0.
       77 WS-NB-REJETES           PIC 9(3)              VALUE 0.
       77 WS-NB-SANS-PLACE        PIC 9(3)              VALUE 0.
      *Date et heure éditées, durée et place éditées
       77 WS-DATE-ED              PIC X(10).
       77 WS-HEURE-ED             PIC X(5).
       77 WS-DUREE-ED             PIC ZZ9.
       77 WS-PLACE-ED             PIC ZZ9.
       77 WS-CAPACITE-ED          PIC Z9.

      *Commande passée au sous-programme d'édition d'états
       01 WS-ETAT-COMMANDE.
           05 WS-ETAT-ACTION      PIC X.
           05 WS-ETAT-FICHIER     PIC X(30).
           05 WS-ETAT-TEXTE       PIC X(80).

      *Commande passée au sous-programme commun du registre du
      *courrier sortant (courrier, Jour 15)
       01 WS-COURRIER-COMMANDE.
           05 WS-CO-TYPE          PIC X(10)     VALUE "EXAMEN".
           05 WS-CO-ID            PIC X(10).
           05 WS-CO-NOM           PIC X(30).
           05 WS-CO-ADRESSE       PIC X(60)     VALUE SPACES.
           05 WS-CO-PAGES         PIC 9(3)      VALUE 1.
           05 WS-CO-REFERENCE     PIC X(20).

       PROCEDURE DIVISION.

      *Chargement des élèves du trombinoscope
       OPEN INPUT FICHIER-CLASSES.

       IF WS-STATUT-CLASSES NOT = "00"
           DISPLAY "Trombinoscope input-classes.txt introuvable "
               "(statut " WS-STATUT-CLASSES "), arrêt"
           STOP RUN
       END-IF.

       MOVE 0 TO WS-NB-ELEVES.

       PERFORM UNTIL WS-EOF = 'T'
           READ FICHIER-CLASSES
               AT END
                   MOVE 'T' TO WS-EOF
               NOT AT END
                   IF F-ID-ELEVE NUMERIC AND WS-NB-ELEVES < 500
                       ADD 1 TO WS-NB-ELEVES
                       MOVE F-ID-ELEVE TO WS-ID-ELEVE(WS-NB-ELEVES)
                       MOVE F-CLASSE
                           TO WS-CLASSE-ELEVE(WS-NB-ELEVES)
                       MOVE F-NOM TO WS-NOM-ELEVE(WS-NB-ELEVES)
                       MOVE F-PRENOM TO WS-PRENOM-ELEVE(WS-NB-ELEVES)
                   END-IF
           END-READ
       END-PERFORM.

       CLOSE FICHIER-CLASSES.

       IF WS-NB-ELEVES > 1
           SORT WS-ELEVE ON ASCENDING KEY WS-ID-ELEVE
       END-IF.

       DISPLAY "Élèves au trombinoscope : " WS-NB-ELEVES.

      *Chargement des réservations de salle de l'emploi du temps,
      *facultatif
       MOVE 0 TO WS-NB-CRENEAUX.

       OPEN INPUT FICHIER-EMPLOI.

       IF WS-STATUT-EMPLOI = "00"
           PERFORM UNTIL WS-STATUT-EMPLOI NOT = "00"
               READ FICHIER-EMPLOI
                   AT END
                       MOVE "10" TO WS-STATUT-EMPLOI
                   NOT AT END
                       IF WS-NB-CRENEAUX < 500
                           AND F-EM-PERIODE NUMERIC
                           AND F-EM-PERIODE >= 1 AND F-EM-PERIODE <= 8
                           ADD 1 TO WS-NB-CRENEAUX
                           MOVE F-EM-CLASSE
                               TO WS-EM-CLASSE(WS-NB-CRENEAUX)
                           MOVE F-EM-JOUR TO WS-EM-JOUR(WS-NB-CRENEAUX)
                           MOVE F-EM-PERIODE
                               TO WS-EM-PERIODE(WS-NB-CRENEAUX)
                           MOVE F-EM-SALLE
                               TO WS-EM-SALLE(WS-NB-CRENEAUX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EMPLOI
       ELSE
           DISPLAY "Fichier emploi-temps.txt absent, salles non "
               "contrôlées"
       END-IF.

      *Chargement des capacités des salles, facultatives : une salle
      *sans capacité connue ne peut pas recevoir de placement
       MOVE 0 TO WS-NB-SALLES.

       OPEN INPUT FICHIER-CAPACITES.

       IF WS-STATUT-CAPACITES = "00"
           PERFORM UNTIL WS-STATUT-CAPACITES NOT = "00"
               READ FICHIER-CAPACITES
                   AT END
                       MOVE "10" TO WS-STATUT-CAPACITES
                   NOT AT END
                       IF F-PLACES-CAP NUMERIC
                           AND F-SALLE-CAP NOT = SPACES
                           PERFORM 0100-RANGE-CAPACITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-CAPACITES
       END-IF.

      *Chargement des examens, chacun rattaché à sa séance
       OPEN OUTPUT FICHIER-CONFLITS.

       MOVE SPACES TO F-LIGNE-CONFLIT.
       STRING "--- Conflits des examens, relevé du "
           FUNCTION CURRENT-DATE(1:8) " ---"
           INTO F-LIGNE-CONFLIT.
       WRITE F-LIGNE-CONFLIT.

       MOVE 0 TO WS-NB-EXAMENS.
       MOVE 0 TO WS-NB-SEANCES.

       OPEN INPUT FICHIER-EXAMENS.

       IF WS-STATUT-EXAMENS NOT = "00"
           DISPLAY "Fichier examens.txt introuvable (statut "
               WS-STATUT-EXAMENS "), rien à planifier"
           CLOSE FICHIER-CONFLITS
           STOP RUN
       END-IF.

       PERFORM UNTIL WS-STATUT-EXAMENS NOT = "00"
           READ FICHIER-EXAMENS
               AT END
                   MOVE "10" TO WS-STATUT-EXAMENS
               NOT AT END
                   PERFORM 0200-CHARGE-EXAMEN
           END-READ
       END-PERFORM.

       CLOSE FICHIER-EXAMENS.

       DISPLAY "Examens chargés : " WS-NB-EXAMENS.

      *Contrôles : réservations de salle et chevauchements
       PERFORM VARYING WS-INDEX-EXAMEN FROM 1 BY 1
           UNTIL WS-INDEX-EXAMEN > WS-NB-EXAMENS
           PERFORM 1000-CONTROLE-EXAMEN
       END-PERFORM.

      *Placement des élèves séance par séance, par numéro d'élève
       MOVE 0 TO WS-NB-PLACEMENTS.

       PERFORM VARYING WS-INDEX-SEANCE FROM 1 BY 1
           UNTIL WS-INDEX-SEANCE > WS-NB-SEANCES
           PERFORM 2000-PLACE-SEANCE
       END-PERFORM.

       MOVE SPACES TO F-LIGNE-CONFLIT.
       STRING "Bilan : " WS-NB-CONFLITS " conflit(s), "
           WS-NB-REJETES " examen(s) rejeté(s), "
           WS-NB-SANS-PLACE " élève(s) sans place"
           INTO F-LIGNE-CONFLIT.
       WRITE F-LIGNE-CONFLIT.

       CLOSE FICHIER-CONFLITS.

      *Plans de salle : un bloc par séance, places dans l'ordre
       MOVE "O" TO WS-ETAT-ACTION.
       MOVE "plans-examens.txt" TO WS-ETAT-FICHIER.
       MOVE "Plans de salle des examens" TO WS-ETAT-TEXTE.
       CALL "editetat" USING WS-ETAT-COMMANDE.

       PERFORM VARYING WS-INDEX-SEANCE FROM 1 BY 1
           UNTIL WS-INDEX-SEANCE > WS-NB-SEANCES
           PERFORM 3000-EDITE-PLAN
       END-PERFORM.

       MOVE "F" TO WS-ETAT-ACTION.
       CALL "editetat" USING WS-ETAT-COMMANDE.

      *Convocations : une par élève, avec toutes ses épreuves
       MOVE "O" TO WS-ETAT-ACTION.
       MOVE "convocations-examens.txt" TO WS-ETAT-FICHIER.
       MOVE "Convocations aux examens" TO WS-ETAT-TEXTE.
       CALL "editetat" USING WS-ETAT-COMMANDE.

       PERFORM VARYING WS-INDEX-ELEVE FROM 1 BY 1
           UNTIL WS-INDEX-ELEVE > WS-NB-ELEVES
           PERFORM 4000-EDITE-CONVOCATION
       END-PERFORM.

       MOVE "F" TO WS-ETAT-ACTION.
       CALL "editetat" USING WS-ETAT-COMMANDE.

       DISPLAY "Conflits relevés : " WS-NB-CONFLITS.
       DISPLAY "Élèves sans place : " WS-NB-SANS-PLACE.
       DISPLAY "Convocations : " WS-NB-CONVOCATIONS.
       DISPLAY "Plans dans plans-examens.txt, convocations dans "
           "convocations-examens.txt".

       STOP RUN.

      ******************************************************************

      *Range la capacité lue sur sa salle, en gardant la plus grande
      *si la salle sert à plusieurs classes
       0100-RANGE-CAPACITE.

           MOVE 0 TO WS-SALLE-TROUVEE

           PERFORM VARYING WS-INDEX-SALLE FROM 1 BY 1
               UNTIL WS-INDEX-SALLE > WS-NB-SALLES
               IF WS-CAP-SALLE(WS-INDEX-SALLE) = F-SALLE-CAP
                   MOVE WS-INDEX-SALLE TO WS-SALLE-TROUVEE
               END-IF
           END-PERFORM

           IF WS-SALLE-TROUVEE = 0 AND WS-NB-SALLES < 50
               ADD 1 TO WS-NB-SALLES
               MOVE WS-NB-SALLES TO WS-SALLE-TROUVEE
               MOVE F-SALLE-CAP TO WS-CAP-SALLE(WS-SALLE-TROUVEE)
               MOVE 0 TO WS-CAP-PLACES(WS-SALLE-TROUVEE)
           END-IF

           IF WS-SALLE-TROUVEE NOT = 0
               AND F-PLACES-CAP > WS-CAP-PLACES(WS-SALLE-TROUVEE)
               MOVE F-PLACES-CAP TO WS-CAP-PLACES(WS-SALLE-TROUVEE)
           END-IF
       .

      ******************************************************************

      *Contrôle et range l'examen lu : date, heure et durée lisibles,
      *jour de semaine ouvré ; les bornes sont calculées en minutes
      *et l'examen rattaché à la séance de sa salle, date et heure
       0200-CHARGE-EXAMEN.

           IF F-EX-DATE NOT NUMERIC OR F-EX-HEURE NOT NUMERIC
               OR F-EX-DUREE NOT NUMERIC OR F-EX-DUREE = 0
               OR F-EX-HEURE(1:2) > "23" OR F-EX-HEURE(3:2) > "59"
               ADD 1 TO WS-NB-REJETES
               MOVE SPACES TO F-LIGNE-CONFLIT
               STRING "Examen illisible, ignoré : " F-EXAMEN
                   INTO F-LIGNE-CONFLIT
               END-STRING
               WRITE F-LIGNE-CONFLIT
           ELSE
               IF WS-NB-EXAMENS < 100
                   ADD 1 TO WS-NB-EXAMENS
                   MOVE F-EX-CLASSE TO WS-EX-CLASSE(WS-NB-EXAMENS)
                   MOVE F-EX-MATIERE TO WS-EX-MATIERE(WS-NB-EXAMENS)
                   MOVE F-EX-DATE TO WS-EX-DATE(WS-NB-EXAMENS)
                   MOVE F-EX-HEURE TO WS-EX-HEURE(WS-NB-EXAMENS)
                   MOVE F-EX-DUREE TO WS-EX-DUREE(WS-NB-EXAMENS)
                   MOVE F-EX-SALLE TO WS-EX-SALLE(WS-NB-EXAMENS)
                   COMPUTE WS-EX-DEBUT(WS-NB-EXAMENS) =
                       FUNCTION NUMVAL(F-EX-HEURE(1:2)) * 60
                       + FUNCTION NUMVAL(F-EX-HEURE(3:2))
                   COMPUTE WS-EX-FIN(WS-NB-EXAMENS) =
                       WS-EX-DEBUT(WS-NB-EXAMENS) + F-EX-DUREE
                   COMPUTE WS-JOUR-ENTIER = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(F-EX-DATE))
                   COMPUTE WS-EX-JOUR(WS-NB-EXAMENS) =
                       FUNCTION MOD(WS-JOUR-ENTIER - 1, 7) + 1
                   PERFORM 0210-CHERCHE-SEANCE
               END-IF
           END-IF
       .

      ******************************************************************

      *Rattache l'examen WS-NB-EXAMENS à la séance de même salle,
      *même date et même heure, créée à sa première rencontre avec la
      *capacité de la salle
       0210-CHERCHE-SEANCE.

           MOVE 0 TO WS-SEANCE-TROUVEE

           PERFORM VARYING WS-INDEX-SEANCE FROM 1 BY 1
               UNTIL WS-INDEX-SEANCE > WS-NB-SEANCES
               IF WS-SE-SALLE(WS-INDEX-SEANCE) = F-EX-SALLE
                   AND WS-SE-DATE(WS-INDEX-SEANCE) = F-EX-DATE
                   AND WS-SE-HEURE(WS-INDEX-SEANCE) = F-EX-HEURE
                   MOVE WS-INDEX-SEANCE TO WS-SEANCE-TROUVEE
               END-IF
           END-PERFORM

           IF WS-SEANCE-TROUVEE = 0 AND WS-NB-SEANCES < 50
               ADD 1 TO WS-NB-SEANCES
               MOVE WS-NB-SEANCES TO WS-SEANCE-TROUVEE
               MOVE F-EX-SALLE TO WS-SE-SALLE(WS-SEANCE-TROUVEE)
               MOVE F-EX-DATE TO WS-SE-DATE(WS-SEANCE-TROUVEE)
               MOVE F-EX-HEURE TO WS-SE-HEURE(WS-SEANCE-TROUVEE)
               MOVE 0 TO WS-SE-OCCUPEES(WS-SEANCE-TROUVEE)
               MOVE 0 TO WS-SE-CAPACITE(WS-SEANCE-TROUVEE)
               PERFORM VARYING WS-INDEX-SALLE FROM 1 BY 1
                   UNTIL WS-INDEX-SALLE > WS-NB-SALLES
                   IF WS-CAP-SALLE(WS-INDEX-SALLE) = F-EX-SALLE
                       MOVE WS-CAP-PLACES(WS-INDEX-SALLE)
                           TO WS-SE-CAPACITE(WS-SEANCE-TROUVEE)
                   END-IF
               END-PERFORM
           END-IF

           MOVE WS-SEANCE-TROUVEE TO WS-EX-SEANCE(WS-NB-EXAMENS)
       .

      ******************************************************************

      *Contrôle l'examen WS-INDEX-EXAMEN : jour ouvré, salle libre
      *à l'emploi du temps (le cours d'une classe qui passe elle-même
      *un examen de la séance n'est pas un conflit, l'examen le
      *remplace), puis contre
      *chaque examen suivant le même jour aux heures qui se
      *chevauchent : même classe (ses élèves seraient convoqués à
      *deux examens à la fois) ou même salle hors séance commune
       1000-CONTROLE-EXAMEN.

           PERFORM 9000-FORMATE-DATE-HEURE

           IF WS-EX-JOUR(WS-INDEX-EXAMEN) > 5
               ADD 1 TO WS-NB-CONFLITS
               MOVE SPACES TO F-LIGNE-CONFLIT
               STRING "Examen " WS-EX-CLASSE(WS-INDEX-EXAMEN)
                   " " WS-EX-MATIERE(WS-INDEX-EXAMEN)
                   " fixé un week-end : " WS-DATE-ED
                   INTO F-LIGNE-CONFLIT
               END-STRING
               WRITE F-LIGNE-CONFLIT
           END-IF

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-CRENEAUX

               COMPUTE WS-PERIODE-DEBUT =
                   WS-DEBUT-PERIODE-HH(WS-EM-PERIODE(WS-INDEX)) * 60
                   + WS-DEBUT-PERIODE-MM(WS-EM-PERIODE(WS-INDEX))
               COMPUTE WS-PERIODE-FIN = WS-PERIODE-DEBUT + 60

               MOVE "N" TO WS-CLASSE-EN-SEANCE
               PERFORM VARYING WS-INDEX-EXAMEN-2 FROM 1 BY 1
                   UNTIL WS-INDEX-EXAMEN-2 > WS-NB-EXAMENS
                   IF WS-EX-SEANCE(WS-INDEX-EXAMEN-2)
                       = WS-EX-SEANCE(WS-INDEX-EXAMEN)
                       AND WS-EX-CLASSE(WS-INDEX-EXAMEN-2)
                           = WS-EM-CLASSE(WS-INDEX)
                       MOVE "O" TO WS-CLASSE-EN-SEANCE
                   END-IF
               END-PERFORM

               IF WS-EM-SALLE(WS-INDEX) = WS-EX-SALLE(WS-INDEX-EXAMEN)
                   AND WS-EM-JOUR(WS-INDEX)
                       = WS-EX-JOUR(WS-INDEX-EXAMEN)
                   AND WS-CLASSE-EN-SEANCE = "N"
                   AND WS-PERIODE-DEBUT < WS-EX-FIN(WS-INDEX-EXAMEN)
                   AND WS-PERIODE-FIN > WS-EX-DEBUT(WS-INDEX-EXAMEN)
                   ADD 1 TO WS-NB-CONFLITS
                   MOVE SPACES TO F-LIGNE-CONFLIT
                   STRING "Salle " WS-EX-SALLE(WS-INDEX-EXAMEN)
                       " réservée (" WS-EM-CLASSE(WS-INDEX)
                       " période " WS-EM-PERIODE(WS-INDEX)
                       ") : examen " WS-EX-CLASSE(WS-INDEX-EXAMEN)
                       " " FUNCTION TRIM(WS-EX-MATIERE(WS-INDEX-EXAMEN))
                       " le " WS-DATE-ED " à " WS-HEURE-ED
                       INTO F-LIGNE-CONFLIT
                   END-STRING
                   WRITE F-LIGNE-CONFLIT
               END-IF

           END-PERFORM

           PERFORM VARYING WS-INDEX-EXAMEN-2 FROM WS-INDEX-EXAMEN BY 1
               UNTIL WS-INDEX-EXAMEN-2 > WS-NB-EXAMENS

               IF WS-INDEX-EXAMEN-2 NOT = WS-INDEX-EXAMEN
                   AND WS-EX-DATE(WS-INDEX-EXAMEN-2)
                       = WS-EX-DATE(WS-INDEX-EXAMEN)
                   AND WS-EX-DEBUT(WS-INDEX-EXAMEN-2)
                       < WS-EX-FIN(WS-INDEX-EXAMEN)
                   AND WS-EX-FIN(WS-INDEX-EXAMEN-2)
                       > WS-EX-DEBUT(WS-INDEX-EXAMEN)
                   PERFORM 1100-CONTROLE-CHEVAUCHEMENT
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Signale les deux examens WS-INDEX-EXAMEN et WS-INDEX-EXAMEN-2
      *qui se chevauchent s'ils touchent la même classe ou occupent
      *la même salle sans former une séance commune
       1100-CONTROLE-CHEVAUCHEMENT.

           IF WS-EX-CLASSE(WS-INDEX-EXAMEN-2)
               = WS-EX-CLASSE(WS-INDEX-EXAMEN)

               MOVE 0 TO WS-EFFECTIF-CLASSE
               PERFORM VARYING WS-INDEX-ELEVE FROM 1 BY 1
                   UNTIL WS-INDEX-ELEVE > WS-NB-ELEVES
                   IF WS-CLASSE-ELEVE(WS-INDEX-ELEVE)
                       = WS-EX-CLASSE(WS-INDEX-EXAMEN)
                       ADD 1 TO WS-EFFECTIF-CLASSE
                   END-IF
               END-PERFORM

               ADD 1 TO WS-NB-CONFLITS
               MOVE SPACES TO F-LIGNE-CONFLIT
               STRING WS-EFFECTIF-CLASSE " élève(s) de "
                   WS-EX-CLASSE(WS-INDEX-EXAMEN)
                   " à deux examens à la fois : "
                   FUNCTION TRIM(WS-EX-MATIERE(WS-INDEX-EXAMEN))
                   " et "
                   FUNCTION TRIM(WS-EX-MATIERE(WS-INDEX-EXAMEN-2))
                   " le " WS-DATE-ED
                   INTO F-LIGNE-CONFLIT
               END-STRING
               WRITE F-LIGNE-CONFLIT

           END-IF

           IF WS-EX-SALLE(WS-INDEX-EXAMEN-2)
               = WS-EX-SALLE(WS-INDEX-EXAMEN)
               AND WS-EX-SEANCE(WS-INDEX-EXAMEN-2)
                   NOT = WS-EX-SEANCE(WS-INDEX-EXAMEN)
               ADD 1 TO WS-NB-CONFLITS
               MOVE SPACES TO F-LIGNE-CONFLIT
               STRING "Salle " WS-EX-SALLE(WS-INDEX-EXAMEN)
                   " prise par deux examens qui se chevauchent : "
                   WS-EX-CLASSE(WS-INDEX-EXAMEN) " "
                   WS-EX-MATIERE(WS-INDEX-EXAMEN) " et "
                   WS-EX-CLASSE(WS-INDEX-EXAMEN-2) " "
                   WS-EX-MATIERE(WS-INDEX-EXAMEN-2)
                   INTO F-LIGNE-CONFLIT
               END-STRING
               WRITE F-LIGNE-CONFLIT
           END-IF
       .

      ******************************************************************

      *Place les élèves de la séance WS-INDEX-SEANCE : chaque élève,
      *par numéro croissant, reçoit une place par examen de la séance
      *passé par sa classe, tant que la capacité de la salle le
      *permet ; au-delà, ou sans capacité connue, il est signalé
      *sans place
       2000-PLACE-SEANCE.

           IF WS-SE-CAPACITE(WS-INDEX-SEANCE) = 0
               ADD 1 TO WS-NB-CONFLITS
               MOVE SPACES TO F-LIGNE-CONFLIT
               STRING "Salle " WS-SE-SALLE(WS-INDEX-SEANCE)
                   " sans capacité dans capacites.txt, séance du "
                   WS-SE-DATE(WS-INDEX-SEANCE) " à "
                   WS-SE-HEURE(WS-INDEX-SEANCE) " non placée"
                   INTO F-LIGNE-CONFLIT
               END-STRING
               WRITE F-LIGNE-CONFLIT
           END-IF

           PERFORM VARYING WS-INDEX-ELEVE FROM 1 BY 1
               UNTIL WS-INDEX-ELEVE > WS-NB-ELEVES

               PERFORM VARYING WS-INDEX-EXAMEN FROM 1 BY 1
                   UNTIL WS-INDEX-EXAMEN > WS-NB-EXAMENS
                   IF WS-EX-SEANCE(WS-INDEX-EXAMEN) = WS-INDEX-SEANCE
                       AND WS-EX-CLASSE(WS-INDEX-EXAMEN)
                           = WS-CLASSE-ELEVE(WS-INDEX-ELEVE)
                       AND WS-NB-PLACEMENTS < 2000
                       PERFORM 2100-PLACE-ELEVE
                   END-IF
               END-PERFORM

           END-PERFORM
       .

      ******************************************************************

      *Donne à l'élève WS-INDEX-ELEVE la place suivante de la séance
      *pour l'examen WS-INDEX-EXAMEN, ou l'enregistre sans place
       2100-PLACE-ELEVE.

           ADD 1 TO WS-NB-PLACEMENTS
           MOVE WS-INDEX-ELEVE TO WS-PL-ELEVE(WS-NB-PLACEMENTS)
           MOVE WS-INDEX-EXAMEN TO WS-PL-EXAMEN(WS-NB-PLACEMENTS)

           IF WS-SE-OCCUPEES(WS-INDEX-SEANCE)
               < WS-SE-CAPACITE(WS-INDEX-SEANCE)
               ADD 1 TO WS-SE-OCCUPEES(WS-INDEX-SEANCE)
               MOVE WS-SE-OCCUPEES(WS-INDEX-SEANCE)
                   TO WS-PL-PLACE(WS-NB-PLACEMENTS)
           ELSE
               MOVE 0 TO WS-PL-PLACE(WS-NB-PLACEMENTS)
               ADD 1 TO WS-NB-SANS-PLACE
               IF WS-SE-CAPACITE(WS-INDEX-SEANCE) NOT = 0
                   MOVE WS-SE-CAPACITE(WS-INDEX-SEANCE)
                       TO WS-CAPACITE-ED
                   MOVE SPACES TO F-LIGNE-CONFLIT
                   STRING "Salle " WS-SE-SALLE(WS-INDEX-SEANCE)
                       " pleine (" WS-CAPACITE-ED " places) : élève "
                       WS-ID-ELEVE(WS-INDEX-ELEVE) " "
                       WS-NOM-ELEVE(WS-INDEX-ELEVE) " sans place en "
                       WS-EX-MATIERE(WS-INDEX-EXAMEN)
                       INTO F-LIGNE-CONFLIT
                   END-STRING
                   WRITE F-LIGNE-CONFLIT
               END-IF
           END-IF
       .

      ******************************************************************

      *Édite le plan de la séance WS-INDEX-SEANCE : salle, date,
      *heure et capacité, puis une ligne par place attribuée et les
      *élèves restés sans place
       3000-EDITE-PLAN.

           MOVE WS-SE-CAPACITE(WS-INDEX-SEANCE) TO WS-CAPACITE-ED
           MOVE WS-SE-DATE(WS-INDEX-SEANCE)(7:2) TO WS-DATE-ED(1:2)
           MOVE "/" TO WS-DATE-ED(3:1)
           MOVE WS-SE-DATE(WS-INDEX-SEANCE)(5:2) TO WS-DATE-ED(4:2)
           MOVE "/" TO WS-DATE-ED(6:1)
           MOVE WS-SE-DATE(WS-INDEX-SEANCE)(1:4) TO WS-DATE-ED(7:4)
           MOVE WS-SE-HEURE(WS-INDEX-SEANCE)(1:2) TO WS-HEURE-ED(1:2)
           MOVE "h" TO WS-HEURE-ED(3:1)
           MOVE WS-SE-HEURE(WS-INDEX-SEANCE)(3:2) TO WS-HEURE-ED(4:2)

           MOVE "D" TO WS-ETAT-ACTION
           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Salle " WS-SE-SALLE(WS-INDEX-SEANCE)
               " le " WS-DATE-ED " à " WS-HEURE-ED
               " - " WS-CAPACITE-ED " places, "
               WS-SE-OCCUPEES(WS-INDEX-SEANCE) " occupée(s)"
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           PERFORM VARYING WS-INDEX-PLACEMENT FROM 1 BY 1
               UNTIL WS-INDEX-PLACEMENT > WS-NB-PLACEMENTS

               MOVE WS-PL-EXAMEN(WS-INDEX-PLACEMENT)
                   TO WS-INDEX-EXAMEN
               MOVE WS-PL-ELEVE(WS-INDEX-PLACEMENT) TO WS-INDEX-ELEVE

               IF WS-EX-SEANCE(WS-INDEX-EXAMEN) = WS-INDEX-SEANCE
                   MOVE SPACES TO WS-ETAT-TEXTE
                   IF WS-PL-PLACE(WS-INDEX-PLACEMENT) = 0
                       STRING "  SANS PLACE "
                           WS-ID-ELEVE(WS-INDEX-ELEVE) " "
                           WS-NOM-ELEVE(WS-INDEX-ELEVE) " "
                           WS-PRENOM-ELEVE(WS-INDEX-ELEVE) " "
                           WS-CLASSE-ELEVE(WS-INDEX-ELEVE) " "
                           WS-EX-MATIERE(WS-INDEX-EXAMEN)
                           INTO WS-ETAT-TEXTE
                       END-STRING
                   ELSE
                       MOVE WS-PL-PLACE(WS-INDEX-PLACEMENT)
                           TO WS-PLACE-ED
                       STRING "  place " WS-PLACE-ED "  "
                           WS-ID-ELEVE(WS-INDEX-ELEVE) " "
                           WS-NOM-ELEVE(WS-INDEX-ELEVE) " "
                           WS-PRENOM-ELEVE(WS-INDEX-ELEVE) " "
                           WS-CLASSE-ELEVE(WS-INDEX-ELEVE) " "
                           WS-EX-MATIERE(WS-INDEX-EXAMEN)
                           INTO WS-ETAT-TEXTE
                       END-STRING
                   END-IF
                   CALL "editetat" USING WS-ETAT-COMMANDE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Édite la convocation de l'élève WS-INDEX-ELEVE s'il passe au
      *moins un examen : une ligne par épreuve avec la date, l'heure,
      *la durée, la salle et la place, puis la porte au registre du
      *courrier sortant
       4000-EDITE-CONVOCATION.

           MOVE 0 TO WS-EFFECTIF-CLASSE

           PERFORM VARYING WS-INDEX-PLACEMENT FROM 1 BY 1
               UNTIL WS-INDEX-PLACEMENT > WS-NB-PLACEMENTS

               IF WS-PL-ELEVE(WS-INDEX-PLACEMENT) = WS-INDEX-ELEVE

                   IF WS-EFFECTIF-CLASSE = 0
                       ADD 1 TO WS-NB-CONVOCATIONS
                       MOVE "D" TO WS-ETAT-ACTION
                       MOVE ALL "-" TO WS-ETAT-TEXTE
                       CALL "editetat" USING WS-ETAT-COMMANDE
                       MOVE SPACES TO WS-ETAT-TEXTE
                       STRING "Convocation de "
                           FUNCTION TRIM(WS-PRENOM-ELEVE
                               (WS-INDEX-ELEVE)) " "
                           FUNCTION TRIM(WS-NOM-ELEVE(WS-INDEX-ELEVE))
                           ", élève n° " WS-ID-ELEVE(WS-INDEX-ELEVE)
                           ", classe " WS-CLASSE-ELEVE(WS-INDEX-ELEVE)
                           INTO WS-ETAT-TEXTE
                       END-STRING
                       CALL "editetat" USING WS-ETAT-COMMANDE
                   END-IF
                   ADD 1 TO WS-EFFECTIF-CLASSE

                   MOVE WS-PL-EXAMEN(WS-INDEX-PLACEMENT)
                       TO WS-INDEX-EXAMEN
                   PERFORM 9000-FORMATE-DATE-HEURE
                   MOVE WS-EX-DUREE(WS-INDEX-EXAMEN) TO WS-DUREE-ED

                   MOVE SPACES TO WS-ETAT-TEXTE
                   IF WS-PL-PLACE(WS-INDEX-PLACEMENT) = 0
                       STRING "  " WS-EX-MATIERE(WS-INDEX-EXAMEN)
                           " le " WS-DATE-ED " à " WS-HEURE-ED
                           " (" FUNCTION TRIM(WS-DUREE-ED) " min)"
                           " salle " WS-EX-SALLE(WS-INDEX-EXAMEN)
                           " place à confirmer"
                           INTO WS-ETAT-TEXTE
                       END-STRING
                   ELSE
                       MOVE WS-PL-PLACE(WS-INDEX-PLACEMENT)
                           TO WS-PLACE-ED
                       STRING "  " WS-EX-MATIERE(WS-INDEX-EXAMEN)
                           " le " WS-DATE-ED " à " WS-HEURE-ED
                           " (" FUNCTION TRIM(WS-DUREE-ED) " min)"
                           " salle " WS-EX-SALLE(WS-INDEX-EXAMEN)
                           " place " FUNCTION TRIM(WS-PLACE-ED)
                           INTO WS-ETAT-TEXTE
                       END-STRING
                   END-IF
                   CALL "editetat" USING WS-ETAT-COMMANDE

               END-IF

           END-PERFORM

      *Convocation éditée : portée au registre du courrier sortant
           IF WS-EFFECTIF-CLASSE > 0
               MOVE WS-ID-ELEVE(WS-INDEX-ELEVE) TO WS-CO-ID
               MOVE SPACES TO WS-CO-NOM
               STRING FUNCTION TRIM(WS-NOM-ELEVE(WS-INDEX-ELEVE)) " "
                   FUNCTION TRIM(WS-PRENOM-ELEVE(WS-INDEX-ELEVE))
                   INTO WS-CO-NOM
               END-STRING
               MOVE SPACES TO WS-CO-REFERENCE
               STRING "examens classe " WS-CLASSE-ELEVE(WS-INDEX-ELEVE)
                   INTO WS-CO-REFERENCE
               END-STRING
               CALL "courrier" USING WS-COURRIER-COMMANDE
           END-IF
       .

      ******************************************************************

      *Met en forme la date JJ/MM/AAAA et l'heure HHhMM de l'examen
      *WS-INDEX-EXAMEN
       9000-FORMATE-DATE-HEURE.

           MOVE SPACES TO WS-DATE-ED
           STRING WS-EX-DATE(WS-INDEX-EXAMEN)(7:2) "/"
               WS-EX-DATE(WS-INDEX-EXAMEN)(5:2) "/"
               WS-EX-DATE(WS-INDEX-EXAMEN)(1:4)
               INTO WS-DATE-ED
           END-STRING

           MOVE SPACES TO WS-HEURE-ED
           STRING WS-EX-HEURE(WS-INDEX-EXAMEN)(1:2) "h"
               WS-EX-HEURE(WS-INDEX-EXAMEN)(3:2)
               INTO WS-HEURE-ED
           END-STRING
       .
