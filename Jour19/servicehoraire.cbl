      *État mensuel des heures de service des enseignants : le relevé
      *envoyé chaque mois à l'administration se comptait à la main.
      *Pour chaque enseignant de enseignants.txt, ce programme compte
      *ses heures hebdomadaires à l'emploi du temps (emploi-temps.txt,
      *une période = une heure) et les compare à son service
      *statutaire, tenu à part dans services-enseignants.txt (défaut
      *24 h pour un enseignant qui n'y figure pas). Pour le mois
      *demandé, chaque jour ouvré du lundi au vendredi apporte les
      *créneaux de son jour de la semaine ; les absences de
      *remplacements.txt retirent à l'absent les créneaux de la
      *classe concernée sur la période, et les ajoutent au remplaçant
      *quand il y en a un. L'état, édité par le sous-programme commun
      *editetat, donne par enseignant les heures dues, les heures
      *faites et les heures supplémentaires.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. servicehoraire.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier des enseignants, le même que fichclass.cbl
       SELECT FICHIER-ENSEIGNANTS ASSIGN TO "enseignants.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-ENSEIGNANTS.

      *Alias du service statutaire hebdomadaire de chaque enseignant
       SELECT FICHIER-SERVICES ASSIGN TO "services-enseignants.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-SERVICES.

      *Alias du fichier d'emploi du temps, le même que emploitemps.cbl
       SELECT FICHIER-EMPLOI ASSIGN TO "emploi-temps.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-EMPLOI.

      *Alias du fichier des remplacements, le même que fichclass.cbl
       SELECT FICHIER-REMPLACEMENTS ASSIGN TO "remplacements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-REMPLACEMENTS.

       DATA DIVISION.

       FILE SECTION.

      *Définition du fichier des enseignants : classe, nom, salle
       FD FICHIER-ENSEIGNANTS.
       01 F-ENSEIGNANT.
           05 F-CLASSE-ENS        PIC X(3).
           05 FILLER              PIC X.
           05 F-NOM-ENS           PIC X(15).
           05 FILLER              PIC X.
           05 F-SALLE-ENS         PIC X(5).

      *Définition du service statutaire : nom de l'enseignant et
      *heures dues par semaine
       FD FICHIER-SERVICES.
       01 F-SERVICE.
           05 F-SV-NOM            PIC X(15).
           05 FILLER              PIC X.
           05 F-SV-HEURES         PIC 99.

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

      *Définition du fichier des remplacements, même découpage que
      *fichclass.cbl
       FD FICHIER-REMPLACEMENTS.
       01 F-REMPLACEMENT.
           05 F-RP-CLASSE         PIC X(3).
           05 FILLER              PIC X.
           05 F-RP-ABSENT         PIC X(15).
           05 FILLER              PIC X.
           05 F-RP-REMPLACANT     PIC X(15).
           05 FILLER              PIC X.
           05 F-RP-DEBUT          PIC X(8).
           05 FILLER              PIC X.
           05 F-RP-FIN            PIC X(8).

       WORKING-STORAGE SECTION.

      *Enseignants distincts de enseignants.txt (un enseignant peut y
      *figurer pour plusieurs classes) et leurs cumuls du mois
       01 WS-ENSEIGNANTS-TAB.
           05 WS-ENSEIGNANT       OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-NB-ENSEIGNANTS.
               10 WS-NOM-ENS      PIC X(15).
               10 WS-SERVICE      PIC 99.
               10 WS-HEBDO        PIC 9(3).
               10 WS-PREVUES      PIC 9(4).
               10 WS-ABSENCES     PIC 9(4).
               10 WS-REMPLACEES   PIC 9(4).

      *Créneaux de l'emploi du temps
       01 WS-EMPLOI-TAB.
           05 WS-CRENEAU          OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NB-CRENEAUX.
               10 WS-EM-CLASSE    PIC X(3).
               10 WS-EM-JOUR      PIC 9.
               10 WS-EM-ENSEIGNANT PIC X(15).
               10 WS-EM-INDEX-ENS PIC 99.

      *Remplacements, chacun avec l'index de son remplaçant parmi les
      *enseignants (0 = aucun ou extérieur à la liste)
       01 WS-REMPLACEMENTS-TAB.
           05 WS-REMPLACEMENT     OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-NB-REMPLACEMENTS.
               10 WS-RP-CLASSE    PIC X(3).
               10 WS-RP-ABSENT    PIC X(15).
               10 WS-RP-REMPLACANT PIC X(15).
               10 WS-RP-DEBUT     PIC X(8).
               10 WS-RP-FIN       PIC X(8).
               10 WS-RP-INDEX-ENS PIC 99.

      *Effectifs réels des tableaux et index de parcours
       77 WS-NB-ENSEIGNANTS       PIC 99                VALUE 1.
       77 WS-INDEX-ENS            PIC 99                VALUE 1.
       77 WS-ENS-TROUVE           PIC 99                VALUE 0.
       77 WS-NB-CRENEAUX          PIC 9(3)              VALUE 1.
       77 WS-INDEX                PIC 9(3)              VALUE 1.
       77 WS-NB-REMPLACEMENTS     PIC 99                VALUE 1.
       77 WS-INDEX-RP             PIC 99                VALUE 1.
       77 WS-RP-TROUVE            PIC 99                VALUE 0.
      *Nom cherché parmi les enseignants
       77 WS-NOM-CHERCHE          PIC X(15).
      *Service statutaire par défaut, en heures par semaine
       77 WS-SERVICE-DEFAUT       PIC 99                VALUE 24.
      *Indicateur de fin de fichier et statuts
       77 WS-EOF                  PIC X                 VALUE 'F'.
       77 WS-STATUT-ENSEIGNANTS   PIC XX.
       77 WS-STATUT-SERVICES      PIC XX.
       77 WS-STATUT-EMPLOI        PIC XX.
       77 WS-STATUT-REMPLACEMENTS PIC XX.
      *Mois demandé, jour parcouru et son jour de la semaine (1 =
      *lundi ... 7 = dimanche : le jour 1 du compte INTEGER-OF-DATE
      *était un lundi), premier jour du mois suivant
       77 WS-MOIS-ETAT            PIC X(6).
       77 WS-DATE-PARCOURUE       PIC 9(8).
       77 WS-DATE-PARCOURUE-X     PIC X(8).
       77 WS-JOUR-ENTIER          PIC 9(7).
       77 WS-JOUR-FIN             PIC 9(7).
       77 WS-DATE-FIN             PIC 9(8).
       77 WS-JOUR-SEMAINE         PIC 9                 VALUE 0.
       77 WS-NB-JOURS-OUVRES      PIC 99                VALUE 0.
      *Heures dues du mois (service x jours ouvrés / 5), faites, et
      *écart ; heures faites par des remplaçants hors liste
       77 WS-DUES                 PIC 9(4)V9            VALUE 0.
       77 WS-FAITES               PIC S9(4)             VALUE 0.
       77 WS-ECART                PIC S9(4)V9           VALUE 0.
       77 WS-HEURES-EXTERIEURES   PIC 9(4)              VALUE 0.
      *Totaux de l'établissement
       77 WS-TOTAL-DUES           PIC 9(5)V9            VALUE 0.
       77 WS-TOTAL-FAITES         PIC S9(5)             VALUE 0.
       77 WS-TOTAL-SUPP           PIC 9(5)V9            VALUE 0.
      *Versions éditées
       77 WS-SERVICE-ED           PIC Z9.
       77 WS-HEBDO-ED             PIC ZZ9.
       77 WS-DUES-ED              PIC ZZZZ9.9.
       77 WS-PREVUES-ED           PIC ZZZ9.
       77 WS-ABSENCES-ED          PIC ZZZ9.
       77 WS-REMPLACEES-ED        PIC ZZZ9.
       77 WS-FAITES-ED            PIC -ZZZ9.
       77 WS-ECART-ED             PIC ZZZZ9.9.
       77 WS-TOTAL-ED             PIC ZZZZZ9.9.
       77 WS-TOTAL-FAITES-ED      PIC -ZZZZ9.

      *Commande passée au sous-programme d'édition d'états
       01 WS-ETAT-COMMANDE.
           05 WS-ETAT-ACTION      PIC X.
           05 WS-ETAT-FICHIER     PIC X(30).
           05 WS-ETAT-TEXTE       PIC X(80).

       PROCEDURE DIVISION.

       DISPLAY "Mois de l'état (AAAAMM) : ".
       ACCEPT WS-MOIS-ETAT.

       IF WS-MOIS-ETAT NOT NUMERIC
           OR WS-MOIS-ETAT(5:2) < "01" OR WS-MOIS-ETAT(5:2) > "12"
           DISPLAY "Mois invalide, abandon"
           STOP RUN
       END-IF.

      *Chargement des enseignants distincts
       OPEN INPUT FICHIER-ENSEIGNANTS.

       IF WS-STATUT-ENSEIGNANTS NOT = "00"
           DISPLAY "Fichier enseignants.txt introuvable (statut "
               WS-STATUT-ENSEIGNANTS "), arrêt"
           STOP RUN
       END-IF.

       MOVE 0 TO WS-NB-ENSEIGNANTS.

       PERFORM UNTIL WS-EOF = 'T'
           READ FICHIER-ENSEIGNANTS
               AT END
                   MOVE 'T' TO WS-EOF
               NOT AT END
                   MOVE F-NOM-ENS TO WS-NOM-CHERCHE
                   PERFORM 0100-CHERCHE-ENSEIGNANT
                   IF WS-ENS-TROUVE = 0 AND F-NOM-ENS NOT = SPACES
                       AND WS-NB-ENSEIGNANTS < 50
                       ADD 1 TO WS-NB-ENSEIGNANTS
                       MOVE F-NOM-ENS
                           TO WS-NOM-ENS(WS-NB-ENSEIGNANTS)
                       MOVE WS-SERVICE-DEFAUT
                           TO WS-SERVICE(WS-NB-ENSEIGNANTS)
                       MOVE 0 TO WS-HEBDO(WS-NB-ENSEIGNANTS)
                       MOVE 0 TO WS-PREVUES(WS-NB-ENSEIGNANTS)
                       MOVE 0 TO WS-ABSENCES(WS-NB-ENSEIGNANTS)
                       MOVE 0 TO WS-REMPLACEES(WS-NB-ENSEIGNANTS)
                   END-IF
           END-READ
       END-PERFORM.

       CLOSE FICHIER-ENSEIGNANTS.

      *Services statutaires, facultatifs : à défaut, le service par
      *défaut s'applique à tous
       OPEN INPUT FICHIER-SERVICES.

       IF WS-STATUT-SERVICES = "00"

           PERFORM UNTIL WS-STATUT-SERVICES NOT = "00"
               READ FICHIER-SERVICES
                   AT END
                       MOVE "10" TO WS-STATUT-SERVICES
                   NOT AT END
                       MOVE F-SV-NOM TO WS-NOM-CHERCHE
                       PERFORM 0100-CHERCHE-ENSEIGNANT
                       IF WS-ENS-TROUVE NOT = 0
                           AND F-SV-HEURES NUMERIC
                           MOVE F-SV-HEURES
                               TO WS-SERVICE(WS-ENS-TROUVE)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FICHIER-SERVICES

       ELSE
           DISPLAY "Fichier services-enseignants.txt absent, service "
               "de " WS-SERVICE-DEFAUT " h pour tous"
       END-IF.

      *Chargement de l'emploi du temps et heures hebdomadaires
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-CRENEAUX.

       OPEN INPUT FICHIER-EMPLOI.

       IF WS-STATUT-EMPLOI NOT = "00"
           DISPLAY "Fichier emploi-temps.txt introuvable (statut "
               WS-STATUT-EMPLOI "), arrêt"
           STOP RUN
       END-IF.

       PERFORM UNTIL WS-EOF = 'T'
           READ FICHIER-EMPLOI
               AT END
                   MOVE 'T' TO WS-EOF
               NOT AT END
                   IF WS-NB-CRENEAUX < 500
                       AND F-EM-JOUR NUMERIC
                       AND F-EM-JOUR >= 1 AND F-EM-JOUR <= 5
                       ADD 1 TO WS-NB-CRENEAUX
                       MOVE F-EM-CLASSE
                           TO WS-EM-CLASSE(WS-NB-CRENEAUX)
                       MOVE F-EM-JOUR
                           TO WS-EM-JOUR(WS-NB-CRENEAUX)
                       MOVE F-EM-ENSEIGNANT
                           TO WS-EM-ENSEIGNANT(WS-NB-CRENEAUX)
                       MOVE F-EM-ENSEIGNANT TO WS-NOM-CHERCHE
                       PERFORM 0100-CHERCHE-ENSEIGNANT
                       MOVE WS-ENS-TROUVE
                           TO WS-EM-INDEX-ENS(WS-NB-CRENEAUX)
                       IF WS-ENS-TROUVE NOT = 0
                           ADD 1 TO WS-HEBDO(WS-ENS-TROUVE)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

       CLOSE FICHIER-EMPLOI.

      *Chargement des remplacements, facultatifs
       MOVE 0 TO WS-NB-REMPLACEMENTS.

       OPEN INPUT FICHIER-REMPLACEMENTS.

       IF WS-STATUT-REMPLACEMENTS = "00"

           PERFORM UNTIL WS-STATUT-REMPLACEMENTS NOT = "00"
               READ FICHIER-REMPLACEMENTS
                   AT END
                       MOVE "10" TO WS-STATUT-REMPLACEMENTS
                   NOT AT END
                       IF WS-NB-REMPLACEMENTS < 50
                           ADD 1 TO WS-NB-REMPLACEMENTS
                           MOVE F-RP-CLASSE
                               TO WS-RP-CLASSE(WS-NB-REMPLACEMENTS)
                           MOVE F-RP-ABSENT
                               TO WS-RP-ABSENT(WS-NB-REMPLACEMENTS)
                           MOVE F-RP-REMPLACANT
                               TO WS-RP-REMPLACANT
                                   (WS-NB-REMPLACEMENTS)
                           MOVE F-RP-DEBUT
                               TO WS-RP-DEBUT(WS-NB-REMPLACEMENTS)
                           MOVE F-RP-FIN
                               TO WS-RP-FIN(WS-NB-REMPLACEMENTS)
                           MOVE F-RP-REMPLACANT TO WS-NOM-CHERCHE
                           MOVE 0 TO WS-ENS-TROUVE
                           IF F-RP-REMPLACANT NOT = SPACES
                               PERFORM 0100-CHERCHE-ENSEIGNANT
                           END-IF
                           MOVE WS-ENS-TROUVE
                               TO WS-RP-INDEX-ENS
                                   (WS-NB-REMPLACEMENTS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FICHIER-REMPLACEMENTS

       END-IF.

      *Parcours des jours du mois, du 1er au dernier jour
       COMPUTE WS-DATE-PARCOURUE = FUNCTION NUMVAL(WS-MOIS-ETAT)
           * 100 + 1.
       COMPUTE WS-JOUR-ENTIER =
           FUNCTION INTEGER-OF-DATE(WS-DATE-PARCOURUE).

       IF WS-MOIS-ETAT(5:2) = "12"
           COMPUTE WS-DATE-FIN = WS-DATE-PARCOURUE + 8900
       ELSE
           COMPUTE WS-DATE-FIN = WS-DATE-PARCOURUE + 100
       END-IF.
       COMPUTE WS-JOUR-FIN = FUNCTION INTEGER-OF-DATE(WS-DATE-FIN).

       PERFORM UNTIL WS-JOUR-ENTIER >= WS-JOUR-FIN
           COMPUTE WS-JOUR-SEMAINE =
               FUNCTION MOD(WS-JOUR-ENTIER - 1, 7) + 1
           IF WS-JOUR-SEMAINE <= 5
               ADD 1 TO WS-NB-JOURS-OUVRES
               COMPUTE WS-DATE-PARCOURUE =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER)
               MOVE WS-DATE-PARCOURUE TO WS-DATE-PARCOURUE-X
               PERFORM 1000-COMPTE-JOUR
           END-IF
           ADD 1 TO WS-JOUR-ENTIER
       END-PERFORM.

      *Édition de l'état, un bloc par enseignant
       MOVE "O" TO WS-ETAT-ACTION.
       MOVE SPACES TO WS-ETAT-FICHIER.
       STRING "heures-service-" WS-MOIS-ETAT ".txt"
           DELIMITED BY SIZE INTO WS-ETAT-FICHIER.
       MOVE SPACES TO WS-ETAT-TEXTE.
       STRING "Heures de service du mois " WS-MOIS-ETAT
           INTO WS-ETAT-TEXTE.
       CALL "editetat" USING WS-ETAT-COMMANDE.

       MOVE "D" TO WS-ETAT-ACTION.
       MOVE SPACES TO WS-ETAT-TEXTE.
       STRING WS-NB-JOURS-OUVRES " jours ouvrés du lundi au vendredi,"
           " une période = une heure"
           INTO WS-ETAT-TEXTE.
       CALL "editetat" USING WS-ETAT-COMMANDE.

       PERFORM VARYING WS-INDEX-ENS FROM 1 BY 1
           UNTIL WS-INDEX-ENS > WS-NB-ENSEIGNANTS
           PERFORM 2000-EDITE-ENSEIGNANT
       END-PERFORM.

      *Totaux de l'établissement
       MOVE "D" TO WS-ETAT-ACTION.
       MOVE SPACES TO WS-ETAT-TEXTE.
       CALL "editetat" USING WS-ETAT-COMMANDE.

       MOVE WS-TOTAL-DUES TO WS-TOTAL-ED.
       MOVE WS-TOTAL-FAITES TO WS-TOTAL-FAITES-ED.
       MOVE SPACES TO WS-ETAT-TEXTE.
       STRING "Total : dues " WS-TOTAL-ED " h, faites "
           WS-TOTAL-FAITES-ED " h"
           INTO WS-ETAT-TEXTE.
       CALL "editetat" USING WS-ETAT-COMMANDE.

       MOVE WS-TOTAL-SUPP TO WS-TOTAL-ED.
       MOVE SPACES TO WS-ETAT-TEXTE.
       STRING "Total des heures supplémentaires : " WS-TOTAL-ED " h"
           INTO WS-ETAT-TEXTE.
       CALL "editetat" USING WS-ETAT-COMMANDE.

       IF WS-HEURES-EXTERIEURES > 0
           MOVE WS-HEURES-EXTERIEURES TO WS-REMPLACEES-ED
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Remplacements par des intervenants hors liste : "
               WS-REMPLACEES-ED " h"
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE
       END-IF.

       MOVE "F" TO WS-ETAT-ACTION.
       CALL "editetat" USING WS-ETAT-COMMANDE.

       DISPLAY "Enseignants : " WS-NB-ENSEIGNANTS.
       DISPLAY "Jours ouvrés du mois : " WS-NB-JOURS-OUVRES.
       DISPLAY "État écrit dans " WS-ETAT-FICHIER.

       STOP RUN.

      ******************************************************************

      *Cherche WS-NOM-CHERCHE parmi les enseignants (0 = inconnu)
       0100-CHERCHE-ENSEIGNANT.

           MOVE 0 TO WS-ENS-TROUVE

           PERFORM VARYING WS-INDEX-ENS FROM 1 BY 1
               UNTIL WS-INDEX-ENS > WS-NB-ENSEIGNANTS
               IF WS-NOM-ENS(WS-INDEX-ENS) = WS-NOM-CHERCHE
                   MOVE WS-INDEX-ENS TO WS-ENS-TROUVE
               END-IF
           END-PERFORM
       .

      ******************************************************************

      *Compte le jour ouvré WS-DATE-PARCOURUE-X : chaque créneau de
      *son jour de la semaine est une heure prévue pour son
      *enseignant ; si un remplacement couvre ce jour pour la classe
      *et l'enseignant du créneau, l'heure est une absence de
      *l'enseignant et une heure faite par le remplaçant
       1000-COMPTE-JOUR.

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-CRENEAUX

               IF WS-EM-JOUR(WS-INDEX) = WS-JOUR-SEMAINE
                   AND WS-EM-INDEX-ENS(WS-INDEX) NOT = 0

                   ADD 1 TO WS-PREVUES(WS-EM-INDEX-ENS(WS-INDEX))

                   MOVE 0 TO WS-RP-TROUVE
                   PERFORM VARYING WS-INDEX-RP FROM 1 BY 1
                       UNTIL WS-INDEX-RP > WS-NB-REMPLACEMENTS
                       IF WS-RP-CLASSE(WS-INDEX-RP)
                           = WS-EM-CLASSE(WS-INDEX)
                           AND WS-RP-ABSENT(WS-INDEX-RP)
                               = WS-EM-ENSEIGNANT(WS-INDEX)
                           AND WS-RP-DEBUT(WS-INDEX-RP)
                               <= WS-DATE-PARCOURUE-X
                           AND WS-RP-FIN(WS-INDEX-RP)
                               >= WS-DATE-PARCOURUE-X
                           MOVE WS-INDEX-RP TO WS-RP-TROUVE
                       END-IF
                   END-PERFORM

                   IF WS-RP-TROUVE NOT = 0
                       ADD 1
                           TO WS-ABSENCES(WS-EM-INDEX-ENS(WS-INDEX))
                       EVALUATE TRUE
                           WHEN WS-RP-INDEX-ENS(WS-RP-TROUVE) NOT = 0
                               ADD 1 TO WS-REMPLACEES
                                   (WS-RP-INDEX-ENS(WS-RP-TROUVE))
                           WHEN WS-RP-REMPLACANT(WS-RP-TROUVE)
                               NOT = SPACES
                               ADD 1 TO WS-HEURES-EXTERIEURES
                       END-EVALUATE
                   END-IF

               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Édite le bloc de l'enseignant WS-INDEX-ENS : service et heures
      *hebdomadaires prévues, puis pour le mois les heures dues
      *(service x jours ouvrés / 5), prévues, d'absence, de
      *remplacement, faites, et les heures supplémentaires (ou le
      *manque) par rapport aux heures dues
       2000-EDITE-ENSEIGNANT.

           COMPUTE WS-DUES ROUNDED = WS-SERVICE(WS-INDEX-ENS)
               * WS-NB-JOURS-OUVRES / 5
           COMPUTE WS-FAITES = WS-PREVUES(WS-INDEX-ENS)
               - WS-ABSENCES(WS-INDEX-ENS)
               + WS-REMPLACEES(WS-INDEX-ENS)
           COMPUTE WS-ECART = WS-FAITES - WS-DUES

           ADD WS-DUES TO WS-TOTAL-DUES
           ADD WS-FAITES TO WS-TOTAL-FAITES

           MOVE WS-SERVICE(WS-INDEX-ENS) TO WS-SERVICE-ED
           MOVE WS-HEBDO(WS-INDEX-ENS) TO WS-HEBDO-ED
           MOVE WS-DUES TO WS-DUES-ED
           MOVE WS-PREVUES(WS-INDEX-ENS) TO WS-PREVUES-ED
           MOVE WS-ABSENCES(WS-INDEX-ENS) TO WS-ABSENCES-ED
           MOVE WS-REMPLACEES(WS-INDEX-ENS) TO WS-REMPLACEES-ED
           MOVE WS-FAITES TO WS-FAITES-ED

           MOVE "D" TO WS-ETAT-ACTION
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING WS-NOM-ENS(WS-INDEX-ENS)
               " service " WS-SERVICE-ED " h/sem, emploi du temps "
               WS-HEBDO-ED " h/sem"
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           IF WS-HEBDO(WS-INDEX-ENS) NOT = WS-SERVICE(WS-INDEX-ENS)
               MOVE SPACES TO WS-ETAT-TEXTE
               IF WS-HEBDO(WS-INDEX-ENS) > WS-SERVICE(WS-INDEX-ENS)
                   STRING "  emploi du temps au-dessus du service"
                       INTO WS-ETAT-TEXTE
                   END-STRING
               ELSE
                   STRING "  emploi du temps en dessous du service"
                       INTO WS-ETAT-TEXTE
                   END-STRING
               END-IF
               CALL "editetat" USING WS-ETAT-COMMANDE
           END-IF

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "  prévues " WS-PREVUES-ED
               "  absences -" FUNCTION TRIM(WS-ABSENCES-ED)
               "  remplacements +" FUNCTION TRIM(WS-REMPLACEES-ED)
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           IF WS-ECART > 0
               ADD WS-ECART TO WS-TOTAL-SUPP
               MOVE WS-ECART TO WS-ECART-ED
               STRING "  dues " WS-DUES-ED
                   "  faites " WS-FAITES-ED
                   "  heures supplémentaires " WS-ECART-ED
                   INTO WS-ETAT-TEXTE
               END-STRING
           ELSE
               COMPUTE WS-ECART = 0 - WS-ECART
               MOVE WS-ECART TO WS-ECART-ED
               STRING "  dues " WS-DUES-ED
                   "  faites " WS-FAITES-ED
                   "  heures manquantes " WS-ECART-ED
                   INTO WS-ETAT-TEXTE
               END-STRING
           END-IF
           CALL "editetat" USING WS-ETAT-COMMANDE
       .
