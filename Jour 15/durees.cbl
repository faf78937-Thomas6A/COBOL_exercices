      *Suivi des durées de la chaîne de nuit : run-historique.txt
      *disait si chaque étape avait tourné, pas combien de temps ;
      *quand la chaîne finissait à 7 h 40 pour une ouverture à 8 h,
      *personne ne savait quelle étape avait ralenti. Ce programme
      *apparie dans l'historique les notes DEBUT et FIN horodatées
      *par bilanjour.cbl et planificateur.cbl, et écrit dans
      *run-durees.txt la durée du dernier passage de chaque étape
      *face à sa moyenne sur les trente passages précédents. Une
      *étape de la dernière nuit qui dépasse sa moyenne de plus du
      *pourcentage configuré (DEPASSEMENT n, 50 par défaut) et une
      *chaîne finie après l'heure limite (LIMITE HHMM, 0730 par
      *défaut) dans durees-config.txt sont signalées par une ligne
      *ALERTE, reprise sur le tableau de bord de tableaubord.cbl.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. durees.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias de l'historique des lancements tenu par bilanjour.cbl et
      *planificateur.cbl
       SELECT FICHIER-HISTO-RUN ASSIGN TO "run-historique.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-HISTO.

      *Alias de la configuration : LIMITE HHMM (heure de fin de
      *chaîne à ne pas dépasser) et DEPASSEMENT n (pourcentage
      *au-delà de la moyenne)
       SELECT FICHIER-CONFIG ASSIGN TO "durees-config.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CONFIG.

      *Alias du rapport des durées
       SELECT FICHIER-DUREES ASSIGN TO "run-durees.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *Définition de l'historique des lancements, même découpage que
      *les lignes écrites par bilanjour.cbl (heure vide sur les
      *lignes antérieures à l'horodatage, ignorées ici)
       FD FICHIER-HISTO-RUN.
       01 F-LIGNE-HISTO.
           05 F-HI-DATE           PIC X(8).
           05 FILLER              PIC X.
           05 F-HI-ETAPE          PIC X(10).
           05 FILLER              PIC X.
           05 F-HI-STATUT         PIC X(5).
           05 FILLER              PIC X.
           05 F-HI-HEURE          PIC X(6).

      *Définition du fichier de configuration
       FD FICHIER-CONFIG.
       01 F-LIGNE-CONFIG          PIC X(40).

      *Définition du rapport des durées, une ligne de texte libre
       FD FICHIER-DUREES.
       01 F-LIGNE-DUREES          PIC X(100).

       WORKING-STORAGE SECTION.

      *Étapes relevées dans l'historique : début en attente de sa
      *fin, et les 31 derniers passages (date, durée en secondes),
      *le plus récent en dernier
       01 WS-ETAPES-TAB.
           05 WS-ETAPE            OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-NB-ETAPES.
               10 WS-ET-NOM       PIC X(10).
               10 WS-ET-DEBUT-DATE PIC X(8).
               10 WS-ET-DEBUT-SEC PIC 9(5).
               10 WS-ET-NB-PASSAGES PIC 99.
               10 WS-ET-PASSAGE   OCCURS 31 TIMES.
                   15 WS-ET-DATE  PIC X(8).
                   15 WS-ET-DUREE PIC 9(5).

      *Heure HHMMSS lue, vue en heures, minutes et secondes
       01 WS-HEURE.
           05 WS-HEURE-HH         PIC 99.
           05 WS-HEURE-MM         PIC 99.
           05 WS-HEURE-SS         PIC 99.
       01 WS-HEURE-X REDEFINES WS-HEURE PIC X(6).

      *Heure limite HHMM de fin de chaîne, vue en heures et minutes
       01 WS-LIMITE               PIC 9(4)              VALUE 730.
       01 WS-LIMITE-HM REDEFINES WS-LIMITE.
           05 WS-LIMITE-HH        PIC 99.
           05 WS-LIMITE-MM        PIC 99.
      *Durée en secondes mise en forme HH:MM:SS
       01 WS-DUREE-ED.
           05 WS-DUREE-ED-HH      PIC 99.
           05 FILLER              PIC X         VALUE ":".
           05 WS-DUREE-ED-MM      PIC 99.
           05 FILLER              PIC X         VALUE ":".
           05 WS-DUREE-ED-SS      PIC 99.
       01 WS-MOYENNE-ED           PIC X(8).
       01 WS-DERNIERE-ED          PIC X(8).

      *Effectif réel du tableau et index de parcours
       77 WS-NB-ETAPES            PIC 99                VALUE 1.
       77 WS-INDEX                PIC 99                VALUE 1.
       77 WS-INDEX-2              PIC 99                VALUE 1.
       77 WS-INDEX-TROUVE         PIC 99                VALUE 0.
      *Indicateur de fin de fichier et statuts
       77 WS-EOF                  PIC X                 VALUE 'F'.
       77 WS-STATUT-HISTO         PIC XX.
       77 WS-STATUT-CONFIG        PIC XX.
      *Découpage d'une ligne de configuration
       77 WS-MOT-CLE              PIC X(20).
       77 WS-VALEUR               PIC X(10).
      *Pourcentage de dépassement toléré au-delà de la moyenne
       77 WS-PCT-DEPASSEMENT      PIC 9(3)              VALUE 50.
      *Heure lue en secondes et durée calculée
       77 WS-SECONDES             PIC 9(5)              VALUE 0.
       77 WS-DUREE                PIC 9(6)              VALUE 0.
       77 WS-DUREE-TRAVAIL        PIC 9(6)              VALUE 0.
      *Moyenne des passages précédents et écart en pourcent
       77 WS-CUMUL                PIC 9(8)              VALUE 0.
       77 WS-NB-PRECEDENTS        PIC 99                VALUE 0.
       77 WS-MOYENNE              PIC 9(6)              VALUE 0.
       77 WS-ECART-PCT            PIC S9(5)             VALUE 0.
       77 WS-ECART-PCT-ED         PIC -(5)9.
      *Dernière nuit de l'historique : date, premier début et
      *dernière fin en secondes depuis le minuit de la date (une fin
      *après minuit compte 86400 de plus)
       77 WS-NUIT-DATE            PIC X(8)              VALUE SPACES.
       77 WS-NUIT-DEBUT           PIC 9(5)              VALUE 0.
       77 WS-NUIT-FIN             PIC 9(6)              VALUE 0.
       77 WS-NUIT-LIMITE          PIC 9(6)              VALUE 0.
       77 WS-NUIT-FIN-ED          PIC X(8).
      *Compteur des alertes
       77 WS-NB-ALERTES           PIC 99                VALUE 0.

       PROCEDURE DIVISION.

       PERFORM 0100-CHARGE-CONFIG.

       MOVE 0 TO WS-NB-ETAPES.
       MOVE 0 TO WS-NB-ALERTES.
       MOVE SPACES TO WS-NUIT-DATE.
       MOVE 'F' TO WS-EOF.

       OPEN INPUT FICHIER-HISTO-RUN.

       IF WS-STATUT-HISTO = "00"

           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-HISTO-RUN
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       MOVE F-HI-HEURE TO WS-HEURE-X
                       IF WS-HEURE-X NUMERIC
                           PERFORM 1000-NOTE-LIGNE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FICHIER-HISTO-RUN

       END-IF.

       OPEN OUTPUT FICHIER-DUREES.

       MOVE SPACES TO F-LIGNE-DUREES.
       STRING "--- Durées des étapes, dernière nuit du "
           WS-NUIT-DATE " ---"
           INTO F-LIGNE-DUREES.
       WRITE F-LIGNE-DUREES.

       PERFORM VARYING WS-INDEX FROM 1 BY 1
           UNTIL WS-INDEX > WS-NB-ETAPES

           IF WS-ET-NB-PASSAGES(WS-INDEX) > 0
               PERFORM 2000-ECRIT-ETAPE
           END-IF

       END-PERFORM.

       IF WS-NUIT-DATE NOT = SPACES
           PERFORM 3000-ECRIT-FIN-CHAINE
       END-IF.

       MOVE SPACES TO F-LIGNE-DUREES.
       STRING "Bilan : " WS-NB-ETAPES " étape(s), "
           WS-NB-ALERTES " alerte(s)"
           INTO F-LIGNE-DUREES.
       WRITE F-LIGNE-DUREES.

       CLOSE FICHIER-DUREES.

       DISPLAY "Durées des étapes dans run-durees.txt ("
           WS-NB-ALERTES " alerte(s))".

      *GOBACK plutôt que STOP RUN : ce programme est aussi appelé
      *par tableaubord.cbl avant l'écriture du tableau de bord
       GOBACK.

      ******************************************************************

      *Charge la configuration (LIMITE HHMM, DEPASSEMENT n), même
      *mécanique que surveillance-config.txt
       0100-CHARGE-CONFIG.

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
                               WHEN "LIMITE"
                                   IF WS-VALEUR(1:4) NUMERIC
                                       MOVE WS-VALEUR(1:4)
                                           TO WS-LIMITE
                                   END-IF
                               WHEN "DEPASSEMENT"
                                   IF FUNCTION NUMVAL(WS-VALEUR) > 0
                                       MOVE FUNCTION NUMVAL(WS-VALEUR)
                                           TO WS-PCT-DEPASSEMENT
                                   END-IF
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONFIG
           END-IF

           MOVE 'F' TO WS-EOF
       .

      ******************************************************************

      *Note la ligne horodatée courante : un DEBUT ouvre l'étape, un
      *FIN de la même date la referme et ajoute le passage ; la
      *dernière nuit suit le premier début et la dernière fin de la
      *date la plus récente
       1000-NOTE-LIGNE.

           COMPUTE WS-SECONDES = WS-HEURE-HH * 3600
               + WS-HEURE-MM * 60 + WS-HEURE-SS

           MOVE 0 TO WS-INDEX-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ETAPES

               IF WS-ET-NOM(WS-INDEX) = F-HI-ETAPE
                   MOVE WS-INDEX TO WS-INDEX-TROUVE
               END-IF

           END-PERFORM

           IF WS-INDEX-TROUVE = 0 AND WS-NB-ETAPES < 20
               ADD 1 TO WS-NB-ETAPES
               MOVE WS-NB-ETAPES TO WS-INDEX-TROUVE
               MOVE F-HI-ETAPE TO WS-ET-NOM(WS-INDEX-TROUVE)
               MOVE SPACES TO WS-ET-DEBUT-DATE(WS-INDEX-TROUVE)
               MOVE 0 TO WS-ET-NB-PASSAGES(WS-INDEX-TROUVE)
           END-IF

           IF WS-INDEX-TROUVE NOT = 0

               IF F-HI-DATE > WS-NUIT-DATE
                   MOVE F-HI-DATE TO WS-NUIT-DATE
                   MOVE WS-SECONDES TO WS-NUIT-DEBUT
                   MOVE WS-SECONDES TO WS-NUIT-FIN
               END-IF

               EVALUATE F-HI-STATUT

                   WHEN "DEBUT"
                       MOVE F-HI-DATE
                           TO WS-ET-DEBUT-DATE(WS-INDEX-TROUVE)
                       MOVE WS-SECONDES
                           TO WS-ET-DEBUT-SEC(WS-INDEX-TROUVE)

                   WHEN "FIN"
                       IF WS-ET-DEBUT-DATE(WS-INDEX-TROUVE)
                           = F-HI-DATE
                           PERFORM 1100-AJOUTE-PASSAGE
                       END-IF
                       IF F-HI-DATE = WS-NUIT-DATE
                           MOVE WS-SECONDES TO WS-DUREE-TRAVAIL
                           IF WS-DUREE-TRAVAIL < WS-NUIT-DEBUT
                               ADD 86400 TO WS-DUREE-TRAVAIL
                           END-IF
                           IF WS-DUREE-TRAVAIL > WS-NUIT-FIN
                               MOVE WS-DUREE-TRAVAIL TO WS-NUIT-FIN
                           END-IF
                       END-IF

                   WHEN OTHER
                       CONTINUE

               END-EVALUATE

           END-IF
       .

      ******************************************************************

      *Ajoute le passage refermé à l'étape WS-INDEX-TROUVE (une fin
      *plus tôt que le début a passé minuit) ; au-delà de 31 passages
      *le plus ancien sort du tableau
       1100-AJOUTE-PASSAGE.

           IF WS-SECONDES < WS-ET-DEBUT-SEC(WS-INDEX-TROUVE)
               COMPUTE WS-DUREE = WS-SECONDES + 86400
                   - WS-ET-DEBUT-SEC(WS-INDEX-TROUVE)
           ELSE
               COMPUTE WS-DUREE = WS-SECONDES
                   - WS-ET-DEBUT-SEC(WS-INDEX-TROUVE)
           END-IF

           IF WS-ET-NB-PASSAGES(WS-INDEX-TROUVE) < 31
               ADD 1 TO WS-ET-NB-PASSAGES(WS-INDEX-TROUVE)
           ELSE
               PERFORM VARYING WS-INDEX-2 FROM 1 BY 1
                   UNTIL WS-INDEX-2 > 30
                   MOVE WS-ET-PASSAGE(WS-INDEX-TROUVE, WS-INDEX-2 + 1)
                       TO WS-ET-PASSAGE(WS-INDEX-TROUVE, WS-INDEX-2)
               END-PERFORM
           END-IF

           MOVE F-HI-DATE TO WS-ET-DATE(WS-INDEX-TROUVE,
               WS-ET-NB-PASSAGES(WS-INDEX-TROUVE))
           MOVE WS-DUREE TO WS-ET-DUREE(WS-INDEX-TROUVE,
               WS-ET-NB-PASSAGES(WS-INDEX-TROUVE))

           MOVE SPACES TO WS-ET-DEBUT-DATE(WS-INDEX-TROUVE)
       .

      ******************************************************************

      *Écrit la ligne de l'étape WS-INDEX : dernier passage, moyenne
      *des passages précédents et écart ; alerte si le dernier
      *passage est de la dernière nuit et dépasse le seuil
       2000-ECRIT-ETAPE.

           MOVE 0 TO WS-CUMUL
           COMPUTE WS-NB-PRECEDENTS = WS-ET-NB-PASSAGES(WS-INDEX) - 1

           PERFORM VARYING WS-INDEX-2 FROM 1 BY 1
               UNTIL WS-INDEX-2 > WS-NB-PRECEDENTS
               ADD WS-ET-DUREE(WS-INDEX, WS-INDEX-2) TO WS-CUMUL
           END-PERFORM

           MOVE WS-ET-DUREE(WS-INDEX, WS-ET-NB-PASSAGES(WS-INDEX))
               TO WS-DUREE
           PERFORM 9000-FORMATE-DUREE
           MOVE WS-DUREE-ED TO WS-DERNIERE-ED

           MOVE SPACES TO F-LIGNE-DUREES

           IF WS-NB-PRECEDENTS = 0
               STRING "  " WS-ET-NOM(WS-INDEX) " le "
                   WS-ET-DATE(WS-INDEX, WS-ET-NB-PASSAGES(WS-INDEX))
                   " : " WS-DERNIERE-ED
                   " (premier passage, pas de moyenne)"
                   INTO F-LIGNE-DUREES
               END-STRING
               WRITE F-LIGNE-DUREES
           ELSE

               COMPUTE WS-MOYENNE ROUNDED =
                   WS-CUMUL / WS-NB-PRECEDENTS
               MOVE WS-MOYENNE TO WS-DUREE
               PERFORM 9000-FORMATE-DUREE
               MOVE WS-DUREE-ED TO WS-MOYENNE-ED

               IF WS-MOYENNE = 0
                   MOVE 0 TO WS-ECART-PCT
               ELSE
                   COMPUTE WS-ECART-PCT ROUNDED =
                       (WS-ET-DUREE(WS-INDEX,
                           WS-ET-NB-PASSAGES(WS-INDEX))
                        - WS-MOYENNE) * 100 / WS-MOYENNE
               END-IF
               MOVE WS-ECART-PCT TO WS-ECART-PCT-ED

               STRING "  " WS-ET-NOM(WS-INDEX) " le "
                   WS-ET-DATE(WS-INDEX, WS-ET-NB-PASSAGES(WS-INDEX))
                   " : " WS-DERNIERE-ED
                   ", moyenne " WS-MOYENNE-ED
                   " sur " WS-NB-PRECEDENTS " passage(s), écart "
                   FUNCTION TRIM(WS-ECART-PCT-ED) " %"
                   INTO F-LIGNE-DUREES
               END-STRING
               WRITE F-LIGNE-DUREES

               IF WS-ECART-PCT > WS-PCT-DEPASSEMENT
                   AND WS-ET-DATE(WS-INDEX,
                       WS-ET-NB-PASSAGES(WS-INDEX)) = WS-NUIT-DATE
                   ADD 1 TO WS-NB-ALERTES
                   MOVE SPACES TO F-LIGNE-DUREES
                   STRING "ALERTE étape " WS-ET-NOM(WS-INDEX)
                       " : " WS-DERNIERE-ED " pour une moyenne de "
                       WS-MOYENNE-ED " (+"
                       FUNCTION TRIM(WS-ECART-PCT-ED) " %)"
                       INTO F-LIGNE-DUREES
                   END-STRING
                   WRITE F-LIGNE-DUREES
               END-IF

           END-IF
       .

      ******************************************************************

      *Écrit la fin de chaîne de la dernière nuit face à l'heure
      *limite : une chaîne partie l'après-midi ou le soir est jugée
      *sur la limite du lendemain matin
       3000-ECRIT-FIN-CHAINE.

           COMPUTE WS-NUIT-LIMITE = WS-LIMITE-HH * 3600
               + WS-LIMITE-MM * 60

           IF WS-NUIT-DEBUT >= 43200
               ADD 86400 TO WS-NUIT-LIMITE
           END-IF

           MOVE WS-NUIT-FIN TO WS-DUREE
           IF WS-DUREE >= 86400
               SUBTRACT 86400 FROM WS-DUREE
           END-IF
           PERFORM 9000-FORMATE-DUREE
           MOVE WS-DUREE-ED TO WS-NUIT-FIN-ED

           MOVE SPACES TO F-LIGNE-DUREES
           WRITE F-LIGNE-DUREES

           MOVE SPACES TO F-LIGNE-DUREES
           STRING "Fin de chaîne de la nuit du " WS-NUIT-DATE
               " à " WS-NUIT-FIN-ED ", limite "
               WS-LIMITE-HH ":" WS-LIMITE-MM
               INTO F-LIGNE-DUREES
           END-STRING
           WRITE F-LIGNE-DUREES

           IF WS-NUIT-FIN > WS-NUIT-LIMITE
               ADD 1 TO WS-NB-ALERTES
               MOVE SPACES TO F-LIGNE-DUREES
               STRING "ALERTE chaîne du " WS-NUIT-DATE
                   " finie à " WS-NUIT-FIN-ED
                   ", après la limite de "
                   WS-LIMITE-HH ":" WS-LIMITE-MM
                   INTO F-LIGNE-DUREES
               END-STRING
               WRITE F-LIGNE-DUREES
           END-IF
       .

      ******************************************************************

      *Met la durée WS-DUREE (secondes) en forme HH:MM:SS
       9000-FORMATE-DUREE.

           COMPUTE WS-DUREE-ED-HH = WS-DUREE / 3600
           COMPUTE WS-DUREE-ED-MM =
               FUNCTION MOD(WS-DUREE, 3600) / 60
           COMPUTE WS-DUREE-ED-SS = FUNCTION MOD(WS-DUREE, 60)
       .
