      *Comparateur de non-régression TEST / PROD : environnement.cbl
      *permet de répéter la chaîne de nuit sur les copies TEST de
      *masquage.cbl, mais les sorties de la répétition se comparaient
      *à l'oeil avec celles de production. Ce programme prend dans
      *comparenv-config.txt la liste des fichiers à comparer (ligne
      *FICHIER NOM-LOGIQUE nom-de-production) et les règles de
      *tolérance des champs volatils (ligne IGNORE NOM-LOGIQUE
      *position longueur, NOM-LOGIQUE * pour tous les fichiers :
      *dates d'édition, numéros de lancement). Chaque nom logique est
      *résolu par environnement.cbl : le nom rendu est celui de
      *l'environnement TEST décrit par environnement.txt, le nom de
      *production étant le défaut historique. Les deux fichiers sont
      *comparés ligne à ligne et comparenv.txt classe chacun en
      *identique, écarts attendus (seulement dans les zones tolérées)
      *ou écarts inattendus, avec les premières lignes en cause : de
      *quoi prouver qu'une modification de programme n'a changé ni
      *les relevés ni les factures.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. comparenv.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias de la configuration : fichiers à comparer et tolérances
       SELECT FICHIER-CONFIG ASSIGN TO "comparenv-config.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CONFIG.

      *Alias génériques du fichier de production et de son pendant
      *TEST
       SELECT FICHIER-PROD ASSIGN TO DYNAMIC WS-NOM-PROD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PROD.

       SELECT FICHIER-TEST ASSIGN TO DYNAMIC WS-NOM-TEST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-TEST.

      *Alias du rapport de comparaison
       SELECT FICHIER-RAPPORT ASSIGN TO "comparenv.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *Définition du fichier de configuration
       FD FICHIER-CONFIG.
       01 F-LIGNE-CONFIG          PIC X(80).

      *Définition générique des deux fichiers comparés, relus en
      *texte libre
       FD FICHIER-PROD.
       01 F-LIGNE-PROD            PIC X(200).

       FD FICHIER-TEST.
       01 F-LIGNE-TEST            PIC X(200).

      *Définition du rapport, une ligne de texte libre
       FD FICHIER-RAPPORT.
       01 F-LIGNE-RAPPORT         PIC X(220).

       WORKING-STORAGE SECTION.

      *Fichiers à comparer : nom logique et nom de production
       01 WS-FICHIERS-TAB.
           05 WS-FICHIER          OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-NB-FICHIERS.
               10 WS-FI-LOGIQUE   PIC X(20).
               10 WS-FI-PROD      PIC X(40).

      *Zones tolérées : nom logique (* pour tous), position et
      *longueur dans la ligne
       01 WS-TOLERANCES-TAB.
           05 WS-TOLERANCE        OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-NB-TOLERANCES.
               10 WS-TO-LOGIQUE   PIC X(20).
               10 WS-TO-POSITION  PIC 999.
               10 WS-TO-LONGUEUR  PIC 999.

      *Commande passée au sous-programme d'environnement
       01 WS-ENV-COMMANDE.
           05 WS-ENV-LOGIQUE      PIC X(20).
           05 WS-ENV-DEFAUT       PIC X(40).
           05 WS-ENV-RESOLU       PIC X(40).

      *Effectifs réels des tableaux et index de parcours
       77 WS-NB-FICHIERS          PIC 99                VALUE 1.
       77 WS-NB-TOLERANCES        PIC 99                VALUE 1.
       77 WS-INDEX                PIC 99                VALUE 1.
       77 WS-INDEX-TO             PIC 99                VALUE 1.
      *Indicateurs de fin de fichier et statuts
       77 WS-EOF                  PIC X                 VALUE 'F'.
       77 WS-EOF-PROD             PIC X                 VALUE 'F'.
       77 WS-EOF-TEST             PIC X                 VALUE 'F'.
       77 WS-STATUT-CONFIG        PIC XX.
       77 WS-STATUT-PROD          PIC XX.
       77 WS-STATUT-TEST          PIC XX.
      *Découpage d'une ligne de configuration
       77 WS-MOT-CLE              PIC X(20).
       77 WS-CFG-LOGIQUE          PIC X(20).
       77 WS-CFG-VALEUR-1         PIC X(40).
       77 WS-CFG-VALEUR-2         PIC X(10).
      *Noms des deux fichiers en cours de comparaison
       77 WS-NOM-PROD             PIC X(40).
       77 WS-NOM-TEST             PIC X(40).
      *Lignes lues, et leurs copies aux zones tolérées effacées
       77 WS-LIGNE-PROD           PIC X(200).
       77 WS-LIGNE-TEST           PIC X(200).
       77 WS-MASQUE-PROD          PIC X(200).
       77 WS-MASQUE-TEST          PIC X(200).
      *Compteurs du fichier en cours : lignes, écarts tolérés et
      *écarts inattendus, lignes en cause déjà détaillées
       77 WS-NUM-LIGNE            PIC 9(6)              VALUE 0.
       77 WS-NB-ECARTS-ATTENDUS   PIC 9(6)              VALUE 0.
       77 WS-NB-ECARTS-INATTENDUS PIC 9(6)              VALUE 0.
       77 WS-NB-DETAILLES         PIC 9                 VALUE 0.
       77 WS-VERDICT-FICHIER      PIC X(20).
      *Compteurs du bilan
       77 WS-NB-IDENTIQUES        PIC 99                VALUE 0.
       77 WS-NB-ATTENDUS          PIC 99                VALUE 0.
       77 WS-NB-INATTENDUS        PIC 99                VALUE 0.
       77 WS-NB-NON-COMPARES      PIC 99                VALUE 0.

       PROCEDURE DIVISION.

       PERFORM 0100-CHARGE-CONFIG.

       IF WS-NB-FICHIERS = 0
           DISPLAY "Aucun fichier FICHIER dans comparenv-config.txt :"
               " rien à comparer"
           STOP RUN
       END-IF.

       OPEN OUTPUT FICHIER-RAPPORT.

       MOVE SPACES TO F-LIGNE-RAPPORT.
       STRING "--- Comparaison TEST / PROD du "
           FUNCTION CURRENT-DATE(1:8) " ---"
           INTO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.

       PERFORM VARYING WS-INDEX FROM 1 BY 1
           UNTIL WS-INDEX > WS-NB-FICHIERS
           PERFORM 1000-COMPARE-FICHIER
       END-PERFORM.

       MOVE SPACES TO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.

       MOVE SPACES TO F-LIGNE-RAPPORT.
       STRING "Bilan : " WS-NB-IDENTIQUES " identique(s), "
           WS-NB-ATTENDUS " à écarts attendus, "
           WS-NB-INATTENDUS " à écarts inattendus, "
           WS-NB-NON-COMPARES " non comparé(s)"
           INTO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.

       CLOSE FICHIER-RAPPORT.

       IF WS-NB-INATTENDUS > 0 OR WS-NB-NON-COMPARES > 0
           DISPLAY "Comparaison TEST / PROD : écarts à examiner, "
               "détail dans comparenv.txt"
       ELSE
           DISPLAY "Comparaison TEST / PROD : aucun écart inattendu,"
               " détail dans comparenv.txt"
       END-IF.

       STOP RUN.

      ******************************************************************

      *Charge comparenv-config.txt : lignes FICHIER NOM-LOGIQUE nom
      *et IGNORE NOM-LOGIQUE position longueur, découpées comme les
      *autres fichiers de configuration de l'atelier
       0100-CHARGE-CONFIG.

           MOVE 0 TO WS-NB-FICHIERS
           MOVE 0 TO WS-NB-TOLERANCES
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-CONFIG

           IF WS-STATUT-CONFIG = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-CONFIG
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           PERFORM 0110-NOTE-CONFIG
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONFIG
           END-IF
       .

      ******************************************************************

      *Range la ligne de configuration lue dans le tableau des
      *fichiers ou dans celui des tolérances ; une tolérance mal
      *formée est écartée avec un message
       0110-NOTE-CONFIG.

           MOVE SPACES TO WS-MOT-CLE
           MOVE SPACES TO WS-CFG-LOGIQUE
           MOVE SPACES TO WS-CFG-VALEUR-1
           MOVE SPACES TO WS-CFG-VALEUR-2

           UNSTRING F-LIGNE-CONFIG
               DELIMITED BY ALL SPACE
               INTO WS-MOT-CLE WS-CFG-LOGIQUE
                   WS-CFG-VALEUR-1 WS-CFG-VALEUR-2
           END-UNSTRING

           EVALUATE WS-MOT-CLE

               WHEN "FICHIER"
                   IF WS-CFG-LOGIQUE NOT = SPACES
                       AND WS-CFG-VALEUR-1 NOT = SPACES
                       AND WS-NB-FICHIERS < 50
                       ADD 1 TO WS-NB-FICHIERS
                       MOVE WS-CFG-LOGIQUE
                           TO WS-FI-LOGIQUE(WS-NB-FICHIERS)
                       MOVE WS-CFG-VALEUR-1
                           TO WS-FI-PROD(WS-NB-FICHIERS)
                   END-IF

               WHEN "IGNORE"
                   IF FUNCTION NUMVAL(WS-CFG-VALEUR-1) > 0
                       AND FUNCTION NUMVAL(WS-CFG-VALEUR-1) <= 200
                       AND FUNCTION NUMVAL(WS-CFG-VALEUR-2) > 0
                       AND FUNCTION NUMVAL(WS-CFG-VALEUR-1)
                           + FUNCTION NUMVAL(WS-CFG-VALEUR-2) <= 201
                       AND WS-NB-TOLERANCES < 50
                       ADD 1 TO WS-NB-TOLERANCES
                       MOVE WS-CFG-LOGIQUE
                           TO WS-TO-LOGIQUE(WS-NB-TOLERANCES)
                       MOVE FUNCTION NUMVAL(WS-CFG-VALEUR-1)
                           TO WS-TO-POSITION(WS-NB-TOLERANCES)
                       MOVE FUNCTION NUMVAL(WS-CFG-VALEUR-2)
                           TO WS-TO-LONGUEUR(WS-NB-TOLERANCES)
                   ELSE
                       DISPLAY "Tolérance écartée : "
                           FUNCTION TRIM(F-LIGNE-CONFIG)
                   END-IF

               WHEN OTHER
                   CONTINUE

           END-EVALUATE
       .

      ******************************************************************

      *Compare le fichier WS-INDEX : résolution du nom TEST, lecture
      *des deux fichiers en parallèle, verdict du fichier
       1000-COMPARE-FICHIER.

           MOVE WS-FI-PROD(WS-INDEX) TO WS-NOM-PROD

           MOVE WS-FI-LOGIQUE(WS-INDEX) TO WS-ENV-LOGIQUE
           MOVE WS-FI-PROD(WS-INDEX) TO WS-ENV-DEFAUT
           CALL "environnement" USING WS-ENV-COMMANDE
           MOVE WS-ENV-RESOLU TO WS-NOM-TEST

           MOVE SPACES TO F-LIGNE-RAPPORT
           WRITE F-LIGNE-RAPPORT

           MOVE SPACES TO F-LIGNE-RAPPORT
           STRING WS-FI-LOGIQUE(WS-INDEX) " PROD "
               FUNCTION TRIM(WS-NOM-PROD) " / TEST "
               FUNCTION TRIM(WS-NOM-TEST)
               INTO F-LIGNE-RAPPORT
           END-STRING
           WRITE F-LIGNE-RAPPORT

      *Un nom logique absent d'environnement.txt rend le nom de
      *production lui-même : il n'y a pas de copie TEST à comparer
           IF WS-NOM-TEST = WS-NOM-PROD
               ADD 1 TO WS-NB-NON-COMPARES
               MOVE SPACES TO F-LIGNE-RAPPORT
               STRING "  NON COMPARÉ : pas de correspondance TEST"
                   " dans environnement.txt"
                   INTO F-LIGNE-RAPPORT
               END-STRING
               WRITE F-LIGNE-RAPPORT
           ELSE

               OPEN INPUT FICHIER-PROD
               OPEN INPUT FICHIER-TEST

               IF WS-STATUT-PROD NOT = "00"
                   OR WS-STATUT-TEST NOT = "00"
                   PERFORM 1100-FICHIER-ABSENT
               ELSE
                   PERFORM 1200-COMPARE-LIGNES
                   CLOSE FICHIER-PROD
                   CLOSE FICHIER-TEST
               END-IF

           END-IF
       .

      ******************************************************************

      *L'un des deux fichiers n'a pas pu être ouvert : le fichier
      *n'est pas comparé, l'autre est refermé s'il était ouvert
       1100-FICHIER-ABSENT.

           ADD 1 TO WS-NB-NON-COMPARES

           MOVE SPACES TO F-LIGNE-RAPPORT

           IF WS-STATUT-PROD NOT = "00"
               STRING "  NON COMPARÉ : PROD "
                   FUNCTION TRIM(WS-NOM-PROD)
                   " absent (statut " WS-STATUT-PROD ")"
                   INTO F-LIGNE-RAPPORT
               END-STRING
           ELSE
               STRING "  NON COMPARÉ : TEST "
                   FUNCTION TRIM(WS-NOM-TEST)
                   " absent (statut " WS-STATUT-TEST ")"
                   INTO F-LIGNE-RAPPORT
               END-STRING
           END-IF

           WRITE F-LIGNE-RAPPORT

           IF WS-STATUT-PROD = "00"
               CLOSE FICHIER-PROD
           END-IF

           IF WS-STATUT-TEST = "00"
               CLOSE FICHIER-TEST
           END-IF
       .

      ******************************************************************

      *Lit les deux fichiers en parallèle jusqu'à la fin des deux :
      *une ligne présente d'un seul côté est un écart inattendu
       1200-COMPARE-LIGNES.

           MOVE 'F' TO WS-EOF-PROD
           MOVE 'F' TO WS-EOF-TEST
           MOVE 0 TO WS-NUM-LIGNE
           MOVE 0 TO WS-NB-ECARTS-ATTENDUS
           MOVE 0 TO WS-NB-ECARTS-INATTENDUS
           MOVE 0 TO WS-NB-DETAILLES

           PERFORM UNTIL WS-EOF-PROD = 'T' AND WS-EOF-TEST = 'T'

               MOVE SPACES TO WS-LIGNE-PROD
               MOVE SPACES TO WS-LIGNE-TEST

               IF WS-EOF-PROD = 'F'
                   READ FICHIER-PROD
                       AT END
                           MOVE 'T' TO WS-EOF-PROD
                       NOT AT END
                           MOVE F-LIGNE-PROD TO WS-LIGNE-PROD
                   END-READ
               END-IF

               IF WS-EOF-TEST = 'F'
                   READ FICHIER-TEST
                       AT END
                           MOVE 'T' TO WS-EOF-TEST
                       NOT AT END
                           MOVE F-LIGNE-TEST TO WS-LIGNE-TEST
                   END-READ
               END-IF

               IF WS-EOF-PROD = 'F' OR WS-EOF-TEST = 'F'
                   ADD 1 TO WS-NUM-LIGNE
                   PERFORM 1300-COMPARE-LIGNE
               END-IF

           END-PERFORM

           EVALUATE TRUE
               WHEN WS-NB-ECARTS-INATTENDUS > 0
                   ADD 1 TO WS-NB-INATTENDUS
                   MOVE "ÉCARTS INATTENDUS" TO WS-VERDICT-FICHIER
               WHEN WS-NB-ECARTS-ATTENDUS > 0
                   ADD 1 TO WS-NB-ATTENDUS
                   MOVE "ÉCARTS ATTENDUS" TO WS-VERDICT-FICHIER
               WHEN OTHER
                   ADD 1 TO WS-NB-IDENTIQUES
                   MOVE "IDENTIQUE" TO WS-VERDICT-FICHIER
           END-EVALUATE

           MOVE SPACES TO F-LIGNE-RAPPORT
           STRING "  " FUNCTION TRIM(WS-VERDICT-FICHIER) " : "
               WS-NUM-LIGNE " ligne(s), "
               WS-NB-ECARTS-ATTENDUS " écart(s) toléré(s), "
               WS-NB-ECARTS-INATTENDUS " écart(s) inattendu(s)"
               INTO F-LIGNE-RAPPORT
           END-STRING
           WRITE F-LIGNE-RAPPORT
       .

      ******************************************************************

      *Compare la ligne courante : identique, différente seulement
      *dans les zones tolérées du fichier (ou de *), ou différente
      *ailleurs ; les cinq premières lignes inattendues sont
      *détaillées des deux côtés
       1300-COMPARE-LIGNE.

           IF WS-LIGNE-PROD = WS-LIGNE-TEST
               AND WS-EOF-PROD = WS-EOF-TEST
               CONTINUE
           ELSE

               MOVE WS-LIGNE-PROD TO WS-MASQUE-PROD
               MOVE WS-LIGNE-TEST TO WS-MASQUE-TEST

               PERFORM VARYING WS-INDEX-TO FROM 1 BY 1
                   UNTIL WS-INDEX-TO > WS-NB-TOLERANCES
                   IF WS-TO-LOGIQUE(WS-INDEX-TO)
                       = WS-FI-LOGIQUE(WS-INDEX)
                       OR WS-TO-LOGIQUE(WS-INDEX-TO) = "*"
                       MOVE SPACES TO WS-MASQUE-PROD
                           (WS-TO-POSITION(WS-INDEX-TO):
                            WS-TO-LONGUEUR(WS-INDEX-TO))
                       MOVE SPACES TO WS-MASQUE-TEST
                           (WS-TO-POSITION(WS-INDEX-TO):
                            WS-TO-LONGUEUR(WS-INDEX-TO))
                   END-IF
               END-PERFORM

               IF WS-MASQUE-PROD = WS-MASQUE-TEST
                   AND WS-EOF-PROD = WS-EOF-TEST
                   ADD 1 TO WS-NB-ECARTS-ATTENDUS
               ELSE
                   ADD 1 TO WS-NB-ECARTS-INATTENDUS
                   IF WS-NB-DETAILLES < 5
                       ADD 1 TO WS-NB-DETAILLES
                       PERFORM 1400-DETAILLE-ECART
                   END-IF
               END-IF

           END-IF
       .

      ******************************************************************

      *Détaille l'écart inattendu de la ligne courante, côté PROD
      *puis côté TEST (une fin de fichier est signalée comme telle)
       1400-DETAILLE-ECART.

           MOVE SPACES TO F-LIGNE-RAPPORT
           IF WS-EOF-PROD = 'T'
               STRING "    ligne " WS-NUM-LIGNE
                   " PROD : (fin de fichier)"
                   INTO F-LIGNE-RAPPORT
               END-STRING
           ELSE
               STRING "    ligne " WS-NUM-LIGNE " PROD : "
                   WS-LIGNE-PROD
                   INTO F-LIGNE-RAPPORT
               END-STRING
           END-IF
           WRITE F-LIGNE-RAPPORT

           MOVE SPACES TO F-LIGNE-RAPPORT
           IF WS-EOF-TEST = 'T'
               STRING "    ligne " WS-NUM-LIGNE
                   " TEST : (fin de fichier)"
                   INTO F-LIGNE-RAPPORT
               END-STRING
           ELSE
               STRING "    ligne " WS-NUM-LIGNE " TEST : "
                   WS-LIGNE-TEST
                   INTO F-LIGNE-RAPPORT
               END-STRING
           END-IF
           WRITE F-LIGNE-RAPPORT
       .
