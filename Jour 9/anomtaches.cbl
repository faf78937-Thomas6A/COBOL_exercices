      *rejets-classes.txt et transactions-rejets.txt et pourrissaient
      *si personne n'ouvrait chaque fichier. Chaque ligne de ces
      *quatre fichiers devient une tâche de taches.txt (celle de
      *taches.cbl) : échéance à une semaine ouvrée (cinq jours ouvrés
      *du calendrier commun, Jour 15), priorité selon la source,
      *libellé étiqueté du fichier d'origine. Une tâche déjà ouverte
      *pour la même anomalie n'est pas dupliquée, et une tâche dont
      *l'anomalie a disparu des fichiers est marquée faite. taches.cbl
      *devient le seul endroit où vit le nettoyage en souffrance.
      *Chaque tâche d'anomalie reçoit le responsable désigné pour sa
      *source dans anomtaches-config.txt (une ligne par étiquette :
      *TREJ, ORPH, FOUR ou REJC, puis le nom de l'opérateur) ; une
      *source sans responsable laisse ses tâches à attribuer dans
      *taches.cbl.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. anomtaches.
       AUTHOR. Thomas Baudrin.

       FILE-CONTROL.

      *Alias du fichier des tâches, le même que taches.cbl, relu puis
      *réécrit trié
       SELECT FICHIER-TACHES ASSIGN TO "taches.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-SOURCE.

      *Alias des responsables désignés par source d'anomalies
       SELECT FICHIER-CONFIG ASSIGN TO "anomtaches-config.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CONFIG.

       DATA DIVISION.

       FILE SECTION.

      *Définition du fichier des tâches, même découpage que taches.cbl
       FD FICHIER-TACHES.
       01 F-TACHE.
           05 F-STATUT        PIC X.
           05 F-PRIORITE      PIC 9.
           05 FILLER          PIC X.
           05 F-LIBELLE       PIC X(50).
           05 FILLER          PIC X.
           05 F-RESPONSABLE   PIC X(30).
           05 FILLER          PIC X.
           05 F-RECURRENCE    PIC X.

       FD FICHIER-SOURCE.
       01 F-LIGNE-SOURCE      PIC X(120).

      *Définition d'une ligne de configuration : étiquette de la
      *source (sans le " :") puis nom du responsable
       FD FICHIER-CONFIG.
       01 F-CONFIG.
           05 F-CF-ETIQUETTE  PIC X(4).
           05 FILLER          PIC X.
           05 F-CF-RESPONSABLE PIC X(30).

       WORKING-STORAGE SECTION.

      *Tableau des tâches, même capacité que taches.cbl, enrichi d'un
      *marqueur "anomalie revue ce soir" pour solder les tâches dont
      *l'anomalie a disparu
       01 WS-TACHES-TAB.
               10 WS-ECHEANCE PIC X(8).
               10 WS-PRIORITE PIC 9.
               10 WS-LIBELLE  PIC X(50).
               10 WS-RESPONSABLE PIC X(30).
               10 WS-RECURRENCE  PIC X.
               10 WS-REVUE    PIC X.

      *Responsables désignés pour chacune des quatre sources
       01 WS-CONFIG-TAB.
           05 WS-CONFIG       OCCURS 4 TIMES.
               10 WS-CF-ETIQUETTE   PIC X(4).
               10 WS-CF-RESPONSABLE PIC X(30).

      *Effectif réel du tableau et index de parcours
       77 WS-NB-TACHES        PIC 9(3)          VALUE 0.
       77 WS-INDEX            PIC 9(3)          VALUE 1.
       77 WS-EOF              PIC X             VALUE 'F'.
       77 WS-STATUT-TACHES    PIC XX.
       77 WS-STATUT-SOURCE    PIC XX.
       77 WS-STATUT-CONFIG    PIC XX.
      *Index des responsables et responsable de la source en cours
       77 WS-INDEX-CONFIG     PIC 9             VALUE 1.
       77 WS-RESPONSABLE-SOURCE PIC X(30).
      *Source en cours : nom du fichier, étiquette de libellé et
      *priorité attribuée
       77 WS-NOM-SOURCE       PIC X(40).
       77 WS-PRIORITE-SOURCE  PIC 9             VALUE 5.
      *Libellé composé de l'anomalie en cours
       77 WS-LIBELLE-ANOMALIE PIC X(50).
      *Échéance des nouvelles tâches : une semaine ouvrée
       77 WS-ECHEANCE-TACHE   PIC 9(8)          VALUE 0.
      *Commande passée au sous-programme commun du calendrier ouvré
      *(calendrier, Jour 15) : action, dates, nombre de jours et
      *résultat
       01 WS-CAL-COMMANDE.
           05 WS-CAL-ACTION   PIC X.
           05 WS-CAL-DATE-1   PIC 9(8).
           05 WS-CAL-DATE-2   PIC 9(8).
           05 WS-CAL-NOMBRE   PIC S9(5).
           05 WS-CAL-RESULTAT PIC X.
      *Compteurs du bilan
       77 WS-NB-CREEES        PIC 9(3)          VALUE 0.
       77 WS-NB-DEJA          PIC 9(3)          VALUE 0.

       PROCEDURE DIVISION.

      *Échéance des nouvelles tâches : le cinquième jour ouvré après
      *aujourd'hui, pour qu'elle ne tombe ni un week-end ni un jour
      *férié
       MOVE "A" TO WS-CAL-ACTION.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CAL-DATE-1.
       MOVE 5 TO WS-CAL-NOMBRE.
       CALL "calendrier" USING WS-CAL-COMMANDE.
       MOVE WS-CAL-DATE-2 TO WS-ECHEANCE-TACHE.

      *Responsables désignés par source ; sans fichier de
      *configuration, les tâches restent à attribuer
       MOVE SPACES TO WS-CONFIG-TAB.
       MOVE "TREJ" TO WS-CF-ETIQUETTE(1).
       MOVE "ORPH" TO WS-CF-ETIQUETTE(2).
       MOVE "FOUR" TO WS-CF-ETIQUETTE(3).
       MOVE "REJC" TO WS-CF-ETIQUETTE(4).

       OPEN INPUT FICHIER-CONFIG.

       IF WS-STATUT-CONFIG = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-CONFIG
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       PERFORM VARYING WS-INDEX-CONFIG FROM 1 BY 1
                           UNTIL WS-INDEX-CONFIG > 4
                           IF WS-CF-ETIQUETTE(WS-INDEX-CONFIG)
                               = F-CF-ETIQUETTE
                               MOVE F-CF-RESPONSABLE TO
                                 WS-CF-RESPONSABLE(WS-INDEX-CONFIG)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE FICHIER-CONFIG
       END-IF.

       MOVE 'F' TO WS-EOF.

      *Rechargement des tâches existantes, comme taches.cbl
       OPEN INPUT FICHIER-TACHES.

       IF WS-STATUT-TACHES = "00"
                           TO WS-PRIORITE(WS-NB-TACHES)
                       MOVE F-LIBELLE
                           TO WS-LIBELLE(WS-NB-TACHES)
                       MOVE F-RESPONSABLE
                           TO WS-RESPONSABLE(WS-NB-TACHES)
                       MOVE F-RECURRENCE
                           TO WS-RECURRENCE(WS-NB-TACHES)
                       MOVE "N" TO WS-REVUE(WS-NB-TACHES)
               END-READ
           END-PERFORM
      *étiquette et sa priorité (1 = la plus pressante)
       MOVE "transactions-rejets.txt" TO WS-NOM-SOURCE.
       MOVE "TREJ :" TO WS-ETIQUETTE.
       MOVE WS-CF-RESPONSABLE(1) TO WS-RESPONSABLE-SOURCE.
       MOVE 1 TO WS-PRIORITE-SOURCE.
       PERFORM 1000-VERSE-SOURCE.

       MOVE "commandes-orphelines.txt" TO WS-NOM-SOURCE.
       MOVE "ORPH :" TO WS-ETIQUETTE.
       MOVE WS-CF-RESPONSABLE(2) TO WS-RESPONSABLE-SOURCE.
       MOVE 2 TO WS-PRIORITE-SOURCE.
       PERFORM 1000-VERSE-SOURCE.

       MOVE "fournisseurs-inconnus.txt" TO WS-NOM-SOURCE.
       MOVE "FOUR :" TO WS-ETIQUETTE.
       MOVE WS-CF-RESPONSABLE(3) TO WS-RESPONSABLE-SOURCE.
       MOVE 3 TO WS-PRIORITE-SOURCE.
       PERFORM 1000-VERSE-SOURCE.

       MOVE "rejets-classes.txt" TO WS-NOM-SOURCE.
       MOVE "REJC :" TO WS-ETIQUETTE.
       MOVE WS-CF-RESPONSABLE(4) TO WS-RESPONSABLE-SOURCE.
       MOVE 4 TO WS-PRIORITE-SOURCE.
       PERFORM 1000-VERSE-SOURCE.

       END-PERFORM.

      *Réécriture des tâches triées par échéance puis priorité,
      *comme le fait taches.cbl à chaque sauvegarde
       IF WS-NB-TACHES > 0
           SORT WS-TACHE
               ON ASCENDING KEY WS-ECHEANCE
           MOVE WS-ECHEANCE(WS-INDEX) TO F-ECHEANCE
           MOVE WS-PRIORITE(WS-INDEX) TO F-PRIORITE
           MOVE WS-LIBELLE(WS-INDEX) TO F-LIBELLE
           MOVE WS-RESPONSABLE(WS-INDEX) TO F-RESPONSABLE
           MOVE WS-RECURRENCE(WS-INDEX) TO F-RECURRENCE
           WRITE F-TACHE

       END-PERFORM.

      *Verse l'anomalie courante : libellé = étiquette de la source
      *suivie du début de la ligne ; une tâche ouverte au même
      *libellé est simplement marquée revue (et reçoit le responsable
      *de sa source si elle n'en a pas encore), sinon une nouvelle
      *tâche ouverte est créée à une semaine, au nom du responsable
      *de la source
       1100-VERSE-ANOMALIE.

           MOVE SPACES TO WS-LIBELLE-ANOMALIE
           IF WS-INDEX-TROUVE NOT = 0
               ADD 1 TO WS-NB-DEJA
               MOVE "O" TO WS-REVUE(WS-INDEX-TROUVE)
               IF WS-RESPONSABLE(WS-INDEX-TROUVE) = SPACES
                   MOVE WS-RESPONSABLE-SOURCE
                       TO WS-RESPONSABLE(WS-INDEX-TROUVE)
               END-IF
           ELSE
               IF WS-NB-TACHES >= 200
                   DISPLAY "Liste des tâches complète, anomalie "
                       TO WS-PRIORITE(WS-NB-TACHES)
                   MOVE WS-LIBELLE-ANOMALIE
                       TO WS-LIBELLE(WS-NB-TACHES)
                   MOVE WS-RESPONSABLE-SOURCE
                       TO WS-RESPONSABLE(WS-NB-TACHES)
                   MOVE SPACE TO WS-RECURRENCE(WS-NB-TACHES)
                   MOVE "O" TO WS-REVUE(WS-NB-TACHES)
               END-IF
           END-IF
