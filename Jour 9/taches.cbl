      *Gestionnaire de tâches de l'équipe : les tâches sont désormais
      *conservées dans taches.txt d'une session à l'autre, chacune
      *avec une échéance, une priorité et un statut (ouverte/faite).
      *Le menu permet d'ajouter, d'afficher trié par échéance (les
      *tâches en retard sont signalées), de terminer et de purger les
      *tâches faites. Le tableau grandit avec le fichier au lieu des
      *5 cases figées d'autrefois. Chaque tâche porte un responsable
      *pris parmi les opérateurs d'operateurs.txt (celui d'opermaint,
      *Jour34) et une récurrence facultative (hebdomadaire, mensuelle
      *ou annuelle) : terminer une tâche récurrente crée aussitôt son
      *occurrence suivante, pour ne plus ressaisir la clôture du mois,
      *l'inventaire semestriel ou le contrôle des sauvegardes. Le menu
      *permet aussi d'attribuer une tâche et d'afficher la charge de
      *chaque responsable.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. taches.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier des tâches, relu au lancement et réécrit à
      *chaque changement
       SELECT FICHIER-TACHES ASSIGN TO "taches.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-TACHES.

      *Alias des profils opérateurs, seuls responsables admis
       SELECT FICHIER-OPERATEURS ASSIGN TO "operateurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-OPERATEURS.

       DATA DIVISION.

       FILE SECTION.

      *Définition du fichier des tâches : statut (O = ouverte, F =
      *faite), échéance AAAAMMJJ, priorité (1 = haute ... 9 = basse)
      *libellé, responsable et récurrence (H = hebdomadaire, M =
      *mensuelle, A = annuelle, blanc = tâche ponctuelle) ; les lignes
      *d'avant les responsables s'arrêtent au libellé et se relisent
      *sans responsable ni récurrence
       FD FICHIER-TACHES.
       01 F-TACHE.
           05 F-STATUT        PIC X.
           05 FILLER          PIC X.
           05 F-ECHEANCE      PIC X(8).
           05 FILLER          PIC X.
           05 F-PRIORITE      PIC 9.
           05 FILLER          PIC X.
           05 F-LIBELLE       PIC X(50).
           05 FILLER          PIC X.
           05 F-RESPONSABLE   PIC X(30).
           05 FILLER          PIC X.
           05 F-RECURRENCE    PIC X.

      *Définition des profils opérateurs, même découpage
      *qu'opermaint.cbl
       FD FICHIER-OPERATEURS.
       01 F-OPERATEUR.
           05 F-OP-NOM        PIC X(30).
           05 FILLER          PIC X.
           05 F-OP-DROITS     PIC X(5).

       WORKING-STORAGE SECTION.

      *Tableau des tâches, dimensionné sur le contenu réel du fichier
       01 WS-TACHES-TAB.
           05 WS-TACHE        OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-NB-TACHES.
               10 WS-STATUT   PIC X.
               10 WS-ECHEANCE PIC X(8).
               10 WS-PRIORITE PIC 9.
               10 WS-LIBELLE  PIC X(50).
               10 WS-RESPONSABLE PIC X(30).
               10 WS-RECURRENCE  PIC X.

      *Noms des opérateurs, responsables possibles des tâches
       01 WS-OPERATEURS-TAB.
           05 WS-OP-NOM       OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-NB-OPERATEURS
                              PIC X(30).

      *Charge par responsable : tâches ouvertes, en retard et
      *prochaine échéance
       01 WS-CHARGES-TAB.
           05 WS-CHARGE       OCCURS 1 TO 101 TIMES
               DEPENDING ON WS-NB-CHARGES.
               10 WS-CH-RESPONSABLE PIC X(30).
               10 WS-CH-OUVERTES    PIC 9(3).
               10 WS-CH-RETARD      PIC 9(3).
               10 WS-CH-PROCHAINE   PIC X(8).

      *Effectif réel du tableau des tâches
       77 WS-NB-TACHES        PIC 9(3)          VALUE 0.
      *Index du tableau
       77 WS-INDEX            PIC 9(3)          VALUE 1.
      *Index de décalage lors d'une purge
       77 WS-INDEX-DECALE     PIC 9(3)          VALUE 1.
      *Choix du menu
       77 WS-INPUT            PIC 9             VALUE 0.
      *Indicateur de fin de fichier et statut
       77 WS-EOF              PIC X             VALUE 'F'.
       77 WS-STATUT-TACHES    PIC XX.
      *Numéro de tâche saisi pour l'achèvement
       77 WS-NUMERO-SAISI     PIC 9(3)          VALUE 0.
      *Date du jour AAAAMMJJ, pour repérer les tâches en retard
       77 WS-DATE-JOUR        PIC X(8).
      *Compteur des tâches purgées
       77 WS-NB-PURGEES       PIC 9(3)          VALUE 0.
      *Effectif des opérateurs et des charges, statut des profils
       77 WS-NB-OPERATEURS    PIC 9(3)          VALUE 1.
       77 WS-NB-CHARGES       PIC 9(3)          VALUE 1.
       77 WS-INDEX-CHARGE     PIC 9(3)          VALUE 1.
       77 WS-INDEX-TROUVE     PIC 9(3)          VALUE 0.
       77 WS-STATUT-OPERATEURS PIC XX.
      *Responsable saisi et verdict de son contrôle
       77 WS-RESPONSABLE-SAISI PIC X(30).
       77 WS-RESPONSABLE-OK   PIC X             VALUE "N".
      *Échéance de l'occurrence suivante d'une tâche récurrente,
      *découpée pour avancer d'un mois ou d'un an
       01 WS-DATE-SUIVANTE    PIC 9(8)          VALUE 0.
       01 WS-DATE-SUIVANTE-R REDEFINES WS-DATE-SUIVANTE.
           05 WS-DS-ANNEE     PIC 9(4).
           05 WS-DS-MOIS      PIC 99.
           05 WS-DS-JOUR      PIC 99.

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

      *Rechargement des tâches sauvegardées lors d'une session
      *précédente ; au tout premier lancement le fichier n'existe
      *pas encore (statut 35), la liste démarre vide
       OPEN INPUT FICHIER-TACHES.

       IF WS-STATUT-TACHES = "00"

           PERFORM UNTIL WS-EOF = 'T'

               READ FICHIER-TACHES

                   AT END
                       MOVE 'T' TO WS-EOF

                   NOT AT END
      *Un fichier plus grand que le tableau arrêterait la session
      *sur une liste amputée, que la première sauvegarde réécrirait
      *sans sa queue : on refuse la maintenance plutôt que de perdre
      *des tâches en silence
                       IF WS-NB-TACHES >= 200
                           DISPLAY "taches.txt au-delà de 200 "
                               "tâches, maintenance impossible "
                               "(purger les tâches faites à la "
                               "main)"
                           GOBACK
                       END-IF
                       ADD 1 TO WS-NB-TACHES
                       MOVE F-STATUT TO WS-STATUT(WS-NB-TACHES)
                       MOVE F-ECHEANCE
                           TO WS-ECHEANCE(WS-NB-TACHES)
                       MOVE F-PRIORITE
                           TO WS-PRIORITE(WS-NB-TACHES)
                       MOVE F-LIBELLE
                           TO WS-LIBELLE(WS-NB-TACHES)
                       MOVE F-RESPONSABLE
                           TO WS-RESPONSABLE(WS-NB-TACHES)
                       MOVE F-RECURRENCE
                           TO WS-RECURRENCE(WS-NB-TACHES)

               END-READ

           END-PERFORM

           CLOSE FICHIER-TACHES

       END-IF.

       DISPLAY "Tâches chargées : " WS-NB-TACHES.

      *Chargement des opérateurs, responsables possibles ; sans
      *operateurs.txt tout nom est accepté
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-OPERATEURS.

       OPEN INPUT FICHIER-OPERATEURS.

       IF WS-STATUT-OPERATEURS = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-OPERATEURS
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-NB-OPERATEURS < 100
                           ADD 1 TO WS-NB-OPERATEURS
                           MOVE F-OP-NOM
                               TO WS-OP-NOM(WS-NB-OPERATEURS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-OPERATEURS
       ELSE
           DISPLAY "operateurs.txt absent, responsables non contrôlés"
       END-IF.

      *Boucle de menu, jusqu'à la saisie de 7
       PERFORM UNTIL WS-INPUT = 7

           DISPLAY "1- Ajouter une tâche"
           DISPLAY "2- Afficher les tâches (triées par échéance)"
           DISPLAY "3- Terminer une tâche"
           DISPLAY "4- Purger les tâches faites"
           DISPLAY "5- Attribuer une tâche"
           DISPLAY "6- Charge par responsable"
           DISPLAY "7- Quitter"
           ACCEPT WS-INPUT

           EVALUATE WS-INPUT

               WHEN 1
                   PERFORM 1000-AJOUTE-TACHE

               WHEN 2
                   PERFORM 2000-AFFICHE-TACHES

               WHEN 3
                   PERFORM 3000-TERMINE-TACHE

               WHEN 4
                   PERFORM 4000-PURGE-TACHES

               WHEN 5
                   PERFORM 6000-ATTRIBUE-TACHE

               WHEN 6
                   PERFORM 7000-CHARGE-RESPONSABLES

               WHEN 7
                   DISPLAY "Fin du programme"

               WHEN OTHER
                   DISPLAY "Erreur de saisi"

           END-EVALUATE

       END-PERFORM.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis le menu général (menugeneral.cbl, Jour 15)
      *comme sous-programme, sans rien changer à son comportement
      *lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************

      *Ajoute une tâche ouverte avec son responsable, son échéance,
      *sa priorité et sa récurrence, puis retrie et sauvegarde
      *immédiatement la liste, pour qu'elle survive même à une sortie
      *sans passer par le menu ; un responsable inconnu des
      *opérateurs fait renoncer à l'ajout
       1000-AJOUTE-TACHE.

           IF WS-NB-TACHES >= 200
               DISPLAY "Liste complète, ajout impossible"
           ELSE

               PERFORM 8000-SAISIT-RESPONSABLE

               IF WS-RESPONSABLE-OK = "O"

                   ADD 1 TO WS-NB-TACHES

                   MOVE "O" TO WS-STATUT(WS-NB-TACHES)
                   MOVE WS-RESPONSABLE-SAISI
                       TO WS-RESPONSABLE(WS-NB-TACHES)

                   DISPLAY "Libellé de la tâche : "
                   ACCEPT WS-LIBELLE(WS-NB-TACHES)

                   DISPLAY "Échéance (AAAAMMJJ) : "
                   ACCEPT WS-ECHEANCE(WS-NB-TACHES)

                   DISPLAY "Priorité (1 = haute ... 9 = basse) : "
                   ACCEPT WS-PRIORITE(WS-NB-TACHES)

                   DISPLAY "Récurrence (H = hebdomadaire, "
                       "M = mensuelle, A = annuelle, vide = aucune) : "
                   ACCEPT WS-RECURRENCE(WS-NB-TACHES)

                   IF WS-RECURRENCE(WS-NB-TACHES) NOT = "H"
                       AND WS-RECURRENCE(WS-NB-TACHES) NOT = "M"
                       AND WS-RECURRENCE(WS-NB-TACHES) NOT = "A"
                       MOVE SPACE TO WS-RECURRENCE(WS-NB-TACHES)
                   END-IF

                   PERFORM 5000-TRIE-ET-SAUVE

                   DISPLAY "Tâche ajoutée"

               END-IF

           END-IF
       .

      ******************************************************************

      *Affiche les tâches triées par échéance, avec leur numéro, leur
      *priorité, leur statut, leur récurrence et leur responsable ;
      *une tâche ouverte dont l'échéance est passée est signalée EN
      *RETARD
       2000-AFFICHE-TACHES.

           IF WS-NB-TACHES = 0
               DISPLAY "Aucune tâche"
           ELSE

               PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NB-TACHES

                   DISPLAY WS-INDEX ". ["
                       WS-STATUT(WS-INDEX) "] P"
                       WS-PRIORITE(WS-INDEX)
                       WS-RECURRENCE(WS-INDEX) " "
                       WS-ECHEANCE(WS-INDEX) " "
                       WS-LIBELLE(WS-INDEX) " "
                       WS-RESPONSABLE(WS-INDEX)
                   SPACE WITH NO ADVANCING

                   IF WS-STATUT(WS-INDEX) = "O"
                       AND WS-ECHEANCE(WS-INDEX) < WS-DATE-JOUR
                       DISPLAY "   ** EN RETARD **"
                   ELSE
                       DISPLAY " "
                   END-IF

               END-PERFORM

           END-IF
       .

      ******************************************************************

      *Marque une tâche comme faite, par son numéro dans la liste
      *triée affichée par l'option 2, puis sauvegarde ; une tâche
      *récurrente laisse à sa place son occurrence suivante, ouverte,
      *même responsable, même priorité
       3000-TERMINE-TACHE.

           DISPLAY "Numéro de la tâche terminée (1-"
               WS-NB-TACHES ") : "
           ACCEPT WS-NUMERO-SAISI

           IF WS-NUMERO-SAISI < 1
               OR WS-NUMERO-SAISI > WS-NB-TACHES
               DISPLAY "Numéro invalide"
           ELSE
               IF WS-STATUT(WS-NUMERO-SAISI) = "F"
                   DISPLAY "Tâche déjà faite"
               ELSE
                   MOVE "F" TO WS-STATUT(WS-NUMERO-SAISI)
                   IF WS-RECURRENCE(WS-NUMERO-SAISI) NOT = SPACE
                       PERFORM 3100-OCCURRENCE-SUIVANTE
                   END-IF
                   PERFORM 5000-TRIE-ET-SAUVE
                   DISPLAY "Tâche terminée"
               END-IF
           END-IF
       .

      ******************************************************************

      *Crée l'occurrence suivante de la tâche récurrente terminée :
      *échéance avancée d'une semaine, d'un mois ou d'un an depuis
      *l'échéance précédente (depuis aujourd'hui si elle était mal
      *saisie) ; un 31 devient le dernier jour d'un mois plus court,
      *un 29 février le 28 d'une année ordinaire
       3100-OCCURRENCE-SUIVANTE.

           IF WS-NB-TACHES >= 200
               DISPLAY "Liste complète, occurrence suivante "
                   "non créée"
           ELSE

               IF WS-ECHEANCE(WS-NUMERO-SAISI) NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(
                       WS-ECHEANCE(WS-NUMERO-SAISI))) = 0
                   MOVE WS-ECHEANCE(WS-NUMERO-SAISI)
                       TO WS-DATE-SUIVANTE
               ELSE
                   MOVE WS-DATE-JOUR TO WS-DATE-SUIVANTE
               END-IF

               EVALUATE WS-RECURRENCE(WS-NUMERO-SAISI)
                   WHEN "H"
                       COMPUTE WS-DATE-SUIVANTE =
                           FUNCTION DATE-OF-INTEGER(
                               FUNCTION INTEGER-OF-DATE(
                                   WS-DATE-SUIVANTE) + 7)
                   WHEN "M"
                       IF WS-DS-MOIS = 12
                           MOVE 1 TO WS-DS-MOIS
                           ADD 1 TO WS-DS-ANNEE
                       ELSE
                           ADD 1 TO WS-DS-MOIS
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-DS-ANNEE
               END-EVALUATE

               PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(
                   WS-DATE-SUIVANTE) = 0
                   SUBTRACT 1 FROM WS-DS-JOUR
               END-PERFORM

               ADD 1 TO WS-NB-TACHES
               MOVE WS-TACHE(WS-NUMERO-SAISI)
                   TO WS-TACHE(WS-NB-TACHES)
               MOVE "O" TO WS-STATUT(WS-NB-TACHES)
               MOVE WS-DATE-SUIVANTE TO WS-ECHEANCE(WS-NB-TACHES)

               DISPLAY "Occurrence suivante créée pour le "
                   WS-DATE-SUIVANTE

           END-IF
       .

      ******************************************************************

      *Retire de la liste toutes les tâches faites, en remontant les
      *suivantes, puis sauvegarde
       4000-PURGE-TACHES.

           MOVE 0 TO WS-NB-PURGEES
           MOVE 1 TO WS-INDEX

           PERFORM UNTIL WS-INDEX > WS-NB-TACHES

               IF WS-STATUT(WS-INDEX) = "F"

                   PERFORM VARYING WS-INDEX-DECALE FROM WS-INDEX
                       BY 1 UNTIL WS-INDEX-DECALE >= WS-NB-TACHES

                       MOVE WS-TACHE(WS-INDEX-DECALE + 1)
                           TO WS-TACHE(WS-INDEX-DECALE)

                   END-PERFORM

                   SUBTRACT 1 FROM WS-NB-TACHES
                   ADD 1 TO WS-NB-PURGEES

               ELSE
                   ADD 1 TO WS-INDEX
               END-IF

           END-PERFORM

           PERFORM 5000-TRIE-ET-SAUVE

           DISPLAY "Tâches purgées : " WS-NB-PURGEES
       .

      ******************************************************************

      *Trie la liste par échéance (puis priorité à échéance égale) et
      *la réécrit en entier dans taches.txt
       5000-TRIE-ET-SAUVE.

           IF WS-NB-TACHES > 0
               SORT WS-TACHE
                   ON ASCENDING KEY WS-ECHEANCE
                   ON ASCENDING KEY WS-PRIORITE
           END-IF

           OPEN OUTPUT FICHIER-TACHES

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-TACHES

               MOVE SPACES TO F-TACHE
               MOVE WS-STATUT(WS-INDEX) TO F-STATUT
               MOVE WS-ECHEANCE(WS-INDEX) TO F-ECHEANCE
               MOVE WS-PRIORITE(WS-INDEX) TO F-PRIORITE
               MOVE WS-LIBELLE(WS-INDEX) TO F-LIBELLE
               MOVE WS-RESPONSABLE(WS-INDEX) TO F-RESPONSABLE
               MOVE WS-RECURRENCE(WS-INDEX) TO F-RECURRENCE
               WRITE F-TACHE

           END-PERFORM

           CLOSE FICHIER-TACHES
       .

      ******************************************************************

      *Attribue (ou réattribue) une tâche ouverte à un responsable,
      *par son numéro dans la liste affichée par l'option 2 ; utile
      *notamment pour les tâches versées par anomtaches.cbl
       6000-ATTRIBUE-TACHE.

           DISPLAY "Numéro de la tâche à attribuer (1-"
               WS-NB-TACHES ") : "
           ACCEPT WS-NUMERO-SAISI

           IF WS-NUMERO-SAISI < 1
               OR WS-NUMERO-SAISI > WS-NB-TACHES
               DISPLAY "Numéro invalide"
           ELSE
               IF WS-STATUT(WS-NUMERO-SAISI) = "F"
                   DISPLAY "Tâche déjà faite"
               ELSE
                   PERFORM 8000-SAISIT-RESPONSABLE
                   IF WS-RESPONSABLE-OK = "O"
                       MOVE WS-RESPONSABLE-SAISI
                           TO WS-RESPONSABLE(WS-NUMERO-SAISI)
                       PERFORM 5000-TRIE-ET-SAUVE
                       DISPLAY "Tâche attribuée"
                   END-IF
               END-IF
           END-IF
       .

      ******************************************************************

      *Affiche la charge de chaque responsable : nombre de tâches
      *ouvertes, dont en retard, et prochaine échéance ; les tâches
      *sans responsable sont regroupées sous "(non attribuée)"
       7000-CHARGE-RESPONSABLES.

           MOVE 0 TO WS-NB-CHARGES

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-TACHES

               IF WS-STATUT(WS-INDEX) = "O"
                   PERFORM 7100-NOTE-CHARGE
               END-IF

           END-PERFORM

           IF WS-NB-CHARGES = 0
               DISPLAY "Aucune tâche ouverte"
           ELSE
               SORT WS-CHARGE ON ASCENDING KEY WS-CH-RESPONSABLE
               PERFORM VARYING WS-INDEX-CHARGE FROM 1 BY 1
                   UNTIL WS-INDEX-CHARGE > WS-NB-CHARGES
                   DISPLAY WS-CH-RESPONSABLE(WS-INDEX-CHARGE)
                       " ouvertes " WS-CH-OUVERTES(WS-INDEX-CHARGE)
                       " en retard " WS-CH-RETARD(WS-INDEX-CHARGE)
                       " prochaine "
                       WS-CH-PROCHAINE(WS-INDEX-CHARGE)
               END-PERFORM
           END-IF
       .

      ******************************************************************

      *Porte la tâche ouverte WS-INDEX au compte de son responsable,
      *créé à sa première rencontre ; la liste étant triée par
      *échéance, la première tâche rencontrée donne la prochaine
       7100-NOTE-CHARGE.

           MOVE 0 TO WS-INDEX-TROUVE

           PERFORM VARYING WS-INDEX-CHARGE FROM 1 BY 1
               UNTIL WS-INDEX-CHARGE > WS-NB-CHARGES
               IF WS-CH-RESPONSABLE(WS-INDEX-CHARGE)
                   = WS-RESPONSABLE(WS-INDEX)
                   OR (WS-RESPONSABLE(WS-INDEX) = SPACES
                   AND WS-CH-RESPONSABLE(WS-INDEX-CHARGE)
                       = "(non attribuée)")
                   MOVE WS-INDEX-CHARGE TO WS-INDEX-TROUVE
               END-IF
           END-PERFORM

           IF WS-INDEX-TROUVE = 0
               ADD 1 TO WS-NB-CHARGES
               MOVE WS-NB-CHARGES TO WS-INDEX-TROUVE
               IF WS-RESPONSABLE(WS-INDEX) = SPACES
                   MOVE "(non attribuée)"
                       TO WS-CH-RESPONSABLE(WS-INDEX-TROUVE)
               ELSE
                   MOVE WS-RESPONSABLE(WS-INDEX)
                       TO WS-CH-RESPONSABLE(WS-INDEX-TROUVE)
               END-IF
               MOVE 0 TO WS-CH-OUVERTES(WS-INDEX-TROUVE)
               MOVE 0 TO WS-CH-RETARD(WS-INDEX-TROUVE)
               MOVE WS-ECHEANCE(WS-INDEX)
                   TO WS-CH-PROCHAINE(WS-INDEX-TROUVE)
           END-IF

           ADD 1 TO WS-CH-OUVERTES(WS-INDEX-TROUVE)

           IF WS-ECHEANCE(WS-INDEX) < WS-DATE-JOUR
               ADD 1 TO WS-CH-RETARD(WS-INDEX-TROUVE)
           END-IF
       .

      ******************************************************************

      *Saisit un responsable et le contrôle contre les opérateurs
      *chargés : WS-RESPONSABLE-OK vaut O s'il est connu (ou si
      *operateurs.txt est absent), N sinon
       8000-SAISIT-RESPONSABLE.

           DISPLAY "Responsable (nom de l'opérateur) : "
           ACCEPT WS-RESPONSABLE-SAISI

           MOVE "N" TO WS-RESPONSABLE-OK

           IF WS-RESPONSABLE-SAISI = SPACES
               DISPLAY "Responsable obligatoire"
           ELSE
               IF WS-NB-OPERATEURS = 0
                   MOVE "O" TO WS-RESPONSABLE-OK
               ELSE
                   PERFORM VARYING WS-INDEX-CHARGE FROM 1 BY 1
                       UNTIL WS-INDEX-CHARGE > WS-NB-OPERATEURS
                       IF WS-OP-NOM(WS-INDEX-CHARGE)
                           = WS-RESPONSABLE-SAISI
                           MOVE "O" TO WS-RESPONSABLE-OK
                       END-IF
                   END-PERFORM
                   IF WS-RESPONSABLE-OK = "N"
                       DISPLAY "Opérateur inconnu d'operateurs.txt"
                   END-IF
               END-IF
           END-IF
       .
