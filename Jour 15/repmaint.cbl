      *Programme de tenue des représentants et de leurs portefeuilles
      *de clients, sur le modèle de climaint.cbl : le fichier
      *representants.txt (code représentant, nom, taux de commission)
      *et le fichier affectations-clients.txt (id client à 6 chiffres,
      *code du représentant qui le suit) se maintiennent ici au lieu
      *du tableur des commissions. Un représentant n'est jamais
      *supprimé mais désactivé par un marqueur, l'id client affecté
      *est validé contre clients.txt, et chaque modification est
      *consignée dans un journal daté. commissions.cbl s'appuie sur
      *ces deux fichiers pour les relevés mensuels de commissions.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. repmaint.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier clients, lu pour valider les ids affectés
       SELECT FICHIER-CLIENTS ASSIGN TO "clients.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CLIENTS.

      *Alias du fichier des représentants, relu au lancement et
      *réécrit à chaque changement
       SELECT FICHIER-REPRESENTANTS ASSIGN TO "representants.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-REPRESENTANTS.

      *Alias du fichier des affectations client / représentant, relu
      *au lancement et réécrit à chaque changement
       SELECT FICHIER-AFFECTATIONS
           ASSIGN TO "affectations-clients.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-AFFECTATIONS.

      *Alias du journal des modifications, complété à chaque
      *changement (une ligne datée par opération)
       SELECT FICHIER-JOURNAL ASSIGN TO "representants-journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-JOURNAL.

       DATA DIVISION.

       FILE SECTION.

      *Définition du fichier clients, même découpage que command.cbl
       FD FICHIER-CLIENTS.
       01 F-CLIENT.
           05 F-ID            PIC 9(6).
           05 FILLER          PIC X(6).
           05 F-NOM           PIC X(11).
           05 F-PRENOM        PIC X(11).

      *Définition du fichier des représentants : code, marqueur
      *d'état (espace = actif, I = désactivé, comme climaint.cbl),
      *nom et taux de commission en centièmes de pourcent (0500 =
      *5,00 %, même convention que les taux de TVA du catalogue)
       FD FICHIER-REPRESENTANTS.
       01 F-REPRESENTANT.
           05 F-REP-CODE      PIC X(4).
           05 FILLER          PIC X.
           05 F-REP-ETAT      PIC X.
           05 FILLER          PIC X.
           05 F-REP-NOM       PIC X(20).
           05 FILLER          PIC X.
           05 F-REP-TAUX      PIC 9(4).

      *Définition du fichier des affectations : id client et code du
      *représentant qui le suit (un seul représentant par client)
       FD FICHIER-AFFECTATIONS.
       01 F-AFFECTATION.
           05 F-AF-CLIENT     PIC 9(6).
           05 FILLER          PIC X.
           05 F-AF-REP        PIC X(4).

      *Définition du journal des modifications, une ligne de texte
      *libre par opération
       FD FICHIER-JOURNAL.
       01 F-LIGNE-JOURNAL     PIC X(100).

       WORKING-STORAGE SECTION.

      *Tableau des clients connus, pour la validation des ids
       01 WS-CLIENTS-TAB.
           05 WS-CLIENT       OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-CLIENT-MAX.
               10 WS-ID       PIC 9(6).
               10 WS-NOM      PIC X(11).

      *Tableau des représentants chargés depuis le fichier
       01 WS-REPRESENTANTS-TAB.
           05 WS-REPRESENTANT OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-REPRESENTANTS.
               10 WS-REP-CODE PIC X(4).
               10 WS-REP-ETAT PIC X.
               10 WS-REP-NOM  PIC X(20).
               10 WS-REP-TAUX PIC 9(4).

      *Tableau des affectations chargées depuis le fichier
       01 WS-AFFECTATIONS-TAB.
           05 WS-AFFECTATION  OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-AFFECTATIONS.
               10 WS-AF-CLIENT PIC 9(6).
               10 WS-AF-REP    PIC X(4).

      *Effectifs réels des trois tableaux
       77 WS-CLIENT-MAX       PIC 9(3)              VALUE 1.
       77 WS-NB-REPRESENTANTS PIC 9(3)              VALUE 1.
       77 WS-NB-AFFECTATIONS  PIC 9(3)              VALUE 1.
      *Index de parcours et de décalage lors d'une suppression
       77 WS-INDEX            PIC 9(3)              VALUE 1.
       77 WS-INDEX-DECALE     PIC 9(3)              VALUE 1.
      *Index du client, du représentant et de l'affectation
      *correspondant à la saisie (0 = introuvable)
       77 WS-CLIENT-TROUVE    PIC 9(3)              VALUE 0.
       77 WS-REP-TROUVE       PIC 9(3)              VALUE 0.
       77 WS-AFFECTATION-TROUVEE PIC 9(3)           VALUE 0.
      *Indicateur de fin de lecture et statuts
       77 WS-EOF              PIC X                 VALUE 'F'.
       77 WS-STATUT-CLIENTS   PIC XX.
       77 WS-STATUT-REPRESENTANTS PIC XX.
       77 WS-STATUT-AFFECTATIONS  PIC XX.
       77 WS-STATUT-JOURNAL   PIC XX.
      *Choix du menu et saisies
       77 WS-CHOIX            PIC 9                 VALUE 0.
       77 WS-ID-SAISI         PIC 9(6).
       77 WS-CODE-SAISI       PIC X(4).
       77 WS-TAUX-SAISI       PIC X(4).
      *Image avant modification, conservée pour le journal
       77 WS-AVANT-NOM        PIC X(20).
       77 WS-AVANT-TAUX       PIC 9(4).
       77 WS-AVANT-REP        PIC X(4).

      *Commande passée au sous-programme commun de verrouillage
      *(verrou.cbl), qui protège la réécriture des deux fichiers
      *contre un lancement concurrent
       01 WS-VERROU-COMMANDE.
           05 WS-VERROU-ACTION    PIC X.
           05 WS-VERROU-NOM       PIC X(20).
           05 WS-VERROU-RESULTAT  PIC X.

       PROCEDURE DIVISION.

      *Prise du verrou des représentants avant de toucher aux
      *fichiers : un lancement concurrent abandonne au lieu d'écraser
       MOVE "P" TO WS-VERROU-ACTION.
       MOVE "representants" TO WS-VERROU-NOM.
       CALL "verrou" USING WS-VERROU-COMMANDE.

       IF WS-VERROU-RESULTAT NOT = "O"
           DISPLAY "representants.txt verrouillé par un autre "
               "lancement, abandon"
           STOP RUN
       END-IF.

      *Chargement des clients pour la validation des ids ; le verrou
      *est relâché avant l'abandon
       OPEN INPUT FICHIER-CLIENTS.

       IF WS-STATUT-CLIENTS NOT = "00"
           DISPLAY "Fichier clients.txt introuvable (statut "
               WS-STATUT-CLIENTS "), maintenance impossible"
           MOVE "L" TO WS-VERROU-ACTION
           CALL "verrou" USING WS-VERROU-COMMANDE
           STOP RUN
       END-IF.

       MOVE 0 TO WS-CLIENT-MAX.

       PERFORM UNTIL WS-EOF = 'T'
           READ FICHIER-CLIENTS
               AT END
                   MOVE 'T' TO WS-EOF
               NOT AT END
                   IF WS-CLIENT-MAX < 999
                       ADD 1 TO WS-CLIENT-MAX
                       MOVE F-ID TO WS-ID(WS-CLIENT-MAX)
                       MOVE F-NOM TO WS-NOM(WS-CLIENT-MAX)
                   END-IF
           END-READ
       END-PERFORM.

       CLOSE FICHIER-CLIENTS.

      *Chargement des représentants existants ; un fichier absent
      *signifie simplement un premier lancement
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-REPRESENTANTS.

       OPEN INPUT FICHIER-REPRESENTANTS.

       IF WS-STATUT-REPRESENTANTS = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-REPRESENTANTS
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-NB-REPRESENTANTS < 999
                           ADD 1 TO WS-NB-REPRESENTANTS
                           MOVE F-REP-CODE
                               TO WS-REP-CODE(WS-NB-REPRESENTANTS)
                           MOVE F-REP-ETAT
                               TO WS-REP-ETAT(WS-NB-REPRESENTANTS)
                           MOVE F-REP-NOM
                               TO WS-REP-NOM(WS-NB-REPRESENTANTS)
                           IF F-REP-TAUX NUMERIC
                               MOVE F-REP-TAUX TO
                                   WS-REP-TAUX(WS-NB-REPRESENTANTS)
                           ELSE
                               MOVE 0 TO
                                   WS-REP-TAUX(WS-NB-REPRESENTANTS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-REPRESENTANTS
       END-IF.

      *Chargement des affectations existantes
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-AFFECTATIONS.

       OPEN INPUT FICHIER-AFFECTATIONS.

       IF WS-STATUT-AFFECTATIONS = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-AFFECTATIONS
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-NB-AFFECTATIONS < 999
                           ADD 1 TO WS-NB-AFFECTATIONS
                           MOVE F-AF-CLIENT
                               TO WS-AF-CLIENT(WS-NB-AFFECTATIONS)
                           MOVE F-AF-REP
                               TO WS-AF-REP(WS-NB-AFFECTATIONS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-AFFECTATIONS
       END-IF.

       DISPLAY "Clients connus : " WS-CLIENT-MAX
       DISPLAY "Représentants chargés : " WS-NB-REPRESENTANTS
       DISPLAY "Affectations chargées : " WS-NB-AFFECTATIONS.

      *Boucle de menu, jusqu'à la saisie de 6
       PERFORM UNTIL WS-CHOIX = 6

           DISPLAY "1. Ajouter un représentant"
           DISPLAY "2. Corriger un représentant (nom, taux)"
           DISPLAY "3. Désactiver un représentant"
           DISPLAY "4. Affecter un client à un représentant"
           DISPLAY "5. Retirer l'affectation d'un client"
           DISPLAY "6. Quitter"
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX

               WHEN 1
                   PERFORM 1000-AJOUTE-REPRESENTANT

               WHEN 2
                   PERFORM 2000-CORRIGE-REPRESENTANT

               WHEN 3
                   PERFORM 3000-DESACTIVE-REPRESENTANT

               WHEN 4
                   PERFORM 4000-AFFECTE-CLIENT

               WHEN 5
                   PERFORM 5000-RETIRE-AFFECTATION

               WHEN 6
                   DISPLAY "Fin du programme"

               WHEN OTHER
                   DISPLAY "Choix invalide"

           END-EVALUATE

       END-PERFORM.

      *Libération du verrou avant de rendre la main
       MOVE "L" TO WS-VERROU-ACTION.
       CALL "verrou" USING WS-VERROU-COMMANDE.

       STOP RUN.

      ******************************************************************

      *Ajoute un représentant sous un code saisi (refusé s'il existe
      *déjà, même désactivé : un code n'est jamais réutilisé),
      *réécrit le fichier et journalise l'ajout
       1000-AJOUTE-REPRESENTANT.

           DISPLAY "Code du nouveau représentant (4 caractères) : "
           ACCEPT WS-CODE-SAISI

           PERFORM 7100-TROUVE-REPRESENTANT

           EVALUATE TRUE

               WHEN WS-CODE-SAISI = SPACES
                   DISPLAY "Code vide, ajout impossible"

               WHEN WS-REP-TROUVE NOT = 0
                   DISPLAY "Le code " WS-CODE-SAISI
                       " existe déjà, ajout impossible"

               WHEN WS-NB-REPRESENTANTS >= 999
                   DISPLAY "Tableau des représentants complet, "
                       "ajout impossible"

               WHEN OTHER
                   ADD 1 TO WS-NB-REPRESENTANTS
                   MOVE WS-NB-REPRESENTANTS TO WS-REP-TROUVE

                   MOVE WS-CODE-SAISI TO WS-REP-CODE(WS-REP-TROUVE)
                   MOVE SPACE TO WS-REP-ETAT(WS-REP-TROUVE)

                   DISPLAY "Nom du représentant : "
                   ACCEPT WS-REP-NOM(WS-REP-TROUVE)

                   DISPLAY "Taux de commission en centièmes de % "
                       "(0500 = 5,00 %) : "
                   ACCEPT WS-TAUX-SAISI
                   IF WS-TAUX-SAISI NUMERIC
                       MOVE WS-TAUX-SAISI TO WS-REP-TAUX(WS-REP-TROUVE)
                   ELSE
                       DISPLAY "Taux non numérique, mis à zéro"
                       MOVE 0 TO WS-REP-TAUX(WS-REP-TROUVE)
                   END-IF

                   PERFORM 8000-SAUVE-REPRESENTANTS

                   MOVE SPACES TO F-LIGNE-JOURNAL
                   STRING FUNCTION CURRENT-DATE(1:8)
                       " AJOUT représentant "
                       WS-REP-CODE(WS-REP-TROUVE)
                       " " WS-REP-NOM(WS-REP-TROUVE)
                       " taux " WS-REP-TAUX(WS-REP-TROUVE)
                       INTO F-LIGNE-JOURNAL
                   END-STRING
                   PERFORM 9000-ECRIT-JOURNAL

                   DISPLAY "Représentant ajouté"

           END-EVALUATE
       .

      ******************************************************************

      *Corrige le nom et/ou le taux de commission d'un représentant,
      *réécrit le fichier et journalise l'avant/après
       2000-CORRIGE-REPRESENTANT.

           DISPLAY "Code du représentant à corriger : "
           ACCEPT WS-CODE-SAISI

           PERFORM 7100-TROUVE-REPRESENTANT

           IF WS-REP-TROUVE = 0
               DISPLAY "Aucun représentant de code " WS-CODE-SAISI
           ELSE

               MOVE WS-REP-NOM(WS-REP-TROUVE) TO WS-AVANT-NOM
               MOVE WS-REP-TAUX(WS-REP-TROUVE) TO WS-AVANT-TAUX

               DISPLAY "Nom actuel : " WS-AVANT-NOM
               DISPLAY "Nouveau nom (ou vide pour garder) : "
               ACCEPT WS-REP-NOM(WS-REP-TROUVE)
               IF WS-REP-NOM(WS-REP-TROUVE) = SPACES
                   MOVE WS-AVANT-NOM TO WS-REP-NOM(WS-REP-TROUVE)
               END-IF

               DISPLAY "Taux actuel : " WS-AVANT-TAUX
               DISPLAY "Nouveau taux (ou vide pour garder) : "
               MOVE SPACES TO WS-TAUX-SAISI
               ACCEPT WS-TAUX-SAISI
               IF WS-TAUX-SAISI NUMERIC
                   MOVE WS-TAUX-SAISI TO WS-REP-TAUX(WS-REP-TROUVE)
               ELSE
                   IF WS-TAUX-SAISI NOT = SPACES
                       DISPLAY "Taux non numérique, ancien taux gardé"
                   END-IF
               END-IF

               PERFORM 8000-SAUVE-REPRESENTANTS

               MOVE SPACES TO F-LIGNE-JOURNAL
               STRING FUNCTION CURRENT-DATE(1:8)
                   " CORRECTION représentant "
                   WS-REP-CODE(WS-REP-TROUVE)
                   " avant " WS-AVANT-NOM " taux " WS-AVANT-TAUX
                   " après " WS-REP-NOM(WS-REP-TROUVE)
                   " taux " WS-REP-TAUX(WS-REP-TROUVE)
                   INTO F-LIGNE-JOURNAL
               END-STRING
               PERFORM 9000-ECRIT-JOURNAL

               DISPLAY "Représentant corrigé"

           END-IF
       .

      ******************************************************************

      *Désactive un représentant sans supprimer sa ligne (marqueur
      *I) ; ses clients restent affectés et doivent être réaffectés
       3000-DESACTIVE-REPRESENTANT.

           DISPLAY "Code du représentant à désactiver : "
           ACCEPT WS-CODE-SAISI

           PERFORM 7100-TROUVE-REPRESENTANT

           IF WS-REP-TROUVE = 0
               DISPLAY "Aucun représentant de code " WS-CODE-SAISI
           ELSE
               IF WS-REP-ETAT(WS-REP-TROUVE) = "I"
                   DISPLAY "Représentant déjà désactivé"
               ELSE

                   MOVE "I" TO WS-REP-ETAT(WS-REP-TROUVE)

                   PERFORM 8000-SAUVE-REPRESENTANTS

                   MOVE SPACES TO F-LIGNE-JOURNAL
                   STRING FUNCTION CURRENT-DATE(1:8)
                       " DESACTIVATION représentant "
                       WS-REP-CODE(WS-REP-TROUVE)
                       " " WS-REP-NOM(WS-REP-TROUVE)
                       INTO F-LIGNE-JOURNAL
                   END-STRING
                   PERFORM 9000-ECRIT-JOURNAL

                   DISPLAY "Représentant désactivé"

      *Rappel des clients encore affectés au représentant désactivé
                   PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-NB-AFFECTATIONS
                       IF WS-AF-REP(WS-INDEX) = WS-CODE-SAISI
                           DISPLAY "  Client à réaffecter : "
                               WS-AF-CLIENT(WS-INDEX)
                       END-IF
                   END-PERFORM

               END-IF
           END-IF
       .

      ******************************************************************

      *Affecte un client (validé contre clients.txt) à un
      *représentant actif ; une affectation existante est remplacée
      *et l'ancien représentant journalisé
       4000-AFFECTE-CLIENT.

           DISPLAY "Id du client : "
           ACCEPT WS-ID-SAISI

           PERFORM 7000-TROUVE-CLIENT

           IF WS-CLIENT-TROUVE = 0
               DISPLAY "Aucun client avec l'id " WS-ID-SAISI
           ELSE

               DISPLAY "Code du représentant : "
               ACCEPT WS-CODE-SAISI

               PERFORM 7100-TROUVE-REPRESENTANT

               IF WS-REP-TROUVE = 0
                   DISPLAY "Aucun représentant de code "
                       WS-CODE-SAISI
               ELSE
               IF WS-REP-ETAT(WS-REP-TROUVE) = "I"
                   DISPLAY "Représentant désactivé, affectation "
                       "impossible"
               ELSE

                   PERFORM 7200-TROUVE-AFFECTATION

                   IF WS-AFFECTATION-TROUVEE = 0
                       IF WS-NB-AFFECTATIONS >= 999
                           DISPLAY "Tableau des affectations complet"
                       ELSE
                           ADD 1 TO WS-NB-AFFECTATIONS
                           MOVE WS-NB-AFFECTATIONS
                               TO WS-AFFECTATION-TROUVEE
                           MOVE WS-ID-SAISI TO
                               WS-AF-CLIENT(WS-AFFECTATION-TROUVEE)
                           MOVE SPACES TO
                               WS-AF-REP(WS-AFFECTATION-TROUVEE)
                       END-IF
                   END-IF

                   IF WS-AFFECTATION-TROUVEE NOT = 0

                       MOVE WS-AF-REP(WS-AFFECTATION-TROUVEE)
                           TO WS-AVANT-REP
                       MOVE WS-CODE-SAISI
                           TO WS-AF-REP(WS-AFFECTATION-TROUVEE)

                       PERFORM 8100-SAUVE-AFFECTATIONS

                       MOVE SPACES TO F-LIGNE-JOURNAL
                       STRING FUNCTION CURRENT-DATE(1:8)
                           " AFFECTATION client " WS-ID-SAISI
                           " avant " WS-AVANT-REP
                           " après " WS-CODE-SAISI
                           INTO F-LIGNE-JOURNAL
                       END-STRING
                       PERFORM 9000-ECRIT-JOURNAL

                       DISPLAY "Client affecté"

                   END-IF

               END-IF
               END-IF

           END-IF
       .

      ******************************************************************

      *Retire l'affectation d'un client, en remontant les suivantes,
      *puis réécrit le fichier et journalise
       5000-RETIRE-AFFECTATION.

           DISPLAY "Id du client dont l'affectation est à retirer : "
           ACCEPT WS-ID-SAISI

           PERFORM 7200-TROUVE-AFFECTATION

           IF WS-AFFECTATION-TROUVEE = 0
               DISPLAY "Aucune affectation pour l'id " WS-ID-SAISI
           ELSE

               MOVE WS-AF-REP(WS-AFFECTATION-TROUVEE) TO WS-AVANT-REP

               PERFORM VARYING WS-INDEX-DECALE
                   FROM WS-AFFECTATION-TROUVEE BY 1
                   UNTIL WS-INDEX-DECALE >= WS-NB-AFFECTATIONS

                   MOVE WS-AFFECTATION(WS-INDEX-DECALE + 1)
                       TO WS-AFFECTATION(WS-INDEX-DECALE)

               END-PERFORM

               SUBTRACT 1 FROM WS-NB-AFFECTATIONS

               PERFORM 8100-SAUVE-AFFECTATIONS

               MOVE SPACES TO F-LIGNE-JOURNAL
               STRING FUNCTION CURRENT-DATE(1:8)
                   " RETRAIT affectation client " WS-ID-SAISI
                   " représentant " WS-AVANT-REP
                   INTO F-LIGNE-JOURNAL
               END-STRING
               PERFORM 9000-ECRIT-JOURNAL

               DISPLAY "Affectation retirée"

           END-IF
       .

      ******************************************************************

      *Recherche WS-ID-SAISI dans le tableau clients ; laisse
      *WS-CLIENT-TROUVE à zéro si aucun client ne porte cet id
       7000-TROUVE-CLIENT.

           MOVE 0 TO WS-CLIENT-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-CLIENT-MAX

               IF WS-ID(WS-INDEX) = WS-ID-SAISI
                   MOVE WS-INDEX TO WS-CLIENT-TROUVE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Recherche WS-CODE-SAISI dans le tableau des représentants ;
      *laisse WS-REP-TROUVE à zéro si le code est inconnu
       7100-TROUVE-REPRESENTANT.

           MOVE 0 TO WS-REP-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-REPRESENTANTS

               IF WS-REP-CODE(WS-INDEX) = WS-CODE-SAISI
                   MOVE WS-INDEX TO WS-REP-TROUVE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Recherche WS-ID-SAISI dans le tableau des affectations ; laisse
      *WS-AFFECTATION-TROUVEE à zéro si le client n'est pas affecté
       7200-TROUVE-AFFECTATION.

           MOVE 0 TO WS-AFFECTATION-TROUVEE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-AFFECTATIONS

               IF WS-AF-CLIENT(WS-INDEX) = WS-ID-SAISI
                   MOVE WS-INDEX TO WS-AFFECTATION-TROUVEE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Réécrit representants.txt en entier à partir du tableau
       8000-SAUVE-REPRESENTANTS.

           OPEN OUTPUT FICHIER-REPRESENTANTS

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-REPRESENTANTS

               MOVE SPACES TO F-REPRESENTANT
               MOVE WS-REP-CODE(WS-INDEX) TO F-REP-CODE
               MOVE WS-REP-ETAT(WS-INDEX) TO F-REP-ETAT
               MOVE WS-REP-NOM(WS-INDEX) TO F-REP-NOM
               MOVE WS-REP-TAUX(WS-INDEX) TO F-REP-TAUX
               WRITE F-REPRESENTANT

           END-PERFORM

           CLOSE FICHIER-REPRESENTANTS
       .

      ******************************************************************

      *Réécrit affectations-clients.txt en entier à partir du tableau
       8100-SAUVE-AFFECTATIONS.

           OPEN OUTPUT FICHIER-AFFECTATIONS

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-AFFECTATIONS

               MOVE SPACES TO F-AFFECTATION
               MOVE WS-AF-CLIENT(WS-INDEX) TO F-AF-CLIENT
               MOVE WS-AF-REP(WS-INDEX) TO F-AF-REP
               WRITE F-AFFECTATION

           END-PERFORM

           CLOSE FICHIER-AFFECTATIONS
       .

      ******************************************************************

      *Ajoute la ligne préparée dans F-LIGNE-JOURNAL à la suite du
      *journal des modifications, créé au premier changement
       9000-ECRIT-JOURNAL.

           OPEN EXTEND FICHIER-JOURNAL

           IF WS-STATUT-JOURNAL = "35"
               OPEN OUTPUT FICHIER-JOURNAL
           END-IF

           WRITE F-LIGNE-JOURNAL

           CLOSE FICHIER-JOURNAL
       .
