      *Programme de tenue du registre des consentements marketing des
      *clients, sur le modèle d'adrmaint.cbl : aucune trace ne disait
      *qui avait accepté de recevoir la lettre d'information. Le
      *fichier consentements-clients.txt (clé = id client à 6
      *chiffres + canal E courriel ou P courrier ; consentement O
      *donné ou R retiré, date et source) se maintient ici ; l'id
      *saisi est validé contre clients.txt et chaque changement est
      *consigné dans consentements-journal.txt avec l'état avant et
      *après. publipostage.cbl n'exporte que les clients dont le
      *consentement en vigueur pour le canal choisi est O.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. consmaint.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier clients, lu pour valider les ids saisis
       SELECT FICHIER-CLIENTS ASSIGN TO "clients.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CLIENTS.

      *Alias du registre des consentements, relu au lancement et
      *réécrit à chaque changement
       SELECT FICHIER-CONSENTEMENTS
           ASSIGN TO "consentements-clients.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CONSENTEMENTS.

      *Alias du journal des changements, complété à chaque
      *changement (une ligne datée par opération)
       SELECT FICHIER-JOURNAL ASSIGN TO "consentements-journal.txt"
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

      *Définition du registre des consentements : id client, canal,
      *consentement, date AAAAMMJJ et source (formulaire, appel,
      *salon...) en colonnes fixes
       FD FICHIER-CONSENTEMENTS.
       01 F-CONSENTEMENT.
           05 F-CS-CLIENT     PIC 9(6).
           05 FILLER          PIC X.
           05 F-CS-CANAL      PIC X.
           05 FILLER          PIC X.
           05 F-CS-ETAT       PIC X.
           05 FILLER          PIC X.
           05 F-CS-DATE       PIC X(8).
           05 FILLER          PIC X.
           05 F-CS-SOURCE     PIC X(20).

      *Définition du journal des changements, une ligne de texte
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
               10 WS-PRENOM   PIC X(11).

      *Tableau des consentements chargés depuis le fichier
       01 WS-CONSENTEMENTS-TAB.
           05 WS-CONSENTEMENT OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-CONSENTEMENTS.
               10 WS-CS-CLIENT  PIC 9(6).
               10 WS-CS-CANAL   PIC X.
               10 WS-CS-ETAT    PIC X.
               10 WS-CS-DATE    PIC X(8).
               10 WS-CS-SOURCE  PIC X(20).

      *Effectifs réels des deux tableaux
       77 WS-CLIENT-MAX       PIC 9(3)              VALUE 1.
       77 WS-NB-CONSENTEMENTS PIC 9(3)              VALUE 1.
      *Index de parcours
       77 WS-INDEX            PIC 9(3)              VALUE 1.
      *Index du client et du consentement correspondant à la saisie
       77 WS-CLIENT-TROUVE    PIC 9(3)              VALUE 0.
       77 WS-CONS-TROUVE      PIC 9(3)              VALUE 0.
      *Indicateur de fin de lecture et statuts
       77 WS-EOF              PIC X                 VALUE 'F'.
       77 WS-STATUT-CLIENTS   PIC XX.
       77 WS-STATUT-CONSENTEMENTS PIC XX.
       77 WS-STATUT-JOURNAL   PIC XX.
      *Choix du menu et saisies
       77 WS-CHOIX            PIC 9                 VALUE 0.
       77 WS-ID-SAISI         PIC 9(6).
       77 WS-CANAL-SAISI      PIC X.
       77 WS-ETAT-SAISI       PIC X.
       77 WS-SOURCE-SAISIE    PIC X(20).
      *Date du jour et image avant modification, pour le journal
       77 WS-DATE-JOUR        PIC X(8).
       77 WS-AVANT-ETAT       PIC X.
       77 WS-AVANT-DATE       PIC X(8).
      *Libellés d'affichage
       77 WS-LIBELLE-CANAL    PIC X(8).
       77 WS-LIBELLE-ETAT     PIC X(7).

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

      *Chargement des clients pour la validation des ids
       OPEN INPUT FICHIER-CLIENTS.

       IF WS-STATUT-CLIENTS NOT = "00"
           DISPLAY "Fichier clients.txt introuvable (statut "
               WS-STATUT-CLIENTS "), maintenance impossible"
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
                       MOVE F-PRENOM TO WS-PRENOM(WS-CLIENT-MAX)
                   END-IF
           END-READ
       END-PERFORM.

       CLOSE FICHIER-CLIENTS.

      *Chargement des consentements existants ; un fichier absent
      *signifie simplement un premier lancement
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-CONSENTEMENTS.

       OPEN INPUT FICHIER-CONSENTEMENTS.

       IF WS-STATUT-CONSENTEMENTS = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-CONSENTEMENTS
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-NB-CONSENTEMENTS < 999
                           ADD 1 TO WS-NB-CONSENTEMENTS
                           MOVE F-CS-CLIENT
                               TO WS-CS-CLIENT(WS-NB-CONSENTEMENTS)
                           MOVE F-CS-CANAL
                               TO WS-CS-CANAL(WS-NB-CONSENTEMENTS)
                           MOVE F-CS-ETAT
                               TO WS-CS-ETAT(WS-NB-CONSENTEMENTS)
                           MOVE F-CS-DATE
                               TO WS-CS-DATE(WS-NB-CONSENTEMENTS)
                           MOVE F-CS-SOURCE
                               TO WS-CS-SOURCE(WS-NB-CONSENTEMENTS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-CONSENTEMENTS
       END-IF.

       DISPLAY "Clients connus : " WS-CLIENT-MAX
       DISPLAY "Consentements chargés : " WS-NB-CONSENTEMENTS.

      *Boucle de menu, jusqu'à la saisie de 3
       PERFORM UNTIL WS-CHOIX = 3

           DISPLAY "1. Enregistrer un consentement ou un retrait"
           DISPLAY "2. Consulter les consentements d'un client"
           DISPLAY "3. Quitter"
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX

               WHEN 1
                   PERFORM 1000-SAISIE-CONSENTEMENT

               WHEN 2
                   PERFORM 2000-CONSULTE-CLIENT

               WHEN 3
                   DISPLAY "Fin du programme"

               WHEN OTHER
                   DISPLAY "Choix invalide"

           END-EVALUATE

       END-PERFORM.

       STOP RUN.

      ******************************************************************

      *Enregistre le consentement (O) ou le retrait (R) d'un client
      *pour un canal : la ligne client + canal est créée ou remplacée,
      *le fichier réécrit et le changement journalisé avant/après
       1000-SAISIE-CONSENTEMENT.

           DISPLAY "Id du client : "
           ACCEPT WS-ID-SAISI

           PERFORM 7000-TROUVE-CLIENT

           IF WS-CLIENT-TROUVE = 0
               DISPLAY "Aucun client avec l'id " WS-ID-SAISI
           ELSE

               DISPLAY "Client : " WS-PRENOM(WS-CLIENT-TROUVE)
                   " " WS-NOM(WS-CLIENT-TROUVE)
               DISPLAY "Canal (E = courriel, P = courrier) : "
               ACCEPT WS-CANAL-SAISI
               DISPLAY "Consentement (O = donné, R = retiré) : "
               ACCEPT WS-ETAT-SAISI
               DISPLAY "Source (formulaire, appel, salon...) : "
               ACCEPT WS-SOURCE-SAISIE

               EVALUATE TRUE

                   WHEN WS-CANAL-SAISI NOT = "E"
                       AND WS-CANAL-SAISI NOT = "P"
                       DISPLAY "Canal invalide"

                   WHEN WS-ETAT-SAISI NOT = "O"
                       AND WS-ETAT-SAISI NOT = "R"
                       DISPLAY "Consentement invalide"

                   WHEN WS-SOURCE-SAISIE = SPACES
                       DISPLAY "La source est obligatoire"

                   WHEN OTHER
                       PERFORM 1100-ENREGISTRE-CONSENTEMENT

               END-EVALUATE

           END-IF
       .

      ******************************************************************

      *Remplace ou ajoute la ligne client + canal, réécrit le fichier
      *et journalise le changement
       1100-ENREGISTRE-CONSENTEMENT.

           PERFORM 7100-TROUVE-CONSENTEMENT

           MOVE "-" TO WS-AVANT-ETAT
           MOVE "--------" TO WS-AVANT-DATE

           IF WS-CONS-TROUVE = 0
               IF WS-NB-CONSENTEMENTS >= 999
                   DISPLAY "Tableau des consentements complet"
               ELSE
                   ADD 1 TO WS-NB-CONSENTEMENTS
                   MOVE WS-NB-CONSENTEMENTS TO WS-CONS-TROUVE
                   MOVE WS-ID-SAISI TO WS-CS-CLIENT(WS-CONS-TROUVE)
                   MOVE WS-CANAL-SAISI TO WS-CS-CANAL(WS-CONS-TROUVE)
               END-IF
           ELSE
               MOVE WS-CS-ETAT(WS-CONS-TROUVE) TO WS-AVANT-ETAT
               MOVE WS-CS-DATE(WS-CONS-TROUVE) TO WS-AVANT-DATE
           END-IF

           IF WS-CONS-TROUVE NOT = 0

               MOVE WS-ETAT-SAISI TO WS-CS-ETAT(WS-CONS-TROUVE)
               MOVE WS-DATE-JOUR TO WS-CS-DATE(WS-CONS-TROUVE)
               MOVE WS-SOURCE-SAISIE TO WS-CS-SOURCE(WS-CONS-TROUVE)

               PERFORM 8000-SAUVE-FICHIER

               MOVE SPACES TO F-LIGNE-JOURNAL
               STRING WS-DATE-JOUR
                   " CONSENTEMENT id " WS-ID-SAISI
                   " canal " WS-CANAL-SAISI
                   " " WS-AVANT-ETAT " du " WS-AVANT-DATE
                   " -> " WS-ETAT-SAISI
                   " source " FUNCTION TRIM(WS-SOURCE-SAISIE)
                   INTO F-LIGNE-JOURNAL
               END-STRING
               PERFORM 9000-ECRIT-JOURNAL

               DISPLAY "Consentement enregistré"

           END-IF
       .

      ******************************************************************

      *Affiche les consentements en vigueur d'un client
       2000-CONSULTE-CLIENT.

           DISPLAY "Id du client : "
           ACCEPT WS-ID-SAISI

           MOVE 0 TO WS-CONS-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-CONSENTEMENTS

               IF WS-CS-CLIENT(WS-INDEX) = WS-ID-SAISI
                   MOVE WS-INDEX TO WS-CONS-TROUVE
                   IF WS-CS-CANAL(WS-INDEX) = "E"
                       MOVE "courriel" TO WS-LIBELLE-CANAL
                   ELSE
                       MOVE "courrier" TO WS-LIBELLE-CANAL
                   END-IF
                   IF WS-CS-ETAT(WS-INDEX) = "O"
                       MOVE "donné" TO WS-LIBELLE-ETAT
                   ELSE
                       MOVE "retiré" TO WS-LIBELLE-ETAT
                   END-IF
                   DISPLAY "  " WS-LIBELLE-CANAL " : "
                       WS-LIBELLE-ETAT " le " WS-CS-DATE(WS-INDEX)
                       " (" FUNCTION TRIM(WS-CS-SOURCE(WS-INDEX))
                       ")"
               END-IF

           END-PERFORM

           IF WS-CONS-TROUVE = 0
               DISPLAY "Aucun consentement enregistré pour l'id "
                   WS-ID-SAISI
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

      *Recherche la ligne WS-ID-SAISI + WS-CANAL-SAISI ; laisse
      *WS-CONS-TROUVE à zéro si elle n'existe pas encore
       7100-TROUVE-CONSENTEMENT.

           MOVE 0 TO WS-CONS-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-CONSENTEMENTS

               IF WS-CS-CLIENT(WS-INDEX) = WS-ID-SAISI
                   AND WS-CS-CANAL(WS-INDEX) = WS-CANAL-SAISI
                   MOVE WS-INDEX TO WS-CONS-TROUVE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Réécrit consentements-clients.txt en entier à partir du
      *tableau
       8000-SAUVE-FICHIER.

           OPEN OUTPUT FICHIER-CONSENTEMENTS

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-CONSENTEMENTS

               MOVE SPACES TO F-CONSENTEMENT
               MOVE WS-CS-CLIENT(WS-INDEX) TO F-CS-CLIENT
               MOVE WS-CS-CANAL(WS-INDEX) TO F-CS-CANAL
               MOVE WS-CS-ETAT(WS-INDEX) TO F-CS-ETAT
               MOVE WS-CS-DATE(WS-INDEX) TO F-CS-DATE
               MOVE WS-CS-SOURCE(WS-INDEX) TO F-CS-SOURCE
               WRITE F-CONSENTEMENT

           END-PERFORM

           CLOSE FICHIER-CONSENTEMENTS
       .

      ******************************************************************

      *Ajoute la ligne préparée dans F-LIGNE-JOURNAL à la suite du
      *journal des changements, créé au premier changement
       9000-ECRIT-JOURNAL.

           OPEN EXTEND FICHIER-JOURNAL

           IF WS-STATUT-JOURNAL = "35"
               OPEN OUTPUT FICHIER-JOURNAL
           END-IF

           WRITE F-LIGNE-JOURNAL

           CLOSE FICHIER-JOURNAL
       .
