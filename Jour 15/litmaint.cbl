      *Programme de tenue du registre des litiges, sur le modèle de
      *climaint.cbl : quand un client conteste une commande
      *(marchandise non conforme, prix contesté), la comptabilité
      *ouvre ici un litige (client, numéro de commande, motif, date
      *d'ouverture) au lieu d'un post-it, puis le clôt avec sa date
      *de résolution et la solution retenue. Tant qu'un litige est
      *ouvert, command.cbl sort la commande de la relance et des
      *pénalités de retard et la montre à part. Un litige n'est
      *jamais supprimé : le registre garde l'historique. L'id client
      *est validé contre clients.txt et chaque modification est
      *consignée dans un journal daté.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. litmaint.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier clients, lu pour valider les ids saisis
       SELECT FICHIER-CLIENTS ASSIGN TO "clients.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CLIENTS.

      *Alias du registre des litiges, relu au lancement et réécrit à
      *chaque changement
       SELECT FICHIER-LITIGES ASSIGN TO "litiges.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-LITIGES.

      *Alias du journal des modifications, complété à chaque
      *changement (une ligne datée par opération)
       SELECT FICHIER-JOURNAL ASSIGN TO "litiges-journal.txt"
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

      *Définition du registre des litiges : client, numéro de
      *commande, date d'ouverture AAAAMMJJ, date de résolution
      *(blanc tant que le litige est ouvert), motif et résolution
       FD FICHIER-LITIGES.
       01 F-LITIGE.
           05 F-LI-CLIENT     PIC 9(6).
           05 FILLER          PIC X.
           05 F-LI-NUMERO     PIC 9(3).
           05 FILLER          PIC X.
           05 F-LI-OUVERTURE  PIC X(8).
           05 FILLER          PIC X.
           05 F-LI-RESOLU-LE  PIC X(8).
           05 FILLER          PIC X.
           05 F-LI-MOTIF      PIC X(30).
           05 FILLER          PIC X.
           05 F-LI-RESOLUTION PIC X(30).

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

      *Tableau des litiges chargés depuis le registre
       01 WS-LITIGES-TAB.
           05 WS-LITIGE       OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-LITIGES.
               10 WS-LI-CLIENT     PIC 9(6).
               10 WS-LI-NUMERO     PIC 9(3).
               10 WS-LI-OUVERTURE  PIC X(8).
               10 WS-LI-RESOLU-LE  PIC X(8).
               10 WS-LI-MOTIF      PIC X(30).
               10 WS-LI-RESOLUTION PIC X(30).

      *Effectifs réels des tableaux
       77 WS-CLIENT-MAX       PIC 9(3)              VALUE 1.
       77 WS-NB-LITIGES       PIC 9(3)              VALUE 1.
      *Index de parcours
       77 WS-INDEX            PIC 9(3)              VALUE 1.
      *Index du client et du litige ouvert correspondant à la saisie
      *(0 = introuvable) ; nombre de litiges ouverts listés
       77 WS-CLIENT-TROUVE    PIC 9(3)              VALUE 0.
       77 WS-LITIGE-TROUVE    PIC 9(3)              VALUE 0.
       77 WS-NB-OUVERTS       PIC 9(3)              VALUE 0.
      *Indicateur de fin de lecture et statuts
       77 WS-EOF              PIC X                 VALUE 'F'.
       77 WS-STATUT-CLIENTS   PIC XX.
       77 WS-STATUT-LITIGES   PIC XX.
       77 WS-STATUT-JOURNAL   PIC XX.
      *Choix du menu et saisies
       77 WS-CHOIX            PIC 9                 VALUE 0.
       77 WS-ID-SAISI         PIC 9(6).
       77 WS-NUMERO-SAISI     PIC 9(3).
       77 WS-TEXTE-SAISI      PIC X(30).
      *Date du jour, portée à l'ouverture et à la résolution
       77 WS-DATE-JOUR        PIC X(8).

      *Commande passée au sous-programme commun de verrouillage
      *(verrou.cbl), qui protège la réécriture du registre contre un
      *lancement concurrent
       01 WS-VERROU-COMMANDE.
           05 WS-VERROU-ACTION    PIC X.
           05 WS-VERROU-NOM       PIC X(20).
           05 WS-VERROU-RESULTAT  PIC X.

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

      *Prise du verrou des litiges avant de toucher au registre : un
      *lancement concurrent abandonne au lieu d'écraser
       MOVE "P" TO WS-VERROU-ACTION.
       MOVE "litiges" TO WS-VERROU-NOM.
       CALL "verrou" USING WS-VERROU-COMMANDE.

       IF WS-VERROU-RESULTAT NOT = "O"
           DISPLAY "litiges.txt verrouillé par un autre "
               "lancement, abandon"
           GOBACK
       END-IF.

      *Chargement des clients pour la validation des ids ; le verrou
      *est relâché avant l'abandon
       OPEN INPUT FICHIER-CLIENTS.

       IF WS-STATUT-CLIENTS NOT = "00"
           DISPLAY "Fichier clients.txt introuvable (statut "
               WS-STATUT-CLIENTS "), maintenance impossible"
           MOVE "L" TO WS-VERROU-ACTION
           CALL "verrou" USING WS-VERROU-COMMANDE
           GOBACK
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

      *Chargement du registre existant ; un fichier absent signifie
      *simplement un premier lancement
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-LITIGES.

       OPEN INPUT FICHIER-LITIGES.

       IF WS-STATUT-LITIGES = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-LITIGES
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-NB-LITIGES < 999
                           ADD 1 TO WS-NB-LITIGES
                           MOVE F-LI-CLIENT
                               TO WS-LI-CLIENT(WS-NB-LITIGES)
                           MOVE F-LI-NUMERO
                               TO WS-LI-NUMERO(WS-NB-LITIGES)
                           MOVE F-LI-OUVERTURE
                               TO WS-LI-OUVERTURE(WS-NB-LITIGES)
                           MOVE F-LI-RESOLU-LE
                               TO WS-LI-RESOLU-LE(WS-NB-LITIGES)
                           MOVE F-LI-MOTIF
                               TO WS-LI-MOTIF(WS-NB-LITIGES)
                           MOVE F-LI-RESOLUTION
                               TO WS-LI-RESOLUTION(WS-NB-LITIGES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-LITIGES
       END-IF.

       DISPLAY "Clients connus : " WS-CLIENT-MAX
       DISPLAY "Litiges au registre : " WS-NB-LITIGES.

      *Boucle de menu, jusqu'à la saisie de 4
       PERFORM UNTIL WS-CHOIX = 4

           DISPLAY "1. Ouvrir un litige"
           DISPLAY "2. Résoudre un litige"
           DISPLAY "3. Lister les litiges ouverts"
           DISPLAY "4. Quitter"
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX

               WHEN 1
                   PERFORM 1000-OUVRE-LITIGE

               WHEN 2
                   PERFORM 2000-RESOUT-LITIGE

               WHEN 3
                   PERFORM 3000-LISTE-OUVERTS

               WHEN 4
                   DISPLAY "Fin du programme"

               WHEN OTHER
                   DISPLAY "Choix invalide"

           END-EVALUATE

       END-PERFORM.

      *Libération du verrou avant de rendre la main
       MOVE "L" TO WS-VERROU-ACTION.
       CALL "verrou" USING WS-VERROU-COMMANDE.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis menugeneral.cbl comme sous-programme, sans
      *rien changer à son comportement lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************

      *Ouvre un litige sur une commande d'un client connu, daté du
      *jour ; refusé si un litige est déjà ouvert sur cette commande
       1000-OUVRE-LITIGE.

           DISPLAY "Id du client : "
           ACCEPT WS-ID-SAISI

           PERFORM 7000-TROUVE-CLIENT

           IF WS-CLIENT-TROUVE = 0
               DISPLAY "Aucun client avec l'id " WS-ID-SAISI
           ELSE

               DISPLAY "Numéro de commande contestée : "
               ACCEPT WS-NUMERO-SAISI

               PERFORM 7100-TROUVE-LITIGE-OUVERT

               EVALUATE TRUE

                   WHEN WS-LITIGE-TROUVE NOT = 0
                       DISPLAY "Un litige est déjà ouvert sur cette "
                           "commande depuis le "
                           WS-LI-OUVERTURE(WS-LITIGE-TROUVE)

                   WHEN WS-NB-LITIGES >= 999
                       DISPLAY "Registre des litiges complet"

                   WHEN OTHER
                       DISPLAY "Motif du litige : "
                       MOVE SPACES TO WS-TEXTE-SAISI
                       ACCEPT WS-TEXTE-SAISI

                       ADD 1 TO WS-NB-LITIGES
                       MOVE WS-ID-SAISI TO WS-LI-CLIENT(WS-NB-LITIGES)
                       MOVE WS-NUMERO-SAISI
                           TO WS-LI-NUMERO(WS-NB-LITIGES)
                       MOVE WS-DATE-JOUR
                           TO WS-LI-OUVERTURE(WS-NB-LITIGES)
                       MOVE SPACES TO WS-LI-RESOLU-LE(WS-NB-LITIGES)
                       MOVE WS-TEXTE-SAISI
                           TO WS-LI-MOTIF(WS-NB-LITIGES)
                       MOVE SPACES
                           TO WS-LI-RESOLUTION(WS-NB-LITIGES)

                       PERFORM 8000-SAUVE-FICHIER

                       MOVE SPACES TO F-LIGNE-JOURNAL
                       STRING WS-DATE-JOUR
                           " OUVERTURE litige client " WS-ID-SAISI
                           " commande " WS-NUMERO-SAISI
                           " motif " WS-TEXTE-SAISI
                           INTO F-LIGNE-JOURNAL
                       END-STRING
                       PERFORM 9000-ECRIT-JOURNAL

                       DISPLAY "Litige ouvert"

               END-EVALUATE

           END-IF
       .

      ******************************************************************

      *Résout le litige ouvert d'une commande : date de résolution du
      *jour et solution retenue ; la commande redevient exigible
       2000-RESOUT-LITIGE.

           DISPLAY "Id du client : "
           ACCEPT WS-ID-SAISI
           DISPLAY "Numéro de commande : "
           ACCEPT WS-NUMERO-SAISI

           PERFORM 7100-TROUVE-LITIGE-OUVERT

           IF WS-LITIGE-TROUVE = 0
               DISPLAY "Aucun litige ouvert pour le client "
                   WS-ID-SAISI " commande " WS-NUMERO-SAISI
           ELSE

               DISPLAY "Motif : " WS-LI-MOTIF(WS-LITIGE-TROUVE)
               DISPLAY "Résolution retenue : "
               MOVE SPACES TO WS-TEXTE-SAISI
               ACCEPT WS-TEXTE-SAISI

               MOVE WS-DATE-JOUR TO WS-LI-RESOLU-LE(WS-LITIGE-TROUVE)
               MOVE WS-TEXTE-SAISI
                   TO WS-LI-RESOLUTION(WS-LITIGE-TROUVE)

               PERFORM 8000-SAUVE-FICHIER

               MOVE SPACES TO F-LIGNE-JOURNAL
               STRING WS-DATE-JOUR
                   " RESOLUTION litige client " WS-ID-SAISI
                   " commande " WS-NUMERO-SAISI
                   " ouvert le " WS-LI-OUVERTURE(WS-LITIGE-TROUVE)
                   " : " WS-TEXTE-SAISI
                   INTO F-LIGNE-JOURNAL
               END-STRING
               PERFORM 9000-ECRIT-JOURNAL

               DISPLAY "Litige résolu"

           END-IF
       .

      ******************************************************************

      *Liste à l'écran les litiges encore ouverts
       3000-LISTE-OUVERTS.

           MOVE 0 TO WS-NB-OUVERTS

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-LITIGES

               IF WS-LI-RESOLU-LE(WS-INDEX) = SPACES
                   ADD 1 TO WS-NB-OUVERTS
                   DISPLAY "  Client " WS-LI-CLIENT(WS-INDEX)
                       " commande " WS-LI-NUMERO(WS-INDEX)
                       " ouvert le " WS-LI-OUVERTURE(WS-INDEX)
                       " : " WS-LI-MOTIF(WS-INDEX)
               END-IF

           END-PERFORM

           DISPLAY "Litiges ouverts : " WS-NB-OUVERTS
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

      *Recherche le litige ouvert du client et de la commande saisis ;
      *laisse WS-LITIGE-TROUVE à zéro s'il n'y en a pas
       7100-TROUVE-LITIGE-OUVERT.

           MOVE 0 TO WS-LITIGE-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-LITIGES

               IF WS-LI-CLIENT(WS-INDEX) = WS-ID-SAISI
                   AND WS-LI-NUMERO(WS-INDEX) = WS-NUMERO-SAISI
                   AND WS-LI-RESOLU-LE(WS-INDEX) = SPACES
                   MOVE WS-INDEX TO WS-LITIGE-TROUVE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Réécrit litiges.txt en entier à partir du tableau
       8000-SAUVE-FICHIER.

           OPEN OUTPUT FICHIER-LITIGES

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-LITIGES

               MOVE SPACES TO F-LITIGE
               MOVE WS-LI-CLIENT(WS-INDEX) TO F-LI-CLIENT
               MOVE WS-LI-NUMERO(WS-INDEX) TO F-LI-NUMERO
               MOVE WS-LI-OUVERTURE(WS-INDEX) TO F-LI-OUVERTURE
               MOVE WS-LI-RESOLU-LE(WS-INDEX) TO F-LI-RESOLU-LE
               MOVE WS-LI-MOTIF(WS-INDEX) TO F-LI-MOTIF
               MOVE WS-LI-RESOLUTION(WS-INDEX) TO F-LI-RESOLUTION
               WRITE F-LITIGE

           END-PERFORM

           CLOSE FICHIER-LITIGES
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
