      *Programme de rappel de lot : quand un fournisseur rappelle un
      *lot, il faut retrouver vite qui l'a reçu. Le numéro de lot est
      *demandé à l'exécution, comme peremption.cbl demande son
      *horizon. lots.txt (tenu par reception.cbl) dit ce qui a été
      *reçu de ce lot, expeditions.txt — qui porte désormais le lot
      *expédié sur chaque ligne — dit à quels clients, sur quelles
      *commandes et en quelle quantité il est parti. L'état
      *rappel-lot-<lot>.txt liste via editetat chaque ligne touchée
      *avec le nom du client (clients.txt) et son adresse postale
      *(adresses-clients.txt) ; lettres-rappel-<lot>.txt reçoit un
      *projet de lettre de rappel par client, à relire avant envoi,
      *comme les lettres de relance.cbl ; chaque lettre est portée
      *au registre du courrier sortant (courrier.cbl) avec l'adresse
      *du client quand elle est connue.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rappellot.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier des lots tenu par reception.cbl
       SELECT FICHIER-LOTS ASSIGN TO "lots.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-LOTS.

      *Alias des expéditions saisies par l'entrepôt, avec leur lot
       SELECT FICHIER-EXPEDITIONS ASSIGN TO "expeditions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-EXPEDITIONS.

      *Alias du fichier clients, pour le nom porté sur l'état et les
      *lettres
       SELECT FICHIER-CLIENTS ASSIGN TO "clients.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CLIENTS.

      *Alias du carnet d'adresses tenu par adrmaint.cbl
       SELECT FICHIER-ADRESSES ASSIGN TO "adresses-clients.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-ADRESSES.

       DATA DIVISION.

       FILE SECTION.

      *Définition du fichier des lots, même découpage que
      *reception.cbl
       FD FICHIER-LOTS.
       01 F-LOT.
           05 F-LO-ARTICLE           PIC X(10).
           05 FILLER                 PIC X.
           05 F-LO-SITE              PIC X(3).
           05 FILLER                 PIC X.
           05 F-LO-NUMERO            PIC X(8).
           05 FILLER                 PIC X.
           05 F-LO-PEREMPTION        PIC X(8).
           05 FILLER                 PIC X.
           05 F-LO-QTE               PIC 9(3).

      *Définition du fichier des expéditions, même découpage que
      *bonlivraison.cbl
       FD FICHIER-EXPEDITIONS.
       01 F-EXPEDITION.
           05 F-EX-CLIENT            PIC 9(6).
           05 FILLER                 PIC X.
           05 F-EX-NUMERO            PIC 9(3).
           05 FILLER                 PIC X.
           05 F-EX-CODE              PIC X(6).
           05 FILLER                 PIC X.
           05 F-EX-QTE               PIC 9(3).
           05 FILLER                 PIC X.
           05 F-EX-DATE              PIC X(8).
           05 FILLER                 PIC X.
           05 F-EX-LOT               PIC X(8).

      *Définition du fichier clients, même découpage que command.cbl
       FD FICHIER-CLIENTS.
       01 F-CLIENT.
           05 F-ID                   PIC 9(6).
           05 FILLER                 PIC X(6).
           05 F-NOM                  PIC X(11).
           05 F-PRENOM               PIC X(11).

      *Définition du carnet d'adresses, même découpage que
      *command.cbl
       FD FICHIER-ADRESSES.
       01 F-ADRESSE.
           05 F-ADR-CLIENT           PIC 9(6).
           05 FILLER                 PIC X.
           05 F-ADR-RUE              PIC X(30).
           05 FILLER                 PIC X.
           05 F-ADR-CP               PIC X(5).
           05 FILLER                 PIC X.
           05 F-ADR-VILLE            PIC X(20).

       WORKING-STORAGE SECTION.

      *Lignes d'expédition du lot rappelé, triées par client puis
      *date, avec le nom et l'adresse du client
       01 WS-TOUCHEES-TAB.
           05 WS-TOUCHEE             OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-TOUCHEES.
               10 WS-TO-CLIENT       PIC 9(6).
               10 WS-TO-DATE         PIC X(8).
               10 WS-TO-NUMERO       PIC 9(3).
               10 WS-TO-CODE         PIC X(6).
               10 WS-TO-QTE          PIC 9(3).

      *Clients chargés pour le nom
       01 WS-CLIENTS-TAB.
           05 WS-CLIENT              OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-CLIENTS.
               10 WS-CL-ID           PIC 9(6).
               10 WS-CL-NOM          PIC X(11).
               10 WS-CL-PRENOM       PIC X(11).

      *Adresses chargées pour l'état et les lettres
       01 WS-ADRESSES-TAB.
           05 WS-ADRESSE             OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-ADRESSES.
               10 WS-AD-CLIENT       PIC 9(6).
               10 WS-AD-RUE          PIC X(30).
               10 WS-AD-CP           PIC X(5).
               10 WS-AD-VILLE        PIC X(20).

      *Lot rappelé, saisi à l'exécution
       77 WS-LOT-RAPPELE             PIC X(8).
      *Effectifs et index des tableaux
       77 WS-NB-TOUCHEES             PIC 9(3)              VALUE 1.
       77 WS-NB-CLIENTS              PIC 9(3)              VALUE 1.
       77 WS-NB-ADRESSES             PIC 9(3)              VALUE 1.
       77 WS-INDEX                   PIC 9(3)              VALUE 1.
       77 WS-INDEX-CL                PIC 9(3)              VALUE 1.
       77 WS-CL-TROUVE               PIC 9(3)              VALUE 0.
       77 WS-INDEX-AD                PIC 9(3)              VALUE 1.
       77 WS-AD-TROUVE               PIC 9(3)              VALUE 0.
      *Statuts des fichiers
       77 WS-STATUT-LOTS             PIC XX.
       77 WS-STATUT-EXPEDITIONS      PIC XX.
       77 WS-STATUT-CLIENTS          PIC XX.
       77 WS-STATUT-ADRESSES         PIC XX.

      *Compteurs du bilan : lignes de réception du lot, quantité
      *reçue, clients touchés, quantité expédiée, clients sans
      *adresse et lignes au-delà du tableau
       77 WS-NB-RECEPTIONS           PIC 9(3)              VALUE 0.
       77 WS-QTE-RECUE               PIC 9(6)              VALUE 0.
       77 WS-NB-CLIENTS-TOUCHES      PIC 9(3)              VALUE 0.
       77 WS-QTE-EXPEDIEE            PIC 9(6)              VALUE 0.
       77 WS-NB-SANS-ADRESSE         PIC 9(3)              VALUE 0.
       77 WS-NB-IGNOREES             PIC 9(3)              VALUE 0.

      *Rupture de client, date du jour, noms des états
       77 WS-CLIENT-COURANT          PIC 9(6)              VALUE 0.
       77 WS-DATE-JOUR               PIC X(8).
       77 WS-NOM-ETAT                PIC X(30).
       77 WS-NOM-LETTRES             PIC X(30).
      *Versions éditées des quantités
       77 WS-QTE-ED                  PIC ZZ9.
       77 WS-TOTAL-ED                PIC ZZZZZ9.

      *Commande passée au sous-programme commun d'édition d'états
      *(editetat.cbl) : action, nom du fichier, texte de la ligne
       01 WS-ETAT-COMMANDE.
           05 WS-ETAT-ACTION      PIC X.
           05 WS-ETAT-FICHIER     PIC X(30).
           05 WS-ETAT-TEXTE       PIC X(80).

      *Commande passée au sous-programme commun du registre du
      *courrier sortant (courrier.cbl) : une ligne par lettre de rappel
       01 WS-COURRIER-COMMANDE.
           05 WS-CO-TYPE          PIC X(10)     VALUE "RAPPEL-LOT".
           05 WS-CO-ID            PIC X(10).
           05 WS-CO-NOM           PIC X(30).
           05 WS-CO-ADRESSE       PIC X(60).
           05 WS-CO-PAGES         PIC 9(3)      VALUE 1.
           05 WS-CO-REFERENCE     PIC X(20).

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       DISPLAY "Numéro du lot rappelé : ".
       ACCEPT WS-LOT-RAPPELE.

       IF WS-LOT-RAPPELE = SPACES
           DISPLAY "Aucun lot saisi, abandon"
           STOP RUN
       END-IF.

       OPEN INPUT FICHIER-EXPEDITIONS.

       IF WS-STATUT-EXPEDITIONS NOT = "00"
           DISPLAY "Fichier expeditions.txt introuvable (statut "
               WS-STATUT-EXPEDITIONS "), rappel impossible"
           STOP RUN
       END-IF.

      *Lignes d'expédition du lot rappelé
       MOVE 0 TO WS-NB-TOUCHEES.

       PERFORM UNTIL WS-STATUT-EXPEDITIONS NOT = "00"
           READ FICHIER-EXPEDITIONS
               AT END
                   MOVE "10" TO WS-STATUT-EXPEDITIONS
               NOT AT END
                   IF F-EX-LOT = WS-LOT-RAPPELE
                       IF WS-NB-TOUCHEES < 999
                           ADD 1 TO WS-NB-TOUCHEES
                           MOVE F-EX-CLIENT
                               TO WS-TO-CLIENT(WS-NB-TOUCHEES)
                           MOVE F-EX-DATE
                               TO WS-TO-DATE(WS-NB-TOUCHEES)
                           MOVE F-EX-NUMERO
                               TO WS-TO-NUMERO(WS-NB-TOUCHEES)
                           MOVE F-EX-CODE
                               TO WS-TO-CODE(WS-NB-TOUCHEES)
                           MOVE F-EX-QTE
                               TO WS-TO-QTE(WS-NB-TOUCHEES)
                       ELSE
                           ADD 1 TO WS-NB-IGNOREES
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

       CLOSE FICHIER-EXPEDITIONS.

       IF WS-NB-TOUCHEES > 1
           SORT WS-TOUCHEE
               ON ASCENDING KEY WS-TO-CLIENT
               ON ASCENDING KEY WS-TO-DATE
       END-IF.

       PERFORM 0100-CHARGE-CLIENTS.
       PERFORM 0200-CHARGE-ADRESSES.

      *État des lignes touchées : en tête, ce que lots.txt sait du
      *lot reçu
       MOVE SPACES TO WS-NOM-ETAT.
       STRING "rappel-lot-" FUNCTION TRIM(WS-LOT-RAPPELE) ".txt"
           INTO WS-NOM-ETAT.

       MOVE "O" TO WS-ETAT-ACTION.
       MOVE WS-NOM-ETAT TO WS-ETAT-FICHIER.
       MOVE SPACES TO WS-ETAT-TEXTE.
       STRING "Rappel du lot " WS-LOT-RAPPELE
           INTO WS-ETAT-TEXTE.
       CALL "editetat" USING WS-ETAT-COMMANDE.

       MOVE "D" TO WS-ETAT-ACTION.
       PERFORM 0300-EDITE-RECEPTIONS.

       MOVE SPACES TO WS-ETAT-TEXTE.
       CALL "editetat" USING WS-ETAT-COMMANDE.

       IF WS-NB-TOUCHEES = 0
           MOVE "Aucune expédition de ce lot dans expeditions.txt"
               TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE
       ELSE
           MOVE "Client  Commande Produit Qté  Date" TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE
       END-IF.

       MOVE 0 TO WS-CLIENT-COURANT.

       PERFORM VARYING WS-INDEX FROM 1 BY 1
           UNTIL WS-INDEX > WS-NB-TOUCHEES

           IF WS-TO-CLIENT(WS-INDEX) NOT = WS-CLIENT-COURANT
               MOVE WS-TO-CLIENT(WS-INDEX) TO WS-CLIENT-COURANT
               ADD 1 TO WS-NB-CLIENTS-TOUCHES
               PERFORM 0400-EDITE-CLIENT
           END-IF

           ADD WS-TO-QTE(WS-INDEX) TO WS-QTE-EXPEDIEE
           MOVE WS-TO-QTE(WS-INDEX) TO WS-QTE-ED

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "        " WS-TO-NUMERO(WS-INDEX)
               "      " WS-TO-CODE(WS-INDEX)
               "  " WS-QTE-ED
               "  " WS-TO-DATE(WS-INDEX)
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

       END-PERFORM.

       MOVE SPACES TO WS-ETAT-TEXTE.
       CALL "editetat" USING WS-ETAT-COMMANDE.

       MOVE WS-QTE-EXPEDIEE TO WS-TOTAL-ED.
       STRING "Clients touchés : " WS-NB-CLIENTS-TOUCHES
           ", quantité expédiée : " FUNCTION TRIM(WS-TOTAL-ED)
           INTO WS-ETAT-TEXTE.
       CALL "editetat" USING WS-ETAT-COMMANDE.

       IF WS-NB-RECEPTIONS > 0
           MOVE WS-QTE-RECUE TO WS-TOTAL-ED
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Quantité reçue du lot : "
               FUNCTION TRIM(WS-TOTAL-ED)
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE
       END-IF.

       IF WS-NB-SANS-ADRESSE > 0
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Clients sans adresse : " WS-NB-SANS-ADRESSE
               " (compléter par adrmaint)"
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE
       END-IF.

       IF WS-NB-IGNOREES > 0
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Lignes au-delà de 999, non reprises : "
               WS-NB-IGNOREES
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE
       END-IF.

       MOVE "F" TO WS-ETAT-ACTION.
       CALL "editetat" USING WS-ETAT-COMMANDE.

       DISPLAY "État du rappel écrit dans " WS-NOM-ETAT.

      *Projets de lettres, un par client touché, dans un second état
       IF WS-NB-TOUCHEES > 0
           PERFORM 0500-EDITE-LETTRES
       END-IF.

       DISPLAY "Clients touchés : " WS-NB-CLIENTS-TOUCHES.
       DISPLAY "Quantité expédiée du lot : " WS-QTE-EXPEDIEE.

       STOP RUN.

      ******************************************************************

      *Charge les noms des clients ; un fichier absent laisse les
      *clients sans nom sur l'état
       0100-CHARGE-CLIENTS.

           MOVE 0 TO WS-NB-CLIENTS

           OPEN INPUT FICHIER-CLIENTS

           IF WS-STATUT-CLIENTS = "00"

               PERFORM UNTIL WS-STATUT-CLIENTS NOT = "00"
                   READ FICHIER-CLIENTS
                       AT END
                           MOVE "10" TO WS-STATUT-CLIENTS
                       NOT AT END
                           IF WS-NB-CLIENTS < 999
                               ADD 1 TO WS-NB-CLIENTS
                               MOVE F-ID TO WS-CL-ID(WS-NB-CLIENTS)
                               MOVE F-NOM TO WS-CL-NOM(WS-NB-CLIENTS)
                               MOVE F-PRENOM
                                   TO WS-CL-PRENOM(WS-NB-CLIENTS)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-CLIENTS

           END-IF
       .

      ******************************************************************

      *Charge le carnet d'adresses ; un fichier absent laisse tous
      *les clients sans adresse, signalés sur l'état
       0200-CHARGE-ADRESSES.

           MOVE 0 TO WS-NB-ADRESSES

           OPEN INPUT FICHIER-ADRESSES

           IF WS-STATUT-ADRESSES = "00"

               PERFORM UNTIL WS-STATUT-ADRESSES NOT = "00"
                   READ FICHIER-ADRESSES
                       AT END
                           MOVE "10" TO WS-STATUT-ADRESSES
                       NOT AT END
                           IF WS-NB-ADRESSES < 999
                               ADD 1 TO WS-NB-ADRESSES
                               MOVE F-ADR-CLIENT
                                   TO WS-AD-CLIENT(WS-NB-ADRESSES)
                               MOVE F-ADR-RUE
                                   TO WS-AD-RUE(WS-NB-ADRESSES)
                               MOVE F-ADR-CP
                                   TO WS-AD-CP(WS-NB-ADRESSES)
                               MOVE F-ADR-VILLE
                                   TO WS-AD-VILLE(WS-NB-ADRESSES)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-ADRESSES

           END-IF
       .

      ******************************************************************

      *Édite en tête de l'état les réceptions du lot connues de
      *lots.txt : article, site, péremption et quantité reçue
       0300-EDITE-RECEPTIONS.

           OPEN INPUT FICHIER-LOTS

           IF WS-STATUT-LOTS = "00"

               PERFORM UNTIL WS-STATUT-LOTS NOT = "00"
                   READ FICHIER-LOTS
                       AT END
                           MOVE "10" TO WS-STATUT-LOTS
                       NOT AT END
                           IF F-LO-NUMERO = WS-LOT-RAPPELE
                               ADD 1 TO WS-NB-RECEPTIONS
                               IF F-LO-QTE NUMERIC
                                   ADD F-LO-QTE TO WS-QTE-RECUE
                               END-IF
                               MOVE SPACES TO WS-ETAT-TEXTE
                               STRING "Reçu : article " F-LO-ARTICLE
                                   " site " F-LO-SITE
                                   " péremption " F-LO-PEREMPTION
                                   " quantité " F-LO-QTE
                                   INTO WS-ETAT-TEXTE
                               END-STRING
                               CALL "editetat" USING WS-ETAT-COMMANDE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-LOTS

           END-IF

           IF WS-NB-RECEPTIONS = 0
               MOVE "Lot inconnu de lots.txt (réception non lotée ?)"
                   TO WS-ETAT-TEXTE
               CALL "editetat" USING WS-ETAT-COMMANDE
           END-IF
       .

      ******************************************************************

      *Édite la ligne du client WS-CLIENT-COURANT (nom et adresse
      *postale) avant ses lignes d'expédition
       0400-EDITE-CLIENT.

           PERFORM 0600-CHERCHE-CLIENT

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           IF WS-CL-TROUVE = 0
               STRING WS-CLIENT-COURANT " (client inconnu)"
                   INTO WS-ETAT-TEXTE
               END-STRING
           ELSE
               STRING WS-CLIENT-COURANT " "
                   WS-CL-NOM(WS-CL-TROUVE) " "
                   WS-CL-PRENOM(WS-CL-TROUVE)
                   INTO WS-ETAT-TEXTE
               END-STRING
           END-IF
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           IF WS-AD-TROUVE = 0
               ADD 1 TO WS-NB-SANS-ADRESSE
               MOVE "        ADRESSE INCONNUE" TO WS-ETAT-TEXTE
           ELSE
               STRING "        " WS-AD-RUE(WS-AD-TROUVE) " "
                   WS-AD-CP(WS-AD-TROUVE) " "
                   WS-AD-VILLE(WS-AD-TROUVE)
                   INTO WS-ETAT-TEXTE
               END-STRING
           END-IF
           CALL "editetat" USING WS-ETAT-COMMANDE
       .

      ******************************************************************

      *Édite un projet de lettre par client touché : adresse, objet,
      *rappel des livraisons du lot et consigne de retour ; les
      *lettres sont séparées comme celles de relance.cbl
       0500-EDITE-LETTRES.

           MOVE SPACES TO WS-NOM-LETTRES
           STRING "lettres-rappel-" FUNCTION TRIM(WS-LOT-RAPPELE)
               ".txt"
               INTO WS-NOM-LETTRES
           END-STRING

           MOVE "O" TO WS-ETAT-ACTION
           MOVE WS-NOM-LETTRES TO WS-ETAT-FICHIER
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Lettres de rappel du lot " WS-LOT-RAPPELE
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "D" TO WS-ETAT-ACTION
           MOVE 0 TO WS-CLIENT-COURANT

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-TOUCHEES

               IF WS-TO-CLIENT(WS-INDEX) NOT = WS-CLIENT-COURANT
                   IF WS-CLIENT-COURANT NOT = 0
                       PERFORM 0550-TERMINE-LETTRE
                   END-IF
                   MOVE WS-TO-CLIENT(WS-INDEX) TO WS-CLIENT-COURANT
                   PERFORM 0520-COMMENCE-LETTRE
               END-IF

               MOVE WS-TO-QTE(WS-INDEX) TO WS-QTE-ED
               MOVE SPACES TO WS-ETAT-TEXTE
               STRING "  - commande " WS-TO-NUMERO(WS-INDEX)
                   " du " WS-TO-DATE(WS-INDEX)
                   ", produit " WS-TO-CODE(WS-INDEX)
                   ", quantité " WS-QTE-ED
                   INTO WS-ETAT-TEXTE
               END-STRING
               CALL "editetat" USING WS-ETAT-COMMANDE

           END-PERFORM

           PERFORM 0550-TERMINE-LETTRE

           MOVE "F" TO WS-ETAT-ACTION
           CALL "editetat" USING WS-ETAT-COMMANDE

           DISPLAY "Projets de lettres écrits dans " WS-NOM-LETTRES
       .

      ******************************************************************

      *Commence la lettre du client WS-CLIENT-COURANT : séparateur,
      *destinataire, date, objet et annonce du rappel
       0520-COMMENCE-LETTRE.

           PERFORM 0600-CHERCHE-CLIENT

           MOVE ALL "=" TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           IF WS-CL-TROUVE = 0
               STRING "Client " WS-CLIENT-COURANT
                   INTO WS-ETAT-TEXTE
               END-STRING
           ELSE
               STRING WS-CL-PRENOM(WS-CL-TROUVE) " "
                   WS-CL-NOM(WS-CL-TROUVE)
                   " (client " WS-CLIENT-COURANT ")"
                   INTO WS-ETAT-TEXTE
               END-STRING
           END-IF
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           IF WS-AD-TROUVE = 0
               MOVE "ADRESSE À COMPLÉTER" TO WS-ETAT-TEXTE
               CALL "editetat" USING WS-ETAT-COMMANDE
           ELSE
               MOVE WS-AD-RUE(WS-AD-TROUVE) TO WS-ETAT-TEXTE
               CALL "editetat" USING WS-ETAT-COMMANDE
               MOVE SPACES TO WS-ETAT-TEXTE
               STRING WS-AD-CP(WS-AD-TROUVE) " "
                   WS-AD-VILLE(WS-AD-TROUVE)
                   INTO WS-ETAT-TEXTE
               END-STRING
               CALL "editetat" USING WS-ETAT-COMMANDE
           END-IF

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           STRING "Le " WS-DATE-JOUR
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Objet : rappel du lot " WS-LOT-RAPPELE
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "Madame, Monsieur," TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "Notre fournisseur procède au rappel du lot cité en"
               TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "objet. Nos livraisons suivantes en contenaient :"
               TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE
       .

      ******************************************************************

      *Termine la lettre en cours par la consigne de retour et la
      *formule d'usage, puis la porte au registre du courrier sortant
       0550-TERMINE-LETTRE.

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "Merci de ne plus utiliser ces articles et de nous les"
               TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "retourner : ils vous seront remplacés ou remboursés."
               TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "Veuillez nous excuser pour ce désagrément."
               TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "Veuillez agréer, Madame, Monsieur, nos salutations"
               TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "distinguées." TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

      *Lettre close : portée au registre du courrier sortant, adresse
      *vide quand elle est inconnue
           MOVE WS-CLIENT-COURANT TO WS-CO-ID
           MOVE SPACES TO WS-CO-NOM
           IF WS-CL-TROUVE NOT = 0
               STRING FUNCTION TRIM(WS-CL-NOM(WS-CL-TROUVE)) " "
                   FUNCTION TRIM(WS-CL-PRENOM(WS-CL-TROUVE))
                   INTO WS-CO-NOM
               END-STRING
           END-IF
           MOVE SPACES TO WS-CO-ADRESSE
           IF WS-AD-TROUVE NOT = 0
               STRING FUNCTION TRIM(WS-AD-RUE(WS-AD-TROUVE)) ", "
                   WS-AD-CP(WS-AD-TROUVE) " "
                   FUNCTION TRIM(WS-AD-VILLE(WS-AD-TROUVE))
                   INTO WS-CO-ADRESSE
               END-STRING
           END-IF
           MOVE SPACES TO WS-CO-REFERENCE
           STRING "rappel lot " WS-LOT-RAPPELE
               INTO WS-CO-REFERENCE
           END-STRING
           CALL "courrier" USING WS-COURRIER-COMMANDE
       .

      ******************************************************************

      *Retrouve le nom (WS-CL-TROUVE) et l'adresse (WS-AD-TROUVE) du
      *client WS-CLIENT-COURANT ; zéro s'ils sont inconnus
       0600-CHERCHE-CLIENT.

           MOVE 0 TO WS-CL-TROUVE
           PERFORM VARYING WS-INDEX-CL FROM 1 BY 1
               UNTIL WS-INDEX-CL > WS-NB-CLIENTS
               IF WS-CL-ID(WS-INDEX-CL) = WS-CLIENT-COURANT
                   MOVE WS-INDEX-CL TO WS-CL-TROUVE
               END-IF
           END-PERFORM

           MOVE 0 TO WS-AD-TROUVE
           PERFORM VARYING WS-INDEX-AD FROM 1 BY 1
               UNTIL WS-INDEX-AD > WS-NB-ADRESSES
               IF WS-AD-CLIENT(WS-INDEX-AD) = WS-CLIENT-COURANT
                   MOVE WS-INDEX-AD TO WS-AD-TROUVE
               END-IF
           END-PERFORM
       .
