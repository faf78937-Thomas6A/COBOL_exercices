      *Programme de tenue des échéanciers de paiement, sur le modèle
      *de climaint.cbl : un gros client qui obtient de régler une
      *commande en plusieurs fois voit ici son échéancier saisi
      *(client, numéro de commande, puis date et montant de chaque
      *échéance) dans echeanciers.txt. command.cbl vieillit alors la
      *commande d'après ses échéances et non plus d'un bloc dès le
      *premier jour, et relance.cbl ne relance que l'échéance
      *manquée. L'id client est validé contre clients.txt, les dates
      *doivent croître d'une échéance à l'autre, et chaque
      *modification est consignée dans un journal daté.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. echmaint.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier clients, lu pour valider les ids saisis
       SELECT FICHIER-CLIENTS ASSIGN TO "clients.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CLIENTS.

      *Alias du fichier des échéanciers, relu au lancement et réécrit
      *à chaque changement
       SELECT FICHIER-ECHEANCIERS ASSIGN TO "echeanciers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-ECHEANCIERS.

      *Alias du journal des modifications, complété à chaque
      *changement (une ligne datée par opération)
       SELECT FICHIER-JOURNAL ASSIGN TO "echeanciers-journal.txt"
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

      *Définition du fichier des échéanciers : une ligne par
      *échéance, avec le client, le numéro de commande, le rang de
      *l'échéance, sa date d'exigibilité AAAAMMJJ et son montant en
      *centimes ; les échéances d'une commande se suivent par date
       FD FICHIER-ECHEANCIERS.
       01 F-ECHEANCE.
           05 F-EC-CLIENT     PIC 9(6).
           05 FILLER          PIC X.
           05 F-EC-NUMERO     PIC 9(3).
           05 FILLER          PIC X.
           05 F-EC-RANG       PIC 99.
           05 FILLER          PIC X.
           05 F-EC-DATE       PIC X(8).
           05 FILLER          PIC X.
           05 F-EC-MONTANT    PIC 9(7).

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

      *Tableau des échéances chargées depuis le fichier
       01 WS-ECHEANCES-TAB.
           05 WS-ECHEANCE     OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-NB-ECHEANCES.
               10 WS-EC-CLIENT  PIC 9(6).
               10 WS-EC-NUMERO  PIC 9(3).
               10 WS-EC-RANG    PIC 99.
               10 WS-EC-DATE    PIC X(8).
               10 WS-EC-MONTANT PIC 9(7).

      *Échéancier en cours de saisie, recopié dans le tableau une
      *fois toutes les échéances acceptées
       01 WS-SAISIE-TAB.
           05 WS-SAISIE       OCCURS 12 TIMES.
               10 WS-SA-DATE    PIC X(8).
               10 WS-SA-MONTANT PIC 9(7).

      *Effectifs réels des tableaux
       77 WS-CLIENT-MAX       PIC 9(3)              VALUE 1.
       77 WS-NB-ECHEANCES     PIC 9(4)              VALUE 1.
      *Index de parcours et de recopie
       77 WS-INDEX            PIC 9(4)              VALUE 1.
       77 WS-INDEX-GARDE      PIC 9(4)              VALUE 0.
       77 WS-INDEX-SAISIE     PIC 99                VALUE 1.
      *Index du client correspondant à la saisie (0 = introuvable)
      *et nombre d'échéances de la commande saisie
       77 WS-CLIENT-TROUVE    PIC 9(3)              VALUE 0.
       77 WS-NB-TROUVEES      PIC 99                VALUE 0.
      *Indicateur de fin de lecture et statuts
       77 WS-EOF              PIC X                 VALUE 'F'.
       77 WS-STATUT-CLIENTS   PIC XX.
       77 WS-STATUT-ECHEANCIERS PIC XX.
       77 WS-STATUT-JOURNAL   PIC XX.
      *Choix du menu et saisies
       77 WS-CHOIX            PIC 9                 VALUE 0.
       77 WS-ID-SAISI         PIC 9(6).
       77 WS-NUMERO-SAISI     PIC 9(3).
       77 WS-NB-SAISI         PIC 99                VALUE 0.
       77 WS-DATE-SAISIE      PIC X(8).
       77 WS-MONTANT-SAISI    PIC X(7).
       77 WS-CONFIRMATION     PIC X.
      *Saisie de l'échéancier acceptée (O) ou abandonnée (N)
       77 WS-SAISIE-VALIDE    PIC X                 VALUE "O".
      *Total de l'échéancier saisi, en centimes
       77 WS-TOTAL-ECHEANCIER PIC 9(9)              VALUE 0.

      *Champs utilisés pour formater un montant en centimes en
      *affichage "euros,centimes €", repris de command.cbl
       77 WS-MONTANT-CENTS       PIC S9(9)             VALUE 0.
       77 WS-MONTANT-EUROS       PIC 9(9).
       77 WS-MONTANT-CENTIMES    PIC 99.
       77 WS-MONTANT-EUROS-EDIT  PIC Z(8)9.
       77 WS-MONTANT-AFFICHE     PIC X(18).

      *Commande passée au sous-programme commun de verrouillage
      *(verrou.cbl), qui protège la réécriture du fichier contre un
      *lancement concurrent
       01 WS-VERROU-COMMANDE.
           05 WS-VERROU-ACTION    PIC X.
           05 WS-VERROU-NOM       PIC X(20).
           05 WS-VERROU-RESULTAT  PIC X.

       PROCEDURE DIVISION.

      *Prise du verrou des échéanciers avant de toucher au fichier :
      *un lancement concurrent abandonne au lieu d'écraser
       MOVE "P" TO WS-VERROU-ACTION.
       MOVE "echeanciers" TO WS-VERROU-NOM.
       CALL "verrou" USING WS-VERROU-COMMANDE.

       IF WS-VERROU-RESULTAT NOT = "O"
           DISPLAY "echeanciers.txt verrouillé par un autre "
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

      *Chargement des échéanciers existants ; un fichier absent
      *signifie simplement un premier lancement
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-ECHEANCES.

       OPEN INPUT FICHIER-ECHEANCIERS.

       IF WS-STATUT-ECHEANCIERS = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-ECHEANCIERS
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-NB-ECHEANCES < 9999
                           ADD 1 TO WS-NB-ECHEANCES
                           MOVE F-EC-CLIENT
                               TO WS-EC-CLIENT(WS-NB-ECHEANCES)
                           MOVE F-EC-NUMERO
                               TO WS-EC-NUMERO(WS-NB-ECHEANCES)
                           MOVE F-EC-RANG
                               TO WS-EC-RANG(WS-NB-ECHEANCES)
                           MOVE F-EC-DATE
                               TO WS-EC-DATE(WS-NB-ECHEANCES)
                           MOVE F-EC-MONTANT
                               TO WS-EC-MONTANT(WS-NB-ECHEANCES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-ECHEANCIERS
       END-IF.

       DISPLAY "Clients connus : " WS-CLIENT-MAX
       DISPLAY "Échéances chargées : " WS-NB-ECHEANCES.

      *Boucle de menu, jusqu'à la saisie de 4
       PERFORM UNTIL WS-CHOIX = 4

           DISPLAY "1. Saisir l'échéancier d'une commande"
           DISPLAY "2. Consulter l'échéancier d'une commande"
           DISPLAY "3. Supprimer l'échéancier d'une commande"
           DISPLAY "4. Quitter"
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX

               WHEN 1
                   PERFORM 1000-SAISIT-ECHEANCIER

               WHEN 2
                   PERFORM 2000-CONSULTE-ECHEANCIER

               WHEN 3
                   PERFORM 3000-SUPPRIME-ECHEANCIER

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

      *Convertit un montant en centimes (WS-MONTANT-CENTS) en une
      *chaîne affichable "euros,centimes €", repris de command.cbl
       0100-FORMATE-PRIX.

           COMPUTE WS-MONTANT-EUROS = WS-MONTANT-CENTS / 100
           COMPUTE WS-MONTANT-CENTIMES =
               FUNCTION MOD(WS-MONTANT-CENTS, 100)

           MOVE WS-MONTANT-EUROS TO WS-MONTANT-EUROS-EDIT

           MOVE SPACES TO WS-MONTANT-AFFICHE
           STRING FUNCTION TRIM(WS-MONTANT-EUROS-EDIT)
                  ","
                  WS-MONTANT-CENTIMES
                  " €"
                  INTO WS-MONTANT-AFFICHE
           END-STRING
       .

      ******************************************************************

      *Saisit l'échéancier d'une commande d'un client connu : nombre
      *d'échéances (2 à 12), puis date et montant de chacune ; un
      *échéancier existant pour la même commande est remplacé après
      *confirmation. Rien n'est écrit tant que toutes les échéances
      *ne sont pas acceptées
       1000-SAISIT-ECHEANCIER.

           DISPLAY "Id du client : "
           ACCEPT WS-ID-SAISI

           PERFORM 7000-TROUVE-CLIENT

           IF WS-CLIENT-TROUVE = 0
               DISPLAY "Aucun client avec l'id " WS-ID-SAISI
           ELSE

               DISPLAY "Numéro de commande : "
               ACCEPT WS-NUMERO-SAISI

               PERFORM 7100-COMPTE-ECHEANCES

               MOVE "O" TO WS-SAISIE-VALIDE

               IF WS-NB-TROUVEES > 0
                   DISPLAY "Un échéancier de " WS-NB-TROUVEES
                       " échéance(s) existe pour cette commande, "
                       "le remplacer (O/N) ? "
                   ACCEPT WS-CONFIRMATION
                   IF WS-CONFIRMATION NOT = "O"
                       MOVE "N" TO WS-SAISIE-VALIDE
                       DISPLAY "Échéancier conservé"
                   END-IF
               END-IF

               IF WS-SAISIE-VALIDE = "O"
                   DISPLAY "Nombre d'échéances (2 à 12) : "
                   ACCEPT WS-NB-SAISI
                   IF WS-NB-SAISI < 2 OR WS-NB-SAISI > 12
                       DISPLAY "Nombre d'échéances invalide"
                       MOVE "N" TO WS-SAISIE-VALIDE
                   END-IF
               END-IF

               MOVE 0 TO WS-TOTAL-ECHEANCIER

               PERFORM VARYING WS-INDEX-SAISIE FROM 1 BY 1
                   UNTIL WS-INDEX-SAISIE > WS-NB-SAISI
                       OR WS-SAISIE-VALIDE NOT = "O"
                   PERFORM 1100-SAISIT-ECHEANCE
               END-PERFORM

               IF WS-SAISIE-VALIDE = "O"
                   AND WS-NB-ECHEANCES - WS-NB-TROUVEES + WS-NB-SAISI
                       > 9999
                   DISPLAY "Tableau des échéances complet"
                   MOVE "N" TO WS-SAISIE-VALIDE
               END-IF

               IF WS-SAISIE-VALIDE = "O"

                   PERFORM 6000-RETIRE-ECHEANCES

                   PERFORM VARYING WS-INDEX-SAISIE FROM 1 BY 1
                       UNTIL WS-INDEX-SAISIE > WS-NB-SAISI
                       ADD 1 TO WS-NB-ECHEANCES
                       MOVE WS-ID-SAISI
                           TO WS-EC-CLIENT(WS-NB-ECHEANCES)
                       MOVE WS-NUMERO-SAISI
                           TO WS-EC-NUMERO(WS-NB-ECHEANCES)
                       MOVE WS-INDEX-SAISIE
                           TO WS-EC-RANG(WS-NB-ECHEANCES)
                       MOVE WS-SA-DATE(WS-INDEX-SAISIE)
                           TO WS-EC-DATE(WS-NB-ECHEANCES)
                       MOVE WS-SA-MONTANT(WS-INDEX-SAISIE)
                           TO WS-EC-MONTANT(WS-NB-ECHEANCES)
                   END-PERFORM

                   PERFORM 8000-SAUVE-FICHIER

                   MOVE WS-TOTAL-ECHEANCIER TO WS-MONTANT-CENTS
                   PERFORM 0100-FORMATE-PRIX

                   MOVE SPACES TO F-LIGNE-JOURNAL
                   STRING FUNCTION CURRENT-DATE(1:8)
                       " ECHEANCIER client " WS-ID-SAISI
                       " cde " WS-NUMERO-SAISI
                       " " WS-NB-SAISI " échéances du "
                       WS-SA-DATE(1) " à " WS-SA-DATE(WS-NB-SAISI)
                       " total " FUNCTION TRIM(WS-MONTANT-AFFICHE)
                       INTO F-LIGNE-JOURNAL
                   END-STRING
                   PERFORM 9000-ECRIT-JOURNAL

                   DISPLAY "Échéancier enregistré, total "
                       WS-MONTANT-AFFICHE

               END-IF

           END-IF
       .

      ******************************************************************

      *Saisit l'échéance WS-INDEX-SAISIE : date AAAAMMJJ plausible et
      *postérieure à l'échéance précédente, montant en centimes non
      *nul ; une saisie refusée abandonne tout l'échéancier
       1100-SAISIT-ECHEANCE.

           DISPLAY "Échéance " WS-INDEX-SAISIE
               " - date d'exigibilité (AAAAMMJJ) : "
           ACCEPT WS-DATE-SAISIE

           EVALUATE TRUE

               WHEN WS-DATE-SAISIE NOT NUMERIC
                   DISPLAY "Date non numérique, "
                       "échéancier abandonné"
                   MOVE "N" TO WS-SAISIE-VALIDE

               WHEN WS-DATE-SAISIE(5:2) < "01"
                   OR WS-DATE-SAISIE(5:2) > "12"
                   OR WS-DATE-SAISIE(7:2) < "01"
                   OR WS-DATE-SAISIE(7:2) > "31"
                   DISPLAY "Date invalide, échéancier abandonné"
                   MOVE "N" TO WS-SAISIE-VALIDE

               WHEN WS-INDEX-SAISIE > 1
                   AND WS-DATE-SAISIE
                       NOT > WS-SA-DATE(WS-INDEX-SAISIE - 1)
                   DISPLAY "Date non postérieure à l'échéance "
                       "précédente, échéancier abandonné"
                   MOVE "N" TO WS-SAISIE-VALIDE

               WHEN OTHER
                   MOVE WS-DATE-SAISIE TO WS-SA-DATE(WS-INDEX-SAISIE)

           END-EVALUATE

           IF WS-SAISIE-VALIDE = "O"

               DISPLAY "Échéance " WS-INDEX-SAISIE
                   " - montant en centimes : "
               MOVE SPACES TO WS-MONTANT-SAISI
               ACCEPT WS-MONTANT-SAISI

               IF FUNCTION TRIM(WS-MONTANT-SAISI) IS NUMERIC
                   AND FUNCTION NUMVAL(WS-MONTANT-SAISI) > 0
                   COMPUTE WS-SA-MONTANT(WS-INDEX-SAISIE) =
                       FUNCTION NUMVAL(WS-MONTANT-SAISI)
                   ADD WS-SA-MONTANT(WS-INDEX-SAISIE)
                       TO WS-TOTAL-ECHEANCIER
               ELSE
                   DISPLAY "Montant invalide, échéancier abandonné"
                   MOVE "N" TO WS-SAISIE-VALIDE
               END-IF

           END-IF
       .

      ******************************************************************

      *Affiche les échéances de la commande saisie et leur total
       2000-CONSULTE-ECHEANCIER.

           DISPLAY "Id du client : "
           ACCEPT WS-ID-SAISI
           DISPLAY "Numéro de commande : "
           ACCEPT WS-NUMERO-SAISI

           PERFORM 7100-COMPTE-ECHEANCES

           IF WS-NB-TROUVEES = 0
               DISPLAY "Aucun échéancier pour le client " WS-ID-SAISI
                   " commande " WS-NUMERO-SAISI
           ELSE

               MOVE 0 TO WS-TOTAL-ECHEANCIER

               PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NB-ECHEANCES

                   IF WS-EC-CLIENT(WS-INDEX) = WS-ID-SAISI
                       AND WS-EC-NUMERO(WS-INDEX) = WS-NUMERO-SAISI
                       MOVE WS-EC-MONTANT(WS-INDEX)
                           TO WS-MONTANT-CENTS
                       PERFORM 0100-FORMATE-PRIX
                       DISPLAY "  Échéance " WS-EC-RANG(WS-INDEX)
                           " le " WS-EC-DATE(WS-INDEX)
                           " : " WS-MONTANT-AFFICHE
                       ADD WS-EC-MONTANT(WS-INDEX)
                           TO WS-TOTAL-ECHEANCIER
                   END-IF

               END-PERFORM

               MOVE WS-TOTAL-ECHEANCIER TO WS-MONTANT-CENTS
               PERFORM 0100-FORMATE-PRIX
               DISPLAY "  Total de l'échéancier : " WS-MONTANT-AFFICHE

           END-IF
       .

      ******************************************************************

      *Supprime l'échéancier de la commande saisie : la commande
      *redevient exigible d'un bloc
       3000-SUPPRIME-ECHEANCIER.

           DISPLAY "Id du client : "
           ACCEPT WS-ID-SAISI
           DISPLAY "Numéro de commande : "
           ACCEPT WS-NUMERO-SAISI

           PERFORM 7100-COMPTE-ECHEANCES

           IF WS-NB-TROUVEES = 0
               DISPLAY "Aucun échéancier pour le client " WS-ID-SAISI
                   " commande " WS-NUMERO-SAISI
           ELSE

               PERFORM 6000-RETIRE-ECHEANCES

               PERFORM 8000-SAUVE-FICHIER

               MOVE SPACES TO F-LIGNE-JOURNAL
               STRING FUNCTION CURRENT-DATE(1:8)
                   " SUPPRESSION échéancier client " WS-ID-SAISI
                   " commande " WS-NUMERO-SAISI
                   " " WS-NB-TROUVEES " échéance(s)"
                   INTO F-LIGNE-JOURNAL
               END-STRING
               PERFORM 9000-ECRIT-JOURNAL

               DISPLAY "Échéancier supprimé"

           END-IF
       .

      ******************************************************************

      *Retire du tableau les échéances de la commande saisie en
      *remontant les suivantes
       6000-RETIRE-ECHEANCES.

           MOVE 0 TO WS-INDEX-GARDE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ECHEANCES

               IF WS-EC-CLIENT(WS-INDEX) NOT = WS-ID-SAISI
                   OR WS-EC-NUMERO(WS-INDEX) NOT = WS-NUMERO-SAISI
                   ADD 1 TO WS-INDEX-GARDE
                   IF WS-INDEX-GARDE NOT = WS-INDEX
                       MOVE WS-ECHEANCE(WS-INDEX)
                           TO WS-ECHEANCE(WS-INDEX-GARDE)
                   END-IF
               END-IF

           END-PERFORM

           MOVE WS-INDEX-GARDE TO WS-NB-ECHEANCES
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

      *Compte les échéances déjà enregistrées pour le client et la
      *commande saisis
       7100-COMPTE-ECHEANCES.

           MOVE 0 TO WS-NB-TROUVEES

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ECHEANCES

               IF WS-EC-CLIENT(WS-INDEX) = WS-ID-SAISI
                   AND WS-EC-NUMERO(WS-INDEX) = WS-NUMERO-SAISI
                   ADD 1 TO WS-NB-TROUVEES
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Réécrit echeanciers.txt en entier à partir du tableau
       8000-SAUVE-FICHIER.

           OPEN OUTPUT FICHIER-ECHEANCIERS

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ECHEANCES

               MOVE SPACES TO F-ECHEANCE
               MOVE WS-EC-CLIENT(WS-INDEX) TO F-EC-CLIENT
               MOVE WS-EC-NUMERO(WS-INDEX) TO F-EC-NUMERO
               MOVE WS-EC-RANG(WS-INDEX) TO F-EC-RANG
               MOVE WS-EC-DATE(WS-INDEX) TO F-EC-DATE
               MOVE WS-EC-MONTANT(WS-INDEX) TO F-EC-MONTANT
               WRITE F-ECHEANCE

           END-PERFORM

           CLOSE FICHIER-ECHEANCIERS
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
