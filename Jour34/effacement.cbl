      *les lignes de la personne dans personnes.txt,
      *personnes-reference.txt, clients.txt (l'id est conservé pour
      *que commandes et paiements continuent de tomber juste),
      *users.dat et la table users de la base, supprime ses
      *consentements marketing de consentements-clients.txt (le
      *retrait étant tracé dans consentements-journal.txt), puis
      *consigne dans
      *effacement-registre.txt une preuve datée listant chaque
      *fichier touché. Le juridique l'a demandé par écrit.
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-USER.

      *Alias du registre des consentements marketing de
      *consmaint.cbl, réécrit sans les lignes du client effacé
       SELECT FICHIER-CONSENTEMENTS
           ASSIGN TO "consentements-clients.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CONSENTEMENTS.

      *Alias du journal des consentements de consmaint.cbl
       SELECT FICHIER-JOURNAL-CONS
           ASSIGN TO "consentements-journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-JOURNAL-CONS.

      *Alias du registre de preuve d'effacement, complété à chaque
      *demande traitée
       SELECT FICHIER-PREUVE ASSIGN TO "effacement-registre.txt"
           05 F-US-NOM         PIC X(50).
           05 F-US-EMAIL       PIC X(50).

      *Définition du registre des consentements : seul l'id client
      *en tête de ligne est examiné, la ligne est recopiée telle
      *quelle
       FD FICHIER-CONSENTEMENTS.
       01 F-CONSENTEMENT.
           05 F-CS-CLIENT      PIC 9(6).
           05 F-CS-RESTE       PIC X(34).

      *Définition du journal des consentements, une ligne de texte
      *libre par opération
       FD FICHIER-JOURNAL-CONS.
       01 F-LIGNE-JOURNAL-CONS PIC X(100).

      *Définition du registre de preuve, une ligne de texte libre
       FD FICHIER-PREUVE.
       01 F-LIGNE-PREUVE       PIC X(100).
       77 WS-STATUT-CLIENTS       PIC XX.
       77 WS-STATUT-USER          PIC XX.
       77 WS-STATUT-PREUVE        PIC XX.
       77 WS-STATUT-CONSENTEMENTS PIC XX.
       77 WS-STATUT-JOURNAL-CONS  PIC XX.

      *Demande en cours de traitement
       77 WS-DM-NOM               PIC X(15).
       77 WS-NB-DEMANDES          PIC 9(3)              VALUE 0.
      *Date du jour portée sur le registre de preuve
       77 WS-DATE-JOUR            PIC X(8).
      *SQLCODE mis en forme pour la preuve
       77 WS-SQLCODE-AFF          PIC ----9.

      *Commande passée au sous-programme commun de verrouillage
      *(verrou.cbl), qui protège la réécriture de clients.txt contre
           05 WS-VERROU-NOM       PIC X(20).
           05 WS-VERROU-RESULTAT  PIC X.

      *Identifiant applicatif authentifié par le sous-programme
      *login et résultat de l'authentification
       77 WS-LOGIN-ID             PIC X(10).
       77 WS-LOGIN-RESULTAT       PIC X                 VALUE 'N'.

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       END-EXEC.
       IF SQLCODE NOT = 0
           DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
           GOBACK
       END-IF.

      *Authentification de l'utilisateur applicatif, avant tout
      *traitement
       CALL "login" USING WS-LOGIN-ID WS-LOGIN-RESULTAT.
       IF WS-LOGIN-RESULTAT NOT = 'O'
           GOBACK
       END-IF.

      *Prise du verrou clients avant de toucher à clients.txt : un
       IF WS-VERROU-RESULTAT NOT = "O"
           DISPLAY "clients.txt verrouillé par un autre "
               "lancement, abandon"
           GOBACK
       END-IF.

      *Parcours des demandes : chacune est traitée fichier par
               "(statut " WS-STATUT-DEMANDES "), rien à effacer"
           MOVE "L" TO WS-VERROU-ACTION
           CALL "verrou" USING WS-VERROU-COMMANDE
           GOBACK
       END-IF.

       PERFORM UNTIL WS-EOF = 'T'

       DISPLAY "Demandes d'effacement traitées : " WS-NB-DEMANDES.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis le menu général (menugeneral.cbl, Jour 15)
      *comme sous-programme, sans rien changer à son comportement
      *lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************

           PERFORM 2000-EFFACE-PERSONNES
           PERFORM 2100-EFFACE-REFERENCE
           PERFORM 2200-EFFACE-CLIENT
           PERFORM 2250-EFFACE-CONSENTEMENTS
           PERFORM 2300-EFFACE-USERS-DAT
           PERFORM 2400-EFFACE-TABLE-USERS


      ******************************************************************

      *Supprime les consentements marketing du client : les lignes
      *de son id sont retirées de consentements-clients.txt et le
      *retrait est tracé dans le journal des consentements
       2250-EFFACE-CONSENTEMENTS.

           IF WS-DM-CLIENT = 0
               MOVE SPACES TO F-LIGNE-PREUVE
               STRING "consentements-clients.txt : pas cliente, "
                   "rien à faire"
                   INTO F-LIGNE-PREUVE
               END-STRING
               PERFORM 9000-ECRIT-PREUVE
           ELSE

               MOVE 0 TO WS-NB-LIGNES
               MOVE 0 TO WS-NB-EFFACEES
               MOVE 'F' TO WS-EOF

               OPEN INPUT FICHIER-CONSENTEMENTS

               IF WS-STATUT-CONSENTEMENTS NOT = "00"
                   MOVE 'T' TO WS-EOF
               END-IF

               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-CONSENTEMENTS
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF F-CS-CLIENT = WS-DM-CLIENT
                               ADD 1 TO WS-NB-EFFACEES
                           ELSE
                               IF WS-NB-LIGNES < 999
                                   ADD 1 TO WS-NB-LIGNES
                                   MOVE F-CONSENTEMENT
                                       TO WS-LIGNE(WS-NB-LIGNES)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               IF WS-STATUT-CONSENTEMENTS = "00"
                   CLOSE FICHIER-CONSENTEMENTS
               END-IF

               IF WS-NB-EFFACEES > 0

                   OPEN OUTPUT FICHIER-CONSENTEMENTS

                   PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-NB-LIGNES
                       MOVE WS-LIGNE(WS-INDEX)(1:40) TO F-CONSENTEMENT
                       WRITE F-CONSENTEMENT
                   END-PERFORM

                   CLOSE FICHIER-CONSENTEMENTS

                   OPEN EXTEND FICHIER-JOURNAL-CONS
                   IF WS-STATUT-JOURNAL-CONS = "35"
                       OPEN OUTPUT FICHIER-JOURNAL-CONS
                   END-IF
                   MOVE SPACES TO F-LIGNE-JOURNAL-CONS
                   STRING WS-DATE-JOUR " EFFACEMENT id " WS-DM-CLIENT
                       " : " WS-NB-EFFACEES
                       " consentement(s) supprimé(s)"
                       INTO F-LIGNE-JOURNAL-CONS
                   END-STRING
                   WRITE F-LIGNE-JOURNAL-CONS
                   CLOSE FICHIER-JOURNAL-CONS

               END-IF

               MOVE SPACES TO F-LIGNE-PREUVE
               STRING "consentements-clients.txt : " WS-NB-EFFACEES
                   " ligne(s) supprimée(s), id " WS-DM-CLIENT
                   INTO F-LIGNE-PREUVE
               END-STRING
               PERFORM 9000-ECRIT-PREUVE

           END-IF
       .

      ******************************************************************

      *Anonymise le compte dans users.dat : nom EFFACE et adresse
      *neutre, l'id restant en place
       2300-EFFACE-USERS-DAT.
                       INTO F-LIGNE-PREUVE
                   END-STRING
               ELSE
                   MOVE SQLCODE TO WS-SQLCODE-AFF
                   STRING "table users : échec SQLCODE "
                       WS-SQLCODE-AFF
                       INTO F-LIGNE-PREUVE
                   END-STRING
               END-IF
