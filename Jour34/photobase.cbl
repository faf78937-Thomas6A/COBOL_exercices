      *Photographie de nuit des tables users et clients : à la
      *question "qui a changé ce client hier", seule la table d'audit
      *des users répondait, et rien pour les clients insérés par
      *insert-client.cob. Ce programme vide chaque nuit les deux
      *tables dans des fichiers datés photo-users-<AAAAMMJJ>.txt et
      *photo-clients-<AAAAMMJJ>.txt (les mots de passe n'en sortent
      *pas), les compare à la photographie précédente (date tenue
      *dans photo-derniere.txt) et écrit photo-ecarts-<AAAAMMJJ>.txt :
      *lignes ajoutées, supprimées et modifiées avec les valeurs
      *avant et après, la clé étant l'id pour users et l'email pour
      *clients. Les trois fichiers datés sont embarqués par le
      *conteneur de fin de journée d'archivejour.cbl pour le
      *hors-site.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. photobase.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias de la photographie users, du jour en écriture ou de la
      *veille en lecture, le nom étant composé à l'exécution
       SELECT FICHIER-USERS ASSIGN TO DYNAMIC WS-NOM-USERS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-USERS.

      *Alias de la photographie clients, même mécanique
       SELECT FICHIER-CLIENTS ASSIGN TO DYNAMIC WS-NOM-CLIENTS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CLIENTS.

      *Alias du rapport des écarts du jour
       SELECT FICHIER-ECARTS ASSIGN TO DYNAMIC WS-NOM-ECARTS
           ORGANIZATION IS LINE SEQUENTIAL.

      *Alias de la date des dernières photographies : la dernière et
      *celle d'avant, pour qu'un second passage la même nuit se
      *compare encore à la veille
       SELECT FICHIER-DERNIERE ASSIGN TO "photo-derniere.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-DERNIERE.

       DATA DIVISION.

       FILE SECTION.

      *Définition de la photographie users : id, nom, statut,
      *marqueur de changement forcé et date du mot de passe
       FD FICHIER-USERS.
       01 F-PHOTO-USER.
           05 F-PU-ID             PIC X(10).
           05 FILLER              PIC X.
           05 F-PU-NOM            PIC X(30).
           05 FILLER              PIC X.
           05 F-PU-STATUT         PIC X.
           05 FILLER              PIC X.
           05 F-PU-FORCE          PIC X.
           05 FILLER              PIC X.
           05 F-PU-DATE-MDP       PIC X(10).

      *Définition de la photographie clients : email (la clé, comme
      *le contrôle de doublon d'insert-client.cob), nom et prénom
       FD FICHIER-CLIENTS.
       01 F-PHOTO-CLIENT.
           05 F-PC-EMAIL          PIC X(30).
           05 FILLER              PIC X.
           05 F-PC-NOM            PIC X(30).
           05 FILLER              PIC X.
           05 F-PC-PRENOM         PIC X(30).

      *Définition du rapport des écarts, une ligne de texte libre
       FD FICHIER-ECARTS.
       01 F-LIGNE-ECARTS          PIC X(132).

      *Définition des dates des dernières photographies
       FD FICHIER-DERNIERE.
       01 F-DERNIERE.
           05 F-DE-DERNIERE       PIC X(8).
           05 FILLER              PIC X.
           05 F-DE-PRECEDENTE     PIC X(8).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  USERNAME           PIC X(30).
       01  PASSWD             PIC X(30).
       01  DBNAME             PIC X(10).
       01  PH-USER-ID         PIC X(10).
       01  PH-USER-NOM        PIC X(30).
       01  PH-USER-STATUT     PIC X.
       01  PH-USER-FORCE      PIC X.
       01  PH-USER-DATE-MDP   PIC X(10).
       01  PH-CLIENT-EMAIL    PIC X(30).
       01  PH-CLIENT-NOM      PIC X(30).
       01  PH-CLIENT-PRENOM   PIC X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *Photographie users de référence, chaque ligne marquée une fois
      *retrouvée dans la table du jour
       01 WS-PREC-USERS-TAB.
           05 WS-PREC-USER        OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-NB-PREC-USERS.
               10 WS-PU-LIGNE     PIC X(56).
               10 WS-PU-VU        PIC X.

      *Photographie clients de référence, même mécanique
       01 WS-PREC-CLIENTS-TAB.
           05 WS-PREC-CLIENT      OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-NB-PREC-CLIENTS.
               10 WS-PC-LIGNE     PIC X(92).
               10 WS-PC-VU        PIC X.

      *Effectifs réels des tableaux et index de parcours
       77 WS-NB-PREC-USERS    PIC 9(4)      VALUE 1.
       77 WS-NB-PREC-CLIENTS  PIC 9(4)      VALUE 1.
       77 WS-INDEX            PIC 9(4)      VALUE 1.
       77 WS-INDEX-TROUVE     PIC 9(4)      VALUE 0.
      *Dates du jour et de la photographie de référence, noms des
      *fichiers composés à l'exécution
       77 WS-DATE-JOUR        PIC X(8).
       77 WS-DATE-REFERENCE   PIC X(8)      VALUE SPACES.
       77 WS-DATE-DERNIERE    PIC X(8)      VALUE SPACES.
       77 WS-DATE-PRECEDENTE  PIC X(8)      VALUE SPACES.
       77 WS-NOM-USERS        PIC X(40).
       77 WS-NOM-CLIENTS      PIC X(40).
       77 WS-NOM-ECARTS       PIC X(40).
      *Indicateurs de fin et statuts
       77 WS-EOF              PIC X         VALUE 'F'.
       77 WS-FIN-CURSEUR      PIC X         VALUE 'F'.
       77 WS-STATUT-USERS     PIC XX.
       77 WS-STATUT-CLIENTS   PIC XX.
       77 WS-STATUT-DERNIERE  PIC XX.
      *Compteurs du bilan, par table
       77 WS-NB-LIGNES        PIC 9(5)      VALUE 0.
       77 WS-NB-AJOUTS        PIC 9(5)      VALUE 0.
       77 WS-NB-SUPPRESSIONS  PIC 9(5)      VALUE 0.
       77 WS-NB-MODIFICATIONS PIC 9(5)      VALUE 0.
      *Identifiant applicatif authentifié par le sous-programme
      *login et résultat de l'authentification
       77 WS-LOGIN-ID         PIC X(10).
       77 WS-LOGIN-RESULTAT   PIC X         VALUE 'N'.

       PROCEDURE DIVISION.

      *Connexion à la base, comme main_sql.cbl
           DISPLAY "Utilisateur de connexion : ".
           ACCEPT USERNAME.
           DISPLAY "Mot de passe de connexion : ".
           ACCEPT PASSWD.
           DISPLAY "Nom de la base de données : ".
           ACCEPT DBNAME.

           DISPLAY "Connexion à la base de données...".
           EXEC SQL
                CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
               STOP RUN
           END-IF.

      *Authentification de l'utilisateur applicatif, avant tout
      *traitement
           CALL "login" USING WS-LOGIN-ID WS-LOGIN-RESULTAT.
           IF WS-LOGIN-RESULTAT NOT = 'O'
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

      *Photographie de référence : la dernière, ou celle d'avant si
      *la dernière est déjà celle du jour
           OPEN INPUT FICHIER-DERNIERE.

           IF WS-STATUT-DERNIERE = "00"
               READ FICHIER-DERNIERE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE F-DE-DERNIERE TO WS-DATE-DERNIERE
                       MOVE F-DE-PRECEDENTE TO WS-DATE-PRECEDENTE
               END-READ
               CLOSE FICHIER-DERNIERE
           END-IF.

           IF WS-DATE-DERNIERE = WS-DATE-JOUR
               MOVE WS-DATE-PRECEDENTE TO WS-DATE-REFERENCE
           ELSE
               MOVE WS-DATE-DERNIERE TO WS-DATE-REFERENCE
               MOVE WS-DATE-DERNIERE TO WS-DATE-PRECEDENTE
           END-IF.

           MOVE SPACES TO WS-NOM-ECARTS.
           STRING "photo-ecarts-" WS-DATE-JOUR ".txt"
               INTO WS-NOM-ECARTS.

           OPEN OUTPUT FICHIER-ECARTS.

           MOVE SPACES TO F-LIGNE-ECARTS.
           IF WS-DATE-REFERENCE = SPACES
               STRING "--- Écarts du " WS-DATE-JOUR
                   " : première photographie, rien à comparer ---"
                   INTO F-LIGNE-ECARTS
               END-STRING
           ELSE
               STRING "--- Écarts du " WS-DATE-JOUR
                   " par rapport au " WS-DATE-REFERENCE " ---"
                   INTO F-LIGNE-ECARTS
               END-STRING
           END-IF.
           WRITE F-LIGNE-ECARTS.

           PERFORM 1000-PHOTOGRAPHIE-USERS.

           PERFORM 2000-PHOTOGRAPHIE-CLIENTS.

           CLOSE FICHIER-ECARTS.

      *La photographie du jour devient la référence de demain
           OPEN OUTPUT FICHIER-DERNIERE.
           MOVE SPACES TO F-DERNIERE.
           MOVE WS-DATE-JOUR TO F-DE-DERNIERE.
           MOVE WS-DATE-PRECEDENTE TO F-DE-PRECEDENTE.
           WRITE F-DERNIERE.
           CLOSE FICHIER-DERNIERE.

           DISPLAY "Photographies du " WS-DATE-JOUR
               " écrites, écarts dans " WS-NOM-ECARTS.

           STOP RUN.

      ******************************************************************

      *Photographie de la table users : la référence est chargée,
      *chaque ligne du curseur est écrite dans la photographie du
      *jour et comparée sur l'id, puis les lignes de référence non
      *retrouvées sont déclarées supprimées
       1000-PHOTOGRAPHIE-USERS.

           MOVE 0 TO WS-NB-PREC-USERS
           MOVE 0 TO WS-NB-LIGNES
           MOVE 0 TO WS-NB-AJOUTS
           MOVE 0 TO WS-NB-SUPPRESSIONS
           MOVE 0 TO WS-NB-MODIFICATIONS

           IF WS-DATE-REFERENCE NOT = SPACES
               MOVE SPACES TO WS-NOM-USERS
               STRING "photo-users-" WS-DATE-REFERENCE ".txt"
                   INTO WS-NOM-USERS
               END-STRING
               MOVE 'F' TO WS-EOF
               OPEN INPUT FICHIER-USERS
               IF WS-STATUT-USERS = "00"
                   PERFORM UNTIL WS-EOF = 'T'
                       READ FICHIER-USERS
                           AT END
                               MOVE 'T' TO WS-EOF
                           NOT AT END
                               IF WS-NB-PREC-USERS < 5000
                                   ADD 1 TO WS-NB-PREC-USERS
                                   MOVE F-PHOTO-USER TO
                                       WS-PU-LIGNE(WS-NB-PREC-USERS)
                                   MOVE 'N' TO
                                       WS-PU-VU(WS-NB-PREC-USERS)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-USERS
               ELSE
                   DISPLAY "Photographie " WS-NOM-USERS
                       " introuvable : toutes les lignes seront "
                       "déclarées ajoutées"
               END-IF
           END-IF

           MOVE SPACES TO F-LIGNE-ECARTS
           WRITE F-LIGNE-ECARTS
           MOVE "--- Table users (clé id_user) ---" TO F-LIGNE-ECARTS
           WRITE F-LIGNE-ECARTS

           MOVE SPACES TO WS-NOM-USERS
           STRING "photo-users-" WS-DATE-JOUR ".txt"
               INTO WS-NOM-USERS
           END-STRING
           OPEN OUTPUT FICHIER-USERS

           MOVE 'F' TO WS-FIN-CURSEUR

           EXEC SQL
                DECLARE CUR-PHOTO-USERS CURSOR FOR
                    SELECT id_user, nom,
                           COALESCE(statut, 'A'),
                           COALESCE(force_change, 'N'),
                           COALESCE(CAST(date_mdp AS CHAR(10)), '')
                    FROM users
                    ORDER BY id_user
           END-EXEC

           EXEC SQL
                OPEN CUR-PHOTO-USERS
           END-EXEC

           PERFORM UNTIL WS-FIN-CURSEUR = 'T'

               EXEC SQL
                    FETCH CUR-PHOTO-USERS
                    INTO :PH-USER-ID, :PH-USER-NOM,
                         :PH-USER-STATUT, :PH-USER-FORCE,
                         :PH-USER-DATE-MDP
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'T' TO WS-FIN-CURSEUR
               ELSE IF SQLCODE NOT = 0
                   DISPLAY "Erreur de lecture SQLCODE: " SQLCODE
                   MOVE 'T' TO WS-FIN-CURSEUR
               ELSE
                   ADD 1 TO WS-NB-LIGNES
                   MOVE SPACES TO F-PHOTO-USER
                   MOVE PH-USER-ID TO F-PU-ID
                   MOVE PH-USER-NOM TO F-PU-NOM
                   MOVE PH-USER-STATUT TO F-PU-STATUT
                   MOVE PH-USER-FORCE TO F-PU-FORCE
                   MOVE PH-USER-DATE-MDP TO F-PU-DATE-MDP
                   WRITE F-PHOTO-USER
                   IF WS-DATE-REFERENCE NOT = SPACES
                       PERFORM 1100-COMPARE-USER
                   END-IF
               END-IF
               END-IF

           END-PERFORM

           EXEC SQL
                CLOSE CUR-PHOTO-USERS
           END-EXEC

           CLOSE FICHIER-USERS

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-PREC-USERS
               IF WS-PU-VU(WS-INDEX) = 'N'
                   ADD 1 TO WS-NB-SUPPRESSIONS
                   MOVE SPACES TO F-LIGNE-ECARTS
                   STRING "- SUPPRIMÉ  " WS-PU-LIGNE(WS-INDEX)
                       INTO F-LIGNE-ECARTS
                   END-STRING
                   WRITE F-LIGNE-ECARTS
               END-IF
           END-PERFORM

           PERFORM 3000-ECRIT-BILAN
       .

      ******************************************************************

      *Compare la ligne users du jour (F-PHOTO-USER) à la référence
      *sur l'id : absente = ajoutée, différente = modifiée avec ses
      *valeurs avant et après
       1100-COMPARE-USER.

           MOVE 0 TO WS-INDEX-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-PREC-USERS
               OR WS-INDEX-TROUVE NOT = 0
               IF WS-PU-LIGNE(WS-INDEX)(1:10) = F-PU-ID
                   MOVE WS-INDEX TO WS-INDEX-TROUVE
               END-IF
           END-PERFORM

           IF WS-INDEX-TROUVE = 0
               ADD 1 TO WS-NB-AJOUTS
               MOVE SPACES TO F-LIGNE-ECARTS
               STRING "+ AJOUTÉ    " F-PHOTO-USER
                   INTO F-LIGNE-ECARTS
               END-STRING
               WRITE F-LIGNE-ECARTS
           ELSE
               MOVE 'O' TO WS-PU-VU(WS-INDEX-TROUVE)
               IF WS-PU-LIGNE(WS-INDEX-TROUVE) NOT = F-PHOTO-USER
                   ADD 1 TO WS-NB-MODIFICATIONS
                   MOVE SPACES TO F-LIGNE-ECARTS
                   STRING "~ AVANT     " WS-PU-LIGNE(WS-INDEX-TROUVE)
                       INTO F-LIGNE-ECARTS
                   END-STRING
                   WRITE F-LIGNE-ECARTS
                   MOVE SPACES TO F-LIGNE-ECARTS
                   STRING "~ APRÈS     " F-PHOTO-USER
                       INTO F-LIGNE-ECARTS
                   END-STRING
                   WRITE F-LIGNE-ECARTS
               END-IF
           END-IF
       .

      ******************************************************************

      *Photographie de la table clients, même mécanique que users
      *avec l'email pour clé
       2000-PHOTOGRAPHIE-CLIENTS.

           MOVE 0 TO WS-NB-PREC-CLIENTS
           MOVE 0 TO WS-NB-LIGNES
           MOVE 0 TO WS-NB-AJOUTS
           MOVE 0 TO WS-NB-SUPPRESSIONS
           MOVE 0 TO WS-NB-MODIFICATIONS

           IF WS-DATE-REFERENCE NOT = SPACES
               MOVE SPACES TO WS-NOM-CLIENTS
               STRING "photo-clients-" WS-DATE-REFERENCE ".txt"
                   INTO WS-NOM-CLIENTS
               END-STRING
               MOVE 'F' TO WS-EOF
               OPEN INPUT FICHIER-CLIENTS
               IF WS-STATUT-CLIENTS = "00"
                   PERFORM UNTIL WS-EOF = 'T'
                       READ FICHIER-CLIENTS
                           AT END
                               MOVE 'T' TO WS-EOF
                           NOT AT END
                               IF WS-NB-PREC-CLIENTS < 5000
                                   ADD 1 TO WS-NB-PREC-CLIENTS
                                   MOVE F-PHOTO-CLIENT TO
                                       WS-PC-LIGNE(WS-NB-PREC-CLIENTS)
                                   MOVE 'N' TO
                                       WS-PC-VU(WS-NB-PREC-CLIENTS)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-CLIENTS
               ELSE
                   DISPLAY "Photographie " WS-NOM-CLIENTS
                       " introuvable : toutes les lignes seront "
                       "déclarées ajoutées"
               END-IF
           END-IF

           MOVE SPACES TO F-LIGNE-ECARTS
           WRITE F-LIGNE-ECARTS
           MOVE "--- Table clients (clé email) ---" TO F-LIGNE-ECARTS
           WRITE F-LIGNE-ECARTS

           MOVE SPACES TO WS-NOM-CLIENTS
           STRING "photo-clients-" WS-DATE-JOUR ".txt"
               INTO WS-NOM-CLIENTS
           END-STRING
           OPEN OUTPUT FICHIER-CLIENTS

           MOVE 'F' TO WS-FIN-CURSEUR

           EXEC SQL
                DECLARE CUR-PHOTO-CLIENTS CURSOR FOR
                    SELECT email, nom, prenom
                    FROM clients
                    ORDER BY email
           END-EXEC

           EXEC SQL
                OPEN CUR-PHOTO-CLIENTS
           END-EXEC

           PERFORM UNTIL WS-FIN-CURSEUR = 'T'

               EXEC SQL
                    FETCH CUR-PHOTO-CLIENTS
                    INTO :PH-CLIENT-EMAIL, :PH-CLIENT-NOM,
                         :PH-CLIENT-PRENOM
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'T' TO WS-FIN-CURSEUR
               ELSE IF SQLCODE NOT = 0
                   DISPLAY "Erreur de lecture SQLCODE: " SQLCODE
                   MOVE 'T' TO WS-FIN-CURSEUR
               ELSE
                   ADD 1 TO WS-NB-LIGNES
                   MOVE SPACES TO F-PHOTO-CLIENT
                   MOVE PH-CLIENT-EMAIL TO F-PC-EMAIL
                   MOVE PH-CLIENT-NOM TO F-PC-NOM
                   MOVE PH-CLIENT-PRENOM TO F-PC-PRENOM
                   WRITE F-PHOTO-CLIENT
                   IF WS-DATE-REFERENCE NOT = SPACES
                       PERFORM 2100-COMPARE-CLIENT
                   END-IF
               END-IF
               END-IF

           END-PERFORM

           EXEC SQL
                CLOSE CUR-PHOTO-CLIENTS
           END-EXEC

           CLOSE FICHIER-CLIENTS

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-PREC-CLIENTS
               IF WS-PC-VU(WS-INDEX) = 'N'
                   ADD 1 TO WS-NB-SUPPRESSIONS
                   MOVE SPACES TO F-LIGNE-ECARTS
                   STRING "- SUPPRIMÉ  " WS-PC-LIGNE(WS-INDEX)
                       INTO F-LIGNE-ECARTS
                   END-STRING
                   WRITE F-LIGNE-ECARTS
               END-IF
           END-PERFORM

           PERFORM 3000-ECRIT-BILAN
       .

      ******************************************************************

      *Compare la ligne clients du jour (F-PHOTO-CLIENT) à la
      *référence sur l'email
       2100-COMPARE-CLIENT.

           MOVE 0 TO WS-INDEX-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-PREC-CLIENTS
               OR WS-INDEX-TROUVE NOT = 0
               IF WS-PC-LIGNE(WS-INDEX)(1:30) = F-PC-EMAIL
                   MOVE WS-INDEX TO WS-INDEX-TROUVE
               END-IF
           END-PERFORM

           IF WS-INDEX-TROUVE = 0
               ADD 1 TO WS-NB-AJOUTS
               MOVE SPACES TO F-LIGNE-ECARTS
               STRING "+ AJOUTÉ    " F-PHOTO-CLIENT
                   INTO F-LIGNE-ECARTS
               END-STRING
               WRITE F-LIGNE-ECARTS
           ELSE
               MOVE 'O' TO WS-PC-VU(WS-INDEX-TROUVE)
               IF WS-PC-LIGNE(WS-INDEX-TROUVE) NOT = F-PHOTO-CLIENT
                   ADD 1 TO WS-NB-MODIFICATIONS
                   MOVE SPACES TO F-LIGNE-ECARTS
                   STRING "~ AVANT     " WS-PC-LIGNE(WS-INDEX-TROUVE)
                       INTO F-LIGNE-ECARTS
                   END-STRING
                   WRITE F-LIGNE-ECARTS
                   MOVE SPACES TO F-LIGNE-ECARTS
                   STRING "~ APRÈS     " F-PHOTO-CLIENT
                       INTO F-LIGNE-ECARTS
                   END-STRING
                   WRITE F-LIGNE-ECARTS
               END-IF
           END-IF
       .

      ******************************************************************

      *Écrit le bilan de la table qui vient d'être photographiée
       3000-ECRIT-BILAN.

           MOVE SPACES TO F-LIGNE-ECARTS
           STRING "Bilan : " WS-NB-LIGNES " ligne(s), "
               WS-NB-AJOUTS " ajoutée(s), "
               WS-NB-SUPPRESSIONS " supprimée(s), "
               WS-NB-MODIFICATIONS " modifiée(s)"
               INTO F-LIGNE-ECARTS
           END-STRING
           WRITE F-LIGNE-ECARTS

           DISPLAY F-LIGNE-ECARTS
       .

       END PROGRAM "photobase".
