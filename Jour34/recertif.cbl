      *Campagne de recertification des accès : les auditeurs veulent
      *que chaque compte actif de la table users soit réapprouvé par
      *son responsable deux fois par an, ce qui se faisait sur un
      *export papier d'annuairesql.cbl. Le programme ouvre la
      *campagne du semestre (AAAA-S1 ou AAAA-S2) en photographiant
      *dans recertif-campagne.txt chaque compte actif avec ses droits
      *d'operateurs.txt et son responsable (recertif-managers.txt),
      *enregistre la décision de chaque valideur (K = conserver,
      *R = révoquer ; un valideur ne certifie ni son propre compte ni
      *celui d'un autre responsable), édite l'état d'avancement
      *recertif-rapport.txt, et clôt la campagne : chaque révocation
      *et chaque compte resté sans revue devient une ligne D du mode
      *lot de main_sql.cbl dans transactions.txt, la photographie
      *décidée rejoignant recertif-historique.txt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. recertif.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias de la campagne en cours, relue au lancement et réécrite
      *à chaque décision ; vide quand aucune campagne n'est ouverte
       SELECT FICHIER-CAMPAGNE ASSIGN TO "recertif-campagne.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CAMPAGNE.

      *Alias de l'historique des campagnes closes, complété à chaque
      *clôture pour les auditeurs
       SELECT FICHIER-HISTORIQUE ASSIGN TO "recertif-historique.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-HISTORIQUE.

      *Alias des responsables : id utilisateur et nom du responsable
      *qui en certifie l'accès ; absent, tout valideur peut certifier
       SELECT FICHIER-MANAGERS ASSIGN TO "recertif-managers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-MANAGERS.

      *Alias du fichier des profils, le même que main_sql.cbl
       SELECT FICHIER-OPERATEURS ASSIGN TO "operateurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-OPERATEURS.

      *Alias du fichier de transactions du mode lot de main_sql.cbl,
      *complété avec les désactivations de la clôture
       SELECT FICHIER-TRANSACTIONS ASSIGN TO "transactions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-TRANSACTIONS.

      *Alias de l'état d'avancement de la campagne
       SELECT FICHIER-RAPPORT ASSIGN TO "recertif-rapport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *Définition de la campagne : semestre, compte photographié
      *(id, nom, droits d'operateurs.txt), responsable, décision
      *(à blanc tant que non revu, K conserver, R révoquer), valideur
      *et date de la décision
       FD FICHIER-CAMPAGNE.
       01 F-CAMPAGNE.
           05 F-RC-CAMPAGNE       PIC X(7).
           05 FILLER              PIC X.
           05 F-RC-ID             PIC X(10).
           05 FILLER              PIC X.
           05 F-RC-NOM            PIC X(30).
           05 FILLER              PIC X.
           05 F-RC-DROITS         PIC X(5).
           05 FILLER              PIC X.
           05 F-RC-MANAGER        PIC X(30).
           05 FILLER              PIC X.
           05 F-RC-DECISION       PIC X.
           05 FILLER              PIC X.
           05 F-RC-VALIDEUR       PIC X(30).
           05 FILLER              PIC X.
           05 F-RC-DATE           PIC X(8).

      *Définition de l'historique, même découpage que la campagne
      *(les comptes restés sans revue y portent la décision N)
       FD FICHIER-HISTORIQUE.
       01 F-LIGNE-HISTORIQUE      PIC X(128).

      *Définition des responsables : id utilisateur et responsable
       FD FICHIER-MANAGERS.
       01 F-MANAGER.
           05 F-MG-ID             PIC X(10).
           05 FILLER              PIC X.
           05 F-MG-MANAGER        PIC X(30).

      *Définition du fichier des profils, même découpage que
      *main_sql.cbl
       FD FICHIER-OPERATEURS.
       01 F-OPERATEUR.
           05 F-OP-NOM            PIC X(30).
           05 FILLER              PIC X.
           05 F-OP-DROITS         PIC X(5).

      *Définition du fichier de transactions, même découpage que
      *main_sql.cbl
       FD FICHIER-TRANSACTIONS.
       01 F-TRANSACTION.
           05 F-TR-OP             PIC X.
           05 FILLER              PIC X.
           05 F-TR-ID             PIC X(10).
           05 FILLER              PIC X.
           05 F-TR-NOM            PIC X(30).
           05 FILLER              PIC X.
           05 F-TR-MDP            PIC X(30).

      *Définition de l'état d'avancement, une ligne de texte libre
       FD FICHIER-RAPPORT.
       01 F-LIGNE-RAPPORT         PIC X(100).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  USERNAME           PIC X(30).
       01  PASSWD             PIC X(30).
       01  DBNAME             PIC X(10).
       01  RC-USER-ID         PIC X(10).
       01  RC-USER-NOM        PIC X(30).
       01  RC-USER-STATUT     PIC X.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *Comptes de la campagne en cours
       01 WS-CAMPAGNE-TAB.
           05 WS-COMPTE           OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-COMPTES.
               10 WS-RC-ID        PIC X(10).
               10 WS-RC-NOM       PIC X(30).
               10 WS-RC-DROITS    PIC X(5).
               10 WS-RC-MANAGER   PIC X(30).
               10 WS-RC-DECISION  PIC X.
               10 WS-RC-VALIDEUR  PIC X(30).
               10 WS-RC-DATE      PIC X(8).

      *Profils d'operateurs.txt, pour la photographie des droits
       01 WS-OPERATEURS-TAB.
           05 WS-OPERATEUR        OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-NB-OPERATEURS.
               10 WS-OP-NOM       PIC X(30).
               10 WS-OP-DROITS    PIC X(5).

      *Responsables de recertif-managers.txt
       01 WS-MANAGERS-TAB.
           05 WS-MANAGER          OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-MANAGERS.
               10 WS-MG-ID        PIC X(10).
               10 WS-MG-MANAGER   PIC X(30).

      *Responsables distincts de la campagne, pour l'avancement
       01 WS-RESPONSABLES-TAB.
           05 WS-RESPONSABLE      OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-RESPONSABLES PIC X(30).

      *Semestre de la campagne en cours (à blanc si aucune)
       77 WS-CAMPAGNE         PIC X(7)      VALUE SPACES.
       77 WS-CAMPAGNE-JOUR    PIC X(7).
      *Effectifs réels des tableaux et index de parcours
       77 WS-NB-COMPTES       PIC 9(3)      VALUE 1.
       77 WS-NB-OPERATEURS    PIC 9(3)      VALUE 1.
       77 WS-NB-MANAGERS      PIC 9(3)      VALUE 1.
       77 WS-NB-RESPONSABLES  PIC 9(3)      VALUE 1.
       77 WS-INDEX            PIC 9(3)      VALUE 1.
       77 WS-INDEX-2          PIC 9(3)      VALUE 1.
       77 WS-INDEX-TROUVE     PIC 9(3)      VALUE 0.
      *Indicateurs de fin et statuts
       77 WS-EOF              PIC X         VALUE 'F'.
       77 WS-FIN-USERS        PIC X         VALUE 'F'.
       77 WS-STATUT-CAMPAGNE  PIC XX.
       77 WS-STATUT-HISTORIQUE PIC XX.
       77 WS-STATUT-MANAGERS  PIC XX.
       77 WS-STATUT-OPERATEURS PIC XX.
       77 WS-STATUT-TRANSACTIONS PIC XX.
      *Choix du menu et champs de saisie
       77 WS-CHOIX            PIC 9         VALUE 0.
       77 WS-VALIDEUR         PIC X(30).
       77 WS-ID-SAISI         PIC X(10).
       77 WS-DECISION-SAISIE  PIC X.
       77 WS-CONFIRME         PIC X         VALUE 'N'.
       77 WS-DATE-JOUR        PIC X(8).
      *Compteurs de l'avancement et de la clôture
       77 WS-NB-CONSERVES     PIC 9(4)      VALUE 0.
       77 WS-NB-REVOQUES      PIC 9(4)      VALUE 0.
       77 WS-NB-EN-ATTENTE    PIC 9(4)      VALUE 0.
       77 WS-NB-A-REVOIR      PIC 9(4)      VALUE 0.
       77 WS-NB-LIGNES-D      PIC 9(4)      VALUE 0.
       77 WS-TAUX             PIC 999       VALUE 0.

      *Identifiant applicatif authentifié par le sous-programme
      *login et résultat de l'authentification
       77 WS-LOGIN-ID         PIC X(10).
       77 WS-LOGIN-RESULTAT   PIC X         VALUE 'N'.

       PROCEDURE DIVISION.

      *Connexion à la base, indispensable à l'ouverture d'une
      *campagne
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
               GOBACK
           END-IF.

      *Authentification de l'utilisateur applicatif, avant tout
      *traitement
           CALL "login" USING WS-LOGIN-ID WS-LOGIN-RESULTAT.
           IF WS-LOGIN-RESULTAT NOT = 'O'
               GOBACK
           END-IF.

      *Semestre du jour : S1 de janvier à juin, S2 ensuite
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE SPACES TO WS-CAMPAGNE-JOUR.
           IF WS-DATE-JOUR(5:2) <= "06"
               STRING WS-DATE-JOUR(1:4) "-S1"
                   INTO WS-CAMPAGNE-JOUR
               END-STRING
           ELSE
               STRING WS-DATE-JOUR(1:4) "-S2"
                   INTO WS-CAMPAGNE-JOUR
               END-STRING
           END-IF.

           PERFORM 0100-CHARGE-CAMPAGNE.

           IF WS-CAMPAGNE = SPACES
               DISPLAY "Aucune campagne en cours"
           ELSE
               DISPLAY "Campagne en cours : " WS-CAMPAGNE " ("
                   WS-NB-COMPTES " compte(s))"
           END-IF.

      *Boucle de menu, jusqu'à la saisie de 5
           PERFORM UNTIL WS-CHOIX = 5

               DISPLAY "1. Ouvrir la campagne du semestre"
               DISPLAY "2. Enregistrer les décisions d'un valideur"
               DISPLAY "3. Clore la campagne"
               DISPLAY "4. État d'avancement"
               DISPLAY "5. Quitter"
               ACCEPT WS-CHOIX

               EVALUATE WS-CHOIX

                   WHEN 1
                       PERFORM 1000-OUVRE-CAMPAGNE

                   WHEN 2
                       PERFORM 2000-ENREGISTRE-DECISIONS

                   WHEN 3
                       PERFORM 3000-CLOT-CAMPAGNE

                   WHEN 4
                       PERFORM 4000-ETAT-AVANCEMENT

                   WHEN 5
                       DISPLAY "Fin du programme"

                   WHEN OTHER
                       DISPLAY "Choix invalide"

               END-EVALUATE

           END-PERFORM.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis le menu général (menugeneral.cbl, Jour 15)
      *comme sous-programme, sans rien changer à son comportement
      *lorsqu'il est lancé seul
           GOBACK.

      ******************************************************************

      *Charge la campagne en cours depuis recertif-campagne.txt ;
      *fichier absent ou vide = aucune campagne ouverte
       0100-CHARGE-CAMPAGNE.

           MOVE 'F' TO WS-EOF
           MOVE 0 TO WS-NB-COMPTES
           MOVE SPACES TO WS-CAMPAGNE

           OPEN INPUT FICHIER-CAMPAGNE

           IF WS-STATUT-CAMPAGNE = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-CAMPAGNE
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF WS-NB-COMPTES < 999
                               AND F-RC-ID NOT = SPACES
                               ADD 1 TO WS-NB-COMPTES
                               MOVE F-RC-CAMPAGNE TO WS-CAMPAGNE
                               MOVE F-RC-ID
                                   TO WS-RC-ID(WS-NB-COMPTES)
                               MOVE F-RC-NOM
                                   TO WS-RC-NOM(WS-NB-COMPTES)
                               MOVE F-RC-DROITS
                                   TO WS-RC-DROITS(WS-NB-COMPTES)
                               MOVE F-RC-MANAGER
                                   TO WS-RC-MANAGER(WS-NB-COMPTES)
                               MOVE F-RC-DECISION
                                   TO WS-RC-DECISION(WS-NB-COMPTES)
                               MOVE F-RC-VALIDEUR
                                   TO WS-RC-VALIDEUR(WS-NB-COMPTES)
                               MOVE F-RC-DATE
                                   TO WS-RC-DATE(WS-NB-COMPTES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CAMPAGNE
           END-IF

           MOVE 'F' TO WS-EOF
       .

      ******************************************************************

      *Ouvre la campagne du semestre : refusée tant qu'une campagne
      *n'est pas close ou si celle du semestre l'a déjà été ; chaque
      *compte actif de la table users est photographié avec ses
      *droits d'operateurs.txt et son responsable
       1000-OUVRE-CAMPAGNE.

           IF WS-CAMPAGNE NOT = SPACES
               DISPLAY "La campagne " WS-CAMPAGNE
                   " est encore ouverte : la clore d'abord"
           ELSE

               PERFORM 1100-CONTROLE-HISTORIQUE

               IF WS-INDEX-TROUVE NOT = 0
                   DISPLAY "La campagne " WS-CAMPAGNE-JOUR
                       " a déjà été close"
               ELSE

                   PERFORM 1200-CHARGE-REFERENTIELS

                   MOVE 0 TO WS-NB-COMPTES
                   MOVE 'F' TO WS-FIN-USERS

                   EXEC SQL
                        DECLARE CUR-RECERTIF CURSOR FOR
                            SELECT id_user, nom,
                                   COALESCE(statut, 'A')
                            FROM users
                            ORDER BY id_user
                   END-EXEC

                   EXEC SQL
                        OPEN CUR-RECERTIF
                   END-EXEC

                   PERFORM UNTIL WS-FIN-USERS = 'T'

                       EXEC SQL
                            FETCH CUR-RECERTIF
                            INTO :RC-USER-ID, :RC-USER-NOM,
                                 :RC-USER-STATUT
                       END-EXEC

                       IF SQLCODE = 100
                           MOVE 'T' TO WS-FIN-USERS
                       ELSE IF SQLCODE NOT = 0
                           DISPLAY "Erreur de lecture SQLCODE: "
                               SQLCODE
                           MOVE 'T' TO WS-FIN-USERS
                       ELSE
                           IF RC-USER-STATUT NOT = 'I'
                               AND WS-NB-COMPTES < 999
                               PERFORM 1300-PHOTOGRAPHIE-COMPTE
                           END-IF
                       END-IF

                   END-PERFORM

                   EXEC SQL
                        CLOSE CUR-RECERTIF
                   END-EXEC

                   IF WS-NB-COMPTES = 0
                       DISPLAY "Aucun compte actif : campagne non "
                           "ouverte"
                   ELSE
                       MOVE WS-CAMPAGNE-JOUR TO WS-CAMPAGNE
                       PERFORM 8000-SAUVE-CAMPAGNE
                       DISPLAY "Campagne " WS-CAMPAGNE " ouverte : "
                           WS-NB-COMPTES " compte(s) à certifier"
                   END-IF

               END-IF

           END-IF
       .

      ******************************************************************

      *Cherche dans l'historique une campagne close du semestre ;
      *WS-INDEX-TROUVE passe à 1 si elle existe
       1100-CONTROLE-HISTORIQUE.

           MOVE 0 TO WS-INDEX-TROUVE
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-HISTORIQUE

           IF WS-STATUT-HISTORIQUE = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-HISTORIQUE
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF F-LIGNE-HISTORIQUE(1:7)
                               = WS-CAMPAGNE-JOUR
                               MOVE 1 TO WS-INDEX-TROUVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-HISTORIQUE
           END-IF

           MOVE 'F' TO WS-EOF
       .

      ******************************************************************

      *Charge les profils d'operateurs.txt et les responsables de
      *recertif-managers.txt, tous deux facultatifs
       1200-CHARGE-REFERENTIELS.

           MOVE 0 TO WS-NB-OPERATEURS
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-OPERATEURS

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
                               MOVE F-OP-DROITS
                                   TO WS-OP-DROITS(WS-NB-OPERATEURS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-OPERATEURS
           END-IF

           MOVE 0 TO WS-NB-MANAGERS
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-MANAGERS

           IF WS-STATUT-MANAGERS = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-MANAGERS
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF WS-NB-MANAGERS < 999
                               ADD 1 TO WS-NB-MANAGERS
                               MOVE F-MG-ID
                                   TO WS-MG-ID(WS-NB-MANAGERS)
                               MOVE F-MG-MANAGER
                                   TO WS-MG-MANAGER(WS-NB-MANAGERS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-MANAGERS
           END-IF

           MOVE 'F' TO WS-EOF
       .

      ******************************************************************

      *Ajoute à la campagne le compte actif lu : les droits sont ceux
      *du profil portant l'id du compte (comme main_sql.cbl retrouve
      *le profil sur l'identifiant de connexion), le responsable
      *celui de recertif-managers.txt
       1300-PHOTOGRAPHIE-COMPTE.

           ADD 1 TO WS-NB-COMPTES
           MOVE RC-USER-ID TO WS-RC-ID(WS-NB-COMPTES)
           MOVE RC-USER-NOM TO WS-RC-NOM(WS-NB-COMPTES)
           MOVE SPACES TO WS-RC-DROITS(WS-NB-COMPTES)
           MOVE SPACES TO WS-RC-MANAGER(WS-NB-COMPTES)
           MOVE SPACE TO WS-RC-DECISION(WS-NB-COMPTES)
           MOVE SPACES TO WS-RC-VALIDEUR(WS-NB-COMPTES)
           MOVE SPACES TO WS-RC-DATE(WS-NB-COMPTES)

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-OPERATEURS
               IF WS-OP-NOM(WS-INDEX) = RC-USER-ID
                   MOVE WS-OP-DROITS(WS-INDEX)
                       TO WS-RC-DROITS(WS-NB-COMPTES)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-MANAGERS
               IF WS-MG-ID(WS-INDEX) = RC-USER-ID
                   MOVE WS-MG-MANAGER(WS-INDEX)
                       TO WS-RC-MANAGER(WS-NB-COMPTES)
               END-IF
           END-PERFORM
       .

      ******************************************************************

      *Enregistre les décisions d'un valideur : ses comptes en
      *attente sont listés, puis chaque id saisi reçoit K (conserver)
      *ou R (révoquer) jusqu'à un id à blanc ; la campagne est
      *réécrite après chaque décision
       2000-ENREGISTRE-DECISIONS.

           IF WS-CAMPAGNE = SPACES
               DISPLAY "Aucune campagne en cours"
           ELSE

               DISPLAY "Nom du valideur : "
               ACCEPT WS-VALIDEUR

               DISPLAY "Comptes en attente pour " WS-VALIDEUR " :"
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NB-COMPTES
                   IF WS-RC-DECISION(WS-INDEX) = SPACE
                       AND (WS-RC-MANAGER(WS-INDEX) = WS-VALIDEUR
                           OR WS-RC-MANAGER(WS-INDEX) = SPACES)
                       DISPLAY "  " WS-RC-ID(WS-INDEX) " "
                           WS-RC-NOM(WS-INDEX)
                           " [" WS-RC-DROITS(WS-INDEX) "]"
                   END-IF
               END-PERFORM

               MOVE "X" TO WS-ID-SAISI

               PERFORM UNTIL WS-ID-SAISI = SPACES
                   DISPLAY "Id du compte (à blanc pour finir) : "
                   MOVE SPACES TO WS-ID-SAISI
                   ACCEPT WS-ID-SAISI
                   IF WS-ID-SAISI NOT = SPACES
                       PERFORM 2100-DECIDE-COMPTE
                   END-IF
               END-PERFORM

           END-IF
       .

      ******************************************************************

      *Contrôle puis enregistre la décision du valideur sur le compte
      *WS-ID-SAISI
       2100-DECIDE-COMPTE.

           PERFORM 7000-TROUVE-COMPTE

           IF WS-INDEX-TROUVE = 0
               DISPLAY "Compte " WS-ID-SAISI " absent de la campagne"
           ELSE
               IF WS-RC-MANAGER(WS-INDEX-TROUVE) NOT = SPACES
                   AND WS-RC-MANAGER(WS-INDEX-TROUVE)
                       NOT = WS-VALIDEUR
                   DISPLAY "Compte certifié par "
                       WS-RC-MANAGER(WS-INDEX-TROUVE)
                       ", pas par ce valideur"
               ELSE IF WS-RC-ID(WS-INDEX-TROUVE) = WS-VALIDEUR
                   OR WS-RC-NOM(WS-INDEX-TROUVE) = WS-VALIDEUR
                   DISPLAY "Un valideur ne certifie pas son propre "
                       "compte"
               ELSE

                   IF WS-RC-DECISION(WS-INDEX-TROUVE) NOT = SPACE
                       DISPLAY "Décision déjà portée : "
                           WS-RC-DECISION(WS-INDEX-TROUVE) " par "
                           WS-RC-VALIDEUR(WS-INDEX-TROUVE)
                   END-IF

                   DISPLAY WS-RC-NOM(WS-INDEX-TROUVE) " ["
                       WS-RC-DROITS(WS-INDEX-TROUVE) "]"
                   DISPLAY "Décision (K = conserver, R = révoquer) : "
                   ACCEPT WS-DECISION-SAISIE

                   EVALUATE WS-DECISION-SAISIE
                       WHEN "k"
                           MOVE "K" TO WS-DECISION-SAISIE
                       WHEN "r"
                           MOVE "R" TO WS-DECISION-SAISIE
                   END-EVALUATE

                   IF WS-DECISION-SAISIE = "K"
                       OR WS-DECISION-SAISIE = "R"
                       MOVE WS-DECISION-SAISIE
                           TO WS-RC-DECISION(WS-INDEX-TROUVE)
                       MOVE WS-VALIDEUR
                           TO WS-RC-VALIDEUR(WS-INDEX-TROUVE)
                       MOVE WS-DATE-JOUR
                           TO WS-RC-DATE(WS-INDEX-TROUVE)
                       PERFORM 8000-SAUVE-CAMPAGNE
                       DISPLAY "Décision enregistrée"
                   ELSE
                       DISPLAY "Décision invalide, compte inchangé"
                   END-IF

               END-IF
           END-IF
       .

      ******************************************************************

      *Clôt la campagne après confirmation : l'état d'avancement
      *final est édité, chaque révocation et chaque compte sans
      *revue devient une ligne D du mode lot de main_sql.cbl, la
      *photographie rejoint l'historique et la campagne est vidée
       3000-CLOT-CAMPAGNE.

           IF WS-CAMPAGNE = SPACES
               DISPLAY "Aucune campagne en cours"
           ELSE

               PERFORM 4000-ETAT-AVANCEMENT

               DISPLAY "Clore " WS-CAMPAGNE " : " WS-NB-REVOQUES
                   " révocation(s) et " WS-NB-EN-ATTENTE
                   " compte(s) sans revue seront désactivés (O/N) : "
               ACCEPT WS-CONFIRME

               IF WS-CONFIRME = "O" OR WS-CONFIRME = "o"

                   OPEN EXTEND FICHIER-TRANSACTIONS

                   IF WS-STATUT-TRANSACTIONS = "35"
                       OPEN OUTPUT FICHIER-TRANSACTIONS
                   END-IF

                   OPEN EXTEND FICHIER-HISTORIQUE

                   IF WS-STATUT-HISTORIQUE = "35"
                       OPEN OUTPUT FICHIER-HISTORIQUE
                   END-IF

                   MOVE 0 TO WS-NB-LIGNES-D

                   PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-NB-COMPTES
                       PERFORM 3100-CLOT-COMPTE
                   END-PERFORM

                   CLOSE FICHIER-HISTORIQUE
                   CLOSE FICHIER-TRANSACTIONS

                   MOVE 0 TO WS-NB-COMPTES
                   MOVE SPACES TO WS-CAMPAGNE
                   PERFORM 8000-SAUVE-CAMPAGNE

                   DISPLAY "Campagne close : " WS-NB-LIGNES-D
                       " ligne(s) D ajoutée(s) à transactions.txt,"
                       " à passer par le mode lot de main_sql"

               ELSE
                   DISPLAY "Clôture abandonnée"
               END-IF

           END-IF
       .

      ******************************************************************

      *Verse le compte WS-INDEX à l'historique et, s'il est révoqué
      *ou resté sans revue, au lot de désactivation
       3100-CLOT-COMPTE.

           IF WS-RC-DECISION(WS-INDEX) NOT = "K"

               IF WS-RC-DECISION(WS-INDEX) = SPACE
                   MOVE "N" TO WS-RC-DECISION(WS-INDEX)
               END-IF

               ADD 1 TO WS-NB-LIGNES-D
               MOVE SPACES TO F-TRANSACTION
               MOVE "D" TO F-TR-OP
               MOVE WS-RC-ID(WS-INDEX) TO F-TR-ID
               WRITE F-TRANSACTION

           END-IF

           PERFORM 8100-PREPARE-LIGNE
           MOVE F-CAMPAGNE TO F-LIGNE-HISTORIQUE
           WRITE F-LIGNE-HISTORIQUE
       .

      ******************************************************************

      *État d'avancement de la campagne dans recertif-rapport.txt :
      *totaux et taux de revue, avancement par responsable, puis
      *liste des comptes encore en attente et des révocations
       4000-ETAT-AVANCEMENT.

           IF WS-CAMPAGNE = SPACES
               DISPLAY "Aucune campagne en cours"
           ELSE

               MOVE 0 TO WS-NB-CONSERVES
               MOVE 0 TO WS-NB-REVOQUES
               MOVE 0 TO WS-NB-EN-ATTENTE
               MOVE 0 TO WS-NB-RESPONSABLES

               PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NB-COMPTES

                   EVALUATE WS-RC-DECISION(WS-INDEX)
                       WHEN "K"
                           ADD 1 TO WS-NB-CONSERVES
                       WHEN "R"
                           ADD 1 TO WS-NB-REVOQUES
                       WHEN OTHER
                           ADD 1 TO WS-NB-EN-ATTENTE
                   END-EVALUATE

                   MOVE 0 TO WS-INDEX-TROUVE
                   PERFORM VARYING WS-INDEX-2 FROM 1 BY 1
                       UNTIL WS-INDEX-2 > WS-NB-RESPONSABLES
                       IF WS-RESPONSABLE(WS-INDEX-2)
                           = WS-RC-MANAGER(WS-INDEX)
                           MOVE WS-INDEX-2 TO WS-INDEX-TROUVE
                       END-IF
                   END-PERFORM
                   IF WS-INDEX-TROUVE = 0
                       ADD 1 TO WS-NB-RESPONSABLES
                       MOVE WS-RC-MANAGER(WS-INDEX)
                           TO WS-RESPONSABLE(WS-NB-RESPONSABLES)
                   END-IF

               END-PERFORM

               COMPUTE WS-TAUX =
                   (WS-NB-CONSERVES + WS-NB-REVOQUES) * 100
                   / WS-NB-COMPTES

               OPEN OUTPUT FICHIER-RAPPORT

               MOVE SPACES TO F-LIGNE-RAPPORT
               STRING "--- Recertification des accès " WS-CAMPAGNE
                   ", état du " WS-DATE-JOUR " ---"
                   INTO F-LIGNE-RAPPORT
               END-STRING
               WRITE F-LIGNE-RAPPORT

               MOVE SPACES TO F-LIGNE-RAPPORT
               STRING "Comptes : " WS-NB-COMPTES
                   ", conservés : " WS-NB-CONSERVES
                   ", révoqués : " WS-NB-REVOQUES
                   ", en attente : " WS-NB-EN-ATTENTE
                   ", revus à " WS-TAUX " %"
                   INTO F-LIGNE-RAPPORT
               END-STRING
               WRITE F-LIGNE-RAPPORT

               MOVE SPACES TO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT
               MOVE "--- Avancement par responsable ---"
                   TO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT

               PERFORM VARYING WS-INDEX-2 FROM 1 BY 1
                   UNTIL WS-INDEX-2 > WS-NB-RESPONSABLES
                   PERFORM 4100-ECRIT-RESPONSABLE
               END-PERFORM

               MOVE SPACES TO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT
               MOVE "--- Comptes sans revue et révocations ---"
                   TO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT

               PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NB-COMPTES
                   IF WS-RC-DECISION(WS-INDEX) NOT = "K"
                       MOVE SPACES TO F-LIGNE-RAPPORT
                       IF WS-RC-DECISION(WS-INDEX) = "R"
                           STRING WS-RC-ID(WS-INDEX) " "
                               WS-RC-NOM(WS-INDEX)
                               " révoqué par "
                               WS-RC-VALIDEUR(WS-INDEX)
                               INTO F-LIGNE-RAPPORT
                           END-STRING
                       ELSE
                           STRING WS-RC-ID(WS-INDEX) " "
                               WS-RC-NOM(WS-INDEX)
                               " en attente de "
                               WS-RC-MANAGER(WS-INDEX)
                               INTO F-LIGNE-RAPPORT
                           END-STRING
                       END-IF
                       WRITE F-LIGNE-RAPPORT
                   END-IF
               END-PERFORM

               CLOSE FICHIER-RAPPORT

               DISPLAY "Campagne " WS-CAMPAGNE " revue à " WS-TAUX
                   " % (" WS-NB-EN-ATTENTE " en attente), état dans "
                   "recertif-rapport.txt"

           END-IF
       .

      ******************************************************************

      *Écrit la ligne d'avancement du responsable WS-INDEX-2 (à blanc
      *= comptes sans responsable désigné)
       4100-ECRIT-RESPONSABLE.

           MOVE 0 TO WS-NB-A-REVOIR
           MOVE 0 TO WS-INDEX-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-COMPTES
               IF WS-RC-MANAGER(WS-INDEX) = WS-RESPONSABLE(WS-INDEX-2)
                   ADD 1 TO WS-INDEX-TROUVE
                   IF WS-RC-DECISION(WS-INDEX) NOT = "K"
                       AND WS-RC-DECISION(WS-INDEX) NOT = "R"
                       ADD 1 TO WS-NB-A-REVOIR
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO F-LIGNE-RAPPORT
           IF WS-RESPONSABLE(WS-INDEX-2) = SPACES
               STRING "(sans responsable désigné)"
                   " : " WS-INDEX-TROUVE " compte(s), "
                   WS-NB-A-REVOIR " en attente"
                   INTO F-LIGNE-RAPPORT
               END-STRING
           ELSE
               STRING WS-RESPONSABLE(WS-INDEX-2)
                   " : " WS-INDEX-TROUVE " compte(s), "
                   WS-NB-A-REVOIR " en attente"
                   INTO F-LIGNE-RAPPORT
               END-STRING
           END-IF
           WRITE F-LIGNE-RAPPORT
       .

      ******************************************************************

      *Recherche WS-ID-SAISI parmi les comptes de la campagne ;
      *laisse WS-INDEX-TROUVE à zéro s'il n'y figure pas
       7000-TROUVE-COMPTE.

           MOVE 0 TO WS-INDEX-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-COMPTES
               IF WS-RC-ID(WS-INDEX) = WS-ID-SAISI
                   MOVE WS-INDEX TO WS-INDEX-TROUVE
               END-IF
           END-PERFORM
       .

      ******************************************************************

      *Réécrit la campagne en cours (vide une fois close)
       8000-SAUVE-CAMPAGNE.

           OPEN OUTPUT FICHIER-CAMPAGNE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-COMPTES
               PERFORM 8100-PREPARE-LIGNE
               WRITE F-CAMPAGNE
           END-PERFORM

           CLOSE FICHIER-CAMPAGNE
       .

      ******************************************************************

      *Prépare l'enregistrement de campagne du compte WS-INDEX
       8100-PREPARE-LIGNE.

           MOVE SPACES TO F-CAMPAGNE
           MOVE WS-CAMPAGNE TO F-RC-CAMPAGNE
           MOVE WS-RC-ID(WS-INDEX) TO F-RC-ID
           MOVE WS-RC-NOM(WS-INDEX) TO F-RC-NOM
           MOVE WS-RC-DROITS(WS-INDEX) TO F-RC-DROITS
           MOVE WS-RC-MANAGER(WS-INDEX) TO F-RC-MANAGER
           MOVE WS-RC-DECISION(WS-INDEX) TO F-RC-DECISION
           MOVE WS-RC-VALIDEUR(WS-INDEX) TO F-RC-VALIDEUR
           MOVE WS-RC-DATE(WS-INDEX) TO F-RC-DATE
       .

       END PROGRAM "recertif".
