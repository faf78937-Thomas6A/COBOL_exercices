      *Programme de rapprochement des comptes de la base : provision
      *et depart génèrent les mouvements de comptes à partir de
      *personnes-reference.txt, mais rien ne contrôlait l'état final.
      *Ce batch compare la table users au référentiel des personnes,
      *à operateurs.txt et au registre effacement-registre.txt, et
      *écrit un état en quatre sections : comptes sans personne au
      *référentiel, personnes actives (sans départ échu dans
      *departs.txt) sans compte, opérateurs sans compte actif, et
      *comptes correspondant à un effacement. Chaque écart y est
      *proposé pour revue ; les désactivations proposées sont en
      *plus écrites au format du mode lot de main_sql.cbl dans
      *rapprochement-comptes-lot.txt, à reporter dans
      *transactions.txt une fois validées.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapprocomptes.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier de référence consolidé (Jour 14)
       SELECT FICHIER-REFERENCE ASSIGN TO "personnes-reference.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-REFERENCE.

      *Alias du fichier des départs de depart.cbl
       SELECT FICHIER-DEPARTS ASSIGN TO "departs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-DEPARTS.

      *Alias des profils opérateurs
       SELECT FICHIER-OPERATEURS ASSIGN TO "operateurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-OPERATEURS.

      *Alias du registre de preuve d'effacement.cbl
       SELECT FICHIER-PREUVE ASSIGN TO "effacement-registre.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PREUVE.

      *Alias de l'état de rapprochement
       SELECT FICHIER-RAPPORT ASSIGN TO "rapprochement-comptes.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Alias des désactivations proposées, au format du lot
       SELECT FICHIER-LOT ASSIGN TO "rapprochement-comptes-lot.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *Définition du fichier de référence, même découpage que
      *fusionpers.cbl
       FD FICHIER-REFERENCE.
       01 F-REFERENCE.
           05 F-NOM-REF        PIC X(15).
           05 F-PRENOM-REF     PIC X(15).
           05 F-NAISSANCE-REF  PIC X(8).

      *Définition du fichier des départs, même découpage que
      *depart.cbl
       FD FICHIER-DEPARTS.
       01 F-DEPART.
           05 F-DP-NOM         PIC X(15).
           05 FILLER           PIC X.
           05 F-DP-PRENOM      PIC X(15).
           05 FILLER           PIC X.
           05 F-DP-DATE        PIC X(8).

      *Définition des profils opérateurs, même découpage que
      *main_sql.cbl (nom = id du compte, comme dans recertif.cbl)
       FD FICHIER-OPERATEURS.
       01 F-OPERATEUR.
           05 F-OP-NOM         PIC X(30).
           05 FILLER           PIC X.
           05 F-OP-DROITS      PIC X(5).

      *Définition du registre de preuve, une ligne de texte libre
       FD FICHIER-PREUVE.
       01 F-LIGNE-PREUVE       PIC X(100).

      *Définition de l'état de rapprochement, une ligne de texte
      *libre par écart
       FD FICHIER-RAPPORT.
       01 F-LIGNE-RAPPORT      PIC X(160).

      *Définition des désactivations proposées, même découpage que
      *le fichier de transactions de main_sql.cbl
       FD FICHIER-LOT.
       01 F-TRANSACTION.
           05 F-TR-OP          PIC X.
           05 FILLER           PIC X.
           05 F-TR-ID          PIC X(10).
           05 FILLER           PIC X.
           05 F-TR-NOM         PIC X(30).
           05 FILLER           PIC X.
           05 F-TR-MDP         PIC X(30).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  USERNAME           PIC X(30).
       01  PASSWD             PIC X(30).
       01  DBNAME             PIC X(10).
       01  RA-USER-ID         PIC X(10).
       01  RA-USER-NOM        PIC X(30).
       01  RA-USER-STATUT     PIC X.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *Personnes du référentiel, "Prénom Nom" comme provision.cbl le
      *compose, active ou non et marquée quand un compte la porte
       01 WS-PERSONNES-TAB.
           05 WS-PERSONNE         OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-PERSONNES.
               10 WS-PE-NOM       PIC X(15).
               10 WS-PE-PRENOM    PIC X(15).
               10 WS-PE-COMPLET   PIC X(31).
               10 WS-PE-ACTIVE    PIC X.
               10 WS-PE-COMPTE    PIC X.

      *Comptes de la table users
       01 WS-COMPTES-TAB.
           05 WS-COMPTE           OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-COMPTES.
               10 WS-CO-ID        PIC X(10).
               10 WS-CO-NOM       PIC X(30).
               10 WS-CO-STATUT    PIC X.
               10 WS-CO-PROPOSE   PIC X.

      *Profils opérateurs
       01 WS-OPERATEURS-TAB.
           05 WS-OPERATEUR        OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-NB-OPERATEURS.
               10 WS-OP-NOM       PIC X(30).
               10 WS-OP-DROITS    PIC X(5).

      *Effacements relevés au registre de preuve : la personne et,
      *quand le registre le mentionne, l'id du compte anonymisé
       01 WS-EFFACEMENTS-TAB.
           05 WS-EFFACEMENT       OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-EFFACEMENTS.
               10 WS-EF-DATE      PIC X(8).
               10 WS-EF-COMPLET   PIC X(31).
               10 WS-EF-ID        PIC X(10).

      *Effectifs réels des tableaux
       77 WS-NB-PERSONNES     PIC 9(3)      VALUE 1.
       77 WS-NB-COMPTES       PIC 9(3)      VALUE 1.
       77 WS-NB-OPERATEURS    PIC 9(3)      VALUE 1.
       77 WS-NB-EFFACEMENTS   PIC 9(3)      VALUE 1.
      *Index de parcours
       77 WS-INDEX            PIC 9(3)      VALUE 1.
       77 WS-INDEX-2          PIC 9(3)      VALUE 1.
       77 WS-INDEX-TROUVE     PIC 9(3)      VALUE 0.
      *Date du jour, pour les départs échus
       77 WS-DATE-JOUR        PIC X(8).
      *Découpage des lignes du registre de preuve
       77 WS-PREUVE-AVANT     PIC X(40).
       77 WS-PREUVE-APRES     PIC X(60).
       77 WS-PREUVE-DATE      PIC X(20).
       77 WS-PREUVE-NOM       PIC X(50).
      *Indicateurs de fin et statuts
       77 WS-EOF              PIC X         VALUE 'F'.
       77 WS-FIN-CURSEUR      PIC X         VALUE 'F'.
       77 WS-STATUT-REFERENCE PIC XX.
       77 WS-STATUT-DEPARTS   PIC XX.
       77 WS-STATUT-OPERATEURS PIC XX.
       77 WS-STATUT-PREUVE    PIC XX.
      *Compteurs des quatre sections de l'état
       77 WS-NB-SANS-PERSONNE PIC 9(3)      VALUE 0.
       77 WS-NB-SANS-COMPTE   PIC 9(3)      VALUE 0.
       77 WS-NB-OP-ORPHELINS  PIC 9(3)      VALUE 0.
       77 WS-NB-EFFACES       PIC 9(3)      VALUE 0.
       77 WS-NB-LIGNES-LOT    PIC 9(3)      VALUE 0.

      *Identifiant applicatif authentifié par le sous-programme
      *login et résultat de l'authentification
       77 WS-LOGIN-ID         PIC X(10).
       77 WS-LOGIN-RESULTAT   PIC X         VALUE 'N'.

       PROCEDURE DIVISION.

      *Les identifiants de connexion sont saisis au lancement plutôt
      *que codés en dur, comme dans main_sql.cbl
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

           PERFORM 0100-CHARGE-PERSONNES.

           PERFORM 0200-CHARGE-COMPTES.

           PERFORM 0300-CHARGE-OPERATEURS.

           PERFORM 0400-CHARGE-EFFACEMENTS.

           DISPLAY "Personnes du référentiel : " WS-NB-PERSONNES
           DISPLAY "Comptes de la table : " WS-NB-COMPTES
           DISPLAY "Profils opérateurs : " WS-NB-OPERATEURS
           DISPLAY "Effacements au registre : " WS-NB-EFFACEMENTS.

      *Rapprochement compte/personne sur le nom complet, après
      *retrait des espaces de fin
           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-COMPTES
               MOVE 'N' TO WS-CO-PROPOSE(WS-INDEX)
               PERFORM VARYING WS-INDEX-2 FROM 1 BY 1
                   UNTIL WS-INDEX-2 > WS-NB-PERSONNES
                   IF FUNCTION TRIM(WS-CO-NOM(WS-INDEX))
                       = FUNCTION TRIM(WS-PE-COMPLET(WS-INDEX-2))
                       MOVE 'O' TO WS-PE-COMPTE(WS-INDEX-2)
                   END-IF
               END-PERFORM
           END-PERFORM.

           OPEN OUTPUT FICHIER-RAPPORT.
           OPEN OUTPUT FICHIER-LOT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "--- Rapprochement des comptes de la base du "
               WS-DATE-JOUR " ---"
               INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           PERFORM 1000-COMPTES-SANS-PERSONNE.

           PERFORM 2000-PERSONNES-SANS-COMPTE.

           PERFORM 3000-OPERATEURS-SANS-COMPTE.

           PERFORM 4000-COMPTES-EFFACES.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           STRING "Bilan : " WS-NB-SANS-PERSONNE
               " compte(s) sans personne, " WS-NB-SANS-COMPTE
               " personne(s) sans compte, " WS-NB-OP-ORPHELINS
               " opérateur(s) sans compte actif, " WS-NB-EFFACES
               " compte(s) effacé(s)"
               INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           CLOSE FICHIER-RAPPORT.
           CLOSE FICHIER-LOT.

           DISPLAY "Comptes sans personne : " WS-NB-SANS-PERSONNE
           DISPLAY "Personnes sans compte : " WS-NB-SANS-COMPTE
           DISPLAY "Opérateurs sans compte actif : "
               WS-NB-OP-ORPHELINS
           DISPLAY "Comptes effacés : " WS-NB-EFFACES
           DISPLAY "Désactivations proposées : " WS-NB-LIGNES-LOT
               " dans rapprochement-comptes-lot.txt".

           STOP RUN.

      ******************************************************************

      *Charge le référentiel des personnes ; une personne est active
      *tant que departs.txt ne lui donne pas de départ échu. Les
      *lignes anonymisées par effacement.cbl sont ignorées
       0100-CHARGE-PERSONNES.

           MOVE 0 TO WS-NB-PERSONNES
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-REFERENCE

           IF WS-STATUT-REFERENCE NOT = "00"
               DISPLAY "Fichier personnes-reference.txt introuvable "
                   "(statut " WS-STATUT-REFERENCE ")"
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-REFERENCE
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF F-NOM-REF NOT = "EFFACE"
                           AND F-NOM-REF NOT = SPACES
                           AND WS-NB-PERSONNES < 999
                           ADD 1 TO WS-NB-PERSONNES
                           MOVE F-NOM-REF
                               TO WS-PE-NOM(WS-NB-PERSONNES)
                           MOVE F-PRENOM-REF
                               TO WS-PE-PRENOM(WS-NB-PERSONNES)
                           MOVE SPACES
                               TO WS-PE-COMPLET(WS-NB-PERSONNES)
                           STRING FUNCTION TRIM(F-PRENOM-REF) " "
                               FUNCTION TRIM(F-NOM-REF)
                               INTO WS-PE-COMPLET(WS-NB-PERSONNES)
                           END-STRING
                           MOVE 'O' TO WS-PE-ACTIVE(WS-NB-PERSONNES)
                           MOVE 'N' TO WS-PE-COMPTE(WS-NB-PERSONNES)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FICHIER-REFERENCE

           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-DEPARTS

           IF WS-STATUT-DEPARTS = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-DEPARTS
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF F-DP-DATE NOT > WS-DATE-JOUR
                               PERFORM 0110-MARQUE-DEPART
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-DEPARTS
           END-IF
       .

      ******************************************************************

      *Marque inactive la personne du départ échu courant
       0110-MARQUE-DEPART.

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-PERSONNES
               IF FUNCTION TRIM(WS-PE-NOM(WS-INDEX))
                   = FUNCTION TRIM(F-DP-NOM)
                   AND FUNCTION TRIM(WS-PE-PRENOM(WS-INDEX))
                   = FUNCTION TRIM(F-DP-PRENOM)
                   MOVE 'N' TO WS-PE-ACTIVE(WS-INDEX)
               END-IF
           END-PERFORM
       .

      ******************************************************************

      *Charge la table users par curseur
       0200-CHARGE-COMPTES.

           MOVE 0 TO WS-NB-COMPTES
           MOVE 'F' TO WS-FIN-CURSEUR

           EXEC SQL
                DECLARE CUR-COMPTES CURSOR FOR
                    SELECT id_user, nom, COALESCE(statut, 'A')
                    FROM users
                    ORDER BY id_user
           END-EXEC

           EXEC SQL
                OPEN CUR-COMPTES
           END-EXEC

           PERFORM UNTIL WS-FIN-CURSEUR = 'T'

               EXEC SQL
                    FETCH CUR-COMPTES
                    INTO :RA-USER-ID, :RA-USER-NOM, :RA-USER-STATUT
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'T' TO WS-FIN-CURSEUR
               ELSE IF SQLCODE NOT = 0
                   DISPLAY "Erreur de lecture SQLCODE: " SQLCODE
                   MOVE 'T' TO WS-FIN-CURSEUR
               ELSE
                   IF WS-NB-COMPTES < 999
                       ADD 1 TO WS-NB-COMPTES
                       MOVE RA-USER-ID TO WS-CO-ID(WS-NB-COMPTES)
                       MOVE RA-USER-NOM TO WS-CO-NOM(WS-NB-COMPTES)
                       MOVE RA-USER-STATUT
                           TO WS-CO-STATUT(WS-NB-COMPTES)
                   END-IF
               END-IF
               END-IF

           END-PERFORM

           EXEC SQL
                CLOSE CUR-COMPTES
           END-EXEC
       .

      ******************************************************************

      *Charge les profils d'operateurs.txt
       0300-CHARGE-OPERATEURS.

           MOVE 0 TO WS-NB-OPERATEURS
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-OPERATEURS

           IF WS-STATUT-OPERATEURS = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-OPERATEURS
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF F-OP-NOM NOT = SPACES
                               AND WS-NB-OPERATEURS < 100
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
       .

      ******************************************************************

      *Relève au registre de preuve chaque effacement : la ligne de
      *tête "--- Effacement du AAAAMMJJ : Prénom Nom ---" ouvre
      *l'effacement, la ligne "table users : id X anonymisé" qui
      *suit donne l'id du compte
       0400-CHARGE-EFFACEMENTS.

           MOVE 0 TO WS-NB-EFFACEMENTS
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-PREUVE

           IF WS-STATUT-PREUVE = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-PREUVE
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           PERFORM 0410-ANALYSE-PREUVE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PREUVE
           END-IF
       .

      ******************************************************************

      *Analyse la ligne courante du registre de preuve
       0410-ANALYSE-PREUVE.

           IF F-LIGNE-PREUVE(1:18) = "--- Effacement du "
               AND WS-NB-EFFACEMENTS < 999
               MOVE SPACES TO WS-PREUVE-AVANT
               MOVE SPACES TO WS-PREUVE-APRES
               MOVE SPACES TO WS-PREUVE-NOM
               UNSTRING F-LIGNE-PREUVE DELIMITED BY " : "
                   INTO WS-PREUVE-AVANT WS-PREUVE-APRES
               END-UNSTRING
               UNSTRING WS-PREUVE-APRES DELIMITED BY " ---"
                   INTO WS-PREUVE-NOM
               END-UNSTRING
               ADD 1 TO WS-NB-EFFACEMENTS
               MOVE F-LIGNE-PREUVE(19:8)
                   TO WS-EF-DATE(WS-NB-EFFACEMENTS)
               MOVE WS-PREUVE-NOM
                   TO WS-EF-COMPLET(WS-NB-EFFACEMENTS)
               MOVE SPACES TO WS-EF-ID(WS-NB-EFFACEMENTS)
           END-IF

           IF F-LIGNE-PREUVE(1:17) = "table users : id "
               AND WS-NB-EFFACEMENTS > 0
               UNSTRING F-LIGNE-PREUVE(18:) DELIMITED BY SPACE
                   INTO WS-EF-ID(WS-NB-EFFACEMENTS)
               END-UNSTRING
           END-IF
       .

      ******************************************************************

      *Section 1 : comptes dont le nom n'est porté par aucune
      *personne du référentiel ; les comptes déjà anonymisés (nom
      *EFFACE) relèvent de la section 4
       1000-COMPTES-SANS-PERSONNE.

           MOVE SPACES TO F-LIGNE-RAPPORT
           WRITE F-LIGNE-RAPPORT
           MOVE "Comptes sans personne au référentiel :"
               TO F-LIGNE-RAPPORT
           WRITE F-LIGNE-RAPPORT

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-COMPTES

               MOVE 0 TO WS-INDEX-TROUVE
               PERFORM VARYING WS-INDEX-2 FROM 1 BY 1
                   UNTIL WS-INDEX-2 > WS-NB-PERSONNES
                   OR WS-INDEX-TROUVE NOT = 0
                   IF FUNCTION TRIM(WS-CO-NOM(WS-INDEX))
                       = FUNCTION TRIM(WS-PE-COMPLET(WS-INDEX-2))
                       MOVE WS-INDEX-2 TO WS-INDEX-TROUVE
                   END-IF
               END-PERFORM

               IF WS-INDEX-TROUVE = 0
                   AND WS-CO-NOM(WS-INDEX) NOT = "EFFACE"
                   ADD 1 TO WS-NB-SANS-PERSONNE
                   MOVE SPACES TO F-LIGNE-RAPPORT
                   IF WS-CO-STATUT(WS-INDEX) = 'I'
                       STRING "  id " WS-CO-ID(WS-INDEX)
                           " " WS-CO-NOM(WS-INDEX)
                           " statut I -> PROPOSITION : supprimer"
                           " le compte inactif"
                           INTO F-LIGNE-RAPPORT
                       END-STRING
                   ELSE
                       STRING "  id " WS-CO-ID(WS-INDEX)
                           " " WS-CO-NOM(WS-INDEX)
                           " statut " WS-CO-STATUT(WS-INDEX)
                           " -> PROPOSITION : désactiver (lot)"
                           INTO F-LIGNE-RAPPORT
                       END-STRING
                       PERFORM 9000-PROPOSE-DESACTIVATION
                   END-IF
                   WRITE F-LIGNE-RAPPORT
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Section 2 : personnes actives du référentiel qu'aucun compte
      *ne porte
       2000-PERSONNES-SANS-COMPTE.

           MOVE SPACES TO F-LIGNE-RAPPORT
           WRITE F-LIGNE-RAPPORT
           MOVE "Personnes actives sans compte :" TO F-LIGNE-RAPPORT
           WRITE F-LIGNE-RAPPORT

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-PERSONNES

               IF WS-PE-ACTIVE(WS-INDEX) = 'O'
                   AND WS-PE-COMPTE(WS-INDEX) = 'N'
                   ADD 1 TO WS-NB-SANS-COMPTE
                   MOVE SPACES TO F-LIGNE-RAPPORT
                   STRING "  " WS-PE-COMPLET(WS-INDEX)
                       " -> PROPOSITION : préparer le compte par"
                       " provision.cbl"
                       INTO F-LIGNE-RAPPORT
                   END-STRING
                   WRITE F-LIGNE-RAPPORT
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Section 3 : profils d'operateurs.txt dont le nom ne désigne
      *aucun compte actif (absent, inactif ou verrouillé)
       3000-OPERATEURS-SANS-COMPTE.

           MOVE SPACES TO F-LIGNE-RAPPORT
           WRITE F-LIGNE-RAPPORT
           MOVE "Opérateurs sans compte actif :" TO F-LIGNE-RAPPORT
           WRITE F-LIGNE-RAPPORT

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-OPERATEURS

               MOVE 0 TO WS-INDEX-TROUVE
               PERFORM VARYING WS-INDEX-2 FROM 1 BY 1
                   UNTIL WS-INDEX-2 > WS-NB-COMPTES
                   OR WS-INDEX-TROUVE NOT = 0
                   IF WS-CO-ID(WS-INDEX-2) = WS-OP-NOM(WS-INDEX)
                       MOVE WS-INDEX-2 TO WS-INDEX-TROUVE
                   END-IF
               END-PERFORM

               IF WS-INDEX-TROUVE = 0
                   ADD 1 TO WS-NB-OP-ORPHELINS
                   MOVE SPACES TO F-LIGNE-RAPPORT
                   STRING "  " WS-OP-NOM(WS-INDEX)
                       " droits " WS-OP-DROITS(WS-INDEX)
                       " aucun compte -> PROPOSITION : retirer le"
                       " profil par opermaint.cbl"
                       INTO F-LIGNE-RAPPORT
                   END-STRING
                   WRITE F-LIGNE-RAPPORT
               ELSE
                   IF WS-CO-STATUT(WS-INDEX-TROUVE) NOT = 'A'
                       ADD 1 TO WS-NB-OP-ORPHELINS
                       MOVE SPACES TO F-LIGNE-RAPPORT
                       STRING "  " WS-OP-NOM(WS-INDEX)
                           " droits " WS-OP-DROITS(WS-INDEX)
                           " compte au statut "
                           WS-CO-STATUT(WS-INDEX-TROUVE)
                           " -> PROPOSITION : retirer le profil par"
                           " opermaint.cbl"
                           INTO F-LIGNE-RAPPORT
                       END-STRING
                       WRITE F-LIGNE-RAPPORT
                   END-IF
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Section 4 : comptes correspondant à un effacement du registre,
      *par l'id anonymisé encore actif ou par le nom de la personne
      *effacée encore porté par un compte
       4000-COMPTES-EFFACES.

           MOVE SPACES TO F-LIGNE-RAPPORT
           WRITE F-LIGNE-RAPPORT
           MOVE "Comptes correspondant à un effacement :"
               TO F-LIGNE-RAPPORT
           WRITE F-LIGNE-RAPPORT

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-COMPTES

               MOVE 0 TO WS-INDEX-TROUVE
               PERFORM VARYING WS-INDEX-2 FROM 1 BY 1
                   UNTIL WS-INDEX-2 > WS-NB-EFFACEMENTS
                   OR WS-INDEX-TROUVE NOT = 0
                   IF (WS-EF-ID(WS-INDEX-2) NOT = SPACES
                       AND WS-EF-ID(WS-INDEX-2) = WS-CO-ID(WS-INDEX)
                       AND WS-CO-STATUT(WS-INDEX) NOT = 'I')
                       OR FUNCTION TRIM(WS-EF-COMPLET(WS-INDEX-2))
                       = FUNCTION TRIM(WS-CO-NOM(WS-INDEX))
                       MOVE WS-INDEX-2 TO WS-INDEX-TROUVE
                   END-IF
               END-PERFORM

               IF WS-INDEX-TROUVE NOT = 0
                   ADD 1 TO WS-NB-EFFACES
                   MOVE SPACES TO F-LIGNE-RAPPORT
                   IF WS-CO-NOM(WS-INDEX) = "EFFACE"
                       STRING "  id " WS-CO-ID(WS-INDEX)
                           " effacé le "
                           WS-EF-DATE(WS-INDEX-TROUVE)
                           " encore au statut "
                           WS-CO-STATUT(WS-INDEX)
                           " -> PROPOSITION : désactiver (lot)"
                           INTO F-LIGNE-RAPPORT
                       END-STRING
                   ELSE
                       STRING "  id " WS-CO-ID(WS-INDEX)
                           " " WS-CO-NOM(WS-INDEX)
                           " effacé le "
                           WS-EF-DATE(WS-INDEX-TROUVE)
                           " -> PROPOSITION : relancer effacement.cbl"
                           " et désactiver (lot)"
                           INTO F-LIGNE-RAPPORT
                       END-STRING
                   END-IF
                   WRITE F-LIGNE-RAPPORT
                   IF WS-CO-STATUT(WS-INDEX) NOT = 'I'
                       PERFORM 9000-PROPOSE-DESACTIVATION
                   END-IF
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Propose la désactivation du compte WS-INDEX : une ligne D au
      *format du lot de main_sql.cbl, une seule fois par compte
       9000-PROPOSE-DESACTIVATION.

           IF WS-CO-PROPOSE(WS-INDEX) = 'N'
               MOVE 'O' TO WS-CO-PROPOSE(WS-INDEX)
               ADD 1 TO WS-NB-LIGNES-LOT
               MOVE SPACES TO F-TRANSACTION
               MOVE "D" TO F-TR-OP
               MOVE WS-CO-ID(WS-INDEX) TO F-TR-ID
               WRITE F-TRANSACTION
           END-IF
       .

       END PROGRAM "rapprocomptes".
