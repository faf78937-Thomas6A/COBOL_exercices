      *Sous-programme d'authentification appelé au lancement des
      *programmes de la suite, juste après la connexion à la base :
      *rien n'authentifiait l'utilisateur applicatif ni n'écrivait
      *connexions.txt, que dormants.cbl exploite. L'identifiant et le
      *mot de passe saisis sont vérifiés contre la table users ;
      *chaque tentative, réussie ou non, est ajoutée à connexions.txt
      *(id, date, heure, résultat) ; après N échecs consécutifs
      *(ECHECS n dans login-config.txt, 5 par défaut) le compte passe
      *au statut V (verrouillé) et le verrouillage est signalé aux
      *opérateurs dans comptes-verrouilles.txt ; un compte inactif,
      *verrouillé ou marqué force_change est refusé, ce dernier
      *jusqu'au changement de son mot de passe par updatesql.cbl. Un
      *compte verrouillé se déverrouille par la réactivation de
      *main_sql.cbl.
      *Résultat rendu à l'appelant : O accepté, E identifiant ou mot
      *de passe erroné, V verrouillé, I inactif, F mot de passe à
      *changer ; l'appelant s'arrête sur tout autre résultat que O.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. login.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du journal des connexions lu par dormants.cbl, complété
      *à chaque tentative
       SELECT FICHIER-CONNEXIONS ASSIGN TO "connexions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CONNEXIONS.

      *Alias des verrouillages signalés aux opérateurs
       SELECT FICHIER-VERROUS ASSIGN TO "comptes-verrouilles.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-VERROUS.

      *Alias de la configuration : ECHECS n (échecs consécutifs avant
      *verrouillage)
       SELECT FICHIER-CONFIG ASSIGN TO "login-config.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CONFIG.

       DATA DIVISION.

       FILE SECTION.

      *Définition du journal des connexions : id utilisateur, date
      *AAAAMMJJ et heure HHMMSS de la tentative, résultat (O, E, V,
      *I, F comme rendu à l'appelant)
       FD FICHIER-CONNEXIONS.
       01 F-CONNEXION.
           05 F-CX-ID             PIC X(10).
           05 FILLER              PIC X.
           05 F-CX-DATE           PIC X(8).
           05 FILLER              PIC X.
           05 F-CX-HEURE          PIC X(6).
           05 FILLER              PIC X.
           05 F-CX-RESULTAT       PIC X.

      *Définition des verrouillages signalés, une ligne de texte libre
       FD FICHIER-VERROUS.
       01 F-LIGNE-VERROU          PIC X(80).

      *Définition du fichier de configuration
       FD FICHIER-CONFIG.
       01 F-LIGNE-CONFIG          PIC X(40).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  LOGIN-ID           PIC X(10).
       01  LOGIN-PASSWORD     PIC X(30).
       01  LOGIN-PASS-BASE    PIC X(30).
       01  LOGIN-STATUT       PIC X.
       01  LOGIN-FORCE        PIC X.
       01  LOGIN-NB-ECHECS    PIC S9(9) COMP-5.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *Échecs consécutifs avant verrouillage, configurable (défaut 5)
       77 WS-SEUIL-ECHECS     PIC 99        VALUE 5.
      *Découpage d'une ligne de configuration
       77 WS-MOT-CLE          PIC X(20).
       77 WS-VALEUR           PIC X(10).
      *Indicateur de fin de fichier et statuts
       77 WS-EOF              PIC X         VALUE 'F'.
       77 WS-STATUT-CONNEXIONS PIC XX.
       77 WS-STATUT-VERROUS   PIC XX.
       77 WS-STATUT-CONFIG    PIC XX.
      *Horodatage de la tentative et compteur affichable
       77 WS-HORODATAGE       PIC X(14).
       77 WS-NB-ECHECS-ED     PIC Z9.

       LINKAGE SECTION.

       01  LK-LOGIN-ID        PIC X(10).
       01  LK-LOGIN-RESULTAT  PIC X.
           88  LK-LOGIN-ACCEPTE      VALUE 'O'.

       PROCEDURE DIVISION USING LK-LOGIN-ID LK-LOGIN-RESULTAT.

           PERFORM 0080-CHARGE-CONFIG.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HORODATAGE.

           DISPLAY "Identifiant : ".
           ACCEPT LOGIN-ID.
           DISPLAY "Mot de passe : ".
           ACCEPT LOGIN-PASSWORD.

           MOVE LOGIN-ID TO LK-LOGIN-ID.

           MOVE SPACES TO LOGIN-PASS-BASE.
           EXEC SQL
                  SELECT password, COALESCE(statut, 'A'),
                         COALESCE(force_change, 'N'),
                         COALESCE(nb_echecs, 0)
                  INTO :LOGIN-PASS-BASE, :LOGIN-STATUT,
                       :LOGIN-FORCE, :LOGIN-NB-ECHECS
                  FROM users
                  WHERE id_user = :LOGIN-ID
           END-EXEC.

      *L'état du compte est examiné avant le mot de passe, pour ne
      *rien révéler de celui d'un compte fermé ; un mot de passe
      *juste remet le compteur d'échecs à zéro
           IF SQLCODE NOT = 0
               MOVE 'E' TO LK-LOGIN-RESULTAT
           ELSE
               EVALUATE TRUE
                   WHEN LOGIN-STATUT = 'I'
                       MOVE 'I' TO LK-LOGIN-RESULTAT
                   WHEN LOGIN-STATUT = 'V'
                       MOVE 'V' TO LK-LOGIN-RESULTAT
                   WHEN LOGIN-PASSWORD NOT = LOGIN-PASS-BASE
                       PERFORM 1000-COMPTE-ECHEC
                   WHEN OTHER
                       EXEC SQL
                              UPDATE users
                              SET nb_echecs = 0
                              WHERE id_user = :LOGIN-ID
                       END-EXEC
                       IF LOGIN-FORCE = 'O'
                           MOVE 'F' TO LK-LOGIN-RESULTAT
                       ELSE
                           MOVE 'O' TO LK-LOGIN-RESULTAT
                       END-IF
               END-EVALUATE
               EXEC SQL COMMIT END-EXEC
           END-IF.

           PERFORM 2000-JOURNALISE.

           EVALUATE LK-LOGIN-RESULTAT
               WHEN 'O'
                   DISPLAY "Connexion acceptée"
               WHEN 'I'
                   DISPLAY "Compte inactif : connexion refusée"
               WHEN 'V'
                   DISPLAY "Compte verrouillé : s'adresser à un "
                       "opérateur"
               WHEN 'F'
                   DISPLAY "Mot de passe initial ou à changer : "
                       "le faire changer par un opérateur avant "
                       "de se connecter"
               WHEN OTHER
                   DISPLAY "Identifiant ou mot de passe erroné"
           END-EVALUATE.

           GOBACK.

      ******************************************************************

      *Charge la configuration (ECHECS n), même mécanique que
      *cantine-config.txt dans cantine.cbl
       0080-CHARGE-CONFIG.

           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-CONFIG

           IF WS-STATUT-CONFIG = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-CONFIG
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-MOT-CLE
                           MOVE SPACES TO WS-VALEUR
                           UNSTRING F-LIGNE-CONFIG
                               DELIMITED BY ALL SPACE
                               INTO WS-MOT-CLE WS-VALEUR
                           END-UNSTRING
                           IF WS-MOT-CLE = "ECHECS"
                               AND FUNCTION NUMVAL(WS-VALEUR) > 0
                               MOVE FUNCTION NUMVAL(WS-VALEUR)
                                   TO WS-SEUIL-ECHECS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONFIG
           END-IF
       .

      ******************************************************************

      *Compte l'échec sur le compte ; au seuil, le compte passe au
      *statut V et le verrouillage est signalé aux opérateurs
       1000-COMPTE-ECHEC.

           ADD 1 TO LOGIN-NB-ECHECS

           IF LOGIN-NB-ECHECS >= WS-SEUIL-ECHECS

               EXEC SQL
                      UPDATE users
                      SET nb_echecs = :LOGIN-NB-ECHECS,
                          statut = 'V'
                      WHERE id_user = :LOGIN-ID
               END-EXEC

               MOVE 'V' TO LK-LOGIN-RESULTAT

               MOVE LOGIN-NB-ECHECS TO WS-NB-ECHECS-ED

               OPEN EXTEND FICHIER-VERROUS

               IF WS-STATUT-VERROUS = "35"
                   OPEN OUTPUT FICHIER-VERROUS
               END-IF

               MOVE SPACES TO F-LIGNE-VERROU
               STRING WS-HORODATAGE " VERROUILLAGE " LOGIN-ID
                   " après " WS-NB-ECHECS-ED " échecs consécutifs,"
                   " à réactiver par main_sql"
                   INTO F-LIGNE-VERROU
               END-STRING
               WRITE F-LIGNE-VERROU

               CLOSE FICHIER-VERROUS

           ELSE

               EXEC SQL
                      UPDATE users
                      SET nb_echecs = :LOGIN-NB-ECHECS
                      WHERE id_user = :LOGIN-ID
               END-EXEC

               MOVE 'E' TO LK-LOGIN-RESULTAT

           END-IF
       .

      ******************************************************************

      *Ajoute la tentative au journal des connexions
       2000-JOURNALISE.

           OPEN EXTEND FICHIER-CONNEXIONS

           IF WS-STATUT-CONNEXIONS = "35"
               OPEN OUTPUT FICHIER-CONNEXIONS
           END-IF

           MOVE SPACES TO F-CONNEXION
           MOVE LOGIN-ID TO F-CX-ID
           MOVE WS-HORODATAGE(1:8) TO F-CX-DATE
           MOVE WS-HORODATAGE(9:6) TO F-CX-HEURE
           MOVE LK-LOGIN-RESULTAT TO F-CX-RESULTAT
           WRITE F-CONNEXION

           CLOSE FICHIER-CONNEXIONS
       .

       END PROGRAM "login".
