      *au-delà d'un seuil saisi au lancement. La liste de revue
      *dormants-revue.txt permet à l'opérateur d'approuver le lot
      *avant de le passer.
      *Le journal est désormais tenu par le sous-programme login, qui
      *y ajoute chaque tentative avec son résultat : seule la plus
      *récente connexion réussie de chaque compte compte pour son
      *silence (les lignes sans résultat, d'avant login, valent
      *connexion réussie), et un compte qui n'a que des échecs est
      *muet depuis toujours.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dormants.
       AUTHOR. Thomas Baudrin.

       FILE SECTION.

      *Définition du journal des connexions, même découpage que
      *login.cbl : id utilisateur, date et heure de la tentative,
      *résultat (O = connexion acceptée)
       FD FICHIER-CONNEXIONS.
       01 F-CONNEXION.
           05 F-CX-ID             PIC X(10).
           05 FILLER              PIC X.
           05 F-CX-DATE           PIC X(8).
           05 FILLER              PIC X.
           05 F-CX-HEURE          PIC X(6).
           05 FILLER              PIC X.
           05 F-CX-RESULTAT       PIC X.

      *Définition du fichier de transactions, même découpage que
      *main_sql.cbl

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *Comptes du journal avec la date de leur dernière connexion
      *réussie (zéros s'ils n'ont que des échecs)
       01 WS-COMPTES-TAB.
           05 WS-COMPTE           OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-COMPTES.
               10 WS-CX-ID        PIC X(10).
               10 WS-CX-DATE      PIC X(8).
       77 WS-NB-COMPTES       PIC 9(3)      VALUE 1.
       77 WS-INDEX            PIC 9(3)      VALUE 1.
       77 WS-INDEX-TROUVE     PIC 9(3)      VALUE 0.

      *Seuil de silence en jours, saisi au lancement
       77 WS-SEUIL-JOURS      PIC 9(4)      VALUE 180.
      *Compte de jours du jour même et de la dernière connexion, et
       77 WS-NB-PROPOSES      PIC 9(4)      VALUE 0.
       77 WS-NB-INCONNUS      PIC 9(4)      VALUE 0.

      *Identifiant applicatif authentifié par le sous-programme
      *login et résultat de l'authentification
       77 WS-LOGIN-ID         PIC X(10).
       77 WS-LOGIN-RESULTAT   PIC X         VALUE 'N'.

       PROCEDURE DIVISION.

      *Connexion à la base, indispensable aux appels à checkuser
               STOP RUN
           END-IF.

      *Authentification de l'utilisateur applicatif, avant tout
      *traitement
           CALL "login" USING WS-LOGIN-ID WS-LOGIN-RESULTAT.
           IF WS-LOGIN-RESULTAT NOT = 'O'
               STOP RUN
           END-IF.

           DISPLAY "Seuil de silence en jours (ex. 180) : ".
           ACCEPT WS-SEUIL-JOURS.

               INTO F-LIGNE-REVUE.
           WRITE F-LIGNE-REVUE.

           MOVE 0 TO WS-NB-COMPTES.

           PERFORM UNTIL WS-EOF = 'T'

               READ FICHIER-CONNEXIONS
                       MOVE 'T' TO WS-EOF

                   NOT AT END
                       PERFORM 0100-RELEVE-CONNEXION

               END-READ


           CLOSE FICHIER-CONNEXIONS.

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-COMPTES
               ADD 1 TO WS-NB-LUES
               PERFORM 1000-CONTROLE-COMPTE
           END-PERFORM.

           MOVE SPACES TO F-LIGNE-REVUE.
           STRING "Bilan : " WS-NB-LUES " compte(s) au journal, "
               WS-NB-PROPOSES " désactivation(s) proposée(s), "

      ******************************************************************

      *Relève la ligne de journal courante : le compte est ajouté au
      *tableau à sa première apparition, et sa date retenue est celle
      *de sa connexion réussie la plus récente
       0100-RELEVE-CONNEXION.

           MOVE 0 TO WS-INDEX-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-COMPTES
               IF WS-CX-ID(WS-INDEX) = F-CX-ID
                   MOVE WS-INDEX TO WS-INDEX-TROUVE
               END-IF
           END-PERFORM

           IF WS-INDEX-TROUVE = 0 AND WS-NB-COMPTES < 999
               AND F-CX-ID NOT = SPACES
               ADD 1 TO WS-NB-COMPTES
               MOVE WS-NB-COMPTES TO WS-INDEX-TROUVE
               MOVE F-CX-ID TO WS-CX-ID(WS-INDEX-TROUVE)
               MOVE "00000000" TO WS-CX-DATE(WS-INDEX-TROUVE)
           END-IF

           IF WS-INDEX-TROUVE NOT = 0
               AND (F-CX-RESULTAT = "O" OR F-CX-RESULTAT = SPACE)
               AND F-CX-DATE NUMERIC
               AND F-CX-DATE > WS-CX-DATE(WS-INDEX-TROUVE)
               MOVE F-CX-DATE TO WS-CX-DATE(WS-INDEX-TROUVE)
           END-IF
       .

      ******************************************************************

      *Contrôle le compte WS-INDEX du journal : silence au-delà du
      *seuil et compte existant en base (checkuser) = ligne D
      *proposée au lot et portée sur la liste de revue
       1000-CONTROLE-COMPTE.

           IF WS-CX-DATE(WS-INDEX) NOT = "00000000"
               COMPUTE WS-JOURS-CONNEXION =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-CX-DATE(WS-INDEX)))
           ELSE
               MOVE 0 TO WS-JOURS-CONNEXION
           END-IF

      *Le compte doit exister en base avant d'être proposé : le
      *journal des connexions traîne des comptes déjà partis
               MOVE WS-CX-ID(WS-INDEX) TO WS-ID-USER-X
               CALL "checkuser" USING WS-ID-USER-X WS-EXISTE-BASE

               IF WS-DEJA-EN-BASE

                   MOVE SPACES TO F-TRANSACTION
                   MOVE "D" TO F-TR-OP
                   MOVE WS-CX-ID(WS-INDEX) TO F-TR-ID
                   WRITE F-TRANSACTION

                   MOVE WS-SILENCE-JOURS TO WS-SILENCE-ED

                   MOVE SPACES TO F-LIGNE-REVUE
                   IF WS-CX-DATE(WS-INDEX) = "00000000"
                       STRING "Compte " WS-CX-ID(WS-INDEX)
                           " : aucune connexion réussie au journal"
                           " -> D proposé"
                           INTO F-LIGNE-REVUE
                       END-STRING
                   ELSE
                       STRING "Compte " WS-CX-ID(WS-INDEX)
                           " : dernière connexion le "
                           WS-CX-DATE(WS-INDEX)
                           ", silence de "
                           FUNCTION TRIM(WS-SILENCE-ED)
                           " jour(s) -> D proposé"
                           INTO F-LIGNE-REVUE
                       END-STRING
                   END-IF
                   WRITE F-LIGNE-REVUE

               ELSE
                   ADD 1 TO WS-NB-INCONNUS

                   MOVE SPACES TO F-LIGNE-REVUE
                   STRING "Compte " WS-CX-ID(WS-INDEX)
                       " : muet mais inconnu de la base, ignoré"
                       INTO F-LIGNE-REVUE
                   END-STRING
