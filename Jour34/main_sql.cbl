      *Réponse de confirmation avant une désactivation
       01  WS-CONFIRME        PIC X         VALUE 'N'.

      *Identifiant applicatif authentifié par le sous-programme
      *login et résultat de l'authentification
       01  WS-LOGIN-ID        PIC X(10).
       01  WS-LOGIN-RESULTAT  PIC X         VALUE 'N'.

      *Commande passée au sous-programme commun de journalisation
      *(journalop, Jour 15) : programme, gravité, code et texte ; le
      *journal des refus et les rejets restent tenus à côté
       01  WS-JOURNAL-COMMANDE.
           05 WS-JO-PROGRAMME PIC X(12)     VALUE "main_sql".
           05 WS-JO-GRAVITE   PIC X(5).
           05 WS-JO-CODE      PIC X(8).
           05 WS-JO-TEXTE     PIC X(80).

       PROCEDURE DIVISION.

      *Les identifiants de connexion sont saisis au lancement plutôt
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
               MOVE "FATAL" TO WS-JO-GRAVITE
               MOVE "SQL-CONN" TO WS-JO-CODE
               MOVE SPACES TO WS-JO-TEXTE
               STRING "Connexion à la base refusée pour " USERNAME
                   INTO WS-JO-TEXTE
               END-STRING
               CALL "journalop" USING WS-JOURNAL-COMMANDE
               STOP RUN
           END-IF.

      *Authentification de l'utilisateur applicatif, avant tout
      *traitement
           CALL "login" USING WS-LOGIN-ID WS-LOGIN-RESULTAT.
           IF WS-LOGIN-RESULTAT NOT = 'O'
               STOP RUN
           END-IF.

           IF RETURN-CODE = 0
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Opération validée."
               MOVE "INFO" TO WS-JO-GRAVITE
               MOVE "SQL-OPER" TO WS-JO-CODE
               MOVE SPACES TO WS-JO-TEXTE
               STRING "Opération " WS-MODE " validée sur l'id "
                   USER-ID " par " USERNAME
                   INTO WS-JO-TEXTE
               END-STRING
               CALL "journalop" USING WS-JOURNAL-COMMANDE
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Opération annulée (ROLLBACK), code "
                   RETURN-CODE
               MOVE RETURN-CODE TO WS-SQLCODE-AFF
               MOVE "ERROR" TO WS-JO-GRAVITE
               MOVE "SQL-OPER" TO WS-JO-CODE
               MOVE SPACES TO WS-JO-TEXTE
               STRING "Opération " WS-MODE " annulée sur l'id "
                   USER-ID ", code " WS-SQLCODE-AFF
                   INTO WS-JO-TEXTE
               END-STRING
               CALL "journalop" USING WS-JOURNAL-COMMANDE
               MOVE 0 TO RETURN-CODE
           END-IF.
       STOP RUN.
           WRITE F-LIGNE-REFUS

           CLOSE FICHIER-REFUS

           MOVE "WARN" TO WS-JO-GRAVITE
           MOVE "SQL-REFU" TO WS-JO-CODE
           MOVE SPACES TO WS-JO-TEXTE
           STRING "Refus " WS-OPERATION-REFUSEE
               " pour " USERNAME
               INTO WS-JO-TEXTE
           END-STRING
           CALL "journalop" USING WS-JOURNAL-COMMANDE
       .

      ******************************************************************
           IF WS-STATUT-TRANSACTIONS NOT = "00"
               DISPLAY "Fichier transactions.txt introuvable "
                   "(statut " WS-STATUT-TRANSACTIONS ")"
               MOVE "ERROR" TO WS-JO-GRAVITE
               MOVE "SQL-LOT" TO WS-JO-CODE
               MOVE "transactions.txt introuvable, lot non traité"
                   TO WS-JO-TEXTE
               CALL "journalop" USING WS-JOURNAL-COMMANDE
           ELSE

               OPEN OUTPUT FICHIER-REJETS
                   " appliquée(s), " WS-NB-ECHECS " en échec, "
                   WS-NB-IGNOREES " ignorée(s)."

               IF WS-NB-ECHECS > 0 OR WS-NB-IGNOREES > 0
                   MOVE "WARN" TO WS-JO-GRAVITE
               ELSE
                   MOVE "INFO" TO WS-JO-GRAVITE
               END-IF
               MOVE "SQL-LOT" TO WS-JO-CODE
               MOVE SPACES TO WS-JO-TEXTE
               STRING "Lot terminé : " WS-NB-APPLIQUEES
                   " appliquée(s), " WS-NB-ECHECS " en échec, "
                   WS-NB-IGNOREES " ignorée(s)"
                   INTO WS-JO-TEXTE
               END-STRING
               CALL "journalop" USING WS-JOURNAL-COMMANDE

           END-IF
       .

                       INTO F-LIGNE-REJET
                   END-STRING
                   WRITE F-LIGNE-REJET
                   MOVE "ERROR" TO WS-JO-GRAVITE
                   MOVE "SQL-TRAN" TO WS-JO-CODE
                   MOVE SPACES TO WS-JO-TEXTE
                   STRING "Transaction " F-TR-OP " sur l'id " F-TR-ID
                       " en échec, SQLCODE " WS-SQLCODE-AFF
                       INTO WS-JO-TEXTE
                   END-STRING
                   CALL "journalop" USING WS-JOURNAL-COMMANDE
                   MOVE 0 TO RETURN-CODE
               END-IF

