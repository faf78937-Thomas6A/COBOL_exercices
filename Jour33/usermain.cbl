       77 WS-NB-VALIDES   PIC 9(3)  VALUE 0.
       77 WS-NB-REJETES   PIC 9(3)  VALUE 0.
       77 WS-NB-DEJA      PIC 9(3)  VALUE 0.
      *SQLCODE mis en forme pour le journal d'exploitation
       77 WS-SQLCODE-AFF  PIC ----9.

      *Champs utilisés pour l'appel à checkuser (Jour34), qui compare
      *un identifiant validé à la table users de la base de données
       77 WS-NB-INSERES   PIC 9(3)  VALUE 0.
       77 WS-NB-ECHECS-SQL PIC 9(3) VALUE 0.

      *Commande passée au sous-programme commun de journalisation
      *(journalop, Jour 15) : programme, gravité, code et texte ; le
      *détail ligne à ligne reste dans errors.log
       01 WS-JOURNAL-COMMANDE.
           05 WS-JO-PROGRAMME PIC X(12) VALUE "usermain".
           05 WS-JO-GRAVITE   PIC X(5).
           05 WS-JO-CODE      PIC X(8).
           05 WS-JO-TEXTE     PIC X(80).

       PROCEDURE DIVISION.

      *Début du lancement noté au journal d'exploitation
           MOVE "INFO" TO WS-JO-GRAVITE.
           MOVE "USR-DEB" TO WS-JO-CODE.
           MOVE "Batch de validation des utilisateurs lancé"
               TO WS-JO-TEXTE.
           CALL "journalop" USING WS-JOURNAL-COMMANDE.

      *Résolution des noms de fichiers du batch par le sous-programme
      *d'environnement : une répétition sur des copies TEST s'obtient
      *en éditant environnement.txt
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
               MOVE "FATAL" TO WS-JO-GRAVITE
               MOVE "USR-CONN" TO WS-JO-CODE
               MOVE SPACES TO WS-JO-TEXTE
               MOVE SQLCODE TO WS-SQLCODE-AFF
               STRING "Connexion à la base refusée, SQLCODE "
                   WS-SQLCODE-AFF
                   INTO WS-JO-TEXTE
               END-STRING
               CALL "journalop" USING WS-JOURNAL-COMMANDE
               STOP RUN
           END-IF.

                               END-STRING
                               WRITE F-LIGNE-CHARGEMENT

                               MOVE "ERROR" TO WS-JO-GRAVITE
                               MOVE "USR-SQL" TO WS-JO-CODE
                               MOVE SPACES TO WS-JO-TEXTE
                               STRING "Insertion en base refusée : id "
                                      WS-ID-USER(WS-INDEX)
                                      INTO WS-JO-TEXTE
                               END-STRING
                               CALL "journalop"
                                   USING WS-JOURNAL-COMMANDE

                           END-IF

                       END-IF
           WRITE F-ETAT.
           CLOSE FICHIER-ETAT.

      *Bilan noté au journal d'exploitation : des rejets ou des
      *échecs SQL sont un avertissement
           IF WS-NB-REJETES > 0 OR WS-NB-ECHECS-SQL > 0
               MOVE "WARN" TO WS-JO-GRAVITE
           ELSE
               MOVE "INFO" TO WS-JO-GRAVITE
           END-IF.
           MOVE "USR-FIN" TO WS-JO-CODE.
           MOVE SPACES TO WS-JO-TEXTE.
           STRING "Traités " WS-NB-TRAITES
                  ", insérés " WS-NB-INSERES
                  ", déjà en base " WS-NB-DEJA
                  ", rejetés " WS-NB-REJETES
                  ", échecs SQL " WS-NB-ECHECS-SQL
                  INTO WS-JO-TEXTE
           END-STRING.
           CALL "journalop" USING WS-JOURNAL-COMMANDE.

      *RETURN-CODE porte encore le code renvoyé par le dernier
      *CALL "validate"/"checkuser" du lot ; on le remet à zéro pour
      *que le statut de sortie du job reflète le résultat du
