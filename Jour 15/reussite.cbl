       77 WS-NOTE-MAX-ED          PIC Z9.
       77 WS-NOTE-MIN-ED          PIC Z9.

      *Commande passée au sous-programme commun de journalisation
      *(journalop.cbl) : programme, gravité, code et texte
       01 WS-JOURNAL-COMMANDE.
           05 WS-JO-PROGRAMME     PIC X(12)     VALUE "reussite".
           05 WS-JO-GRAVITE       PIC X(5).
           05 WS-JO-CODE          PIC X(8).
           05 WS-JO-TEXTE         PIC X(80).


       PROCEDURE DIVISION.

       DISPLAY "Entrer la note minimale pour être reçu : ".
       ACCEPT WS-SEUIL.

      *Début du lancement noté au journal d'exploitation
       MOVE "INFO" TO WS-JO-GRAVITE.
       MOVE "REU-DEB" TO WS-JO-CODE.
       MOVE SPACES TO WS-JO-TEXTE.
       STRING "Classement des élèves lancé, session "
           WS-MODE-SESSION ", seuil " WS-SEUIL
           INTO WS-JO-TEXTE.
       CALL "journalop" USING WS-JOURNAL-COMMANDE.

       IF WS-MODE-SESSION = 2
           PERFORM 0300-SECONDE-SESSION
           GOBACK
       DISPLAY "Élèves en échec : " WS-NB-ECHEC
       DISPLAY "Élèves rejetés : 0".

       MOVE "INFO" TO WS-JO-GRAVITE.
       MOVE "REU-FIN" TO WS-JO-CODE.
       MOVE SPACES TO WS-JO-TEXTE.
       STRING "Élèves lus " WS-NB-ELEVES
           ", reçus " WS-NB-REUSSITE
           ", en échec " WS-NB-ECHEC
           INTO WS-JO-TEXTE.
       CALL "journalop" USING WS-JOURNAL-COMMANDE.

      *Calcul de la moyenne de la classe, à partir du cumul des notes
       IF WS-NB-ELEVES > 0
           COMPUTE WS-MOYENNE ROUNDED = WS-TOTAL-NOTES / WS-NB-ELEVES

               DISPLAY "Trombinoscope absent (statut "
                   WS-STATUT-ROSTER "), rapprochement sauté"
               MOVE "WARN" TO WS-JO-GRAVITE
               MOVE "REU-TROM" TO WS-JO-CODE
               MOVE "Trombinoscope absent, rapprochement sauté"
                   TO WS-JO-TEXTE
               CALL "journalop" USING WS-JOURNAL-COMMANDE

           ELSE

                   WS-NB-SANS-INSCRIPTION
               DISPLAY "Inscrits sans note : " WS-NB-SANS-NOTE

               IF WS-NB-SANS-INSCRIPTION > 0 OR WS-NB-SANS-NOTE > 0
                   MOVE "WARN" TO WS-JO-GRAVITE
                   MOVE "REU-RAPP" TO WS-JO-CODE
                   MOVE SPACES TO WS-JO-TEXTE
                   STRING "Notes sans inscription "
                       WS-NB-SANS-INSCRIPTION
                       ", inscrits sans note " WS-NB-SANS-NOTE
                       INTO WS-JO-TEXTE
                   END-STRING
                   CALL "journalop" USING WS-JOURNAL-COMMANDE
               END-IF

           END-IF
       .

               DISPLAY "Fichier echec.txt introuvable (statut "
                   WS-STATUT-ECHEC "), lancer la première session "
                   "d'abord"
               MOVE "ERROR" TO WS-JO-GRAVITE
               MOVE "REU-ECH" TO WS-JO-CODE
               MOVE "echec.txt introuvable, seconde session vide"
                   TO WS-JO-TEXTE
               CALL "journalop" USING WS-JOURNAL-COMMANDE
               MOVE 'T' TO WS-FIN-FICHIER
           END-IF

               WS-NB-RECUS-SESSION1
           DISPLAY "Reçus au rattrapage : " WS-NB-RECUS-SESSION2
           DISPLAY "Échecs définitifs : " WS-NB-ECHECS-DEFINITIFS

           MOVE "INFO" TO WS-JO-GRAVITE
           MOVE "REU-FIN2" TO WS-JO-CODE
           MOVE SPACES TO WS-JO-TEXTE
           STRING "Seconde session : reçus au rattrapage "
               WS-NB-RECUS-SESSION2
               ", échecs définitifs " WS-NB-ECHECS-DEFINITIFS
               INTO WS-JO-TEXTE
           END-STRING
           CALL "journalop" USING WS-JOURNAL-COMMANDE
       .
