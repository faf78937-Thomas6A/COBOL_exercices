       77 WS-NB-SEULEMENT-BASE    PIC 9(3)  VALUE 0.
       77 WS-NB-DANS-LES-DEUX     PIC 9(3)  VALUE 0.

      *Identifiant applicatif authentifié par le sous-programme
      *login et résultat de l'authentification
       77 WS-LOGIN-ID             PIC X(10).
       77 WS-LOGIN-RESULTAT       PIC X     VALUE 'N'.

       PROCEDURE DIVISION.

      *Les identifiants de connexion sont saisis au lancement plutôt
               STOP RUN
           END-IF.

      *Authentification de l'utilisateur applicatif, avant tout
      *traitement
           CALL "login" USING WS-LOGIN-ID WS-LOGIN-RESULTAT.
           IF WS-LOGIN-RESULTAT NOT = 'O'
               STOP RUN
           END-IF.

      *Chargement du fichier plat
           OPEN INPUT FICHIER-CLIENTS.

