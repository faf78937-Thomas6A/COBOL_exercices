      *Compteur des entrées listées
       01  WS-NB-ENTREES      PIC 9(5)      VALUE 0.

      *Identifiant applicatif authentifié par le sous-programme
      *login et résultat de l'authentification
       01  WS-LOGIN-ID        PIC X(10).
       01  WS-LOGIN-RESULTAT  PIC X         VALUE 'N'.

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

           DISPLAY "Id utilisateur à consulter : ".
           ACCEPT AUDIT-ID.

