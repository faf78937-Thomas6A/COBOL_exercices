      *Compteur des comptes signalés
       77 WS-NB-SIGNALES      PIC 9(4)      VALUE 0.

      *Identifiant applicatif authentifié par le sous-programme
      *login et résultat de l'authentification
       77 WS-LOGIN-ID         PIC X(10).
       77 WS-LOGIN-RESULTAT   PIC X         VALUE 'N'.

       PROCEDURE DIVISION.

      *Connexion à la base, comme main_sql.cbl
               STOP RUN
           END-IF.

      *Authentification de l'utilisateur applicatif, avant tout
      *traitement
           CALL "login" USING WS-LOGIN-ID WS-LOGIN-RESULTAT.
           IF WS-LOGIN-RESULTAT NOT = 'O'
               STOP RUN
           END-IF.

           DISPLAY "Âge limite du mot de passe en jours (ex. 90) : ".
           ACCEPT WS-LIMITE-JOURS.
           MOVE WS-LIMITE-JOURS TO SQL-LIMITE.
