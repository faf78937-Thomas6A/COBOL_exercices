
      *Retour de l'utilisateur à l'état actif : l'opération inverse
      *de la désactivation logique posée par deletesql, qui rend son
      *compte (et son historique) à un employé de retour de congé ;
      *elle déverrouille aussi un compte mis au statut V par login
      *après trop d'échecs, compteur d'échecs remis à zéro
           EXEC SQL
                  UPDATE users
                  SET statut = 'A',
                      date_inactif = NULL,
                      nb_echecs = 0
                  WHERE id_user = :USER-ID
           END-EXEC.

