      *tenu fait patienter poliment quelques tentatives espacées
      *d'une seconde, et un verrou d'un autre jour est tenu pour
      *abandonné par un lancement planté et repris, au lieu de
      *bloquer la chaîne du soir. Un programme de consultation qui
      *ne réécrit rien demande l'attente (action A) : le verrou n'est
      *jamais pris, le sous-programme patiente seulement tant qu'un
      *autre le tient, pour ne pas lire un fichier en pleine
      *réécriture.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. verrou.
       AUTHOR. Thomas Baudrin.
       LINKAGE SECTION.

      *Commande passée par l'appelant : action (P = prendre, L =
      *libérer, A = attendre qu'il soit libre sans le prendre), nom
      *du verrou, et résultat rendu (O = obtenu, libéré ou libre, N =
      *refusé ou toujours tenu après attente)
       01 LK-COMMANDE.
           05 LK-ACTION       PIC X.
           05 LK-NOM          PIC X(20).
               WHEN "L"
                   PERFORM 2000-LIBERE-VERROU

               WHEN "A"
                   PERFORM 3000-ATTEND-VERROU

               WHEN OTHER
                   MOVE "N" TO LK-RESULTAT

           MOVE "O" TO LK-RESULTAT
       .

      ******************************************************************

      *Attend que le verrou soit libre, sans le prendre : même
      *patience que la prise, mais rien n'est écrit, le lecteur ne
      *gêne jamais celui qui réécrit
       3000-ATTEND-VERROU.

           MOVE "N" TO LK-RESULTAT
           MOVE 0 TO WS-TENTATIVES

           PERFORM UNTIL LK-RESULTAT = "O"
               OR WS-TENTATIVES >= WS-TENTATIVES-MAX

               ADD 1 TO WS-TENTATIVES

               PERFORM 1100-EXAMINE-VERROU

               IF WS-ETAT-LU = "P"
                   MOVE "O" TO LK-RESULTAT
               ELSE
                   IF WS-TENTATIVES < WS-TENTATIVES-MAX
                       CALL "C$SLEEP" USING WS-PAUSE-SECONDES
                   END-IF
               END-IF

           END-PERFORM
       .

       END PROGRAM "verrou".
