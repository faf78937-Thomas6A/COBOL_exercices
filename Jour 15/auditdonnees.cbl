      ******************************************************************

      *Contrôle d'une ligne de inventaire.txt : stock (colonnes
      *11-15) numérique et fournisseur (colonnes 17-26) non blanc ;
      *une ligne encore à l'ancien format (stock sur deux chiffres,
      *blanc en colonne 13) est signalée à part pour migstock.cbl
       0500-CONTROLE-ARTICLE.

           IF F-LIGNE-AUDITE(11:2) NUMERIC
               AND F-LIGNE-AUDITE(13:1) = SPACE
               MOVE "stock à l'ancien format, lancer migstock"
                   TO WS-MOTIF
           ELSE
               IF F-LIGNE-AUDITE(11:5) NOT NUMERIC
                   MOVE "stock non numérique" TO WS-MOTIF
               ELSE
                   IF F-LIGNE-AUDITE(17:10) = SPACES
                       MOVE "fournisseur à blanc" TO WS-MOTIF
                   END-IF
               END-IF
           END-IF
       .
