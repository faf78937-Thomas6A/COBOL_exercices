      *Utilitaire de migration, à lancer une seule fois : fait passer
      *la colonne stock de inventaire.txt de 2 à 5 chiffres, en
      *complétant chaque stock par trois zéros de tête (article sur
      *10 caractères, stock sur 5, puis fournisseur et site décalés
      *de trois colonnes). Une ligne déjà migrée (stock numérique sur
      *5 chiffres suivi d'un blanc) est laissée telle quelle, le
      *lancement est donc sans danger en cas de double exécution ;
      *une ligne qui n'est ni à l'ancien ni au nouveau format est
      *recopiée sans changement et comptée à part, pour être reprise
      *à la main. Le fichier est relu en mémoire sous le verrou
      *inventaire et n'est réécrit que s'il tient entier dans le
      *tampon. L'extraction inventaire-trie.txt, produite par
      *rupture.cbl à l'ancien format, est remise à vide : rupture.cbl
      *la régénère au nouveau format à son prochain passage.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. migstock.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier inventaire à migrer
       SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-INVENTAIRE.

      *Alias de l'extraction triée de rupture.cbl, simplement remise
      *à vide
       SELECT FICHIER-TRIE ASSIGN TO "inventaire-trie.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *Définition du fichier inventaire, lu comme une ligne brute pour
      *accepter les deux formats
       FD FICHIER-INVENTAIRE.
       01 F-LIGNE-INVENTAIRE  PIC X(80).

      *Définition de l'extraction triée
       FD FICHIER-TRIE.
       01 F-TRIE              PIC X(28).

       WORKING-STORAGE SECTION.

      *Tampon des lignes de inventaire.txt, migrées en mémoire avant
      *la réécriture
       01 WS-LIGNES-TAB.
           05 WS-LIGNE        OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-LIGNES PIC X(80).

      *Commande du sous-programme commun de verrouillage
      *(verrou.cbl), qui protège la réécriture de inventaire.txt
      *contre un lancement concurrent
       01 WS-VERROU-COMMANDE.
           05 WS-VERROU-ACTION    PIC X.
           05 WS-VERROU-NOM       PIC X(20).
           05 WS-VERROU-RESULTAT  PIC X.

      *Effectif du tampon et index de parcours
       77 WS-NB-LIGNES        PIC 9(3)              VALUE 1.
       77 WS-INDEX            PIC 9(3)              VALUE 1.
      *Statut du fichier inventaire
       77 WS-STATUT-INVENTAIRE PIC XX.
      *Indicateur de fin de fichier et réponse de confirmation
       77 WS-EOF              PIC X                 VALUE 'F'.
       77 WS-REPONSE          PIC X.
      *Compteurs du bilan : lignes migrées, déjà au bon format et
      *non reconnues, et indicateur de tampon dépassé (le fichier est
      *alors laissé tel quel plutôt que tronqué à la réécriture)
       77 WS-NB-MIGREES       PIC 9(3)              VALUE 0.
       77 WS-NB-DEJA-BON      PIC 9(3)              VALUE 0.
       77 WS-NB-INCONNUES     PIC 9(3)              VALUE 0.
       77 WS-TAMPON-DEPASSE   PIC X                 VALUE "N".

       PROCEDURE DIVISION.

       DISPLAY "Migration du stock de inventaire.txt de 2 à 5 "
           "chiffres".
       DISPLAY "Confirmer la migration ? (O/N)".
       ACCEPT WS-REPONSE.

       IF WS-REPONSE NOT = "O" AND WS-REPONSE NOT = "o"
           DISPLAY "Migration abandonnée"
           STOP RUN
       END-IF.

      *Prise du verrou inventaire avant de toucher au fichier : un
      *lancement concurrent patiente ou abandonne au lieu d'écraser
       MOVE "P" TO WS-VERROU-ACTION.
       MOVE "inventaire" TO WS-VERROU-NOM.
       CALL "verrou" USING WS-VERROU-COMMANDE.

       IF WS-VERROU-RESULTAT NOT = "O"
           DISPLAY "inventaire.txt verrouillé par un autre "
               "lancement, abandon"
           STOP RUN
       END-IF.

       OPEN INPUT FICHIER-INVENTAIRE.

       IF WS-STATUT-INVENTAIRE NOT = "00"
           DISPLAY "Fichier inventaire.txt introuvable (statut "
               WS-STATUT-INVENTAIRE "), migration impossible"
           MOVE "L" TO WS-VERROU-ACTION
           CALL "verrou" USING WS-VERROU-COMMANDE
           STOP RUN
       END-IF.

       MOVE 0 TO WS-NB-LIGNES.

       PERFORM UNTIL WS-EOF = 'T'

           READ FICHIER-INVENTAIRE

               AT END
                   MOVE 'T' TO WS-EOF

               NOT AT END
      *Un fichier plus grand que le tampon n'est pas réécrit du
      *tout : mieux vaut le laisser intact que le tronquer
                   IF WS-NB-LIGNES >= 999
                       MOVE "O" TO WS-TAMPON-DEPASSE
                       MOVE 'T' TO WS-EOF
                   ELSE
                       ADD 1 TO WS-NB-LIGNES
                       PERFORM 0100-MIGRE-LIGNE
                   END-IF

           END-READ

       END-PERFORM.

       CLOSE FICHIER-INVENTAIRE.

       IF WS-TAMPON-DEPASSE = "O"

           DISPLAY "inventaire.txt : plus de 999 lignes, au-delà du "
               "tampon — fichier laissé tel quel"

       ELSE

           OPEN OUTPUT FICHIER-INVENTAIRE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-LIGNES

               MOVE WS-LIGNE(WS-INDEX) TO F-LIGNE-INVENTAIRE
               WRITE F-LIGNE-INVENTAIRE

           END-PERFORM

           CLOSE FICHIER-INVENTAIRE

      *Remise à vide de l'extraction triée, son ancien format ne
      *devant pas être relu par valorisation.cbl
           OPEN OUTPUT FICHIER-TRIE
           CLOSE FICHIER-TRIE

           DISPLAY "inventaire.txt : " WS-NB-MIGREES
               " ligne(s) migrée(s), " WS-NB-DEJA-BON
               " déjà au bon format"

           IF WS-NB-INCONNUES > 0
               DISPLAY "inventaire.txt : " WS-NB-INCONNUES
                   " ligne(s) non reconnue(s), recopiée(s) telle(s)"
                   " quelle(s)"
           END-IF

           DISPLAY "Migration terminée, relancer rupture.cbl"

       END-IF.

      *Libération du verrou avant de rendre la main
       MOVE "L" TO WS-VERROU-ACTION.
       CALL "verrou" USING WS-VERROU-COMMANDE.

       STOP RUN.

      ******************************************************************

      *Migre la ligne lue vers le tampon : nouveau format (stock sur
      *5 chiffres, blanc en colonne 16) laissé tel quel ; ancien
      *format (stock sur 2 chiffres, blanc en colonne 13) complété de
      *trois zéros de tête devant le stock, ce qui décale fournisseur
      *et site de trois colonnes ; tout autre cas recopié et compté
       0100-MIGRE-LIGNE.

           EVALUATE TRUE

               WHEN F-LIGNE-INVENTAIRE(11:5) NUMERIC
                   AND F-LIGNE-INVENTAIRE(16:1) = SPACE
                   MOVE F-LIGNE-INVENTAIRE TO WS-LIGNE(WS-NB-LIGNES)
                   ADD 1 TO WS-NB-DEJA-BON

               WHEN F-LIGNE-INVENTAIRE(11:2) NUMERIC
                   AND F-LIGNE-INVENTAIRE(13:1) = SPACE
                   MOVE SPACES TO WS-LIGNE(WS-NB-LIGNES)
                   STRING F-LIGNE-INVENTAIRE(1:10)
                       "000"
                       F-LIGNE-INVENTAIRE(11:67)
                       INTO WS-LIGNE(WS-NB-LIGNES)
                   END-STRING
                   ADD 1 TO WS-NB-MIGREES

               WHEN OTHER
                   MOVE F-LIGNE-INVENTAIRE TO WS-LIGNE(WS-NB-LIGNES)
                   ADD 1 TO WS-NB-INCONNUES

           END-EVALUATE
       .
