      *différence) puis, après confirmation de l'opérateur, applique
      *les ajustements et journalise chaque changement dans
      *inventaire-journal.txt comme climaint.cbl journalise les
      *retouches clients. Chaque ligne comparée rejoint aussi
      *l'historique des comptages (historique-comptages.txt : date,
      *article, site, livre, compté), d'où cyclecompte.cbl tire la
      *date du dernier comptage et la justesse par classe ABC ; une
      *ligne de feuille restée sans quantité (article pas encore
      *compté) est écartée du rapport.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. comptage.
       AUTHOR. Thomas Baudrin.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-JOURNAL.

      *Alias de l'historique des comptages, complété à chaque ligne
      *comparée, que les ajustements soient appliqués ou non
       SELECT FICHIER-HISTO-COMPTAGES
           ASSIGN TO "historique-comptages.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-HISTO.

       DATA DIVISION.

       FILE SECTION.
       FD FICHIER-INVENTAIRE.
       01 F-INVENTAIRE.
           05 F-NOM                  PIC X(10).
           05 F-STOCK                PIC 9(5).
           05 FILLER                 PIC X.
           05 F-FOURNISSEUR          PIC X(10).
           05 FILLER                 PIC X.
           05 FILLER                 PIC X.
           05 F-CT-SITE              PIC X(3).
           05 FILLER                 PIC X.
           05 F-CT-QTE               PIC 9(5).

      *Définition du rapport d'écarts, une ligne de texte libre
       FD FICHIER-ECARTS.
       FD FICHIER-JOURNAL.
       01 F-LIGNE-JOURNAL            PIC X(80).

      *Définition de l'historique des comptages : date AAAAMMJJ,
      *article, site, stock livre, quantité comptée et résultat (E =
      *livre exact, X = écart)
       FD FICHIER-HISTO-COMPTAGES.
       01 F-HISTO-COMPTAGE.
           05 F-HC-DATE              PIC X(8).
           05 FILLER                 PIC X.
           05 F-HC-ARTICLE           PIC X(10).
           05 FILLER                 PIC X.
           05 F-HC-SITE              PIC X(3).
           05 FILLER                 PIC X.
           05 F-HC-LIVRE             PIC 9(5).
           05 FILLER                 PIC X.
           05 F-HC-COMPTE            PIC 9(5).
           05 FILLER                 PIC X.
           05 F-HC-RESULTAT          PIC X.

       WORKING-STORAGE SECTION.

      *Tableau de l'inventaire, même mécanique que reception.cbl,
      *enrichi de la quantité comptée, sur cinq chiffres comme le
      *stock
       01 WS-INVENTAIRE-TAB.
           05 WS-INVENTAIRE          OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-ARTICLES.
               10 WS-NOM             PIC X(10).
               10 WS-STOCK           PIC 9(5).
               10 WS-FOURNISSEUR     PIC X(10).
               10 WS-SITE            PIC X(3).
               10 WS-COMPTE          PIC X.
               10 WS-QTE-COMPTEE     PIC 9(5).

      *Nombre d'articles réellement lus dans l'inventaire
       77 WS-NB-ARTICLES             PIC 9(3)              VALUE 1.
       77 WS-STATUT-INVENTAIRE       PIC XX.
       77 WS-STATUT-COMPTAGE         PIC XX.
       77 WS-STATUT-JOURNAL          PIC XX.
       77 WS-STATUT-HISTO            PIC XX.

      *Compteurs du bilan : lignes de comptage lues, écarts relevés,
      *lignes rejetées (article inconnu ou ambigu), ajustements
      *appliqués
       77 WS-NB-LUES                 PIC 9(3)              VALUE 0.
       77 WS-NB-ECARTS               PIC 9(3)              VALUE 0.
       77 WS-NB-REJETEES             PIC 9(3)              VALUE 0.
       77 WS-NB-APPLIQUES            PIC 9(3)              VALUE 0.

      *Différence livre/compté de la ligne en cours et versions
      *éditées portées sur le rapport
       77 WS-DIFFERENCE              PIC S9(5)             VALUE 0.
       77 WS-DIFFERENCE-ED           PIC -(4)9.
       77 WS-STOCK-ED                PIC ZZZZ9.
       77 WS-COMPTE-ED               PIC ZZZZ9.

      *Réponse de confirmation avant application des ajustements
       77 WS-CONFIRME                PIC X                 VALUE "N".
           05 WS-VERROU-NOM       PIC X(20).
           05 WS-VERROU-RESULTAT  PIC X.

      *Mouvement passé au sous-programme commun du grand livre des
      *mouvements de stock (mvtstock.cbl)
       01 WS-MOUVEMENT.
           05 WS-MV-ARTICLE       PIC X(10).
           05 WS-MV-SITE          PIC X(3).
           05 WS-MV-TYPE          PIC X(3).
           05 WS-MV-SENS          PIC X.
           05 WS-MV-QTE           PIC 9(5).
           05 WS-MV-DOCUMENT      PIC X(20).
           05 WS-MV-SOLDE         PIC 9(5).
           05 WS-MV-RESULTAT      PIC X.


       PROCEDURE DIVISION.

       IF WS-VERROU-RESULTAT NOT = "O"
           DISPLAY "inventaire.txt verrouillé par un autre "
               "lancement, abandon"
           GOBACK
       END-IF.

      *Chargement de l'inventaire, comme reception.cbl
               WS-STATUT-INVENTAIRE "), comptage impossible"
           MOVE "L" TO WS-VERROU-ACTION
           CALL "verrou" USING WS-VERROU-COMMANDE
           GOBACK
       END-IF.

       MOVE 0 TO WS-NB-ARTICLES.
                           "lignes, comptage impossible"
                       MOVE "L" TO WS-VERROU-ACTION
                       CALL "verrou" USING WS-VERROU-COMMANDE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-NB-ARTICLES
                   MOVE F-NOM TO WS-NOM(WS-NB-ARTICLES)
               WS-STATUT-COMPTAGE "), rien à comparer"
           MOVE "L" TO WS-VERROU-ACTION
           CALL "verrou" USING WS-VERROU-COMMANDE
           GOBACK
       END-IF.

       OPEN OUTPUT FICHIER-ECARTS.
           IF WS-CONFIRME = "O" OR WS-CONFIRME = "o"
               PERFORM 0200-APPLIQUE-AJUSTEMENTS
               DISPLAY "Ajustements appliqués : " WS-NB-APPLIQUES
           ELSE
               DISPLAY "Ajustements abandonnés, inventaire.txt "
                   "laissé tel quel"
       MOVE "L" TO WS-VERROU-ACTION.
       CALL "verrou" USING WS-VERROU-COMMANDE.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis menugeneral.cbl comme sous-programme, sans
      *rien changer à son comportement lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************

                   END-STRING
                   WRITE F-LIGNE-ECART

      *Ligne de feuille sans quantité : l'article n'a pas encore
      *été compté, il n'y a rien à comparer
               WHEN F-CT-QTE NOT NUMERIC
                   ADD 1 TO WS-NB-REJETEES
                   MOVE SPACES TO F-LIGNE-ECART
                   STRING "REJETÉ  " F-CT-ARTICLE
                       " site " F-CT-SITE
                       " : quantité comptée non saisie"
                       INTO F-LIGNE-ECART
                   END-STRING
                   WRITE F-LIGNE-ECART

               WHEN OTHER
                   COMPUTE WS-DIFFERENCE = F-CT-QTE
                       - WS-STOCK(WS-INDEX-TROUVE)

                   PERFORM 9100-ECRIT-HISTORIQUE

                   IF WS-DIFFERENCE = 0
                       CONTINUE
                   ELSE
      ******************************************************************

      *Applique les ajustements confirmés : le stock de chaque article
      *compté devient la quantité comptée, l'inventaire est réécrit
      *et chaque changement est journalisé
       0200-APPLIQUE-AJUSTEMENTS.

           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   END-STRING
                   PERFORM 9000-ECRIT-JOURNAL

      *L'ajustement entre au grand livre pour l'écart seul, dans le
      *sens qui mène du livre au compté
                   COMPUTE WS-DIFFERENCE = WS-QTE-COMPTEE(WS-INDEX)
                       - WS-STOCK(WS-INDEX)
                   IF WS-DIFFERENCE < 0
                       MOVE "-" TO WS-MV-SENS
                   ELSE
                       MOVE "+" TO WS-MV-SENS
                   END-IF

                   MOVE WS-QTE-COMPTEE(WS-INDEX)
                       TO WS-STOCK(WS-INDEX)

                   MOVE WS-NOM(WS-INDEX) TO WS-MV-ARTICLE
                   MOVE WS-SITE(WS-INDEX) TO WS-MV-SITE
                   MOVE "CPT" TO WS-MV-TYPE
                   MOVE WS-DIFFERENCE TO WS-MV-QTE
                   MOVE "COMPTAGE" TO WS-MV-DOCUMENT
                   MOVE WS-STOCK(WS-INDEX) TO WS-MV-SOLDE
                   CALL "mvtstock" USING WS-MOUVEMENT

                   ADD 1 TO WS-NB-APPLIQUES


           CLOSE FICHIER-JOURNAL
       .

      ******************************************************************

      *Ajoute la ligne comparée à l'historique des comptages (créé à
      *son premier comptage) : E si le livre était exact, X sinon
       9100-ECRIT-HISTORIQUE.

           OPEN EXTEND FICHIER-HISTO-COMPTAGES

           IF WS-STATUT-HISTO = "35"
               OPEN OUTPUT FICHIER-HISTO-COMPTAGES
           END-IF

           MOVE SPACES TO F-HISTO-COMPTAGE
           MOVE FUNCTION CURRENT-DATE(1:8) TO F-HC-DATE
           MOVE WS-NOM(WS-INDEX-TROUVE) TO F-HC-ARTICLE
           MOVE WS-SITE(WS-INDEX-TROUVE) TO F-HC-SITE
           MOVE WS-STOCK(WS-INDEX-TROUVE) TO F-HC-LIVRE
           MOVE F-CT-QTE TO F-HC-COMPTE
           IF WS-DIFFERENCE = 0
               MOVE "E" TO F-HC-RESULTAT
           ELSE
               MOVE "X" TO F-HC-RESULTAT
           END-IF
           WRITE F-HISTO-COMPTAGE

           CLOSE FICHIER-HISTO-COMPTAGES
       .
