      *toute sortie qui rendrait F-STOCK négatif, et écrit un rapport
      *daté ventilé par code motif. Avec les deux sens couverts,
      *inventaire.txt n'a plus besoin d'éditeur de texte.
      *Une sortie qui porte le code produit d'un kit décrit dans
      *nomenclatures.txt (et non un article d'inventaire) est éclatée
      *en ses composants, sortis ensemble ou pas du tout.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sorties.
       AUTHOR. Thomas Baudrin.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-SORTIES.

      *Alias des nomenclatures des kits, les mêmes que command.cbl ;
      *absent, aucune sortie n'est éclatée
       SELECT FICHIER-NOMENCLATURES ASSIGN TO "nomenclatures.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-NOMENCL.

      *Alias du rapport des sorties : appliqué / refusé, daté, avec la
      *ventilation par code motif en fin
       SELECT FICHIER-RAPPORT ASSIGN TO "sorties-rapport.txt"
       FD FICHIER-INVENTAIRE.
       01 F-INVENTAIRE.
           05 F-NOM                  PIC X(10).
           05 F-STOCK                PIC 9(5).
           05 FILLER                 PIC X.
           05 F-FOURNISSEUR          PIC X(10).
           05 FILLER                 PIC X.
           05 FILLER                 PIC X.
           05 F-SO-MOTIF             PIC X(3).

      *Définition des nomenclatures, même découpage que command.cbl :
      *code produit du kit, composant et quantité par kit
       FD FICHIER-NOMENCLATURES.
       01 F-NOMENCLATURE.
           05 F-NO-KIT               PIC X(6).
           05 FILLER                 PIC X.
           05 F-NO-COMPOSANT         PIC X(10).
           05 FILLER                 PIC X.
           05 F-NO-QTE               PIC 9(3).

      *Définition du rapport des sorties, une ligne de texte libre
       FD FICHIER-RAPPORT.
       01 F-LIGNE-RAPPORT            PIC X(80).
           05 WS-INVENTAIRE          OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-ARTICLES.
               10 WS-NOM             PIC X(10).
               10 WS-STOCK           PIC 9(5).
               10 WS-FOURNISSEUR     PIC X(10).
               10 WS-SITE            PIC X(3).

               10 WS-MOTIF-QTE       PIC 9(5).
               10 WS-MOTIF-NB        PIC 9(3).

      *Nomenclatures des kits, chacune avec l'index de son composant
      *dans l'inventaire et son besoin pour la sortie en cours
       01 WS-NOMENCL-TAB.
           05 WS-NOMENCL             OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NB-NOMENCL.
               10 WS-NO-KIT          PIC X(6).
               10 WS-NO-COMPOSANT    PIC X(10).
               10 WS-NO-QTE          PIC 9(3).
               10 WS-NO-INDEX        PIC 9(3).
               10 WS-NO-BESOIN       PIC 9(6).

      *Nombre d'articles réellement lus dans l'inventaire
       77 WS-NB-ARTICLES             PIC 9(3)              VALUE 1.
      *Index du tableau inventaire
      *Statuts des fichiers
       77 WS-STATUT-INVENTAIRE       PIC XX.
       77 WS-STATUT-SORTIES          PIC XX.
       77 WS-STATUT-NOMENCL          PIC XX.
      *Effectif et index des nomenclatures, composants du kit de la
      *sortie en cours et motif de refus de son éclatement
       77 WS-NB-NOMENCL              PIC 9(3)              VALUE 1.
       77 WS-INDEX-NOMENCL           PIC 9(3)              VALUE 1.
       77 WS-NB-COMPOSANTS-KIT       PIC 9(3)              VALUE 0.
       77 WS-REFUS-KIT               PIC X(40)             VALUE SPACES.

      *Compteurs du bilan : sorties lues, appliquées et refusées
      *(article inconnu, site ambigu ou stock insuffisant)
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

      *Stock avant application, pour le rapport
       77 WS-STOCK-AVANT             PIC 9(5)              VALUE 0.
      *Versions éditées des quantités portées sur le rapport
       77 WS-STOCK-AVANT-ED          PIC ZZZZ9.
       77 WS-STOCK-APRES-ED          PIC ZZZZ9.
       77 WS-QTE-ED                  PIC ZZ9.
       77 WS-QTE-MOTIF-ED            PIC ZZZZ9.

       IF WS-VERROU-RESULTAT NOT = "O"
           DISPLAY "inventaire.txt verrouillé par un autre "
               "lancement, abandon"
           GOBACK
       END-IF.

      *Chargement de l'inventaire, comme reception.cbl
               WS-STATUT-INVENTAIRE "), sorties impossibles"
           MOVE "L" TO WS-VERROU-ACTION
           CALL "verrou" USING WS-VERROU-COMMANDE
           GOBACK
       END-IF.

       MOVE 0 TO WS-NB-ARTICLES.
                           "lignes, sorties impossibles"
                       MOVE "L" TO WS-VERROU-ACTION
                       CALL "verrou" USING WS-VERROU-COMMANDE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-NB-ARTICLES
                   MOVE F-NOM TO WS-NOM(WS-NB-ARTICLES)

       DISPLAY "Articles en inventaire : " WS-NB-ARTICLES.

      *Chargement des nomenclatures des kits, facultatives
       MOVE 0 TO WS-NB-NOMENCL.

       OPEN INPUT FICHIER-NOMENCLATURES.

       IF WS-STATUT-NOMENCL = "00"

           PERFORM UNTIL WS-STATUT-NOMENCL NOT = "00"
               READ FICHIER-NOMENCLATURES
                   AT END
                       MOVE "10" TO WS-STATUT-NOMENCL
                   NOT AT END
                       IF F-NO-QTE NUMERIC AND F-NO-QTE > 0
                           AND F-NO-COMPOSANT NOT = SPACES
                           AND WS-NB-NOMENCL < 500
                           ADD 1 TO WS-NB-NOMENCL
                           MOVE F-NO-KIT TO WS-NO-KIT(WS-NB-NOMENCL)
                           MOVE F-NO-COMPOSANT
                               TO WS-NO-COMPOSANT(WS-NB-NOMENCL)
                           MOVE F-NO-QTE TO WS-NO-QTE(WS-NB-NOMENCL)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FICHIER-NOMENCLATURES

       END-IF.

      *Ouverture du rapport des sorties, daté en tête
       OPEN OUTPUT FICHIER-RAPPORT.

       MOVE "L" TO WS-VERROU-ACTION.
       CALL "verrou" USING WS-VERROU-COMMANDE.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis menugeneral.cbl comme sous-programme, sans
      *rien changer à son comportement lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************


           END-PERFORM

      *Un code absent de l'inventaire peut être celui d'un kit
           MOVE 0 TO WS-NB-COMPOSANTS-KIT

           IF WS-NB-CORRESPONDANTS = 0 AND F-SO-ARTICLE(7:4) = SPACES
               PERFORM VARYING WS-INDEX-NOMENCL FROM 1 BY 1
                   UNTIL WS-INDEX-NOMENCL > WS-NB-NOMENCL
                   IF WS-NO-KIT(WS-INDEX-NOMENCL) = F-SO-ARTICLE(1:6)
                       ADD 1 TO WS-NB-COMPOSANTS-KIT
                   END-IF
               END-PERFORM
           END-IF

           EVALUATE TRUE

               WHEN WS-NB-COMPOSANTS-KIT > 0
                   PERFORM 0300-SORTIE-KIT

               WHEN WS-NB-CORRESPONDANTS > 1
                   ADD 1 TO WS-NB-REFUSEES
                   MOVE SPACES TO F-LIGNE-RAPPORT
                   ADD 1 TO WS-NB-APPLIQUEES
                   PERFORM 0200-CUMULE-MOTIF

                   MOVE WS-NOM(WS-INDEX-TROUVE) TO WS-MV-ARTICLE
                   MOVE WS-SITE(WS-INDEX-TROUVE) TO WS-MV-SITE
                   MOVE "SOR" TO WS-MV-TYPE
                   MOVE "-" TO WS-MV-SENS
                   MOVE F-SO-QTE TO WS-MV-QTE
                   MOVE SPACES TO WS-MV-DOCUMENT
                   STRING "MOTIF " F-SO-MOTIF
                       INTO WS-MV-DOCUMENT
                   END-STRING
                   MOVE WS-STOCK(WS-INDEX-TROUVE) TO WS-MV-SOLDE
                   CALL "mvtstock" USING WS-MOUVEMENT

                   MOVE WS-STOCK-AVANT TO WS-STOCK-AVANT-ED
                   MOVE WS-STOCK(WS-INDEX-TROUVE)
                       TO WS-STOCK-APRES-ED
               ADD 1 TO WS-MOTIF-NB(WS-MOTIF-TROUVE)
           END-IF
       .

      ******************************************************************

      *Sort un kit par ses composants : chaque composant est retrouvé
      *au site de la sortie (ou seul de son nom, site à blanc) et doit
      *couvrir la quantité de kits fois sa quantité par kit ; au
      *premier composant manquant ou insuffisant, la sortie entière
      *est refusée, sinon tous sont déduits ensemble, chacun avec son
      *mouvement SOR et sa ligne au rapport
       0300-SORTIE-KIT.

           MOVE SPACES TO WS-REFUS-KIT

           PERFORM VARYING WS-INDEX-NOMENCL FROM 1 BY 1
               UNTIL WS-INDEX-NOMENCL > WS-NB-NOMENCL

               IF WS-NO-KIT(WS-INDEX-NOMENCL) = F-SO-ARTICLE(1:6)
                   AND WS-REFUS-KIT = SPACES

                   PERFORM 0310-CHERCHE-COMPOSANT
                   COMPUTE WS-NO-BESOIN(WS-INDEX-NOMENCL) =
                       F-SO-QTE * WS-NO-QTE(WS-INDEX-NOMENCL)

                   EVALUATE TRUE
                       WHEN WS-NB-CORRESPONDANTS > 1
                           STRING "composant "
                               WS-NO-COMPOSANT(WS-INDEX-NOMENCL)
                               " sur plusieurs sites"
                               INTO WS-REFUS-KIT
                           END-STRING
                       WHEN WS-INDEX-TROUVE = 0
                           STRING "composant "
                               WS-NO-COMPOSANT(WS-INDEX-NOMENCL)
                               " inconnu"
                               INTO WS-REFUS-KIT
                           END-STRING
                       WHEN WS-NO-BESOIN(WS-INDEX-NOMENCL)
                           > WS-STOCK(WS-INDEX-TROUVE)
                           STRING "composant "
                               WS-NO-COMPOSANT(WS-INDEX-NOMENCL)
                               " insuffisant"
                               INTO WS-REFUS-KIT
                           END-STRING
                       WHEN OTHER
                           MOVE WS-INDEX-TROUVE
                               TO WS-NO-INDEX(WS-INDEX-NOMENCL)
                   END-EVALUATE

               END-IF

           END-PERFORM

           IF WS-REFUS-KIT NOT = SPACES

               ADD 1 TO WS-NB-REFUSEES
               MOVE SPACES TO F-LIGNE-RAPPORT
               STRING "REFUSÉ   kit " F-SO-ARTICLE(1:6)
                   " qté " F-SO-QTE
                   " motif " F-SO-MOTIF
                   " : " WS-REFUS-KIT
                   INTO F-LIGNE-RAPPORT
               END-STRING
               WRITE F-LIGNE-RAPPORT

           ELSE

               ADD 1 TO WS-NB-APPLIQUEES
               PERFORM 0200-CUMULE-MOTIF

               MOVE F-SO-QTE TO WS-QTE-ED
               MOVE SPACES TO F-LIGNE-RAPPORT
               STRING "APPLIQUÉ kit " F-SO-ARTICLE(1:6)
                   " qté " WS-QTE-ED
                   " motif " F-SO-MOTIF
                   " éclaté en composants :"
                   INTO F-LIGNE-RAPPORT
               END-STRING
               WRITE F-LIGNE-RAPPORT

               PERFORM VARYING WS-INDEX-NOMENCL FROM 1 BY 1
                   UNTIL WS-INDEX-NOMENCL > WS-NB-NOMENCL
                   IF WS-NO-KIT(WS-INDEX-NOMENCL) = F-SO-ARTICLE(1:6)
                       PERFORM 0320-SORT-COMPOSANT
                   END-IF
               END-PERFORM

           END-IF
       .

      ******************************************************************

      *Cherche le composant WS-INDEX-NOMENCL dans l'inventaire, avec
      *la même règle de site que la sortie elle-même
       0310-CHERCHE-COMPOSANT.

           MOVE 0 TO WS-INDEX-TROUVE
           MOVE 0 TO WS-NB-CORRESPONDANTS

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ARTICLES

               IF WS-NOM(WS-INDEX) = WS-NO-COMPOSANT(WS-INDEX-NOMENCL)
                   IF F-SO-SITE = SPACES
                       OR WS-SITE(WS-INDEX) = F-SO-SITE
                       ADD 1 TO WS-NB-CORRESPONDANTS
                       MOVE WS-INDEX TO WS-INDEX-TROUVE
                   END-IF
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Déduit le composant WS-INDEX-NOMENCL de son stock, consigne le
      *mouvement SOR au grand livre et l'écrit au rapport sous le kit
       0320-SORT-COMPOSANT.

           MOVE WS-NO-INDEX(WS-INDEX-NOMENCL) TO WS-INDEX-TROUVE
           MOVE WS-STOCK(WS-INDEX-TROUVE) TO WS-STOCK-AVANT

           SUBTRACT WS-NO-BESOIN(WS-INDEX-NOMENCL)
               FROM WS-STOCK(WS-INDEX-TROUVE)

           MOVE WS-NOM(WS-INDEX-TROUVE) TO WS-MV-ARTICLE
           MOVE WS-SITE(WS-INDEX-TROUVE) TO WS-MV-SITE
           MOVE "SOR" TO WS-MV-TYPE
           MOVE "-" TO WS-MV-SENS
           MOVE WS-NO-BESOIN(WS-INDEX-NOMENCL) TO WS-MV-QTE
           MOVE SPACES TO WS-MV-DOCUMENT
           STRING "MOTIF " F-SO-MOTIF " KIT " F-SO-ARTICLE(1:6)
               INTO WS-MV-DOCUMENT
           END-STRING
           MOVE WS-STOCK(WS-INDEX-TROUVE) TO WS-MV-SOLDE
           CALL "mvtstock" USING WS-MOUVEMENT

           MOVE WS-STOCK-AVANT TO WS-STOCK-AVANT-ED
           MOVE WS-STOCK(WS-INDEX-TROUVE) TO WS-STOCK-APRES-ED
           MOVE WS-NO-BESOIN(WS-INDEX-NOMENCL) TO WS-QTE-MOTIF-ED

           MOVE SPACES TO F-LIGNE-RAPPORT
           STRING "  composant " WS-NOM(WS-INDEX-TROUVE)
               " " WS-SITE(WS-INDEX-TROUVE)
               " qté " WS-QTE-MOTIF-ED
               " stock " WS-STOCK-AVANT-ED
               " -> " WS-STOCK-APRES-ED
               INTO F-LIGNE-RAPPORT
           END-STRING
           WRITE F-LIGNE-RAPPORT
       .
