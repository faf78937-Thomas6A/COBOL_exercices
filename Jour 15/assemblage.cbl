      *Programme d'assemblage des kits : les coffrets et packs du
      *catalogue sont décrits dans nomenclatures.txt (code produit du
      *kit, composant, quantité par kit). La fusion (command.cbl)
      *sert d'abord les kits déjà assemblés, rangés sous l'article
      *d'inventaire du produit kit au catalogue, avant d'éclater la
      *commande en composants. Ce programme lit les ordres
      *d'assemblage de assemblages.txt (code kit, site, nombre de
      *kits), vérifie que chaque composant est en stock sur le site
      *en quantité suffisante, puis déduit les composants et ajoute
      *les kits finis au stock d'inventaire.txt, tout ou rien par
      *ordre. Chaque article touché donne un mouvement ASM au grand
      *livre (mvtstock.cbl), sortie pour un composant et entrée pour
      *le kit ; une ligne d'inventaire est créée pour le kit fini
      *s'il n'était pas encore stocké sur le site. Le rapport daté
      *part dans assemblages-rapport.txt, comme celui de sorties.cbl.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. assemblage.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier inventaire, le même que sorties.cbl, relu
      *puis réécrit avec les stocks à jour
       SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-INVENTAIRE.

      *Alias du catalogue produits, pour l'article d'inventaire sous
      *lequel le kit fini est stocké
       SELECT FICHIER-PRODUITS ASSIGN TO "produits.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PRODUITS.

      *Alias des nomenclatures des kits, les mêmes que command.cbl
       SELECT FICHIER-NOMENCLATURES ASSIGN TO "nomenclatures.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-NOMENCL.

      *Alias des ordres d'assemblage : une ligne par kit à monter
      *avec le site et le nombre de kits
       SELECT FICHIER-ASSEMBLAGES ASSIGN TO "assemblages.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-ASSEMBLAGES.

      *Alias du rapport d'assemblage : appliqué / refusé, daté
       SELECT FICHIER-RAPPORT ASSIGN TO "assemblages-rapport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *Définition du fichier inventaire, même découpage que
      *sorties.cbl
       FD FICHIER-INVENTAIRE.
       01 F-INVENTAIRE.
           05 F-NOM                  PIC X(10).
           05 F-STOCK                PIC 9(5).
           05 FILLER                 PIC X.
           05 F-FOURNISSEUR          PIC X(10).
           05 FILLER                 PIC X.
           05 F-SITE                 PIC X(3).

      *Définition du catalogue produits, même découpage que
      *command.cbl
       FD FICHIER-PRODUITS.
       01 F-PRODUIT-CATALOGUE.
           05 F-CODE-CATALOGUE       PIC X(6).
           05 FILLER                 PIC X.
           05 F-LIBELLE-CATALOGUE    PIC X(20).
           05 FILLER                 PIC X.
           05 F-TAUX-CATALOGUE       PIC 9(4).
           05 FILLER                 PIC X.
           05 F-PRIX-CATALOGUE       PIC 9(4).
           05 FILLER                 PIC X.
           05 F-ARTICLE-CATALOGUE    PIC X(10).

      *Définition des nomenclatures, même découpage que command.cbl :
      *code produit du kit, composant et quantité par kit
       FD FICHIER-NOMENCLATURES.
       01 F-NOMENCLATURE.
           05 F-NO-KIT               PIC X(6).
           05 FILLER                 PIC X.
           05 F-NO-COMPOSANT         PIC X(10).
           05 FILLER                 PIC X.
           05 F-NO-QTE               PIC 9(3).

      *Définition des ordres d'assemblage : code produit du kit, site
      *d'assemblage et nombre de kits à monter
       FD FICHIER-ASSEMBLAGES.
       01 F-ASSEMBLAGE.
           05 F-AS-KIT               PIC X(6).
           05 FILLER                 PIC X.
           05 F-AS-SITE              PIC X(3).
           05 FILLER                 PIC X.
           05 F-AS-QTE               PIC 9(3).

      *Définition du rapport d'assemblage, une ligne de texte libre
       FD FICHIER-RAPPORT.
       01 F-LIGNE-RAPPORT            PIC X(80).

       WORKING-STORAGE SECTION.

      *Tableau de l'inventaire, même mécanique que sorties.cbl
       01 WS-INVENTAIRE-TAB.
           05 WS-INVENTAIRE          OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-ARTICLES.
               10 WS-NOM             PIC X(10).
               10 WS-STOCK           PIC 9(5).
               10 WS-FOURNISSEUR     PIC X(10).
               10 WS-SITE            PIC X(3).

      *Catalogue réduit au code produit et à son article d'inventaire
       01 WS-CATALOGUE-TAB.
           05 WS-PRODUIT-CAT         OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NB-PRODUITS.
               10 WS-CODE-CAT        PIC X(6).
               10 WS-ARTICLE-CAT     PIC X(10).

      *Nomenclatures des kits, chacune avec l'index de son composant
      *dans l'inventaire et son besoin pour l'ordre en cours
       01 WS-NOMENCL-TAB.
           05 WS-NOMENCL             OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NB-NOMENCL.
               10 WS-NO-KIT          PIC X(6).
               10 WS-NO-COMPOSANT    PIC X(10).
               10 WS-NO-QTE          PIC 9(3).
               10 WS-NO-INDEX        PIC 9(3).
               10 WS-NO-BESOIN       PIC 9(6).

      *Effectifs et index des tableaux
       77 WS-NB-ARTICLES             PIC 9(3)              VALUE 1.
       77 WS-INDEX                   PIC 9(3)              VALUE 1.
       77 WS-INDEX-TROUVE            PIC 9(3)              VALUE 0.
       77 WS-NB-PRODUITS             PIC 9(3)              VALUE 1.
       77 WS-INDEX-CAT               PIC 9(3)              VALUE 1.
       77 WS-CAT-TROUVE              PIC 9(3)              VALUE 0.
       77 WS-NB-NOMENCL              PIC 9(3)              VALUE 1.
       77 WS-INDEX-NOMENCL           PIC 9(3)              VALUE 1.
       77 WS-NB-COMPOSANTS-KIT       PIC 9(3)              VALUE 0.
      *Indicateur de fin de fichier
       77 WS-FIN-INVENTAIRE          PIC X                 VALUE 'F'.
      *Statuts des fichiers
       77 WS-STATUT-INVENTAIRE       PIC XX.
       77 WS-STATUT-PRODUITS         PIC XX.
       77 WS-STATUT-NOMENCL          PIC XX.
       77 WS-STATUT-ASSEMBLAGES      PIC XX.

      *Compteurs du bilan : ordres lus, appliqués et refusés, kits
      *montés
       77 WS-NB-LUS                  PIC 9(3)              VALUE 0.
       77 WS-NB-APPLIQUES            PIC 9(3)              VALUE 0.
       77 WS-NB-REFUSES              PIC 9(3)              VALUE 0.
       77 WS-NB-KITS                 PIC 9(5)              VALUE 0.

      *Article du kit fini, index de sa ligne d'inventaire sur le
      *site et motif de refus de l'ordre en cours
       77 WS-ARTICLE-KIT             PIC X(10).
       77 WS-INDEX-KIT               PIC 9(3)              VALUE 0.
       77 WS-REFUS                   PIC X(40)             VALUE SPACES.

      *Commande passée au sous-programme commun de verrouillage
      *(verrou.cbl), qui protège la réécriture de inventaire.txt
      *contre un lancement concurrent
       01 WS-VERROU-COMMANDE.
           05 WS-VERROU-ACTION    PIC X.
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
       77 WS-BESOIN-ED               PIC ZZZZ9.

       PROCEDURE DIVISION.

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

      *Chargement de l'inventaire, comme sorties.cbl ; le verrou est
      *relâché avant chaque abandon
       OPEN INPUT FICHIER-INVENTAIRE.

       IF WS-STATUT-INVENTAIRE NOT = "00"
           DISPLAY "Fichier inventaire.txt introuvable (statut "
               WS-STATUT-INVENTAIRE "), assemblage impossible"
           MOVE "L" TO WS-VERROU-ACTION
           CALL "verrou" USING WS-VERROU-COMMANDE
           STOP RUN
       END-IF.

       MOVE 0 TO WS-NB-ARTICLES.

       PERFORM UNTIL WS-FIN-INVENTAIRE = 'T'

           READ FICHIER-INVENTAIRE

               AT END
                   MOVE 'T' TO WS-FIN-INVENTAIRE

               NOT AT END
                   IF WS-NB-ARTICLES >= 999
                       DISPLAY "inventaire.txt au-delà de 999 "
                           "lignes, assemblage impossible"
                       MOVE "L" TO WS-VERROU-ACTION
                       CALL "verrou" USING WS-VERROU-COMMANDE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-NB-ARTICLES
                   MOVE F-NOM TO WS-NOM(WS-NB-ARTICLES)
                   MOVE FUNCTION NUMVAL(F-STOCK)
                       TO WS-STOCK(WS-NB-ARTICLES)
                   MOVE F-FOURNISSEUR
                       TO WS-FOURNISSEUR(WS-NB-ARTICLES)
                   MOVE F-SITE TO WS-SITE(WS-NB-ARTICLES)

           END-READ

       END-PERFORM.

       CLOSE FICHIER-INVENTAIRE.

       DISPLAY "Articles en inventaire : " WS-NB-ARTICLES.

      *Chargement du catalogue et des nomenclatures, sans lesquels
      *aucun kit ne peut être monté
       PERFORM 0100-CHARGE-CATALOGUE.
       PERFORM 0150-CHARGE-NOMENCLATURES.

       IF WS-NB-NOMENCL = 0
           DISPLAY "Aucune nomenclature (nomenclatures.txt), "
               "assemblage impossible"
           MOVE "L" TO WS-VERROU-ACTION
           CALL "verrou" USING WS-VERROU-COMMANDE
           STOP RUN
       END-IF.

      *Ouverture du rapport d'assemblage, daté en tête
       OPEN OUTPUT FICHIER-RAPPORT.

       MOVE SPACES TO F-LIGNE-RAPPORT.
       STRING "--- Assemblage des kits du " FUNCTION CURRENT-DATE(1:8)
           " ---"
           INTO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.

      *Lecture des ordres d'assemblage et application sur les stocks
       OPEN INPUT FICHIER-ASSEMBLAGES.

       IF WS-STATUT-ASSEMBLAGES NOT = "00"
           DISPLAY "Fichier assemblages.txt introuvable (statut "
               WS-STATUT-ASSEMBLAGES "), rien à assembler"
       ELSE

           PERFORM UNTIL WS-STATUT-ASSEMBLAGES NOT = "00"

               READ FICHIER-ASSEMBLAGES

                   AT END
                       MOVE "10" TO WS-STATUT-ASSEMBLAGES

                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM 0200-APPLIQUE-ASSEMBLAGE

               END-READ

           END-PERFORM

           CLOSE FICHIER-ASSEMBLAGES

       END-IF.

      *Réécriture de l'inventaire avec les stocks à jour
       OPEN OUTPUT FICHIER-INVENTAIRE.

       PERFORM VARYING WS-INDEX FROM 1 BY 1
           UNTIL WS-INDEX > WS-NB-ARTICLES

           MOVE SPACES TO F-INVENTAIRE
           MOVE WS-NOM(WS-INDEX) TO F-NOM
           MOVE WS-STOCK(WS-INDEX) TO F-STOCK
           MOVE WS-FOURNISSEUR(WS-INDEX) TO F-FOURNISSEUR
           MOVE WS-SITE(WS-INDEX) TO F-SITE
           WRITE F-INVENTAIRE

       END-PERFORM.

       CLOSE FICHIER-INVENTAIRE.

      *Ligne de bilan en fin de rapport, puis fermeture
       MOVE SPACES TO F-LIGNE-RAPPORT.
       STRING "Bilan : " WS-NB-LUS " ordre(s), "
           WS-NB-APPLIQUES " appliqué(s), "
           WS-NB-REFUSES " refusé(s), "
           WS-NB-KITS " kit(s) monté(s)"
           INTO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.

       CLOSE FICHIER-RAPPORT.

      *Total de contrôle affiché, identique au bilan du rapport
       DISPLAY "Ordres d'assemblage lus : " WS-NB-LUS
       DISPLAY "Ordres appliqués : " WS-NB-APPLIQUES
       DISPLAY "Ordres refusés : " WS-NB-REFUSES
       DISPLAY "Kits montés : " WS-NB-KITS.

      *Libération du verrou avant de rendre la main
       MOVE "L" TO WS-VERROU-ACTION.
       CALL "verrou" USING WS-VERROU-COMMANDE.

       STOP RUN.

      ******************************************************************

      *Charge du catalogue le code produit et l'article d'inventaire
      *de chaque produit ; un catalogue absent laisse le tableau vide
      *et tous les ordres seront refusés
       0100-CHARGE-CATALOGUE.

           MOVE 0 TO WS-NB-PRODUITS

           OPEN INPUT FICHIER-PRODUITS

           IF WS-STATUT-PRODUITS NOT = "00"
               DISPLAY "Fichier produits.txt introuvable (statut "
                   WS-STATUT-PRODUITS ")"
           ELSE

               PERFORM UNTIL WS-STATUT-PRODUITS NOT = "00"
                   READ FICHIER-PRODUITS
                       AT END
                           MOVE "10" TO WS-STATUT-PRODUITS
                       NOT AT END
                           IF WS-NB-PRODUITS < 500
                               ADD 1 TO WS-NB-PRODUITS
                               MOVE F-CODE-CATALOGUE
                                   TO WS-CODE-CAT(WS-NB-PRODUITS)
                               MOVE F-ARTICLE-CATALOGUE
                                   TO WS-ARTICLE-CAT(WS-NB-PRODUITS)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-PRODUITS

           END-IF
       .

      ******************************************************************

      *Charge les nomenclatures des kits ; une ligne sans quantité
      *numérique ou au-delà du tableau est ignorée
       0150-CHARGE-NOMENCLATURES.

           MOVE 0 TO WS-NB-NOMENCL

           OPEN INPUT FICHIER-NOMENCLATURES

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
                               MOVE F-NO-KIT
                                   TO WS-NO-KIT(WS-NB-NOMENCL)
                               MOVE F-NO-COMPOSANT
                                   TO WS-NO-COMPOSANT(WS-NB-NOMENCL)
                               MOVE F-NO-QTE
                                   TO WS-NO-QTE(WS-NB-NOMENCL)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-NOMENCLATURES

           END-IF
       .

      ******************************************************************

      *Applique l'ordre d'assemblage courant : le kit doit avoir une
      *nomenclature et un article d'inventaire au catalogue, chaque
      *composant doit être stocké sur le site en quantité suffisante
      *(nombre de kits fois quantité par kit) ; au premier manque
      *l'ordre entier est refusé, sinon les composants sont déduits
      *et les kits finis ajoutés
       0200-APPLIQUE-ASSEMBLAGE.

           MOVE SPACES TO WS-REFUS
           MOVE SPACES TO WS-ARTICLE-KIT
           MOVE 0 TO WS-NB-COMPOSANTS-KIT

           MOVE 0 TO WS-CAT-TROUVE
           PERFORM VARYING WS-INDEX-CAT FROM 1 BY 1
               UNTIL WS-INDEX-CAT > WS-NB-PRODUITS
               IF WS-CODE-CAT(WS-INDEX-CAT) = F-AS-KIT
                   MOVE WS-INDEX-CAT TO WS-CAT-TROUVE
               END-IF
           END-PERFORM

           IF WS-CAT-TROUVE NOT = 0
               MOVE WS-ARTICLE-CAT(WS-CAT-TROUVE) TO WS-ARTICLE-KIT
           END-IF

           EVALUATE TRUE
               WHEN F-AS-QTE NOT NUMERIC OR F-AS-QTE = 0
                   MOVE "nombre de kits non saisi" TO WS-REFUS
               WHEN F-AS-SITE = SPACES
                   MOVE "site d'assemblage non saisi" TO WS-REFUS
               WHEN WS-CAT-TROUVE = 0
                   MOVE "code produit inconnu du catalogue"
                       TO WS-REFUS
               WHEN WS-ARTICLE-KIT = SPACES
                   MOVE "kit sans article au catalogue"
                       TO WS-REFUS
           END-EVALUATE

           IF WS-REFUS = SPACES
               PERFORM 0300-CONTROLE-COMPOSANTS
           END-IF

           IF WS-REFUS = SPACES
               PERFORM 0400-CHERCHE-KIT-FINI
           END-IF

           IF WS-REFUS NOT = SPACES

               ADD 1 TO WS-NB-REFUSES
               MOVE SPACES TO F-LIGNE-RAPPORT
               STRING "REFUSÉ   kit " F-AS-KIT
                   " site " F-AS-SITE
                   " qté " F-AS-QTE
                   " : " WS-REFUS
                   INTO F-LIGNE-RAPPORT
               END-STRING
               WRITE F-LIGNE-RAPPORT

           ELSE

               ADD 1 TO WS-NB-APPLIQUES
               ADD F-AS-QTE TO WS-NB-KITS

               PERFORM VARYING WS-INDEX-NOMENCL FROM 1 BY 1
                   UNTIL WS-INDEX-NOMENCL > WS-NB-NOMENCL
                   IF WS-NO-KIT(WS-INDEX-NOMENCL) = F-AS-KIT
                       PERFORM 0500-CONSOMME-COMPOSANT
                   END-IF
               END-PERFORM

               PERFORM 0600-AJOUTE-KIT-FINI

           END-IF
       .

      ******************************************************************

      *Contrôle chaque composant du kit sur le site de l'ordre et note
      *son index et son besoin ; remplit WS-REFUS au premier manque
       0300-CONTROLE-COMPOSANTS.

           PERFORM VARYING WS-INDEX-NOMENCL FROM 1 BY 1
               UNTIL WS-INDEX-NOMENCL > WS-NB-NOMENCL

               IF WS-NO-KIT(WS-INDEX-NOMENCL) = F-AS-KIT
                   AND WS-REFUS = SPACES

                   ADD 1 TO WS-NB-COMPOSANTS-KIT
                   COMPUTE WS-NO-BESOIN(WS-INDEX-NOMENCL) =
                       F-AS-QTE * WS-NO-QTE(WS-INDEX-NOMENCL)

                   MOVE 0 TO WS-INDEX-TROUVE
                   PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-NB-ARTICLES
                       IF WS-NOM(WS-INDEX)
                           = WS-NO-COMPOSANT(WS-INDEX-NOMENCL)
                           AND WS-SITE(WS-INDEX) = F-AS-SITE
                           MOVE WS-INDEX TO WS-INDEX-TROUVE
                       END-IF
                   END-PERFORM

                   EVALUATE TRUE
                       WHEN WS-INDEX-TROUVE = 0
                           STRING "composant "
                               WS-NO-COMPOSANT(WS-INDEX-NOMENCL)
                               " absent du site"
                               INTO WS-REFUS
                           END-STRING
                       WHEN WS-NO-BESOIN(WS-INDEX-NOMENCL)
                           > WS-STOCK(WS-INDEX-TROUVE)
                           STRING "composant "
                               WS-NO-COMPOSANT(WS-INDEX-NOMENCL)
                               " insuffisant"
                               INTO WS-REFUS
                           END-STRING
                       WHEN OTHER
                           MOVE WS-INDEX-TROUVE
                               TO WS-NO-INDEX(WS-INDEX-NOMENCL)
                   END-EVALUATE

               END-IF

           END-PERFORM

           IF WS-REFUS = SPACES AND WS-NB-COMPOSANTS-KIT = 0
               MOVE "kit sans nomenclature" TO WS-REFUS
           END-IF
       .

      ******************************************************************

      *Retrouve la ligne d'inventaire du kit fini sur le site ; sans
      *ligne, une place est réservée pour la créer, refus si
      *l'inventaire est plein ou si le stock du kit débordait
       0400-CHERCHE-KIT-FINI.

           MOVE 0 TO WS-INDEX-KIT

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ARTICLES
               IF WS-NOM(WS-INDEX) = WS-ARTICLE-KIT
                   AND WS-SITE(WS-INDEX) = F-AS-SITE
                   MOVE WS-INDEX TO WS-INDEX-KIT
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-INDEX-KIT = 0 AND WS-NB-ARTICLES >= 999
                   MOVE "inventaire plein, kit fini non créé"
                       TO WS-REFUS
               WHEN WS-INDEX-KIT NOT = 0
                   AND WS-STOCK(WS-INDEX-KIT) + F-AS-QTE > 99999
                   MOVE "stock du kit fini au-delà de 99999"
                       TO WS-REFUS
           END-EVALUATE
       .

      ******************************************************************

      *Déduit le composant WS-INDEX-NOMENCL de son stock sur le site,
      *consigne le mouvement ASM sortant et l'écrit au rapport
       0500-CONSOMME-COMPOSANT.

           MOVE WS-NO-INDEX(WS-INDEX-NOMENCL) TO WS-INDEX-TROUVE
           MOVE WS-STOCK(WS-INDEX-TROUVE) TO WS-STOCK-AVANT

           SUBTRACT WS-NO-BESOIN(WS-INDEX-NOMENCL)
               FROM WS-STOCK(WS-INDEX-TROUVE)

           MOVE WS-NOM(WS-INDEX-TROUVE) TO WS-MV-ARTICLE
           MOVE "-" TO WS-MV-SENS
           MOVE WS-NO-BESOIN(WS-INDEX-NOMENCL) TO WS-MV-QTE
           PERFORM 0700-ECRIT-MOUVEMENT

           MOVE WS-NO-BESOIN(WS-INDEX-NOMENCL) TO WS-BESOIN-ED
           MOVE WS-STOCK-AVANT TO WS-STOCK-AVANT-ED
           MOVE WS-STOCK(WS-INDEX-TROUVE) TO WS-STOCK-APRES-ED

           MOVE SPACES TO F-LIGNE-RAPPORT
           STRING "  composant " WS-NOM(WS-INDEX-TROUVE)
               " qté " WS-BESOIN-ED
               " stock " WS-STOCK-AVANT-ED
               " -> " WS-STOCK-APRES-ED
               INTO F-LIGNE-RAPPORT
           END-STRING
           WRITE F-LIGNE-RAPPORT
       .

      ******************************************************************

      *Ajoute les kits montés au stock du kit fini sur le site, en
      *créant sa ligne d'inventaire (fournisseur INTERNE) au premier
      *assemblage, consigne le mouvement ASM entrant et l'écrit au
      *rapport
       0600-AJOUTE-KIT-FINI.

           IF WS-INDEX-KIT = 0
               ADD 1 TO WS-NB-ARTICLES
               MOVE WS-NB-ARTICLES TO WS-INDEX-KIT
               MOVE WS-ARTICLE-KIT TO WS-NOM(WS-INDEX-KIT)
               MOVE 0 TO WS-STOCK(WS-INDEX-KIT)
               MOVE "INTERNE" TO WS-FOURNISSEUR(WS-INDEX-KIT)
               MOVE F-AS-SITE TO WS-SITE(WS-INDEX-KIT)
           END-IF

           MOVE WS-STOCK(WS-INDEX-KIT) TO WS-STOCK-AVANT
           ADD F-AS-QTE TO WS-STOCK(WS-INDEX-KIT)

           MOVE WS-INDEX-KIT TO WS-INDEX-TROUVE
           MOVE WS-ARTICLE-KIT TO WS-MV-ARTICLE
           MOVE "+" TO WS-MV-SENS
           MOVE F-AS-QTE TO WS-MV-QTE
           PERFORM 0700-ECRIT-MOUVEMENT

           MOVE F-AS-QTE TO WS-QTE-ED
           MOVE WS-STOCK-AVANT TO WS-STOCK-AVANT-ED
           MOVE WS-STOCK(WS-INDEX-KIT) TO WS-STOCK-APRES-ED

           MOVE SPACES TO F-LIGNE-RAPPORT
           STRING "APPLIQUÉ kit " F-AS-KIT
               " site " F-AS-SITE
               " : " WS-QTE-ED " x " WS-ARTICLE-KIT
               " stock " WS-STOCK-AVANT-ED
               " -> " WS-STOCK-APRES-ED
               INTO F-LIGNE-RAPPORT
           END-STRING
           WRITE F-LIGNE-RAPPORT
       .

      ******************************************************************

      *Consigne au grand livre le mouvement ASM de la ligne
      *WS-INDEX-TROUVE (article et sens posés par l'appelant)
       0700-ECRIT-MOUVEMENT.

           MOVE F-AS-SITE TO WS-MV-SITE
           MOVE "ASM" TO WS-MV-TYPE
           MOVE SPACES TO WS-MV-DOCUMENT
           STRING "ASSEMBLAGE " F-AS-KIT
               INTO WS-MV-DOCUMENT
           END-STRING
           MOVE WS-STOCK(WS-INDEX-TROUVE) TO WS-MV-SOLDE
           CALL "mvtstock" USING WS-MOUVEMENT
       .
