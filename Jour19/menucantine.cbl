      *Besoins de la cantine pour la semaine : cantine.cbl sait
      *combien d'enfants mangent chaque jour mais pas ce qu'ils
      *mangent, et la cuisinière commandait au jugé. Comme pizza.cbl
      *multiplie les ingrédients d'une recette par le nombre de
      *parts, ce programme multiplie les recettes de recettes.txt
      *(plat, ingrédient, quantité par convive) servies selon le menu
      *de la semaine menus-semaine.txt (jour 1 à 5, plat) par
      *l'effectif prévu de chaque jour, compté dans
      *cantine-inscrits.txt. Il écrit dans besoins-cantine.txt le
      *besoin de la semaine par fournisseur (celui de l'article dans
      *inventaire.txt) puis les manquants contre le stock du site de
      *la cantine (SITE xxx dans cantine-config.txt, CAN par défaut).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. menucantine.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias des inscriptions à la cantine tenues par cantine.cbl
       SELECT FICHIER-INSCRITS ASSIGN TO "cantine-inscrits.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-INSCRITS.

      *Alias des recettes : une ligne par ingrédient d'un plat
       SELECT FICHIER-RECETTES ASSIGN TO "recettes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-RECETTES.

      *Alias du menu de la semaine : une ligne par plat servi
       SELECT FICHIER-MENU ASSIGN TO "menus-semaine.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-MENU.

      *Alias du fichier inventaire, le même que sorties.cbl et
      *reception.cbl, lu seulement
       SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-INVENTAIRE.

      *Alias de la configuration de la cantine, la même que
      *cantine.cbl : SITE xxx (site de stock de la cantine)
       SELECT FICHIER-CONFIG ASSIGN TO "cantine-config.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CONFIG.

      *Alias des besoins de la semaine remis à la cuisine
       SELECT FICHIER-BESOINS ASSIGN TO "besoins-cantine.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *Définition des inscriptions, même découpage que cantine.cbl
       FD FICHIER-INSCRITS.
       01 F-INSCRIT-CANTINE.
           05 F-CA-ID-ELEVE       PIC 9(5).
           05 FILLER              PIC X.
           05 F-CA-JOURS          PIC X(5).

      *Définition des recettes : plat, ingrédient (nom de l'article
      *dans inventaire.txt) et quantité par convive, dans l'unité de
      *stock de l'article, avec trois décimales (000120 = 0,120)
       FD FICHIER-RECETTES.
       01 F-RECETTE.
           05 F-RE-PLAT           PIC X(15).
           05 FILLER              PIC X.
           05 F-RE-INGREDIENT     PIC X(10).
           05 FILLER              PIC X.
           05 F-RE-QTE            PIC 9(3)V999.

      *Définition du menu : jour de la semaine (1 = lundi ... 5 =
      *vendredi) et plat servi, plusieurs plats par jour possibles
       FD FICHIER-MENU.
       01 F-MENU.
           05 F-ME-JOUR           PIC 9.
           05 FILLER              PIC X.
           05 F-ME-PLAT           PIC X(15).

      *Définition du fichier inventaire, même découpage que
      *sorties.cbl
       FD FICHIER-INVENTAIRE.
       01 F-INVENTAIRE.
           05 F-NOM               PIC X(10).
           05 F-STOCK             PIC 9(5).
           05 FILLER              PIC X.
           05 F-FOURNISSEUR       PIC X(10).
           05 FILLER              PIC X.
           05 F-SITE              PIC X(3).

      *Définition du fichier de configuration
       FD FICHIER-CONFIG.
       01 F-LIGNE-CONFIG          PIC X(40).

      *Définition des besoins de la semaine, une ligne de texte libre
       FD FICHIER-BESOINS.
       01 F-LIGNE-BESOINS         PIC X(80).

       WORKING-STORAGE SECTION.

      *Recettes chargées
       01 WS-RECETTES-TAB.
           05 WS-RECETTE          OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NB-RECETTES.
               10 WS-RE-PLAT      PIC X(15).
               10 WS-RE-INGREDIENT PIC X(10).
               10 WS-RE-QTE       PIC 9(3)V999.

      *Plats du menu de la semaine
       01 WS-MENU-TAB.
           05 WS-MENU             OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-NB-MENU.
               10 WS-ME-JOUR      PIC 9.
               10 WS-ME-PLAT      PIC X(15).

      *Ingrédients nécessaires : besoin de la semaine, fournisseur
      *et stock de l'article au site de la cantine
       01 WS-BESOINS-TAB.
           05 WS-BESOIN           OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-NB-BESOINS.
               10 WS-BE-INGREDIENT PIC X(10).
               10 WS-BE-QTE       PIC 9(7)V999.
               10 WS-BE-ARRONDI   PIC 9(7).
               10 WS-BE-FOURNISSEUR PIC X(10).
               10 WS-BE-STOCK     PIC 9(6).

      *Fournisseurs distincts des ingrédients, pour la ventilation
       01 WS-FOURNISSEURS-TAB.
           05 WS-FOURNISSEUR-DISTINCT OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-NB-FOURNISSEURS PIC X(10).

      *Effectif prévu de chaque jour, de lundi à vendredi
       01 WS-EFFECTIFS-JOURS.
           05 WS-EFFECTIF-JOUR    PIC 9(4) OCCURS 5 TIMES.

      *Libellés des jours, même ordre que les témoins de cantine
       01 WS-LIBELLES-JOURS-VAL.
           05 FILLER              PIC X(8)    VALUE "Lundi".
           05 FILLER              PIC X(8)    VALUE "Mardi".
           05 FILLER              PIC X(8)    VALUE "Mercredi".
           05 FILLER              PIC X(8)    VALUE "Jeudi".
           05 FILLER              PIC X(8)    VALUE "Vendredi".
       01 WS-LIBELLES-JOURS REDEFINES WS-LIBELLES-JOURS-VAL.
           05 WS-LIBELLE-JOUR     PIC X(8) OCCURS 5 TIMES.

      *Effectifs réels des tableaux et index de parcours
       77 WS-NB-RECETTES          PIC 9(3)              VALUE 1.
       77 WS-NB-MENU              PIC 99                VALUE 1.
       77 WS-NB-BESOINS           PIC 9(3)              VALUE 1.
       77 WS-NB-FOURNISSEURS      PIC 9(3)              VALUE 1.
       77 WS-INDEX                PIC 9(3)              VALUE 1.
       77 WS-INDEX-MENU           PIC 99                VALUE 1.
       77 WS-INDEX-BESOIN         PIC 9(3)              VALUE 1.
       77 WS-INDEX-FOURN          PIC 9(3)              VALUE 1.
       77 WS-INDEX-JOUR           PIC 9                 VALUE 1.
       77 WS-INDEX-TROUVE         PIC 9(3)              VALUE 0.
      *Indicateur de fin de fichier et statuts
       77 WS-EOF                  PIC X                 VALUE 'F'.
       77 WS-STATUT-INSCRITS      PIC XX.
       77 WS-STATUT-RECETTES      PIC XX.
       77 WS-STATUT-MENU          PIC XX.
       77 WS-STATUT-INVENTAIRE    PIC XX.
       77 WS-STATUT-CONFIG        PIC XX.
      *Site de stock de la cantine, configurable (défaut CAN)
       77 WS-SITE-CANTINE         PIC X(3)              VALUE "CAN".
      *Découpage d'une ligne de configuration
       77 WS-MOT-CLE              PIC X(20).
       77 WS-VALEUR               PIC X(10).
      *Témoin d'un plat du menu trouvé dans les recettes, et
      *compteurs du bilan
       77 WS-PLAT-TROUVE          PIC X                 VALUE 'N'.
       77 WS-NB-SANS-RECETTE      PIC 99                VALUE 0.
       77 WS-NB-MANQUANTS         PIC 9(3)              VALUE 0.
      *Quantité à commander et formes éditées
       77 WS-A-COMMANDER          PIC 9(7)              VALUE 0.
       77 WS-EFFECTIF-ED          PIC ZZZ9.
       77 WS-QTE-ED               PIC Z(6)9.
       77 WS-STOCK-ED             PIC Z(5)9.
       77 WS-COMMANDE-ED          PIC Z(6)9.

       PROCEDURE DIVISION.

      *Site de la cantine, lu dans la configuration
       PERFORM 0080-CHARGE-CONFIG.

      *Effectif prévu par jour : enfants inscrits ce jour-là
       MOVE 0 TO WS-EFFECTIF-JOUR(1) WS-EFFECTIF-JOUR(2)
           WS-EFFECTIF-JOUR(3) WS-EFFECTIF-JOUR(4)
           WS-EFFECTIF-JOUR(5).

       OPEN INPUT FICHIER-INSCRITS.

       IF WS-STATUT-INSCRITS NOT = "00"
           DISPLAY "Inscriptions cantine-inscrits.txt introuvables "
               "(statut " WS-STATUT-INSCRITS "), arrêt"
           STOP RUN
       END-IF.

       PERFORM UNTIL WS-EOF = 'T'
           READ FICHIER-INSCRITS
               AT END
                   MOVE 'T' TO WS-EOF
               NOT AT END
                   PERFORM VARYING WS-INDEX-JOUR FROM 1 BY 1
                       UNTIL WS-INDEX-JOUR > 5
                       IF F-CA-JOURS(WS-INDEX-JOUR:1) = "O"
                           ADD 1 TO WS-EFFECTIF-JOUR(WS-INDEX-JOUR)
                       END-IF
                   END-PERFORM
           END-READ
       END-PERFORM.

       CLOSE FICHIER-INSCRITS.

      *Chargement des recettes
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-RECETTES.

       OPEN INPUT FICHIER-RECETTES.

       IF WS-STATUT-RECETTES NOT = "00"
           DISPLAY "Recettes recettes.txt introuvables (statut "
               WS-STATUT-RECETTES "), arrêt"
           STOP RUN
       END-IF.

       PERFORM UNTIL WS-EOF = 'T'
           READ FICHIER-RECETTES
               AT END
                   MOVE 'T' TO WS-EOF
               NOT AT END
                   IF WS-NB-RECETTES < 500
                       AND F-RE-PLAT NOT = SPACES
                       AND F-RE-QTE NUMERIC
                       ADD 1 TO WS-NB-RECETTES
                       MOVE F-RE-PLAT TO WS-RE-PLAT(WS-NB-RECETTES)
                       MOVE F-RE-INGREDIENT
                           TO WS-RE-INGREDIENT(WS-NB-RECETTES)
                       MOVE F-RE-QTE TO WS-RE-QTE(WS-NB-RECETTES)
                   END-IF
           END-READ
       END-PERFORM.

       CLOSE FICHIER-RECETTES.

      *Chargement du menu de la semaine
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-MENU.

       OPEN INPUT FICHIER-MENU.

       IF WS-STATUT-MENU NOT = "00"
           DISPLAY "Menu menus-semaine.txt introuvable (statut "
               WS-STATUT-MENU "), arrêt"
           STOP RUN
       END-IF.

       PERFORM UNTIL WS-EOF = 'T'
           READ FICHIER-MENU
               AT END
                   MOVE 'T' TO WS-EOF
               NOT AT END
                   IF WS-NB-MENU < 50
                       AND F-ME-JOUR NUMERIC
                       AND F-ME-JOUR >= 1 AND F-ME-JOUR <= 5
                       ADD 1 TO WS-NB-MENU
                       MOVE F-ME-JOUR TO WS-ME-JOUR(WS-NB-MENU)
                       MOVE F-ME-PLAT TO WS-ME-PLAT(WS-NB-MENU)
                   END-IF
           END-READ
       END-PERFORM.

       CLOSE FICHIER-MENU.

      *Besoins : chaque plat du menu multiplie sa recette par
      *l'effectif prévu de son jour
       MOVE 0 TO WS-NB-BESOINS.

       OPEN OUTPUT FICHIER-BESOINS.

       MOVE SPACES TO F-LIGNE-BESOINS.
       STRING "--- Besoins cantine de la semaine, site "
           WS-SITE-CANTINE " ---"
           INTO F-LIGNE-BESOINS
       END-STRING.
       WRITE F-LIGNE-BESOINS.

       PERFORM VARYING WS-INDEX-MENU FROM 1 BY 1
           UNTIL WS-INDEX-MENU > WS-NB-MENU
           PERFORM 1000-MULTIPLIE-PLAT
       END-PERFORM.

      *Arrondi à l'unité de stock supérieure, puis fournisseur et
      *stock de chaque ingrédient
       PERFORM VARYING WS-INDEX-BESOIN FROM 1 BY 1
           UNTIL WS-INDEX-BESOIN > WS-NB-BESOINS
           MOVE WS-BE-QTE(WS-INDEX-BESOIN)
               TO WS-BE-ARRONDI(WS-INDEX-BESOIN)
           IF WS-BE-ARRONDI(WS-INDEX-BESOIN)
               < WS-BE-QTE(WS-INDEX-BESOIN)
               ADD 1 TO WS-BE-ARRONDI(WS-INDEX-BESOIN)
           END-IF
           MOVE "INCONNU" TO WS-BE-FOURNISSEUR(WS-INDEX-BESOIN)
           MOVE 0 TO WS-BE-STOCK(WS-INDEX-BESOIN)
       END-PERFORM.

       PERFORM 2000-CHARGE-INVENTAIRE.

       PERFORM 3000-ECRIT-FOURNISSEURS.

       PERFORM 4000-ECRIT-MANQUANTS.

       CLOSE FICHIER-BESOINS.

      *Total de contrôle
       DISPLAY "Plats au menu : " WS-NB-MENU
       DISPLAY "Plats sans recette : " WS-NB-SANS-RECETTE
       DISPLAY "Ingrédients nécessaires : " WS-NB-BESOINS
       DISPLAY "Ingrédients manquants : " WS-NB-MANQUANTS
       DISPLAY "Besoins écrits dans besoins-cantine.txt".

       STOP RUN.

      ******************************************************************

      *Charge la configuration de la cantine (SITE xxx), même
      *mécanique que cantine.cbl ; les autres clés sont ignorées
       0080-CHARGE-CONFIG.

           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-CONFIG

           IF WS-STATUT-CONFIG = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-CONFIG
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-MOT-CLE
                           MOVE SPACES TO WS-VALEUR
                           UNSTRING F-LIGNE-CONFIG
                               DELIMITED BY ALL SPACE
                               INTO WS-MOT-CLE WS-VALEUR
                           END-UNSTRING
                           IF WS-MOT-CLE = "SITE"
                               AND WS-VALEUR NOT = SPACES
                               MOVE WS-VALEUR TO WS-SITE-CANTINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONFIG
           END-IF

           MOVE 'F' TO WS-EOF
       .

      ******************************************************************

      *Ajoute aux besoins la recette du plat WS-INDEX-MENU multipliée
      *par l'effectif de son jour, comme pizza.cbl multiplie ses
      *ingrédients par le nombre de pizzas ; le plat et son effectif
      *sont rappelés dans l'état, avec un avertissement s'il n'a pas
      *de recette
       1000-MULTIPLIE-PLAT.

           MOVE WS-ME-JOUR(WS-INDEX-MENU) TO WS-INDEX-JOUR
           MOVE WS-EFFECTIF-JOUR(WS-INDEX-JOUR) TO WS-EFFECTIF-ED
           MOVE 'N' TO WS-PLAT-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-RECETTES
               IF WS-RE-PLAT(WS-INDEX) = WS-ME-PLAT(WS-INDEX-MENU)
                   MOVE 'O' TO WS-PLAT-TROUVE
                   PERFORM 1100-AJOUTE-INGREDIENT
               END-IF
           END-PERFORM

           MOVE SPACES TO F-LIGNE-BESOINS
           IF WS-PLAT-TROUVE = 'O'
               STRING WS-LIBELLE-JOUR(WS-INDEX-JOUR) " : "
                   WS-ME-PLAT(WS-INDEX-MENU) " pour "
                   WS-EFFECTIF-ED " convives"
                   INTO F-LIGNE-BESOINS
               END-STRING
           ELSE
               ADD 1 TO WS-NB-SANS-RECETTE
               STRING WS-LIBELLE-JOUR(WS-INDEX-JOUR) " : "
                   WS-ME-PLAT(WS-INDEX-MENU)
                   " SANS RECETTE, non compté"
                   INTO F-LIGNE-BESOINS
               END-STRING
           END-IF
           WRITE F-LIGNE-BESOINS
       .

      ******************************************************************

      *Cumule l'ingrédient de la ligne de recette WS-INDEX pour
      *l'effectif du jour WS-INDEX-JOUR
       1100-AJOUTE-INGREDIENT.

           MOVE 0 TO WS-INDEX-TROUVE

           PERFORM VARYING WS-INDEX-BESOIN FROM 1 BY 1
               UNTIL WS-INDEX-BESOIN > WS-NB-BESOINS
               IF WS-BE-INGREDIENT(WS-INDEX-BESOIN)
                   = WS-RE-INGREDIENT(WS-INDEX)
                   MOVE WS-INDEX-BESOIN TO WS-INDEX-TROUVE
               END-IF
           END-PERFORM

           IF WS-INDEX-TROUVE = 0 AND WS-NB-BESOINS < 200
               ADD 1 TO WS-NB-BESOINS
               MOVE WS-NB-BESOINS TO WS-INDEX-TROUVE
               MOVE WS-RE-INGREDIENT(WS-INDEX)
                   TO WS-BE-INGREDIENT(WS-INDEX-TROUVE)
               MOVE 0 TO WS-BE-QTE(WS-INDEX-TROUVE)
           END-IF

           IF WS-INDEX-TROUVE NOT = 0
               COMPUTE WS-BE-QTE(WS-INDEX-TROUVE) =
                   WS-BE-QTE(WS-INDEX-TROUVE)
                   + WS-RE-QTE(WS-INDEX)
                   * WS-EFFECTIF-JOUR(WS-INDEX-JOUR)
           END-IF
       .

      ******************************************************************

      *Relève dans l'inventaire le fournisseur et le stock au site de
      *la cantine de chaque ingrédient ; un article absent du site
      *garde le fournisseur d'un autre site s'il en a un
       2000-CHARGE-INVENTAIRE.

           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-INVENTAIRE

           IF WS-STATUT-INVENTAIRE NOT = "00"
               DISPLAY "Inventaire inventaire.txt introuvable : "
                   "tout le besoin est à commander"
           ELSE
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-INVENTAIRE
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           PERFORM 2100-RATTACHE-ARTICLE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-INVENTAIRE
           END-IF
       .

      ******************************************************************

      *Rattache l'article d'inventaire courant à son ingrédient
       2100-RATTACHE-ARTICLE.

           PERFORM VARYING WS-INDEX-BESOIN FROM 1 BY 1
               UNTIL WS-INDEX-BESOIN > WS-NB-BESOINS

               IF WS-BE-INGREDIENT(WS-INDEX-BESOIN) = F-NOM

                   IF F-SITE = WS-SITE-CANTINE
                       MOVE F-FOURNISSEUR
                           TO WS-BE-FOURNISSEUR(WS-INDEX-BESOIN)
                       IF F-STOCK NUMERIC
                           ADD F-STOCK
                               TO WS-BE-STOCK(WS-INDEX-BESOIN)
                       END-IF
                   ELSE
                       IF WS-BE-FOURNISSEUR(WS-INDEX-BESOIN)
                           = "INCONNU"
                           MOVE F-FOURNISSEUR
                               TO WS-BE-FOURNISSEUR(WS-INDEX-BESOIN)
                       END-IF
                   END-IF

               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Écrit le besoin de la semaine ventilé par fournisseur
       3000-ECRIT-FOURNISSEURS.

           MOVE 0 TO WS-NB-FOURNISSEURS

           PERFORM VARYING WS-INDEX-BESOIN FROM 1 BY 1
               UNTIL WS-INDEX-BESOIN > WS-NB-BESOINS

               MOVE 0 TO WS-INDEX-TROUVE
               PERFORM VARYING WS-INDEX-FOURN FROM 1 BY 1
                   UNTIL WS-INDEX-FOURN > WS-NB-FOURNISSEURS
                   IF WS-FOURNISSEUR-DISTINCT(WS-INDEX-FOURN)
                       = WS-BE-FOURNISSEUR(WS-INDEX-BESOIN)
                       MOVE WS-INDEX-FOURN TO WS-INDEX-TROUVE
                   END-IF
               END-PERFORM

               IF WS-INDEX-TROUVE = 0
                   ADD 1 TO WS-NB-FOURNISSEURS
                   MOVE WS-BE-FOURNISSEUR(WS-INDEX-BESOIN)
                       TO WS-FOURNISSEUR-DISTINCT(WS-NB-FOURNISSEURS)
               END-IF

           END-PERFORM

           PERFORM VARYING WS-INDEX-FOURN FROM 1 BY 1
               UNTIL WS-INDEX-FOURN > WS-NB-FOURNISSEURS

               MOVE SPACES TO F-LIGNE-BESOINS
               WRITE F-LIGNE-BESOINS
               STRING "--- Fournisseur "
                   WS-FOURNISSEUR-DISTINCT(WS-INDEX-FOURN) " ---"
                   INTO F-LIGNE-BESOINS
               END-STRING
               WRITE F-LIGNE-BESOINS

               PERFORM VARYING WS-INDEX-BESOIN FROM 1 BY 1
                   UNTIL WS-INDEX-BESOIN > WS-NB-BESOINS
                   IF WS-BE-FOURNISSEUR(WS-INDEX-BESOIN)
                       = WS-FOURNISSEUR-DISTINCT(WS-INDEX-FOURN)
                       MOVE WS-BE-ARRONDI(WS-INDEX-BESOIN)
                           TO WS-QTE-ED
                       MOVE SPACES TO F-LIGNE-BESOINS
                       STRING "  " WS-BE-INGREDIENT(WS-INDEX-BESOIN)
                           " besoin " WS-QTE-ED
                           INTO F-LIGNE-BESOINS
                       END-STRING
                       WRITE F-LIGNE-BESOINS
                   END-IF
               END-PERFORM

           END-PERFORM
       .

      ******************************************************************

      *Écrit les manquants : ingrédients dont le besoin de la semaine
      *dépasse le stock du site de la cantine, avec la quantité à
      *commander et le fournisseur
       4000-ECRIT-MANQUANTS.

           MOVE 0 TO WS-NB-MANQUANTS

           MOVE SPACES TO F-LIGNE-BESOINS
           WRITE F-LIGNE-BESOINS
           STRING "--- Manquants au stock du site "
               WS-SITE-CANTINE " ---"
               INTO F-LIGNE-BESOINS
           END-STRING
           WRITE F-LIGNE-BESOINS

           PERFORM VARYING WS-INDEX-BESOIN FROM 1 BY 1
               UNTIL WS-INDEX-BESOIN > WS-NB-BESOINS

               IF WS-BE-ARRONDI(WS-INDEX-BESOIN)
                   > WS-BE-STOCK(WS-INDEX-BESOIN)
                   ADD 1 TO WS-NB-MANQUANTS
                   COMPUTE WS-A-COMMANDER =
                       WS-BE-ARRONDI(WS-INDEX-BESOIN)
                       - WS-BE-STOCK(WS-INDEX-BESOIN)
                   MOVE WS-BE-ARRONDI(WS-INDEX-BESOIN) TO WS-QTE-ED
                   MOVE WS-BE-STOCK(WS-INDEX-BESOIN) TO WS-STOCK-ED
                   MOVE WS-A-COMMANDER TO WS-COMMANDE-ED
                   MOVE SPACES TO F-LIGNE-BESOINS
                   STRING "  " WS-BE-INGREDIENT(WS-INDEX-BESOIN)
                       " besoin " WS-QTE-ED
                       " stock " WS-STOCK-ED
                       " à commander " WS-COMMANDE-ED
                       " chez " WS-BE-FOURNISSEUR(WS-INDEX-BESOIN)
                       INTO F-LIGNE-BESOINS
                   END-STRING
                   WRITE F-LIGNE-BESOINS
               END-IF

           END-PERFORM

           IF WS-NB-MANQUANTS = 0
               MOVE "Aucun manquant, le stock couvre la semaine"
                   TO F-LIGNE-BESOINS
               WRITE F-LIGNE-BESOINS
           END-IF
       .
