      *Programme des listes de préparation : bonlivraison.cbl édite ce
      *qui a quitté l'entrepôt, mais rien ne disait aux préparateurs
      *quoi prélever ni où. Ce programme relit les lignes que la
      *fusion (command.cbl) déclare prêtes à préparer, c'est-à-dire
      *couvertes par le stock et pas encore dans expeditions.txt
      *(lignes-a-preparer.txt), répartit chaque quantité sur les sites
      *d'inventaire.txt qui ont le stock, et retrouve l'emplacement de
      *l'article sur le site dans emplacements.txt (allée, étagère,
      *case ; plusieurs emplacements possibles par article). Une liste
      *par site part via editetat dans preparation-<site>-AAAAMMJJ.txt,
      *regroupée par client et triée dans l'ordre de passage des
      *allées. Les manquants constatés au prélèvement sont saisis dans
      *manquants-preparation.txt : au lancement suivant, ils sont
      *déduits du stock d'inventaire.txt et journalisés dans
      *inventaire-journal.txt comme les ajustements de comptage.cbl,
      *avant l'édition des nouvelles listes. Un kit éclaté par la
      *fusion arrive en une ligne par composant sous le code produit
      *du kit : ces lignes sont marquées « kit » sur la liste, les
      *composants étant à réunir dans le colis du client. Pour un
      *article loté, la liste suggère sous chaque prélèvement les
      *lots à prendre dans l'ordre FEFO (premier périmé, premier
      *sorti) : lots.txt donne la quantité reçue et la péremption de
      *chaque lot, diminuée de ce que expeditions.txt a déjà expédié
      *de ce lot ; un lot périmé n'est jamais suggéré. Le lot
      *effectivement prélevé est reporté sur la ligne d'expédition.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. preparation.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier inventaire, le même que sorties.cbl et
      *comptage.cbl, relu puis réécrit après déduction des manquants
       SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-INVENTAIRE.

      *Alias du fichier des emplacements : une ligne par emplacement
      *d'un article sur un site
       SELECT FICHIER-EMPLACEMENTS ASSIGN TO "emplacements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-EMPLACEMENTS.

      *Alias des lignes prêtes à préparer, écrit par command.cbl à
      *chaque fusion
       SELECT FICHIER-A-PREPARER ASSIGN TO "lignes-a-preparer.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-A-PREPARER.

      *Alias des manquants constatés au prélèvement, saisis par
      *l'entrepôt et vidés une fois déduits du stock
       SELECT FICHIER-MANQUANTS ASSIGN TO "manquants-preparation.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-MANQUANTS.

      *Alias des nomenclatures des kits, les mêmes que command.cbl ;
      *absent, aucune ligne n'est marquée kit
       SELECT FICHIER-NOMENCLATURES ASSIGN TO "nomenclatures.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-NOMENCL.

      *Alias du fichier des lots tenu par reception.cbl, pour la
      *suggestion FEFO ; absent, aucun lot n'est suggéré
       SELECT FICHIER-LOTS ASSIGN TO "lots.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-LOTS.

      *Alias des expéditions saisies par l'entrepôt, dont le lot
      *expédié vient en déduction du reste de chaque lot
       SELECT FICHIER-EXPEDITIONS ASSIGN TO "expeditions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-EXPEDITIONS.

      *Alias du journal des ajustements de stock, le même que
      *comptage.cbl
       SELECT FICHIER-JOURNAL ASSIGN TO "inventaire-journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-JOURNAL.

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

      *Définition du fichier des emplacements : article, site, puis
      *allée, étagère et case, dont l'ordre alphabétique est l'ordre
      *de passage du préparateur dans l'entrepôt
       FD FICHIER-EMPLACEMENTS.
       01 F-EMPLACEMENT.
           05 F-EM-ARTICLE           PIC X(10).
           05 FILLER                 PIC X.
           05 F-EM-SITE              PIC X(3).
           05 FILLER                 PIC X.
           05 F-EM-ALLEE             PIC X(3).
           05 FILLER                 PIC X.
           05 F-EM-ETAGERE           PIC X(2).
           05 FILLER                 PIC X.
           05 F-EM-CASE              PIC X(3).

      *Définition des lignes prêtes à préparer, même découpage que
      *command.cbl
       FD FICHIER-A-PREPARER.
       01 F-A-PREPARER.
           05 F-AP-CLIENT            PIC 9(6).
           05 FILLER                 PIC X.
           05 F-AP-NUMERO            PIC 9(3).
           05 FILLER                 PIC X.
           05 F-AP-CODE              PIC X(6).
           05 FILLER                 PIC X.
           05 F-AP-ARTICLE           PIC X(10).
           05 FILLER                 PIC X.
           05 F-AP-QTE               PIC 9(7).
           05 FILLER                 PIC X.
           05 F-AP-DATE              PIC X(8).

      *Définition des manquants de préparation : site, article,
      *quantité manquante sur l'emplacement, client et numéro de
      *commande qui n'ont pas pu être servis
       FD FICHIER-MANQUANTS.
       01 F-MANQUANT.
           05 F-MQ-SITE              PIC X(3).
           05 FILLER                 PIC X.
           05 F-MQ-ARTICLE           PIC X(10).
           05 FILLER                 PIC X.
           05 F-MQ-QTE               PIC 9(3).
           05 FILLER                 PIC X.
           05 F-MQ-CLIENT            PIC 9(6).
           05 FILLER                 PIC X.
           05 F-MQ-NUMERO            PIC 9(3).

      *Définition des nomenclatures, même découpage que command.cbl :
      *code produit du kit, composant et quantité par kit
       FD FICHIER-NOMENCLATURES.
       01 F-NOMENCLATURE.
           05 F-NO-KIT               PIC X(6).
           05 FILLER                 PIC X.
           05 F-NO-COMPOSANT         PIC X(10).
           05 FILLER                 PIC X.
           05 F-NO-QTE               PIC 9(3).

      *Définition du fichier des lots, même découpage que
      *reception.cbl
       FD FICHIER-LOTS.
       01 F-LOT.
           05 F-LO-ARTICLE           PIC X(10).
           05 FILLER                 PIC X.
           05 F-LO-SITE              PIC X(3).
           05 FILLER                 PIC X.
           05 F-LO-NUMERO            PIC X(8).
           05 FILLER                 PIC X.
           05 F-LO-PEREMPTION        PIC X(8).
           05 FILLER                 PIC X.
           05 F-LO-QTE               PIC 9(3).

      *Définition du fichier des expéditions, même découpage que
      *bonlivraison.cbl
       FD FICHIER-EXPEDITIONS.
       01 F-EXPEDITION.
           05 F-EX-CLIENT            PIC 9(6).
           05 FILLER                 PIC X.
           05 F-EX-NUMERO            PIC 9(3).
           05 FILLER                 PIC X.
           05 F-EX-CODE              PIC X(6).
           05 FILLER                 PIC X.
           05 F-EX-QTE               PIC 9(3).
           05 FILLER                 PIC X.
           05 F-EX-DATE              PIC X(8).
           05 FILLER                 PIC X.
           05 F-EX-LOT               PIC X(8).

      *Définition du journal des ajustements, une ligne de texte
      *libre par changement, comme comptage.cbl
       FD FICHIER-JOURNAL.
       01 F-LIGNE-JOURNAL            PIC X(80).

       WORKING-STORAGE SECTION.

      *Tableau de l'inventaire, même mécanique que sorties.cbl, avec
      *le stock encore libre au fil de la répartition des lignes
       01 WS-INVENTAIRE-TAB.
           05 WS-INVENTAIRE          OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-ARTICLES.
               10 WS-NOM             PIC X(10).
               10 WS-STOCK           PIC 9(5).
               10 WS-FOURNISSEUR     PIC X(10).
               10 WS-SITE            PIC X(3).
               10 WS-LIBRE           PIC 9(5).

      *Tableau des emplacements, trié par article, site et
      *emplacement : le premier trouvé pour un article et un site est
      *le premier sur le chemin du préparateur
       01 WS-EMPLACEMENTS-TAB.
           05 WS-EMPLACEMENT         OCCURS 1 TO 2999 TIMES
               DEPENDING ON WS-NB-EMPLACEMENTS.
               10 WS-EM-ARTICLE      PIC X(10).
               10 WS-EM-SITE         PIC X(3).
               10 WS-EM-CLE.
                   15 WS-EM-ALLEE    PIC X(3).
                   15 WS-EM-ETAGERE  PIC X(2).
                   15 WS-EM-CASE     PIC X(3).

      *Tableau des prélèvements : une entrée par ligne de commande et
      *par site qui la sert, triée par site, client puis emplacement
      *(HIGH-VALUES pour un article sans emplacement, édité en fin de
      *client)
       01 WS-PRELEVEMENTS-TAB.
           05 WS-PRELEVEMENT         OCCURS 1 TO 2999 TIMES
               DEPENDING ON WS-NB-PRELEVEMENTS.
               10 WS-PK-SITE         PIC X(3).
               10 WS-PK-CLIENT       PIC 9(6).
               10 WS-PK-CLE          PIC X(8).
               10 WS-PK-NUMERO       PIC 9(3).
               10 WS-PK-CODE         PIC X(6).
               10 WS-PK-ARTICLE      PIC X(10).
               10 WS-PK-QTE          PIC 9(5).

      *Nomenclatures des kits : code produit du kit et composant
       01 WS-NOMENCL-TAB.
           05 WS-NOMENCL             OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NB-NOMENCL.
               10 WS-NO-KIT          PIC X(6).
               10 WS-NO-COMPOSANT    PIC X(10).

      *Lots restant à expédier, triés par article, site et
      *péremption : le premier trouvé pour un article et un site est
      *le premier à sortir ; le reste suit les suggestions faites
       01 WS-LOTS-TAB.
           05 WS-LOT                 OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-LOTS.
               10 WS-LT-ARTICLE      PIC X(10).
               10 WS-LT-SITE         PIC X(3).
               10 WS-LT-PEREMPTION   PIC X(8).
               10 WS-LT-NUMERO       PIC X(8).
               10 WS-LT-RESTE        PIC 9(5).

      *Effectifs et index des tableaux
       77 WS-NB-ARTICLES             PIC 9(3)              VALUE 1.
       77 WS-INDEX                   PIC 9(3)              VALUE 1.
       77 WS-INDEX-TROUVE            PIC 9(3)              VALUE 0.
       77 WS-NB-EMPLACEMENTS         PIC 9(4)              VALUE 1.
       77 WS-INDEX-EM                PIC 9(4)              VALUE 1.
       77 WS-EM-TROUVE               PIC 9(4)              VALUE 0.
       77 WS-NB-PRELEVEMENTS         PIC 9(4)              VALUE 1.
       77 WS-INDEX-PK                PIC 9(4)              VALUE 1.
       77 WS-NB-NOMENCL              PIC 9(3)              VALUE 1.
       77 WS-INDEX-NOMENCL           PIC 9(3)              VALUE 1.
       77 WS-NB-LOTS                 PIC 9(3)              VALUE 1.
       77 WS-INDEX-LOT               PIC 9(3)              VALUE 1.
      *Indicateurs de fin de fichier
       77 WS-FIN-INVENTAIRE          PIC X                 VALUE 'F'.
      *Statuts des fichiers
       77 WS-STATUT-INVENTAIRE       PIC XX.
       77 WS-STATUT-EMPLACEMENTS     PIC XX.
       77 WS-STATUT-A-PREPARER       PIC XX.
       77 WS-STATUT-MANQUANTS        PIC XX.
       77 WS-STATUT-JOURNAL          PIC XX.
       77 WS-STATUT-NOMENCL          PIC XX.
       77 WS-STATUT-LOTS             PIC XX.
       77 WS-STATUT-EXPEDITIONS      PIC XX.

      *Compteurs du bilan : manquants déduits et ignorés, lignes lues,
      *lignes que le stock des sites ne couvre plus (manquant déduit
      *depuis la fusion), prélèvements sans emplacement
       77 WS-NB-MANQUANTS            PIC 9(3)              VALUE 0.
       77 WS-NB-MQ-IGNORES           PIC 9(3)              VALUE 0.
       77 WS-NB-LIGNES               PIC 9(4)              VALUE 0.
       77 WS-NB-NON-COUVERTES        PIC 9(4)              VALUE 0.
       77 WS-NB-SANS-EMPL            PIC 9(4)              VALUE 0.
      *Quantité restant à répartir de la ligne en cours et part servie
      *par le site en cours
       77 WS-A-REPARTIR              PIC 9(7)              VALUE 0.
       77 WS-PART-SITE               PIC 9(5)              VALUE 0.
      *Stock avant déduction d'un manquant, pour le journal
       77 WS-STOCK-AVANT             PIC 9(5)              VALUE 0.

      *Ruptures de l'édition : site et client en cours, nombre de
      *lignes de la liste du site
       77 WS-SITE-COURANT            PIC X(3).
       77 WS-CLIENT-COURANT          PIC 9(6).
       77 WS-NB-LIGNES-SITE          PIC 9(4)              VALUE 0.
       77 WS-NOM-ETAT                PIC X(30).
       77 WS-DATE-JOUR               PIC X(8).
      *Emplacement édité (allée/étagère/case) et quantité éditée
       77 WS-EMPL-ED                 PIC X(10).
       77 WS-QTE-ED                  PIC ZZZZ9.
      *Marque d'un composant de kit sur la ligne éditée
       77 WS-MARQUE-KIT              PIC X(5).
      *Suggestion FEFO : quantité encore à couvrir par des lots (ou à
      *déduire des lots à la lecture des expéditions), part prise
      *dans le lot en cours et indicateur d'article loté
       77 WS-A-SUGGERER              PIC 9(5)              VALUE 0.
       77 WS-PART-LOT                PIC 9(5)              VALUE 0.
       77 WS-ARTICLE-LOTE            PIC X                 VALUE "N".
       77 WS-QTE-LOT-ED              PIC ZZZZ9.

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

      *Commande passée au sous-programme commun d'édition d'états
      *(editetat.cbl) : action, nom du fichier, texte de la ligne
       01 WS-ETAT-COMMANDE.
           05 WS-ETAT-ACTION      PIC X.
           05 WS-ETAT-FICHIER     PIC X(30).
           05 WS-ETAT-TEXTE       PIC X(80).

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

      *Prise du verrou inventaire avant de toucher au fichier : un
      *lancement concurrent patiente ou abandonne au lieu d'écraser
       MOVE "P" TO WS-VERROU-ACTION.
       MOVE "inventaire" TO WS-VERROU-NOM.
       CALL "verrou" USING WS-VERROU-COMMANDE.

       IF WS-VERROU-RESULTAT NOT = "O"
           DISPLAY "inventaire.txt verrouillé par un autre "
               "lancement, abandon"
           GOBACK
       END-IF.

      *Chargement de l'inventaire, comme sorties.cbl ; le verrou est
      *relâché avant chaque abandon
       OPEN INPUT FICHIER-INVENTAIRE.

       IF WS-STATUT-INVENTAIRE NOT = "00"
           DISPLAY "Fichier inventaire.txt introuvable (statut "
               WS-STATUT-INVENTAIRE "), préparation impossible"
           MOVE "L" TO WS-VERROU-ACTION
           CALL "verrou" USING WS-VERROU-COMMANDE
           GOBACK
       END-IF.

       MOVE 0 TO WS-NB-ARTICLES.

       PERFORM UNTIL WS-FIN-INVENTAIRE = 'T'

           READ FICHIER-INVENTAIRE

               AT END
                   MOVE 'T' TO WS-FIN-INVENTAIRE

               NOT AT END
                   IF WS-NB-ARTICLES >= 999
                       DISPLAY "inventaire.txt au-delà de 999 "
                           "lignes, préparation impossible"
                       MOVE "L" TO WS-VERROU-ACTION
                       CALL "verrou" USING WS-VERROU-COMMANDE
                       GOBACK
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

      *Déduction des manquants du dernier prélèvement, puis
      *réécriture de l'inventaire et libération du verrou : les
      *listes sont ensuite établies sur le stock corrigé
       PERFORM 0100-DEDUIT-MANQUANTS.

       MOVE "L" TO WS-VERROU-ACTION.
       CALL "verrou" USING WS-VERROU-COMMANDE.

       PERFORM VARYING WS-INDEX FROM 1 BY 1
           UNTIL WS-INDEX > WS-NB-ARTICLES
           MOVE WS-STOCK(WS-INDEX) TO WS-LIBRE(WS-INDEX)
       END-PERFORM.

       PERFORM 0300-CHARGE-EMPLACEMENTS.

       PERFORM 0350-CHARGE-NOMENCLATURES.

       PERFORM 0360-CHARGE-LOTS.

      *Lecture des lignes prêtes à préparer et répartition sur les
      *sites
       OPEN INPUT FICHIER-A-PREPARER.

       IF WS-STATUT-A-PREPARER NOT = "00"
           DISPLAY "Fichier lignes-a-preparer.txt introuvable (statut "
               WS-STATUT-A-PREPARER "), lancer command d'abord"
           GOBACK
       END-IF.

       MOVE 0 TO WS-NB-PRELEVEMENTS.

       PERFORM UNTIL WS-STATUT-A-PREPARER NOT = "00"
           READ FICHIER-A-PREPARER
               AT END
                   MOVE "10" TO WS-STATUT-A-PREPARER
               NOT AT END
                   ADD 1 TO WS-NB-LIGNES
                   PERFORM 0400-REPARTIT-LIGNE
           END-READ
       END-PERFORM.

       CLOSE FICHIER-A-PREPARER.

      *Tri dans l'ordre d'édition : site, client, puis emplacement
      *dans l'ordre de passage, et numéro de commande
       IF WS-NB-PRELEVEMENTS > 1
           SORT WS-PRELEVEMENT
               ON ASCENDING KEY WS-PK-SITE
               ON ASCENDING KEY WS-PK-CLIENT
               ON ASCENDING KEY WS-PK-CLE
               ON ASCENDING KEY WS-PK-NUMERO
       END-IF.

       PERFORM 0600-EDITE-LISTES.

      *Total de contrôle affiché
       DISPLAY "Manquants déduits du stock : " WS-NB-MANQUANTS.
       DISPLAY "Manquants ignorés : " WS-NB-MQ-IGNORES.
       DISPLAY "Lignes prêtes lues : " WS-NB-LIGNES.
       DISPLAY "Prélèvements édités : " WS-NB-PRELEVEMENTS.
       DISPLAY "Prélèvements sans emplacement : " WS-NB-SANS-EMPL.
       DISPLAY "Lignes plus couvertes par le stock : "
           WS-NB-NON-COUVERTES.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis menugeneral.cbl comme sous-programme, sans
      *rien changer à son comportement lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************

      *Déduit du stock chaque manquant saisi au prélèvement (au plus
      *le stock du site, qui ne peut pas devenir négatif), journalise
      *l'ajustement, réécrit l'inventaire s'il a changé et vide le
      *fichier des manquants pour qu'ils ne soient pas déduits deux
      *fois ; un fichier absent signifie qu'aucun manquant n'a été
      *constaté
       0100-DEDUIT-MANQUANTS.

           OPEN INPUT FICHIER-MANQUANTS

           IF WS-STATUT-MANQUANTS = "00"

               PERFORM UNTIL WS-STATUT-MANQUANTS NOT = "00"
                   READ FICHIER-MANQUANTS
                       AT END
                           MOVE "10" TO WS-STATUT-MANQUANTS
                       NOT AT END
                           PERFORM 0200-DEDUIT-MANQUANT
                   END-READ
               END-PERFORM

               CLOSE FICHIER-MANQUANTS

               IF WS-NB-MANQUANTS > 0
                   PERFORM 0250-REECRIT-INVENTAIRE
               END-IF

               OPEN OUTPUT FICHIER-MANQUANTS
               CLOSE FICHIER-MANQUANTS

           END-IF
       .

      ******************************************************************

      *Déduit le manquant courant de l'article du site indiqué ; un
      *article ou un site inconnu est journalisé comme ignoré
       0200-DEDUIT-MANQUANT.

           MOVE 0 TO WS-INDEX-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ARTICLES

               IF WS-NOM(WS-INDEX) = F-MQ-ARTICLE
                   AND WS-SITE(WS-INDEX) = F-MQ-SITE
                   MOVE WS-INDEX TO WS-INDEX-TROUVE
               END-IF

           END-PERFORM

           MOVE SPACES TO F-LIGNE-JOURNAL

           IF WS-INDEX-TROUVE = 0 OR F-MQ-QTE NOT NUMERIC

               ADD 1 TO WS-NB-MQ-IGNORES
               STRING WS-DATE-JOUR
                   " MANQUANT IGNORÉ " F-MQ-ARTICLE
                   " site " F-MQ-SITE
                   " : article inconnu sur ce site"
                   INTO F-LIGNE-JOURNAL
               END-STRING

           ELSE

               ADD 1 TO WS-NB-MANQUANTS
               MOVE WS-STOCK(WS-INDEX-TROUVE) TO WS-STOCK-AVANT

               IF F-MQ-QTE > WS-STOCK(WS-INDEX-TROUVE)
                   MOVE 0 TO WS-STOCK(WS-INDEX-TROUVE)
               ELSE
                   SUBTRACT F-MQ-QTE FROM WS-STOCK(WS-INDEX-TROUVE)
               END-IF

               STRING WS-DATE-JOUR
                   " MANQUANT " F-MQ-ARTICLE
                   " site " F-MQ-SITE
                   " stock " WS-STOCK-AVANT
                   " -> " WS-STOCK(WS-INDEX-TROUVE)
                   " client " F-MQ-CLIENT
                   " cde " F-MQ-NUMERO
                   INTO F-LIGNE-JOURNAL
               END-STRING

      *Le grand livre retient la quantité réellement retirée, un
      *manquant ne pouvant pas rendre le stock négatif
               MOVE WS-NOM(WS-INDEX-TROUVE) TO WS-MV-ARTICLE
               MOVE WS-SITE(WS-INDEX-TROUVE) TO WS-MV-SITE
               MOVE "MAN" TO WS-MV-TYPE
               MOVE "-" TO WS-MV-SENS
               COMPUTE WS-MV-QTE =
                   WS-STOCK-AVANT - WS-STOCK(WS-INDEX-TROUVE)
               MOVE SPACES TO WS-MV-DOCUMENT
               STRING "CDE " F-MQ-CLIENT "-" F-MQ-NUMERO
                   INTO WS-MV-DOCUMENT
               END-STRING
               MOVE WS-STOCK(WS-INDEX-TROUVE) TO WS-MV-SOLDE
               CALL "mvtstock" USING WS-MOUVEMENT

           END-IF

           PERFORM 9000-ECRIT-JOURNAL
       .

      ******************************************************************

      *Réécriture de l'inventaire avec les stocks corrigés, dans le
      *même découpage en colonnes fixes que sorties.cbl
       0250-REECRIT-INVENTAIRE.

           OPEN OUTPUT FICHIER-INVENTAIRE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ARTICLES

               MOVE SPACES TO F-INVENTAIRE
               MOVE WS-NOM(WS-INDEX) TO F-NOM
               MOVE WS-STOCK(WS-INDEX) TO F-STOCK
               MOVE WS-FOURNISSEUR(WS-INDEX) TO F-FOURNISSEUR
               MOVE WS-SITE(WS-INDEX) TO F-SITE
               WRITE F-INVENTAIRE

           END-PERFORM

           CLOSE FICHIER-INVENTAIRE
       .

      ******************************************************************

      *Charge les emplacements puis les trie par article, site et
      *emplacement ; un fichier absent laisse tous les prélèvements
      *sans emplacement
       0300-CHARGE-EMPLACEMENTS.

           MOVE 0 TO WS-NB-EMPLACEMENTS

           OPEN INPUT FICHIER-EMPLACEMENTS

           IF WS-STATUT-EMPLACEMENTS NOT = "00"
               DISPLAY "Fichier emplacements.txt absent (statut "
                   WS-STATUT-EMPLACEMENTS "), listes sans emplacement"
           ELSE

               PERFORM UNTIL WS-STATUT-EMPLACEMENTS NOT = "00"
                   READ FICHIER-EMPLACEMENTS
                       AT END
                           MOVE "10" TO WS-STATUT-EMPLACEMENTS
                       NOT AT END
                           IF WS-NB-EMPLACEMENTS < 2999
                               ADD 1 TO WS-NB-EMPLACEMENTS
                               MOVE F-EM-ARTICLE TO
                                   WS-EM-ARTICLE(WS-NB-EMPLACEMENTS)
                               MOVE F-EM-SITE TO
                                   WS-EM-SITE(WS-NB-EMPLACEMENTS)
                               MOVE F-EM-ALLEE TO
                                   WS-EM-ALLEE(WS-NB-EMPLACEMENTS)
                               MOVE F-EM-ETAGERE TO
                                   WS-EM-ETAGERE(WS-NB-EMPLACEMENTS)
                               MOVE F-EM-CASE TO
                                   WS-EM-CASE(WS-NB-EMPLACEMENTS)
                           ELSE
                               DISPLAY "Plus de 2999 emplacements, "
                                   "ignoré : " F-EM-ARTICLE
                                   " site " F-EM-SITE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-EMPLACEMENTS

               IF WS-NB-EMPLACEMENTS > 1
                   SORT WS-EMPLACEMENT
                       ON ASCENDING KEY WS-EM-ARTICLE
                       ON ASCENDING KEY WS-EM-SITE
                       ON ASCENDING KEY WS-EM-CLE
               END-IF

               DISPLAY "Emplacements chargés : " WS-NB-EMPLACEMENTS

           END-IF
       .

      ******************************************************************

      *Charge les nomenclatures des kits, pour marquer les lignes de
      *composants ; un fichier absent n'en marque aucune
       0350-CHARGE-NOMENCLATURES.

           MOVE 0 TO WS-NB-NOMENCL

           OPEN INPUT FICHIER-NOMENCLATURES

           IF WS-STATUT-NOMENCL = "00"

               PERFORM UNTIL WS-STATUT-NOMENCL NOT = "00"
                   READ FICHIER-NOMENCLATURES
                       AT END
                           MOVE "10" TO WS-STATUT-NOMENCL
                       NOT AT END
                           IF WS-NB-NOMENCL < 500
                               ADD 1 TO WS-NB-NOMENCL
                               MOVE F-NO-KIT
                                   TO WS-NO-KIT(WS-NB-NOMENCL)
                               MOVE F-NO-COMPOSANT
                                   TO WS-NO-COMPOSANT(WS-NB-NOMENCL)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-NOMENCLATURES

           END-IF
       .

      ******************************************************************

      *Charge les lots reçus, trie par article, site et péremption,
      *puis déduit de chaque lot ce qui en a déjà été expédié ; un
      *fichier des lots absent laisse toutes les lignes sans
      *suggestion
       0360-CHARGE-LOTS.

           MOVE 0 TO WS-NB-LOTS

           OPEN INPUT FICHIER-LOTS

           IF WS-STATUT-LOTS = "00"

               PERFORM UNTIL WS-STATUT-LOTS NOT = "00"
                   READ FICHIER-LOTS
                       AT END
                           MOVE "10" TO WS-STATUT-LOTS
                       NOT AT END
                           IF WS-NB-LOTS < 999
                               AND F-LO-QTE NUMERIC
                               ADD 1 TO WS-NB-LOTS
                               MOVE F-LO-ARTICLE
                                   TO WS-LT-ARTICLE(WS-NB-LOTS)
                               MOVE F-LO-SITE
                                   TO WS-LT-SITE(WS-NB-LOTS)
                               MOVE F-LO-PEREMPTION
                                   TO WS-LT-PEREMPTION(WS-NB-LOTS)
                               MOVE F-LO-NUMERO
                                   TO WS-LT-NUMERO(WS-NB-LOTS)
                               MOVE F-LO-QTE
                                   TO WS-LT-RESTE(WS-NB-LOTS)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-LOTS

               IF WS-NB-LOTS > 1
                   SORT WS-LOT
                       ON ASCENDING KEY WS-LT-ARTICLE
                       ON ASCENDING KEY WS-LT-SITE
                       ON ASCENDING KEY WS-LT-PEREMPTION
               END-IF

           END-IF

           IF WS-NB-LOTS > 0

               OPEN INPUT FICHIER-EXPEDITIONS

               IF WS-STATUT-EXPEDITIONS = "00"

                   PERFORM UNTIL WS-STATUT-EXPEDITIONS NOT = "00"
                       READ FICHIER-EXPEDITIONS
                           AT END
                               MOVE "10" TO WS-STATUT-EXPEDITIONS
                           NOT AT END
                               IF F-EX-LOT NOT = SPACES
                                   AND F-EX-QTE NUMERIC
                                   PERFORM 0370-DEDUIT-EXPEDIE
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE FICHIER-EXPEDITIONS

               END-IF

               DISPLAY "Lots suivis pour la suggestion FEFO : "
                   WS-NB-LOTS

           END-IF
       .

      ******************************************************************

      *Déduit l'expédition lue du reste de son lot (retrouvé par son
      *numéro, le plus ancien d'abord si le numéro se répète)
       0370-DEDUIT-EXPEDIE.

           MOVE F-EX-QTE TO WS-A-SUGGERER

           PERFORM VARYING WS-INDEX-LOT FROM 1 BY 1
               UNTIL WS-INDEX-LOT > WS-NB-LOTS
                   OR WS-A-SUGGERER = 0
               IF WS-LT-NUMERO(WS-INDEX-LOT) = F-EX-LOT
                   IF WS-LT-RESTE(WS-INDEX-LOT) < WS-A-SUGGERER
                       MOVE WS-LT-RESTE(WS-INDEX-LOT) TO WS-PART-LOT
                   ELSE
                       MOVE WS-A-SUGGERER TO WS-PART-LOT
                   END-IF
                   SUBTRACT WS-PART-LOT FROM WS-LT-RESTE(WS-INDEX-LOT)
                   SUBTRACT WS-PART-LOT FROM WS-A-SUGGERER
               END-IF
           END-PERFORM
       .

      ******************************************************************

      *Répartit la ligne prête courante sur les sites qui ont l'article
      *en stock, dans l'ordre d'inventaire.txt : chaque site sollicité
      *donne un prélèvement, placé au premier emplacement de l'article
      *sur ce site ; ce que plus aucun site ne couvre est signalé
       0400-REPARTIT-LIGNE.

           MOVE F-AP-QTE TO WS-A-REPARTIR

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ARTICLES
                   OR WS-A-REPARTIR = 0

               IF WS-NOM(WS-INDEX) = F-AP-ARTICLE
                   AND WS-LIBRE(WS-INDEX) > 0

                   IF WS-LIBRE(WS-INDEX) >= WS-A-REPARTIR
                       MOVE WS-A-REPARTIR TO WS-PART-SITE
                   ELSE
                       MOVE WS-LIBRE(WS-INDEX) TO WS-PART-SITE
                   END-IF

                   SUBTRACT WS-PART-SITE FROM WS-LIBRE(WS-INDEX)
                   SUBTRACT WS-PART-SITE FROM WS-A-REPARTIR

                   PERFORM 0450-AJOUTE-PRELEVEMENT

               END-IF

           END-PERFORM

           IF WS-A-REPARTIR > 0
               ADD 1 TO WS-NB-NON-COUVERTES
               DISPLAY "Client " F-AP-CLIENT " commande "
                   F-AP-NUMERO " : " WS-A-REPARTIR " x "
                   F-AP-ARTICLE " plus couvert(s) par le stock"
           END-IF
       .

      ******************************************************************

      *Ajoute le prélèvement de WS-PART-SITE sur le site WS-INDEX,
      *placé au premier emplacement de l'article sur ce site
       0450-AJOUTE-PRELEVEMENT.

           IF WS-NB-PRELEVEMENTS >= 2999
               DISPLAY "Plus de 2999 prélèvements, ignoré : client "
                   F-AP-CLIENT " commande " F-AP-NUMERO
           ELSE

               ADD 1 TO WS-NB-PRELEVEMENTS
               MOVE WS-SITE(WS-INDEX)
                   TO WS-PK-SITE(WS-NB-PRELEVEMENTS)
               MOVE F-AP-CLIENT TO WS-PK-CLIENT(WS-NB-PRELEVEMENTS)
               MOVE F-AP-NUMERO TO WS-PK-NUMERO(WS-NB-PRELEVEMENTS)
               MOVE F-AP-CODE TO WS-PK-CODE(WS-NB-PRELEVEMENTS)
               MOVE F-AP-ARTICLE TO WS-PK-ARTICLE(WS-NB-PRELEVEMENTS)
               MOVE WS-PART-SITE TO WS-PK-QTE(WS-NB-PRELEVEMENTS)

               MOVE WS-PK-SITE(WS-NB-PRELEVEMENTS) TO WS-SITE-COURANT
               PERFORM 0500-CHERCHE-EMPLACEMENT

               IF WS-EM-TROUVE = 0
                   MOVE HIGH-VALUES TO WS-PK-CLE(WS-NB-PRELEVEMENTS)
                   ADD 1 TO WS-NB-SANS-EMPL
               ELSE
                   MOVE WS-EM-CLE(WS-EM-TROUVE)
                       TO WS-PK-CLE(WS-NB-PRELEVEMENTS)
               END-IF

           END-IF
       .

      ******************************************************************

      *Cherche le premier emplacement (dans l'ordre de passage) de
      *l'article F-AP-ARTICLE sur le site WS-SITE-COURANT ; laisse
      *WS-EM-TROUVE à zéro s'il n'en a pas
       0500-CHERCHE-EMPLACEMENT.

           MOVE 0 TO WS-EM-TROUVE

           PERFORM VARYING WS-INDEX-EM FROM 1 BY 1
               UNTIL WS-INDEX-EM > WS-NB-EMPLACEMENTS
                   OR WS-EM-TROUVE NOT = 0

               IF WS-EM-ARTICLE(WS-INDEX-EM) = F-AP-ARTICLE
                   AND WS-EM-SITE(WS-INDEX-EM) = WS-SITE-COURANT
                   MOVE WS-INDEX-EM TO WS-EM-TROUVE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Édite une liste de préparation par site : une rupture de site
      *clôt l'état en cours et en ouvre un nouveau, une rupture de
      *client ouvre un groupe
       0600-EDITE-LISTES.

           MOVE SPACES TO WS-SITE-COURANT

           PERFORM VARYING WS-INDEX-PK FROM 1 BY 1
               UNTIL WS-INDEX-PK > WS-NB-PRELEVEMENTS

               IF WS-INDEX-PK = 1
                   OR WS-PK-SITE(WS-INDEX-PK) NOT = WS-SITE-COURANT
                   IF WS-INDEX-PK > 1
                       PERFORM 0700-FERME-LISTE
                   END-IF
                   PERFORM 0650-OUVRE-LISTE
               END-IF

               IF WS-PK-CLIENT(WS-INDEX-PK) NOT = WS-CLIENT-COURANT
                   MOVE WS-PK-CLIENT(WS-INDEX-PK) TO WS-CLIENT-COURANT
                   MOVE SPACES TO WS-ETAT-TEXTE
                   CALL "editetat" USING WS-ETAT-COMMANDE
                   STRING "Client " WS-CLIENT-COURANT
                       INTO WS-ETAT-TEXTE
                   END-STRING
                   CALL "editetat" USING WS-ETAT-COMMANDE
               END-IF

               PERFORM 0750-EDITE-PRELEVEMENT

           END-PERFORM

           IF WS-NB-PRELEVEMENTS > 0
               PERFORM 0700-FERME-LISTE
           END-IF
       .

      ******************************************************************

      *Ouvre la liste du site du prélèvement WS-INDEX-PK
       0650-OUVRE-LISTE.

           MOVE WS-PK-SITE(WS-INDEX-PK) TO WS-SITE-COURANT
           MOVE 0 TO WS-CLIENT-COURANT
           MOVE 0 TO WS-NB-LIGNES-SITE

           MOVE SPACES TO WS-NOM-ETAT
           STRING "preparation-" FUNCTION TRIM(WS-SITE-COURANT)
               "-" WS-DATE-JOUR ".txt"
               INTO WS-NOM-ETAT
           END-STRING

           MOVE "O" TO WS-ETAT-ACTION
           MOVE WS-NOM-ETAT TO WS-ETAT-FICHIER
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Préparation site " WS-SITE-COURANT
               " du " WS-DATE-JOUR
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "D" TO WS-ETAT-ACTION
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "  Emplacement  Produit Article       Qté  "
               "Cde  Prélevé"
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE
       .

      ******************************************************************

      *Clôt la liste du site en cours avec son nombre de lignes et le
      *rappel de la saisie des manquants
       0700-FERME-LISTE.

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           STRING "Lignes à prélever : " WS-NB-LIGNES-SITE
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "Manquants à reporter : manquants-preparation.txt"
               TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "Lot prélevé à reporter sur la ligne d'expédition"
               TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "F" TO WS-ETAT-ACTION
           CALL "editetat" USING WS-ETAT-COMMANDE

           DISPLAY "Liste de préparation écrite dans " WS-NOM-ETAT
       .

      ******************************************************************

      *Édite le prélèvement WS-INDEX-PK, suivi des autres emplacements
      *de l'article sur le site où le compléter si la case est vide
       0750-EDITE-PRELEVEMENT.

           ADD 1 TO WS-NB-LIGNES-SITE

           IF WS-PK-CLE(WS-INDEX-PK) = HIGH-VALUES
               MOVE "SANS EMPL." TO WS-EMPL-ED
           ELSE
               MOVE SPACES TO WS-EMPL-ED
               STRING WS-PK-CLE(WS-INDEX-PK)(1:3) "/"
                   WS-PK-CLE(WS-INDEX-PK)(4:2) "/"
                   WS-PK-CLE(WS-INDEX-PK)(6:3)
                   INTO WS-EMPL-ED
               END-STRING
           END-IF

           MOVE WS-PK-QTE(WS-INDEX-PK) TO WS-QTE-ED

           MOVE SPACES TO WS-MARQUE-KIT
           PERFORM VARYING WS-INDEX-NOMENCL FROM 1 BY 1
               UNTIL WS-INDEX-NOMENCL > WS-NB-NOMENCL
               IF WS-NO-KIT(WS-INDEX-NOMENCL) = WS-PK-CODE(WS-INDEX-PK)
                   AND WS-NO-COMPOSANT(WS-INDEX-NOMENCL)
                       = WS-PK-ARTICLE(WS-INDEX-PK)
                   MOVE "  kit" TO WS-MARQUE-KIT
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "  " WS-EMPL-ED "   " WS-PK-CODE(WS-INDEX-PK)
               "  " WS-PK-ARTICLE(WS-INDEX-PK)
               "  " WS-QTE-ED
               "  " WS-PK-NUMERO(WS-INDEX-PK)
               "  ____" WS-MARQUE-KIT
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           PERFORM 0800-SUGGERE-LOTS

           PERFORM VARYING WS-INDEX-EM FROM 1 BY 1
               UNTIL WS-INDEX-EM > WS-NB-EMPLACEMENTS

               IF WS-EM-ARTICLE(WS-INDEX-EM)
                   = WS-PK-ARTICLE(WS-INDEX-PK)
                   AND WS-EM-SITE(WS-INDEX-EM) = WS-SITE-COURANT
                   AND WS-EM-CLE(WS-INDEX-EM)
                       NOT = WS-PK-CLE(WS-INDEX-PK)
                   MOVE SPACES TO WS-ETAT-TEXTE
                   STRING "      ou " WS-EM-ALLEE(WS-INDEX-EM) "/"
                       WS-EM-ETAGERE(WS-INDEX-EM) "/"
                       WS-EM-CASE(WS-INDEX-EM)
                       INTO WS-ETAT-TEXTE
                   END-STRING
                   CALL "editetat" USING WS-ETAT-COMMANDE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Suggère sous le prélèvement WS-INDEX-PK les lots FEFO de
      *l'article sur le site : les lots non périmés dans l'ordre de
      *péremption, chacun pour ce qui lui reste, jusqu'à couvrir la
      *quantité ; le reste consommé ne sera pas resuggéré à une ligne
      *suivante. Un article sans lot n'a pas de suggestion, un
      *article loté que ses lots ne couvrent pas est signalé
       0800-SUGGERE-LOTS.

           MOVE WS-PK-QTE(WS-INDEX-PK) TO WS-A-SUGGERER
           MOVE "N" TO WS-ARTICLE-LOTE

           PERFORM VARYING WS-INDEX-LOT FROM 1 BY 1
               UNTIL WS-INDEX-LOT > WS-NB-LOTS
                   OR WS-A-SUGGERER = 0

               IF WS-LT-ARTICLE(WS-INDEX-LOT)
                   = WS-PK-ARTICLE(WS-INDEX-PK)
                   AND WS-LT-SITE(WS-INDEX-LOT) = WS-SITE-COURANT

                   MOVE "O" TO WS-ARTICLE-LOTE

                   IF WS-LT-RESTE(WS-INDEX-LOT) > 0
                       AND (WS-LT-PEREMPTION(WS-INDEX-LOT) = SPACES
                       OR WS-LT-PEREMPTION(WS-INDEX-LOT)
                           >= WS-DATE-JOUR)

                       IF WS-LT-RESTE(WS-INDEX-LOT) < WS-A-SUGGERER
                           MOVE WS-LT-RESTE(WS-INDEX-LOT)
                               TO WS-PART-LOT
                       ELSE
                           MOVE WS-A-SUGGERER TO WS-PART-LOT
                       END-IF
                       SUBTRACT WS-PART-LOT
                           FROM WS-LT-RESTE(WS-INDEX-LOT)
                       SUBTRACT WS-PART-LOT FROM WS-A-SUGGERER

                       MOVE WS-PART-LOT TO WS-QTE-LOT-ED
                       MOVE SPACES TO WS-ETAT-TEXTE
                       STRING "      lot " WS-LT-NUMERO(WS-INDEX-LOT)
                           " pér. " WS-LT-PEREMPTION(WS-INDEX-LOT)
                           " qté " WS-QTE-LOT-ED
                           INTO WS-ETAT-TEXTE
                       END-STRING
                       CALL "editetat" USING WS-ETAT-COMMANDE

                   END-IF

               END-IF

           END-PERFORM

           IF WS-ARTICLE-LOTE = "O" AND WS-A-SUGGERER > 0
               MOVE WS-A-SUGGERER TO WS-QTE-LOT-ED
               MOVE SPACES TO WS-ETAT-TEXTE
               STRING "      sans lot valide : " WS-QTE-LOT-ED
                   INTO WS-ETAT-TEXTE
               END-STRING
               CALL "editetat" USING WS-ETAT-COMMANDE
           END-IF
       .

      ******************************************************************

      *Ajoute la ligne préparée dans F-LIGNE-JOURNAL à la suite du
      *journal des ajustements, créé au premier changement, comme
      *comptage.cbl
       9000-ECRIT-JOURNAL.

           OPEN EXTEND FICHIER-JOURNAL

           IF WS-STATUT-JOURNAL = "35"
               OPEN OUTPUT FICHIER-JOURNAL
           END-IF

           WRITE F-LIGNE-JOURNAL

           CLOSE FICHIER-JOURNAL
       .
