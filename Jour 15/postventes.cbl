      *Programme de report des expéditions dans l'historique des
      *ventes : ventes-historique.txt n'était alimenté que par la
      *saisie hebdomadaire de ventes.cbl (et l'export de la caisse),
      *alors que l'essentiel du chiffre passe par les fichiers de
      *commandes de command.cbl et part par expeditions.txt ; la
      *prévision (prevision.cbl), les ventes perdues et le bilan
      *mensuel travaillaient donc sur une vue partielle. Ce programme
      *du soir reporte chaque ligne expédiée dans l'historique, au
      *découpage F-LIGNE-HISTORIQUE de ventes.cbl : libellé du
      *catalogue produits.txt à la place du code produit, prix
      *unitaire net de la ligne de commande fusionnée (promotion
      *déduite, comme à la fusion) et coût du fournisseur de
      *l'article (tarifs-fournisseurs.txt). Les expéditions déjà
      *reportées sont mémorisées dans ventes-postees.txt, de sorte
      *qu'un second lancement ne compte jamais deux fois la même
      *expédition.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. postventes.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier des expéditions, le même que command.cbl et
      *bonlivraison.cbl
       SELECT FICHIER-EXPEDITIONS ASSIGN TO "expeditions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-EXPEDITIONS.

      *Alias du fichier commandes courant, assigné dynamiquement pour
      *parcourir les fichiers datés listés dans commandes-liste.txt,
      *même mécanique que command.cbl
       SELECT FICHIER-COMMANDES
           ASSIGN TO DYNAMIC WS-FICHIER-COMMANDES-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-COMMANDES.

      *Alias de la liste des fichiers de commandes datés
       SELECT FICHIER-LISTE ASSIGN TO "commandes-liste.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-LISTE.

      *Alias du catalogue des produits, le même que command.cbl : il
      *donne le libellé reporté dans l'historique et l'article
      *d'inventaire du code produit
       SELECT FICHIER-PRODUITS ASSIGN TO "produits.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PRODUITS.

      *Alias des promotions, les mêmes que command.cbl, pour retrouver
      *le net de la ligne fusionnée
       SELECT FICHIER-PROMOTIONS ASSIGN TO "promotions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PROMOTIONS.

      *Alias du fichier inventaire, lu seulement pour connaître le
      *fournisseur de chaque article
       SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-INVENTAIRE.

      *Alias du tarif des fournisseurs, le même que rupture.cbl et
      *valorisation.cbl
       SELECT FICHIER-TARIFS ASSIGN TO "tarifs-fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-TARIFS.

      *Alias de l'historique des ventes, le même que ventes.cbl,
      *complété à la suite
       SELECT FICHIER-HISTORIQUE ASSIGN TO "ventes-historique.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-HIST.

      *Alias de la mémoire des expéditions déjà reportées : une ligne
      *par expédition passée dans l'historique
       SELECT FICHIER-POSTEES ASSIGN TO "ventes-postees.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-POSTEES.

      *Alias du rapport du report : reportées, déjà reportées,
      *rejetées, daté en tête
       SELECT FICHIER-RAPPORT ASSIGN TO "postventes-rapport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *Définition du fichier des expéditions, même découpage que
      *command.cbl : client, numéro de commande, code produit,
      *quantité expédiée, date AAAAMMJJ et lot expédié
       FD FICHIER-EXPEDITIONS.
       01 F-EXPEDITION.
           05 F-EX-CLIENT         PIC 9(6).
           05 FILLER              PIC X.
           05 F-EX-NUMERO         PIC 9(3).
           05 FILLER              PIC X.
           05 F-EX-CODE           PIC X(6).
           05 FILLER              PIC X.
           05 F-EX-QTE            PIC 9(3).
           05 FILLER              PIC X.
           05 F-EX-DATE           PIC X(8).
           05 FILLER              PIC X.
           05 F-EX-LOT            PIC X(8).

      *Définition du fichier commandes, même découpage que command.cbl
       FD FICHIER-COMMANDES.
       01 F-COMMANDE.
           05 F-ID-COMMANDE   PIC 9(6).
           05 FILLER          PIC X.
           05 F-NUMERO        PIC 9(3).
           05 FILLER          PIC X.
           05 F-CODE-PRODUIT  PIC X(6).
           05 FILLER          PIC X.
           05 F-QUANTITE      PIC 9(3).
           05 FILLER          PIC X.
           05 F-PRIX-UNITAIRE PIC 9(4).
           05 FILLER          PIC X.
           05 F-TYPE-COMMANDE PIC X.

      *Définition du fichier liste, une ligne par nom de fichier
       FD FICHIER-LISTE.
       01 F-NOM-FICHIER       PIC X(30).

      *Définition du catalogue des produits, même découpage que
      *command.cbl
       FD FICHIER-PRODUITS.
       01 F-PRODUIT-CATALOGUE.
           05 F-CODE-CATALOGUE    PIC X(6).
           05 FILLER              PIC X.
           05 F-LIBELLE-CATALOGUE PIC X(20).
           05 FILLER              PIC X.
           05 F-TAUX-CATALOGUE    PIC 9(4).
           05 FILLER              PIC X.
           05 F-PRIX-CATALOGUE    PIC 9(4).
           05 FILLER              PIC X.
           05 F-ARTICLE-CATALOGUE PIC X(10).

      *Définition des promotions, même découpage que command.cbl
       FD FICHIER-PROMOTIONS.
       01 F-PROMOTION.
           05 F-PR-CODE           PIC X(6).
           05 FILLER              PIC X.
           05 F-PR-DEBUT          PIC X(8).
           05 FILLER              PIC X.
           05 F-PR-FIN            PIC X(8).
           05 FILLER              PIC X.
           05 F-PR-PCT            PIC 99.

      *Définition du fichier inventaire, même découpage que
      *reception.cbl
       FD FICHIER-INVENTAIRE.
       01 F-INVENTAIRE.
           05 F-NOM               PIC X(10).
           05 F-STOCK             PIC 9(5).
           05 FILLER              PIC X.
           05 F-FOURNISSEUR       PIC X(10).
           05 FILLER              PIC X.
           05 F-SITE              PIC X(3).

      *Définition du tarif des fournisseurs, même découpage que
      *rupture.cbl (coût unitaire en centimes)
       FD FICHIER-TARIFS.
       01 F-TARIF.
           05 F-TF-FOURNISSEUR    PIC X(10).
           05 FILLER              PIC X.
           05 F-TF-ARTICLE        PIC X(10).
           05 FILLER              PIC X.
           05 F-TF-COUT           PIC 9(5).

      *Définition de l'historique des ventes, même découpage que
      *ventes.cbl (prix et coût unitaires en euros)
       FD FICHIER-HISTORIQUE.
       01 F-LIGNE-HISTORIQUE.
           05 F-DATE-HIST        PIC X(10).
           05 FILLER             PIC X.
           05 F-PRODUIT-HIST     PIC X(20).
           05 FILLER             PIC X.
           05 F-QUANTITE-HIST    PIC 9(3).
           05 FILLER             PIC X.
           05 F-PRIX-HIST        PIC 9(3).
           05 FILLER             PIC X.
           05 F-COUT-HIST        PIC 9(3).

      *Définition de la mémoire des expéditions reportées : la ligne
      *d'expédition d'origine suivie de la date du report
       FD FICHIER-POSTEES.
       01 F-POSTEE.
           05 F-PO-CLIENT         PIC 9(6).
           05 FILLER              PIC X.
           05 F-PO-NUMERO         PIC 9(3).
           05 FILLER              PIC X.
           05 F-PO-CODE           PIC X(6).
           05 FILLER              PIC X.
           05 F-PO-QTE            PIC 9(3).
           05 FILLER              PIC X.
           05 F-PO-DATE           PIC X(8).
           05 FILLER              PIC X.
           05 F-PO-DATE-REPORT    PIC X(8).

      *Définition du rapport, une ligne de texte libre
       FD FICHIER-RAPPORT.
       01 F-LIGNE-RAPPORT         PIC X(80).

       WORKING-STORAGE SECTION.

      *Lignes des fichiers de commandes, une par couple client /
      *numéro de commande : comme à la fusion, la dernière ligne lue
      *pour un même numéro remplace la précédente
       01 WS-LIGNES-TAB.
           05 WS-LIGNE            OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-NB-LIGNES.
               10 WS-LG-CLIENT    PIC 9(6).
               10 WS-LG-NUMERO    PIC 9(3).
               10 WS-LG-CODE      PIC X(6).
               10 WS-LG-QTE       PIC 9(3).
               10 WS-LG-PU        PIC 9(4).
               10 WS-LG-TYPE      PIC X.
               10 WS-LG-DATE      PIC X(8).
       77 WS-NB-LIGNES            PIC 9(4)              VALUE 1.
       77 WS-INDEX-LIGNE          PIC 9(4)              VALUE 1.
       77 WS-LIGNE-TROUVEE        PIC 9(4)              VALUE 0.

      *Catalogue des produits chargé en mémoire
       01 WS-CATALOGUE-TAB.
           05 WS-PRODUIT-CAT     OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NB-CATALOGUE.
               10 WS-CODE-CAT    PIC X(6).
               10 WS-LIBELLE-CAT PIC X(20).
               10 WS-PRIX-CAT    PIC 9(4).
               10 WS-ARTICLE-CAT PIC X(10).
       77 WS-NB-CATALOGUE        PIC 9(3)              VALUE 1.
       77 WS-INDEX-CAT           PIC 9(3)              VALUE 1.
       77 WS-CAT-TROUVE          PIC 9(3)              VALUE 0.
       77 WS-CODE-CHERCHE        PIC X(6).

      *Promotions chargées en mémoire, même mécanique que command.cbl
       01 WS-PROMOTIONS-TAB.
           05 WS-PROMOTION       OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-NB-PROMOTIONS.
               10 WS-PR-CODE     PIC X(6).
               10 WS-PR-DEBUT    PIC X(8).
               10 WS-PR-FIN      PIC X(8).
               10 WS-PR-PCT      PIC 99.
       77 WS-NB-PROMOTIONS       PIC 9(3)              VALUE 1.
       77 WS-INDEX-PROMO         PIC 9(3)              VALUE 1.

      *Fournisseur de chaque article de l'inventaire
       01 WS-INVENTAIRE-TAB.
           05 WS-INVENTAIRE      OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-ARTICLES.
               10 WS-NOM         PIC X(10).
               10 WS-FOURNISSEUR PIC X(10).
       77 WS-NB-ARTICLES         PIC 9(3)              VALUE 1.
       77 WS-INDEX               PIC 9(3)              VALUE 1.

      *Tarif des fournisseurs chargé en mémoire
       01 WS-TARIFS-TAB.
           05 WS-TARIF           OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-TARIFS.
               10 WS-TF-FOURNISSEUR  PIC X(10).
               10 WS-TF-ARTICLE      PIC X(10).
               10 WS-TF-COUT         PIC 9(5).
       77 WS-NB-TARIFS           PIC 9(3)              VALUE 1.
       77 WS-INDEX-TARIF         PIC 9(3)              VALUE 1.

      *Expéditions déjà reportées lors des lancements précédents ;
      *chaque entrée ne couvre qu'une seule ligne d'expédition (deux
      *expéditions identiques le même jour sont deux entrées)
       01 WS-POSTEES-TAB.
           05 WS-POSTEE          OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-NB-POSTEES.
               10 WS-PO-CLIENT   PIC 9(6).
               10 WS-PO-NUMERO   PIC 9(3).
               10 WS-PO-CODE     PIC X(6).
               10 WS-PO-QTE      PIC 9(3).
               10 WS-PO-DATE     PIC X(8).
               10 WS-PO-RETROUVEE PIC X.
       77 WS-NB-POSTEES          PIC 9(4)              VALUE 1.
       77 WS-INDEX-POSTEE        PIC 9(4)              VALUE 1.
       77 WS-POSTEE-TROUVEE      PIC 9(4)              VALUE 0.

      *Indicateurs de fin de fichier et statuts
       77 WS-FIN-EXPEDITIONS     PIC X                 VALUE 'F'.
       77 WS-FIN-COMMANDE        PIC X                 VALUE 'F'.
       77 WS-STATUT-EXPEDITIONS  PIC XX.
       77 WS-STATUT-COMMANDES    PIC XX.
       77 WS-STATUT-LISTE        PIC XX.
       77 WS-STATUT-PRODUITS     PIC XX.
       77 WS-STATUT-PROMOTIONS   PIC XX.
       77 WS-STATUT-INVENTAIRE   PIC XX.
       77 WS-STATUT-TARIFS       PIC XX.
       77 WS-STATUT-HIST         PIC XX.
       77 WS-STATUT-POSTEES      PIC XX.

      *Compteurs du bilan : expéditions lues, reportées, déjà
      *reportées par un lancement précédent et rejetées (code produit
      *inconnu du catalogue) ; les reports faits au prix catalogue
      *faute de ligne de commande, ou sans coût fournisseur connu,
      *sont comptés à part
       77 WS-NB-LUES             PIC 9(4)              VALUE 0.
       77 WS-NB-REPORTEES        PIC 9(4)              VALUE 0.
       77 WS-NB-DEJA             PIC 9(4)              VALUE 0.
       77 WS-NB-REJETEES         PIC 9(4)              VALUE 0.
       77 WS-NB-PRIX-CATALOGUE   PIC 9(4)              VALUE 0.
       77 WS-NB-SANS-COUT        PIC 9(4)              VALUE 0.

      *Calcul du prix net et du coût de l'expédition en cours, en
      *centimes, puis ramenés en euros arrondis pour l'historique
       77 WS-MONTANT-LIGNE       PIC 9(7)              VALUE 0.
       77 WS-PROMO-REMISE        PIC 9(7)              VALUE 0.
       77 WS-PU-NET              PIC 9(5)              VALUE 0.
       77 WS-COUT-CENTIMES       PIC 9(5)              VALUE 0.
       77 WS-PRIX-EUROS          PIC 9(5)              VALUE 0.
       77 WS-COUT-EUROS          PIC 9(5)              VALUE 0.
       77 WS-DATE-PROMO          PIC X(8).
       77 WS-ARTICLE-CHERCHE     PIC X(10).
       77 WS-FOURNISSEUR-CHERCHE PIC X(10).

      *Date du jour, et date de l'expédition au format AAAA-MM-JJ de
      *l'historique
       77 WS-DATE-JOUR           PIC X(8).
       77 WS-DATE-HIST-ED        PIC X(10).

      *Champs de la lecture transparente à travers plusieurs fichiers
      *de commandes, même mécanique que command.cbl, avec la date du
      *fichier daté en cours
       77 WS-FICHIER-COMMANDES-NOM  PIC X(30)      VALUE SPACES.
       77 WS-MODE-LISTE             PIC X          VALUE "N".
       77 WS-FICHIER-OUVERT         PIC X          VALUE "N".
       77 WS-PREMIER-FICHIER        PIC X          VALUE "O".
       77 WS-RECORD-LU              PIC X.
       77 WS-DATE-FICHIER           PIC X(8)       VALUE SPACES.
       77 WS-INDEX-CAR              PIC 99         VALUE 1.

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

      *Le catalogue est indispensable : sans lui pas de libellé, et
      *l'historique se lit par libellé produit
       PERFORM 0600-CHARGE-CATALOGUE.

       IF WS-NB-CATALOGUE = 0
           DISPLAY "Catalogue produits.txt absent ou vide : "
               "report des expéditions impossible"
           GOBACK
       END-IF.

      *Chargement des promotions, des fournisseurs de l'inventaire et
      *de leur tarif ; chacun est facultatif
       PERFORM 1200-CHARGE-PROMOTIONS.
       PERFORM 1300-CHARGE-FOURNISSEURS.
       PERFORM 0700-CHARGE-TARIFS.

      *Détection d'une liste de fichiers de commandes ; à défaut, le
      *programme retombe sur num-commandes.txt, comme command.cbl
       OPEN INPUT FICHIER-LISTE.
       IF WS-STATUT-LISTE = "00"
           MOVE "O" TO WS-MODE-LISTE
           CLOSE FICHIER-LISTE
       ELSE
           MOVE "N" TO WS-MODE-LISTE
       END-IF.

      *Chargement des lignes de commandes, pour le prix unitaire de la
      *ligne expédiée
       MOVE 0 TO WS-NB-LIGNES.
       PERFORM 0350-REINIT-LECTURE-COMMANDES.

       PERFORM UNTIL WS-FIN-COMMANDE = 'T'
           PERFORM 0500-LIT-COMMANDE
           IF WS-FIN-COMMANDE NOT = 'T'
               PERFORM 0200-RATTACHE-LIGNE
           END-IF
       END-PERFORM.

       DISPLAY "Lignes de commandes chargées : " WS-NB-LIGNES.

      *Relecture de la mémoire des expéditions déjà reportées
       PERFORM 0800-CHARGE-POSTEES.

       OPEN OUTPUT FICHIER-RAPPORT.

       MOVE SPACES TO F-LIGNE-RAPPORT.
       STRING "--- Report des expéditions dans l'historique du "
           WS-DATE-JOUR " ---"
           INTO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.

      *Ouverture de l'historique et de la mémoire à la suite, créés
      *s'ils n'existent pas encore (statut 35)
       OPEN EXTEND FICHIER-HISTORIQUE.

       IF WS-STATUT-HIST = "35"
           OPEN OUTPUT FICHIER-HISTORIQUE
       END-IF.

       OPEN EXTEND FICHIER-POSTEES.

       IF WS-STATUT-POSTEES = "35"
           OPEN OUTPUT FICHIER-POSTEES
       END-IF.

      *Parcours des expéditions : chacune est reportée une seule fois
       OPEN INPUT FICHIER-EXPEDITIONS.

       IF WS-STATUT-EXPEDITIONS NOT = "00"
           DISPLAY "Fichier expeditions.txt introuvable (statut "
               WS-STATUT-EXPEDITIONS "), rien à reporter"
           MOVE 'T' TO WS-FIN-EXPEDITIONS
       END-IF.

       PERFORM UNTIL WS-FIN-EXPEDITIONS = 'T'

           READ FICHIER-EXPEDITIONS

               AT END
                   MOVE 'T' TO WS-FIN-EXPEDITIONS

               NOT AT END
                   ADD 1 TO WS-NB-LUES
                   PERFORM 0900-REPORTE-EXPEDITION

           END-READ

       END-PERFORM.

       IF WS-STATUT-EXPEDITIONS NOT = "35"
           CLOSE FICHIER-EXPEDITIONS
       END-IF.

       CLOSE FICHIER-HISTORIQUE.
       CLOSE FICHIER-POSTEES.

      *Ligne de bilan en fin de rapport, puis fermeture
       MOVE SPACES TO F-LIGNE-RAPPORT.
       STRING "Bilan : " WS-NB-LUES " lue(s), "
           WS-NB-REPORTEES " reportée(s), "
           WS-NB-DEJA " déjà reportée(s), "
           WS-NB-REJETEES " rejetée(s)"
           INTO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.

       CLOSE FICHIER-RAPPORT.

       DISPLAY "Expéditions lues : " WS-NB-LUES.
       DISPLAY "Expéditions reportées : " WS-NB-REPORTEES.
       DISPLAY "Expéditions déjà reportées : " WS-NB-DEJA.
       DISPLAY "Expéditions rejetées : " WS-NB-REJETEES.
       DISPLAY "Reports au prix catalogue : " WS-NB-PRIX-CATALOGUE.
       DISPLAY "Reports sans coût fournisseur : " WS-NB-SANS-COUT.

      *GOBACK plutôt que STOP RUN : le report peut être appelé comme
      *une étape du planificateur du soir
       GOBACK.

      ******************************************************************

      *Range la ligne de commande courante dans le tableau des lignes :
      *un couple client / numéro déjà vu est remplacé, comme la fusion
      *écrase la case du numéro de commande
       0200-RATTACHE-LIGNE.

           MOVE 0 TO WS-LIGNE-TROUVEE

           PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
               UNTIL WS-INDEX-LIGNE > WS-NB-LIGNES
                   OR WS-LIGNE-TROUVEE NOT = 0

               IF WS-LG-CLIENT(WS-INDEX-LIGNE) = F-ID-COMMANDE
                   AND WS-LG-NUMERO(WS-INDEX-LIGNE) = F-NUMERO
                   MOVE WS-INDEX-LIGNE TO WS-LIGNE-TROUVEE
               END-IF

           END-PERFORM

           IF WS-LIGNE-TROUVEE = 0
               IF WS-NB-LIGNES < 9999
                   ADD 1 TO WS-NB-LIGNES
                   MOVE WS-NB-LIGNES TO WS-LIGNE-TROUVEE
               ELSE
                   DISPLAY "Plus de 9999 lignes de commandes, "
                       "ligne ignorée : client " F-ID-COMMANDE
                       " commande " F-NUMERO
               END-IF
           END-IF

           IF WS-LIGNE-TROUVEE NOT = 0
               MOVE F-ID-COMMANDE TO WS-LG-CLIENT(WS-LIGNE-TROUVEE)
               MOVE F-NUMERO TO WS-LG-NUMERO(WS-LIGNE-TROUVEE)
               MOVE F-CODE-PRODUIT TO WS-LG-CODE(WS-LIGNE-TROUVEE)
               MOVE F-QUANTITE TO WS-LG-QTE(WS-LIGNE-TROUVEE)
               MOVE F-PRIX-UNITAIRE TO WS-LG-PU(WS-LIGNE-TROUVEE)
               MOVE F-TYPE-COMMANDE TO WS-LG-TYPE(WS-LIGNE-TROUVEE)
               MOVE WS-DATE-FICHIER TO WS-LG-DATE(WS-LIGNE-TROUVEE)
           END-IF
       .

      ******************************************************************

      *Remet à zéro l'état de lecture des fichiers de commandes avant
      *de reparcourir depuis le début, même mécanique que command.cbl
       0350-REINIT-LECTURE-COMMANDES.

           MOVE "F" TO WS-FIN-COMMANDE
           MOVE "N" TO WS-FICHIER-OUVERT
           MOVE "O" TO WS-PREMIER-FICHIER

           IF WS-MODE-LISTE = "O"
               OPEN INPUT FICHIER-LISTE
           END-IF
       .

      ******************************************************************

      *Détermine le nom du prochain fichier de commandes à ouvrir,
      *même mécanique que command.cbl
       0400-PROCHAIN-FICHIER-COMMANDE.

           IF WS-MODE-LISTE = "O"
               READ FICHIER-LISTE
                   AT END
                       MOVE "T" TO WS-FIN-COMMANDE
                       CLOSE FICHIER-LISTE
                   NOT AT END
                       MOVE F-NOM-FICHIER TO WS-FICHIER-COMMANDES-NOM
               END-READ
           ELSE
               IF WS-PREMIER-FICHIER = "O"
                   MOVE "num-commandes.txt" TO
                       WS-FICHIER-COMMANDES-NOM
                   MOVE "N" TO WS-PREMIER-FICHIER
               ELSE
                   MOVE "T" TO WS-FIN-COMMANDE
               END-IF
           END-IF
       .

      ******************************************************************

      *Relève la date AAAAMMJJ portée dans le nom du fichier de
      *commandes courant, comme command.cbl ; un nom sans date laisse
      *WS-DATE-FICHIER à blanc
       0450-DATE-DU-FICHIER.

           MOVE SPACES TO WS-DATE-FICHIER

           PERFORM VARYING WS-INDEX-CAR FROM 1 BY 1
               UNTIL WS-INDEX-CAR > 23
                   OR WS-DATE-FICHIER NOT = SPACES

               IF WS-FICHIER-COMMANDES-NOM(WS-INDEX-CAR:8) NUMERIC
                   MOVE WS-FICHIER-COMMANDES-NOM(WS-INDEX-CAR:8)
                       TO WS-DATE-FICHIER
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Lit l'enregistrement suivant de commandes, en passant de façon
      *transparente au fichier suivant de la liste, même mécanique que
      *command.cbl
       0500-LIT-COMMANDE.

           MOVE "N" TO WS-RECORD-LU

           PERFORM UNTIL WS-RECORD-LU = "O" OR WS-FIN-COMMANDE = "T"

               IF WS-FICHIER-OUVERT NOT = "O"
                   PERFORM 0400-PROCHAIN-FICHIER-COMMANDE
                   IF WS-FIN-COMMANDE NOT = "T"
                       OPEN INPUT FICHIER-COMMANDES
                       IF WS-STATUT-COMMANDES = "00"
                           MOVE "O" TO WS-FICHIER-OUVERT
                           PERFORM 0450-DATE-DU-FICHIER
                       ELSE
                           DISPLAY "Fichier de commandes "
                               WS-FICHIER-COMMANDES-NOM
                               " introuvable (statut "
                               WS-STATUT-COMMANDES "), ignoré"
                       END-IF
                   END-IF
               END-IF

               IF WS-FIN-COMMANDE NOT = "T"
                   READ FICHIER-COMMANDES
                       AT END
                           CLOSE FICHIER-COMMANDES
                           MOVE "N" TO WS-FICHIER-OUVERT
                       NOT AT END
                           MOVE "O" TO WS-RECORD-LU
                   END-READ
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Charge le catalogue des produits, même mécanique que
      *command.cbl ; son absence laisse WS-NB-CATALOGUE à zéro
       0600-CHARGE-CATALOGUE.

           MOVE 0 TO WS-NB-CATALOGUE

           OPEN INPUT FICHIER-PRODUITS

           IF WS-STATUT-PRODUITS NOT = "00"
               CONTINUE
           ELSE

               PERFORM UNTIL WS-STATUT-PRODUITS NOT = "00"
                   READ FICHIER-PRODUITS
                       AT END
                           MOVE "10" TO WS-STATUT-PRODUITS
                       NOT AT END
                           IF WS-NB-CATALOGUE < 500
                               ADD 1 TO WS-NB-CATALOGUE
                               MOVE F-CODE-CATALOGUE TO
                                   WS-CODE-CAT(WS-NB-CATALOGUE)
                               MOVE F-LIBELLE-CATALOGUE TO
                                   WS-LIBELLE-CAT(WS-NB-CATALOGUE)
                               MOVE F-ARTICLE-CATALOGUE TO
                                   WS-ARTICLE-CAT(WS-NB-CATALOGUE)
                               IF F-PRIX-CATALOGUE NUMERIC
                                   MOVE F-PRIX-CATALOGUE TO
                                       WS-PRIX-CAT(WS-NB-CATALOGUE)
                               ELSE
                                   MOVE 0 TO
                                       WS-PRIX-CAT(WS-NB-CATALOGUE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-PRODUITS

           END-IF
       .

      ******************************************************************

      *Cherche WS-CODE-CHERCHE dans le catalogue ; laisse
      *WS-CAT-TROUVE à zéro s'il est inconnu
       0650-CHERCHE-CATALOGUE.

           MOVE 0 TO WS-CAT-TROUVE

           PERFORM VARYING WS-INDEX-CAT FROM 1 BY 1
               UNTIL WS-INDEX-CAT > WS-NB-CATALOGUE
                   OR WS-CAT-TROUVE NOT = 0

               IF WS-CODE-CAT(WS-INDEX-CAT) = WS-CODE-CHERCHE
                   MOVE WS-INDEX-CAT TO WS-CAT-TROUVE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Charge le tarif des fournisseurs ; un fichier absent (statut
      *35) laisse les coûts à zéro dans l'historique
       0700-CHARGE-TARIFS.

           MOVE 0 TO WS-NB-TARIFS

           OPEN INPUT FICHIER-TARIFS

           IF WS-STATUT-TARIFS NOT = "00"
               DISPLAY "Tarif tarifs-fournisseurs.txt absent (statut "
                   WS-STATUT-TARIFS "), coûts reportés à zéro"
           ELSE

               PERFORM UNTIL WS-STATUT-TARIFS NOT = "00"
                   READ FICHIER-TARIFS
                       AT END
                           MOVE "10" TO WS-STATUT-TARIFS
                       NOT AT END
                           IF WS-NB-TARIFS < 999
                               AND F-TF-COUT NUMERIC
                               ADD 1 TO WS-NB-TARIFS
                               MOVE F-TF-FOURNISSEUR TO
                                   WS-TF-FOURNISSEUR(WS-NB-TARIFS)
                               MOVE F-TF-ARTICLE TO
                                   WS-TF-ARTICLE(WS-NB-TARIFS)
                               MOVE F-TF-COUT TO
                                   WS-TF-COUT(WS-NB-TARIFS)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-TARIFS

           END-IF
       .

      ******************************************************************

      *Cherche le coût unitaire de WS-ARTICLE-CHERCHE chez son
      *fournisseur d'inventaire ; à défaut de ce couple au tarif, le
      *premier tarif connu de l'article est retenu ; laisse
      *WS-COUT-CENTIMES à zéro si l'article n'a aucun tarif
       0750-CHERCHE-COUT.

           MOVE 0 TO WS-COUT-CENTIMES
           MOVE SPACES TO WS-FOURNISSEUR-CHERCHE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ARTICLES
                   OR WS-FOURNISSEUR-CHERCHE NOT = SPACES

               IF WS-NOM(WS-INDEX) = WS-ARTICLE-CHERCHE
                   MOVE WS-FOURNISSEUR(WS-INDEX)
                       TO WS-FOURNISSEUR-CHERCHE
               END-IF

           END-PERFORM

           PERFORM VARYING WS-INDEX-TARIF FROM 1 BY 1
               UNTIL WS-INDEX-TARIF > WS-NB-TARIFS
                   OR WS-COUT-CENTIMES NOT = 0

               IF WS-TF-ARTICLE(WS-INDEX-TARIF) = WS-ARTICLE-CHERCHE
                   AND WS-TF-FOURNISSEUR(WS-INDEX-TARIF)
                       = WS-FOURNISSEUR-CHERCHE
                   MOVE WS-TF-COUT(WS-INDEX-TARIF)
                       TO WS-COUT-CENTIMES
               END-IF

           END-PERFORM

           PERFORM VARYING WS-INDEX-TARIF FROM 1 BY 1
               UNTIL WS-INDEX-TARIF > WS-NB-TARIFS
                   OR WS-COUT-CENTIMES NOT = 0

               IF WS-TF-ARTICLE(WS-INDEX-TARIF) = WS-ARTICLE-CHERCHE
                   MOVE WS-TF-COUT(WS-INDEX-TARIF)
                       TO WS-COUT-CENTIMES
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Relit la mémoire des expéditions déjà reportées ; un fichier
      *absent signifie simplement un premier report
       0800-CHARGE-POSTEES.

           MOVE 0 TO WS-NB-POSTEES

           OPEN INPUT FICHIER-POSTEES

           IF WS-STATUT-POSTEES = "00"

               PERFORM UNTIL WS-STATUT-POSTEES NOT = "00"
                   READ FICHIER-POSTEES
                       AT END
                           MOVE "10" TO WS-STATUT-POSTEES
                       NOT AT END
                           IF WS-NB-POSTEES < 9999
                               ADD 1 TO WS-NB-POSTEES
                               MOVE F-PO-CLIENT TO
                                   WS-PO-CLIENT(WS-NB-POSTEES)
                               MOVE F-PO-NUMERO TO
                                   WS-PO-NUMERO(WS-NB-POSTEES)
                               MOVE F-PO-CODE TO
                                   WS-PO-CODE(WS-NB-POSTEES)
                               MOVE F-PO-QTE TO
                                   WS-PO-QTE(WS-NB-POSTEES)
                               MOVE F-PO-DATE TO
                                   WS-PO-DATE(WS-NB-POSTEES)
                               MOVE "N" TO
                                   WS-PO-RETROUVEE(WS-NB-POSTEES)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-POSTEES

           END-IF

           DISPLAY "Expéditions déjà reportées en mémoire : "
               WS-NB-POSTEES
       .

      ******************************************************************

      *Cherche l'expédition courante parmi celles déjà reportées et
      *pas encore rapprochées dans ce lancement ; laisse
      *WS-POSTEE-TROUVEE à zéro si elle est nouvelle
       0850-CHERCHE-POSTEE.

           MOVE 0 TO WS-POSTEE-TROUVEE

           PERFORM VARYING WS-INDEX-POSTEE FROM 1 BY 1
               UNTIL WS-INDEX-POSTEE > WS-NB-POSTEES
                   OR WS-POSTEE-TROUVEE NOT = 0

               IF WS-PO-RETROUVEE(WS-INDEX-POSTEE) = "N"
                   AND WS-PO-CLIENT(WS-INDEX-POSTEE) = F-EX-CLIENT
                   AND WS-PO-NUMERO(WS-INDEX-POSTEE) = F-EX-NUMERO
                   AND WS-PO-CODE(WS-INDEX-POSTEE) = F-EX-CODE
                   AND WS-PO-QTE(WS-INDEX-POSTEE) = F-EX-QTE
                   AND WS-PO-DATE(WS-INDEX-POSTEE) = F-EX-DATE
                   MOVE WS-INDEX-POSTEE TO WS-POSTEE-TROUVEE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Reporte l'expédition courante : déjà reportée, elle est
      *seulement comptée ; un code produit inconnu du catalogue est
      *rejeté sans être mémorisé (il sera reporté au lancement qui
      *suivra la correction du catalogue) ; sinon la ligne part dans
      *l'historique puis dans la mémoire
       0900-REPORTE-EXPEDITION.

           PERFORM 0850-CHERCHE-POSTEE

           IF WS-POSTEE-TROUVEE NOT = 0
               MOVE "O" TO WS-PO-RETROUVEE(WS-POSTEE-TROUVEE)
               ADD 1 TO WS-NB-DEJA
           ELSE

               MOVE F-EX-CODE TO WS-CODE-CHERCHE
               PERFORM 0650-CHERCHE-CATALOGUE

               IF WS-CAT-TROUVE = 0

                   ADD 1 TO WS-NB-REJETEES
                   MOVE SPACES TO F-LIGNE-RAPPORT
                   STRING "REJETÉ   client " F-EX-CLIENT
                       " commande " F-EX-NUMERO
                       " produit " F-EX-CODE
                       " : code inconnu du catalogue"
                       INTO F-LIGNE-RAPPORT
                   END-STRING
                   WRITE F-LIGNE-RAPPORT

               ELSE

                   PERFORM 0950-PRIX-ET-COUT
                   PERFORM 0980-ECRIT-HISTORIQUE

               END-IF

           END-IF
       .

      ******************************************************************

      *Prix unitaire net et coût unitaire de l'expédition courante :
      *le prix vient de la ligne de commande du même client, numéro et
      *produit, promotion déduite à la date de son fichier comme à la
      *fusion ; sans ligne de commande (commande déjà close), le prix
      *catalogue est retenu et signalé au rapport
       0950-PRIX-ET-COUT.

           MOVE 0 TO WS-LIGNE-TROUVEE

           PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
               UNTIL WS-INDEX-LIGNE > WS-NB-LIGNES
                   OR WS-LIGNE-TROUVEE NOT = 0

               IF WS-LG-CLIENT(WS-INDEX-LIGNE) = F-EX-CLIENT
                   AND WS-LG-NUMERO(WS-INDEX-LIGNE) = F-EX-NUMERO
                   AND WS-LG-CODE(WS-INDEX-LIGNE) = F-EX-CODE
                   AND WS-LG-TYPE(WS-INDEX-LIGNE) NOT = "C"
                   AND WS-LG-QTE(WS-INDEX-LIGNE) > 0
                   MOVE WS-INDEX-LIGNE TO WS-LIGNE-TROUVEE
               END-IF

           END-PERFORM

           IF WS-LIGNE-TROUVEE = 0

               MOVE WS-PRIX-CAT(WS-CAT-TROUVE) TO WS-PU-NET
               ADD 1 TO WS-NB-PRIX-CATALOGUE

               MOVE SPACES TO F-LIGNE-RAPPORT
               STRING "INFO     client " F-EX-CLIENT
                   " commande " F-EX-NUMERO
                   " produit " F-EX-CODE
                   " : ligne de commande absente, prix catalogue"
                   INTO F-LIGNE-RAPPORT
               END-STRING
               WRITE F-LIGNE-RAPPORT

           ELSE

               COMPUTE WS-MONTANT-LIGNE =
                   WS-LG-QTE(WS-LIGNE-TROUVEE)
                   * WS-LG-PU(WS-LIGNE-TROUVEE)

               IF WS-LG-DATE(WS-LIGNE-TROUVEE) = SPACES
                   MOVE WS-DATE-JOUR TO WS-DATE-PROMO
               ELSE
                   MOVE WS-LG-DATE(WS-LIGNE-TROUVEE) TO WS-DATE-PROMO
               END-IF

               PERFORM 1250-APPLIQUE-PROMOTION

               COMPUTE WS-PU-NET ROUNDED =
                   WS-MONTANT-LIGNE / WS-LG-QTE(WS-LIGNE-TROUVEE)

           END-IF

      *Coût du fournisseur de l'article d'inventaire du produit
           MOVE WS-ARTICLE-CAT(WS-CAT-TROUVE) TO WS-ARTICLE-CHERCHE
           PERFORM 0750-CHERCHE-COUT

           IF WS-COUT-CENTIMES = 0
               ADD 1 TO WS-NB-SANS-COUT
           END-IF

      *L'historique compte en euros sur trois chiffres, comme la
      *saisie de ventes.cbl : les centimes sont arrondis à l'euro le
      *plus proche et un montant hors colonne est plafonné à 999
           COMPUTE WS-PRIX-EUROS ROUNDED = WS-PU-NET / 100
           COMPUTE WS-COUT-EUROS ROUNDED = WS-COUT-CENTIMES / 100

           IF WS-PRIX-EUROS > 999
               MOVE 999 TO WS-PRIX-EUROS
           END-IF

           IF WS-COUT-EUROS > 999
               MOVE 999 TO WS-COUT-EUROS
           END-IF
       .

      ******************************************************************

      *Écrit la ligne d'historique de l'expédition courante, datée du
      *jour de l'expédition, puis la mémorise comme reportée
       0980-ECRIT-HISTORIQUE.

           MOVE SPACES TO WS-DATE-HIST-ED
           STRING F-EX-DATE(1:4) "-" F-EX-DATE(5:2) "-"
               F-EX-DATE(7:2)
               INTO WS-DATE-HIST-ED
           END-STRING

           MOVE SPACES TO F-LIGNE-HISTORIQUE
           MOVE WS-DATE-HIST-ED TO F-DATE-HIST
           MOVE WS-LIBELLE-CAT(WS-CAT-TROUVE) TO F-PRODUIT-HIST
           MOVE F-EX-QTE TO F-QUANTITE-HIST
           MOVE WS-PRIX-EUROS TO F-PRIX-HIST
           MOVE WS-COUT-EUROS TO F-COUT-HIST
           WRITE F-LIGNE-HISTORIQUE

           MOVE SPACES TO F-POSTEE
           MOVE F-EX-CLIENT TO F-PO-CLIENT
           MOVE F-EX-NUMERO TO F-PO-NUMERO
           MOVE F-EX-CODE TO F-PO-CODE
           MOVE F-EX-QTE TO F-PO-QTE
           MOVE F-EX-DATE TO F-PO-DATE
           MOVE WS-DATE-JOUR TO F-PO-DATE-REPORT
           WRITE F-POSTEE

           ADD 1 TO WS-NB-REPORTEES

           MOVE SPACES TO F-LIGNE-RAPPORT
           STRING "REPORTÉ  client " F-EX-CLIENT
               " commande " F-EX-NUMERO
               " " WS-LIBELLE-CAT(WS-CAT-TROUVE)
               " qté " F-EX-QTE
               " prix " F-PRIX-HIST
               " coût " F-COUT-HIST
               INTO F-LIGNE-RAPPORT
           END-STRING
           WRITE F-LIGNE-RAPPORT
       .

      ******************************************************************

      *Charge les promotions ; un fichier absent (statut 35) laisse
      *les prix reportés sans remise
       1200-CHARGE-PROMOTIONS.

           MOVE 0 TO WS-NB-PROMOTIONS

           OPEN INPUT FICHIER-PROMOTIONS

           IF WS-STATUT-PROMOTIONS = "00"

               PERFORM UNTIL WS-STATUT-PROMOTIONS NOT = "00"
                   READ FICHIER-PROMOTIONS
                       AT END
                           MOVE "10" TO WS-STATUT-PROMOTIONS
                       NOT AT END
                           IF WS-NB-PROMOTIONS < 100
                               AND F-PR-PCT NUMERIC
                               ADD 1 TO WS-NB-PROMOTIONS
                               MOVE F-PR-CODE TO
                                   WS-PR-CODE(WS-NB-PROMOTIONS)
                               MOVE F-PR-DEBUT TO
                                   WS-PR-DEBUT(WS-NB-PROMOTIONS)
                               MOVE F-PR-FIN TO
                                   WS-PR-FIN(WS-NB-PROMOTIONS)
                               MOVE F-PR-PCT TO
                                   WS-PR-PCT(WS-NB-PROMOTIONS)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-PROMOTIONS

           END-IF
       .

      ******************************************************************

      *Applique au montant WS-MONTANT-LIGNE la remise de la première
      *campagne du produit de la ligne trouvée dont la fenêtre couvre
      *WS-DATE-PROMO, comme 1250-APPLIQUE-PROMOTION de command.cbl
       1250-APPLIQUE-PROMOTION.

           MOVE 0 TO WS-PROMO-REMISE

           PERFORM VARYING WS-INDEX-PROMO FROM 1 BY 1
               UNTIL WS-INDEX-PROMO > WS-NB-PROMOTIONS
                   OR WS-PROMO-REMISE > 0

               IF WS-PR-CODE(WS-INDEX-PROMO)
                       = WS-LG-CODE(WS-LIGNE-TROUVEE)
                   AND WS-DATE-PROMO >= WS-PR-DEBUT(WS-INDEX-PROMO)
                   AND WS-DATE-PROMO <= WS-PR-FIN(WS-INDEX-PROMO)

                   COMPUTE WS-PROMO-REMISE ROUNDED =
                       WS-MONTANT-LIGNE
                       * WS-PR-PCT(WS-INDEX-PROMO) / 100

                   SUBTRACT WS-PROMO-REMISE FROM WS-MONTANT-LIGNE

               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Charge le fournisseur de chaque article de l'inventaire ; un
      *fichier absent laisse les coûts au premier tarif de l'article
       1300-CHARGE-FOURNISSEURS.

           MOVE 0 TO WS-NB-ARTICLES

           OPEN INPUT FICHIER-INVENTAIRE

           IF WS-STATUT-INVENTAIRE = "00"

               PERFORM UNTIL WS-STATUT-INVENTAIRE NOT = "00"
                   READ FICHIER-INVENTAIRE
                       AT END
                           MOVE "10" TO WS-STATUT-INVENTAIRE
                       NOT AT END
                           IF WS-NB-ARTICLES < 999
                               ADD 1 TO WS-NB-ARTICLES
                               MOVE F-NOM TO WS-NOM(WS-NB-ARTICLES)
                               MOVE F-FOURNISSEUR TO
                                   WS-FOURNISSEUR(WS-NB-ARTICLES)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-INVENTAIRE

           END-IF
       .
