      *Rentabilité par client : la catégorie de fidélité classe les
      *clients par chiffre d'affaires, mais certains gros clients
      *n'achètent que nos produits les moins margés. Ce programme
      *reprend chaque ligne de commande fusionnée de la chaîne des
      *fichiers de commandes (même relecture que postventes.cbl),
      *rattache son code produit à l'article d'inventaire par
      *F-ARTICLE-CATALOGUE et la valorise au tarif du fournisseur
      *(tarifs-fournisseurs.txt). Comme à la fusion de command.cbl,
      *les quantités annulées (annulations.txt) sont d'abord retirées
      *des lignes, ni vendues ni coûtées. Les promotions accordées sont
      *déduites du chiffre, les retours (lignes C) retirés du chiffre
      *comme du coût, et les pénalités de retard de l'état des
      *impayés ajoutées à la marge. Les clients sont classés par
      *marge brute puis par taux de marge, regroupés par catégorie de
      *fidélité avec un sous-total par catégorie ; l'état est édité
      *par le sous-programme commun editetat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rentabilite.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

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
      *donne l'article d'inventaire du code produit
       SELECT FICHIER-PRODUITS ASSIGN TO "produits.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PRODUITS.

      *Alias des promotions, les mêmes que command.cbl, pour retrouver
      *la remise accordée sur chaque ligne
       SELECT FICHIER-PROMOTIONS ASSIGN TO "promotions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PROMOTIONS.

      *Alias du fichier inventaire, lu seulement pour connaître le
      *fournisseur de chaque article
       SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-INVENTAIRE.

      *Alias du tarif des fournisseurs, le même que postventes.cbl
       SELECT FICHIER-TARIFS ASSIGN TO "tarifs-fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-TARIFS.

      *Alias du fichier clients, pour le nom porté à l'état
       SELECT FICHIER-CLIENTS
           ASSIGN TO DYNAMIC WS-FICHIER-CLIENTS-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CLIENTS.

      *Alias de l'état des impayés écrit par command.cbl, d'où sont
      *relevées les pénalités de retard de chaque client
       SELECT FICHIER-IMPAYES
           ASSIGN TO DYNAMIC WS-FICHIER-IMPAYES-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-IMPAYES.

      *Alias du fichier des relevés écrit par command.cbl, d'où est
      *relevée la catégorie de fidélité de chaque client
       SELECT FICHIER-RELEVES
           ASSIGN TO DYNAMIC WS-FICHIER-RELEVES-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-RELEVES.

      *Alias des seuils de fidélité, les mêmes que command.cbl, pour
      *classer un client absent du dernier relevé
       SELECT FICHIER-SEUILS ASSIGN TO "vip-seuils.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-SEUILS.

      *Alias du registre des annulations saisies par annulcmd.cbl,
      *le même que command.cbl
       SELECT FICHIER-ANNULATIONS ASSIGN TO "annulations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-ANNULATIONS.

       DATA DIVISION.

       FILE SECTION.

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

      *Définition du fichier clients, même découpage que command.cbl
       FD FICHIER-CLIENTS.
       01 F-CLIENT.
           05 F-ID                PIC 9(6).
           05 FILLER              PIC X(6).
           05 F-NOM-CLIENT        PIC X(11).
           05 F-PRENOM-CLIENT     PIC X(11).

      *Définition de l'état des impayés, relu en texte libre
       FD FICHIER-IMPAYES.
       01 F-LIGNE-IMPAYES         PIC X(132).

      *Définition du fichier des relevés, une ligne de texte libre
       FD FICHIER-RELEVES.
       01 F-LIGNE-RELEVE          PIC X(80).

      *Définition des seuils de fidélité, une ligne "MOT-CLE valeur"
       FD FICHIER-SEUILS.
       01 F-LIGNE-SEUIL           PIC X(40).

      *Définition du registre des annulations, même découpage que
      *annulcmd.cbl : client, numéro de commande, code produit,
      *quantité annulée, date AAAAMMJJ, opérateur et motif
       FD FICHIER-ANNULATIONS.
       01 F-ANNULATION.
           05 F-AN-CLIENT         PIC 9(6).
           05 FILLER              PIC X.
           05 F-AN-NUMERO         PIC 9(3).
           05 FILLER              PIC X.
           05 F-AN-CODE           PIC X(6).
           05 FILLER              PIC X.
           05 F-AN-QTE            PIC 9(3).
           05 FILLER              PIC X.
           05 F-AN-DATE           PIC X(8).
           05 FILLER              PIC X.
           05 F-AN-OPERATEUR      PIC X(20).
           05 FILLER              PIC X.
           05 F-AN-MOTIF          PIC X(30).

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

      *Cumuls par client, en centimes : chiffre d'affaires net
      *(promotions et retours déduits), coût d'achat (retours
      *déduits), promotions accordées, retours, pénalités de retard,
      *puis marge brute et taux de marge en pourcent calculés pour le
      *classement, et rang général à l'état ; la catégorie de
      *fidélité vient du dernier relevé
       01 WS-RENTABILITE-TAB.
           05 WS-RT-CLIENT       OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-RT.
               10 WS-RT-ID           PIC 9(6).
               10 WS-RT-NOM          PIC X(11).
               10 WS-RT-CATEGORIE    PIC 9.
               10 WS-RT-NB-LIGNES    PIC 9(4).
               10 WS-RT-CA           PIC S9(9).
               10 WS-RT-COUT         PIC S9(9).
               10 WS-RT-PROMOTIONS   PIC 9(9).
               10 WS-RT-RETOURS      PIC 9(9).
               10 WS-RT-PENALITES    PIC 9(9).
               10 WS-RT-MARGE        PIC S9(9).
               10 WS-RT-TAUX         PIC S9(5).
               10 WS-RT-RANG         PIC 9(3).
       77 WS-NB-RT                PIC 9(3)              VALUE 1.
       77 WS-INDEX-RT             PIC 9(3)              VALUE 1.
       77 WS-RT-TROUVE            PIC 9(3)              VALUE 0.
       77 WS-ID-CHERCHE           PIC 9(6)              VALUE 0.

      *Sous-totaux par catégorie de fidélité : 1 Premium,
      *2 Privilégié, 3 Fidèle, 4 Standard, comme command.cbl
       01 WS-CATEGORIES-TAB.
           05 WS-CATEGORIE-RT    OCCURS 4 TIMES.
               10 WS-CT-NB           PIC 9(4).
               10 WS-CT-CA           PIC S9(11).
               10 WS-CT-COUT         PIC S9(11).
               10 WS-CT-PENALITES    PIC 9(11).
               10 WS-CT-MARGE        PIC S9(11).
       77 WS-CATEGORIE            PIC 9                 VALUE 1.
       77 WS-LIBELLE-CATEGORIE    PIC X(12).

      *Seuils de fidélité, les valeurs historiques de command.cbl
      *restant les valeurs par défaut
       77 WS-SEUIL-PREMIUM        PIC 9(8)              VALUE 1000000.
       77 WS-SEUIL-PRIVILEGIE     PIC 9(8)              VALUE 500000.
       77 WS-SEUIL-FIDELE         PIC 9(8)              VALUE 100000.
       77 WS-MOT-CLE-SEUIL        PIC X(20).
       77 WS-VALEUR-SEUIL         PIC X(15).

      *Indicateurs de fin de fichier et statuts
       77 WS-EOF                  PIC X                 VALUE 'F'.
       77 WS-FIN-COMMANDE         PIC X                 VALUE 'F'.
       77 WS-STATUT-COMMANDES     PIC XX.
       77 WS-STATUT-LISTE         PIC XX.
       77 WS-STATUT-PRODUITS      PIC XX.
       77 WS-STATUT-PROMOTIONS    PIC XX.
       77 WS-STATUT-INVENTAIRE    PIC XX.
       77 WS-STATUT-TARIFS        PIC XX.
       77 WS-STATUT-CLIENTS       PIC XX.
       77 WS-STATUT-IMPAYES       PIC XX.
       77 WS-STATUT-RELEVES       PIC XX.
       77 WS-STATUT-SEUILS        PIC XX.
       77 WS-STATUT-ANNULATIONS   PIC XX.

      *Compteurs du bilan : lignes valorisées, lignes sans coût
      *fournisseur connu (code inconnu du catalogue ou article sans
      *tarif, coût compté à zéro), pénalités relevées, annulations
      *appliquées
       77 WS-NB-VALORISEES        PIC 9(5)              VALUE 0.
       77 WS-NB-SANS-COUT         PIC 9(5)              VALUE 0.
       77 WS-NB-PENALITES         PIC 9(5)              VALUE 0.
       77 WS-NB-EDITES            PIC 9(4)              VALUE 0.
       77 WS-NB-ANNULATIONS       PIC 9(5)              VALUE 0.

      *Quantité retirée d'une ligne par une annulation
       77 WS-QTE-ANNULEE          PIC 9(3)              VALUE 0.

      *Calcul de la ligne en cours, en centimes
       77 WS-MONTANT-LIGNE        PIC 9(7)              VALUE 0.
       77 WS-PROMO-REMISE         PIC 9(7)              VALUE 0.
       77 WS-COUT-LIGNE           PIC 9(9)              VALUE 0.
       77 WS-COUT-CENTIMES        PIC 9(5)              VALUE 0.
       77 WS-DATE-PROMO           PIC X(8).
       77 WS-ARTICLE-CHERCHE      PIC X(10).
       77 WS-FOURNISSEUR-CHERCHE  PIC X(10).

      *Totaux généraux de l'état
       77 WS-TOTAL-CA             PIC S9(11)            VALUE 0.
       77 WS-TOTAL-COUT           PIC S9(11)            VALUE 0.
       77 WS-TOTAL-MARGE          PIC S9(11)            VALUE 0.
       77 WS-TAUX-CALCUL          PIC S9(5)             VALUE 0.

      *Date du jour et nom de l'état daté
       77 WS-DATE-JOUR            PIC X(8).
       77 WS-NOM-ETAT             PIC X(30).

      *Lecture des relevés et des impayés : client de la page ou du
      *bloc en cours, découpage "libellé : valeur"
       77 WS-CLIENT-COURANT       PIC 9(6)              VALUE 0.
       77 WS-CLE                  PIC X(60).
       77 WS-VALEUR               PIC X(80).

      *Champs utilisés pour relire un montant affiché en euros et le
      *ramener en centimes
       77 WS-MONTANT-TEXTE        PIC X(30).
       77 WS-EUROS-TEXTE          PIC X(20).
       77 WS-CENTIMES-TEXTE       PIC X(20).
       77 WS-MONTANT-LU           PIC S9(11)            VALUE 0.

      *Champs de formatage des montants, même mécanique que
      *command.cbl
       77 WS-MONTANT-CENTS       PIC S9(11)            VALUE 0.
       77 WS-MONTANT-ABS         PIC 9(11)             VALUE 0.
       77 WS-MONTANT-EUROS       PIC 9(9).
       77 WS-MONTANT-CENTIMES    PIC 99.
       77 WS-MONTANT-EUROS-EDIT  PIC Z(8)9.
       77 WS-MONTANT-AFFICHE     PIC X(18).

      *Ligne de tableau de l'état et versions éditées
       01 WS-LIGNE-TABLEAU.
           05 WS-TB-RANG          PIC X(5).
           05 WS-TB-CLIENT        PIC X(7).
           05 WS-TB-NOM           PIC X(12).
           05 WS-TB-CA            PIC X(16).
           05 WS-TB-COUT          PIC X(16).
           05 WS-TB-MARGE         PIC X(16).
           05 WS-TB-TAUX          PIC X(8).
       77 WS-RANG                 PIC 9(3)              VALUE 0.
       77 WS-RANG-ED              PIC ZZ9.
       77 WS-TAUX-ED              PIC -(4)9.

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

      *Noms réels des fichiers partagés avec command.cbl, résolus par
      *le sous-programme d'environnement, et commande de résolution
       77 WS-FICHIER-CLIENTS-NOM    PIC X(40)
           VALUE "clients.txt".
       77 WS-FICHIER-IMPAYES-NOM    PIC X(40)
           VALUE "impayes.txt".
       77 WS-FICHIER-RELEVES-NOM    PIC X(40)
           VALUE "releves-clients.txt".
       01 WS-ENV-COMMANDE.
           05 WS-ENV-LOGIQUE        PIC X(20).
           05 WS-ENV-DEFAUT         PIC X(40).
           05 WS-ENV-RESOLU         PIC X(40).

      *Commande passée au sous-programme commun d'édition d'états
      *(editetat.cbl) : action, nom du fichier, texte de la ligne
       01 WS-ETAT-COMMANDE.
           05 WS-ETAT-ACTION      PIC X.
           05 WS-ETAT-FICHIER     PIC X(30).
           05 WS-ETAT-TEXTE       PIC X(80).

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

      *Résolution des noms de fichiers partagés avec command.cbl, pour
      *lire les mêmes fichiers que lui en TEST comme en PROD
       MOVE "CLIENTS" TO WS-ENV-LOGIQUE.
       MOVE WS-FICHIER-CLIENTS-NOM TO WS-ENV-DEFAUT.
       CALL "environnement" USING WS-ENV-COMMANDE.
       MOVE WS-ENV-RESOLU TO WS-FICHIER-CLIENTS-NOM.

       MOVE "IMPAYES" TO WS-ENV-LOGIQUE.
       MOVE WS-FICHIER-IMPAYES-NOM TO WS-ENV-DEFAUT.
       CALL "environnement" USING WS-ENV-COMMANDE.
       MOVE WS-ENV-RESOLU TO WS-FICHIER-IMPAYES-NOM.

       MOVE "RELEVES" TO WS-ENV-LOGIQUE.
       MOVE WS-FICHIER-RELEVES-NOM TO WS-ENV-DEFAUT.
       CALL "environnement" USING WS-ENV-COMMANDE.
       MOVE WS-ENV-RESOLU TO WS-FICHIER-RELEVES-NOM.

      *Le catalogue est indispensable : sans lui aucune ligne ne
      *retrouve son article, donc son coût
       PERFORM 0600-CHARGE-CATALOGUE.

       IF WS-NB-CATALOGUE = 0
           DISPLAY "Catalogue produits.txt absent ou vide : "
               "rentabilité impossible"
           STOP RUN
       END-IF.

      *Chargement des promotions, des fournisseurs de l'inventaire,
      *de leur tarif et des seuils de fidélité ; chacun est facultatif
       PERFORM 1200-CHARGE-PROMOTIONS.
       PERFORM 1300-CHARGE-FOURNISSEURS.
       PERFORM 0700-CHARGE-TARIFS.
       PERFORM 1400-CHARGE-SEUILS.

      *Les clients du fichier clients ouvrent le tableau, pour leur
      *nom ; un client des commandes absent du fichier y est ajouté
      *sans nom
       MOVE 0 TO WS-NB-RT.
       PERFORM 1500-CHARGE-CLIENTS.

      *Détection d'une liste de fichiers de commandes ; à défaut, le
      *programme retombe sur num-commandes.txt, comme command.cbl
       OPEN INPUT FICHIER-LISTE.
       IF WS-STATUT-LISTE = "00"
           MOVE "O" TO WS-MODE-LISTE
           CLOSE FICHIER-LISTE
       ELSE
           MOVE "N" TO WS-MODE-LISTE
       END-IF.

      *Chargement des lignes de commandes fusionnées
       MOVE 0 TO WS-NB-LIGNES.
       PERFORM 0350-REINIT-LECTURE-COMMANDES.

       PERFORM UNTIL WS-FIN-COMMANDE = 'T'
           PERFORM 0500-LIT-COMMANDE
           IF WS-FIN-COMMANDE NOT = 'T'
               PERFORM 0200-RATTACHE-LIGNE
           END-IF
       END-PERFORM.

       DISPLAY "Lignes de commandes chargées : " WS-NB-LIGNES.

      *Quantités annulées retirées des lignes avant valorisation,
      *comme à la fusion
       PERFORM 0550-APPLIQUE-ANNULATIONS.
       DISPLAY "Annulations appliquées : " WS-NB-ANNULATIONS.

      *Valorisation de chaque ligne au prix et au coût
       PERFORM VARYING WS-LIGNE-TROUVEE FROM 1 BY 1
           UNTIL WS-LIGNE-TROUVEE > WS-NB-LIGNES
           PERFORM 2000-VALORISE-LIGNE
       END-PERFORM.

      *Pénalités de retard de l'état des impayés et catégorie de
      *fidélité du dernier relevé
       PERFORM 2500-CHARGE-PENALITES.
       PERFORM 2700-CHARGE-CATEGORIES.

       PERFORM VARYING WS-INDEX-RT FROM 1 BY 1
           UNTIL WS-INDEX-RT > WS-NB-RT
           PERFORM 3000-CALCULE-MARGE
       END-PERFORM.

      *Classement de la meilleure à la moins bonne marge brute, puis
      *du meilleur au moins bon taux de marge
       IF WS-NB-RT > 0
           SORT WS-RT-CLIENT
               ON DESCENDING KEY WS-RT-MARGE
               ON DESCENDING KEY WS-RT-TAUX
       END-IF.

       PERFORM 4000-EDITE-ETAT.

       DISPLAY "Lignes valorisées : " WS-NB-VALORISEES.
       DISPLAY "Lignes sans coût fournisseur : " WS-NB-SANS-COUT.
       DISPLAY "Pénalités de retard relevées : " WS-NB-PENALITES.
       DISPLAY "Clients classés : " WS-NB-EDITES.
       DISPLAY "Rentabilité écrite dans " WS-NOM-ETAT.

       STOP RUN.

      ******************************************************************

      *Formate un montant en centimes (WS-MONTANT-CENTS) en chaîne
      *"euros,centimes €" dans WS-MONTANT-AFFICHE, même mécanique que
      *command.cbl
       0100-FORMATE-PRIX.

           IF WS-MONTANT-CENTS < 0
               COMPUTE WS-MONTANT-ABS = 0 - WS-MONTANT-CENTS
           ELSE
               MOVE WS-MONTANT-CENTS TO WS-MONTANT-ABS
           END-IF

           COMPUTE WS-MONTANT-EUROS = WS-MONTANT-ABS / 100
           COMPUTE WS-MONTANT-CENTIMES =
               FUNCTION MOD(WS-MONTANT-ABS, 100)

           MOVE WS-MONTANT-EUROS TO WS-MONTANT-EUROS-EDIT

           MOVE SPACES TO WS-MONTANT-AFFICHE
           IF WS-MONTANT-CENTS < 0
               STRING "-"
                      FUNCTION TRIM(WS-MONTANT-EUROS-EDIT)
                      ","
                      WS-MONTANT-CENTIMES
                      " €"
                      INTO WS-MONTANT-AFFICHE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-MONTANT-EUROS-EDIT)
                      ","
                      WS-MONTANT-CENTIMES
                      " €"
                      INTO WS-MONTANT-AFFICHE
               END-STRING
           END-IF
       .

      ******************************************************************

      *Relit un montant affiché "euros,centimes €" (WS-MONTANT-TEXTE,
      *éventuellement négatif) et le ramène en centimes dans
      *WS-MONTANT-LU
       0150-LIT-MONTANT.

           MOVE SPACES TO WS-EUROS-TEXTE
           MOVE SPACES TO WS-CENTIMES-TEXTE
           UNSTRING FUNCTION TRIM(WS-MONTANT-TEXTE)
               DELIMITED BY ","
               INTO WS-EUROS-TEXTE WS-CENTIMES-TEXTE
           END-UNSTRING

           IF WS-EUROS-TEXTE(1:1) = "-"
               MOVE "0" TO WS-EUROS-TEXTE(1:1)
           END-IF

           COMPUTE WS-MONTANT-LU =
               FUNCTION NUMVAL(WS-EUROS-TEXTE) * 100

           IF WS-CENTIMES-TEXTE(1:2) NUMERIC
               ADD FUNCTION NUMVAL(WS-CENTIMES-TEXTE(1:2))
                   TO WS-MONTANT-LU
           END-IF

           IF FUNCTION TRIM(WS-MONTANT-TEXTE)(1:1) = "-"
               COMPUTE WS-MONTANT-LU = 0 - WS-MONTANT-LU
           END-IF
       .

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

      *Retire des lignes les quantités annulées par annulcmd.cbl ;
      *un registre absent (statut 35) signifie qu'aucune ligne n'a été
      *annulée
       0550-APPLIQUE-ANNULATIONS.

           OPEN INPUT FICHIER-ANNULATIONS

           IF WS-STATUT-ANNULATIONS = "00"

               PERFORM UNTIL WS-STATUT-ANNULATIONS NOT = "00"
                   READ FICHIER-ANNULATIONS
                       AT END
                           MOVE "10" TO WS-STATUT-ANNULATIONS
                       NOT AT END
                           IF F-AN-QTE NUMERIC
                               PERFORM 0560-APPLIQUE-ANNULATION
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-ANNULATIONS

           END-IF
       .

      ******************************************************************

      *Applique l'annulation lue comme 1370-APPLIQUE-ANNULATION de
      *command.cbl : la ligne doit être du même client, du même numéro
      *et du même produit, datée au plus tard du jour de l'annulation
      *(sinon le numéro a été réutilisé depuis) ; la quantité retirée
      *est plafonnée à celle de la ligne
       0560-APPLIQUE-ANNULATION.

           MOVE 0 TO WS-LIGNE-TROUVEE

           PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
               UNTIL WS-INDEX-LIGNE > WS-NB-LIGNES
                   OR WS-LIGNE-TROUVEE NOT = 0

               IF WS-LG-CLIENT(WS-INDEX-LIGNE) = F-AN-CLIENT
                   AND WS-LG-NUMERO(WS-INDEX-LIGNE) = F-AN-NUMERO
                   AND WS-LG-CODE(WS-INDEX-LIGNE) = F-AN-CODE
                   AND WS-LG-TYPE(WS-INDEX-LIGNE) NOT = "C"
                   AND WS-LG-DATE(WS-INDEX-LIGNE) <= F-AN-DATE
                   AND WS-LG-QTE(WS-INDEX-LIGNE) > 0
                   MOVE WS-INDEX-LIGNE TO WS-LIGNE-TROUVEE
               END-IF

           END-PERFORM

           IF WS-LIGNE-TROUVEE NOT = 0

               ADD 1 TO WS-NB-ANNULATIONS

               IF F-AN-QTE > WS-LG-QTE(WS-LIGNE-TROUVEE)
                   MOVE WS-LG-QTE(WS-LIGNE-TROUVEE) TO WS-QTE-ANNULEE
               ELSE
                   MOVE F-AN-QTE TO WS-QTE-ANNULEE
               END-IF

               SUBTRACT WS-QTE-ANNULEE FROM WS-LG-QTE(WS-LIGNE-TROUVEE)

           END-IF
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
      *35) laisse tous les coûts à zéro
       0700-CHARGE-TARIFS.

           MOVE 0 TO WS-NB-TARIFS

           OPEN INPUT FICHIER-TARIFS

           IF WS-STATUT-TARIFS NOT = "00"
               DISPLAY "Tarif tarifs-fournisseurs.txt absent (statut "
                   WS-STATUT-TARIFS "), coûts comptés à zéro"
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

      *Charge les promotions ; un fichier absent (statut 35) laisse
      *les lignes sans remise
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

      ******************************************************************

      *Charge les seuils de fidélité de vip-seuils.txt, même mécanique
      *que command.cbl ; un fichier absent garde les seuils historiques
       1400-CHARGE-SEUILS.

           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-SEUILS

           IF WS-STATUT-SEUILS = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-SEUILS
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-MOT-CLE-SEUIL
                           MOVE SPACES TO WS-VALEUR-SEUIL
                           UNSTRING F-LIGNE-SEUIL
                               DELIMITED BY ALL SPACE
                               INTO WS-MOT-CLE-SEUIL WS-VALEUR-SEUIL
                           END-UNSTRING
                           EVALUATE WS-MOT-CLE-SEUIL
                               WHEN "PREMIUM"
                                   MOVE FUNCTION
                                       NUMVAL(WS-VALEUR-SEUIL)
                                       TO WS-SEUIL-PREMIUM
                               WHEN "PRIVILEGIE"
                                   MOVE FUNCTION
                                       NUMVAL(WS-VALEUR-SEUIL)
                                       TO WS-SEUIL-PRIVILEGIE
                               WHEN "FIDELE"
                                   MOVE FUNCTION
                                       NUMVAL(WS-VALEUR-SEUIL)
                                       TO WS-SEUIL-FIDELE
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SEUILS
           END-IF
       .

      ******************************************************************

      *Ouvre une entrée du tableau de rentabilité pour chaque client
      *du fichier clients, cumuls à zéro
       1500-CHARGE-CLIENTS.

           OPEN INPUT FICHIER-CLIENTS

           IF WS-STATUT-CLIENTS = "00"

               PERFORM UNTIL WS-STATUT-CLIENTS NOT = "00"
                   READ FICHIER-CLIENTS
                       AT END
                           MOVE "10" TO WS-STATUT-CLIENTS
                       NOT AT END
                           MOVE F-ID TO WS-ID-CHERCHE
                           PERFORM 7000-TROUVE-CLIENT
                           IF WS-RT-TROUVE NOT = 0
                               MOVE F-NOM-CLIENT
                                   TO WS-RT-NOM(WS-RT-TROUVE)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-CLIENTS

           END-IF
       .

      ******************************************************************

      *Valorise la ligne fusionnée WS-LIGNE-TROUVEE : le chiffre est
      *la quantité au prix unitaire de la ligne, promotion déduite à
      *la date de son fichier comme à la fusion ; une ligne C est un
      *retour, retiré du chiffre et, la marchandise revenant en stock,
      *du coût ; le coût est celui du fournisseur de l'article
      *d'inventaire rattaché au code produit par le catalogue
       2000-VALORISE-LIGNE.

           IF WS-LG-QTE(WS-LIGNE-TROUVEE) > 0

               MOVE WS-LG-CLIENT(WS-LIGNE-TROUVEE) TO WS-ID-CHERCHE
               PERFORM 7000-TROUVE-CLIENT

               IF WS-RT-TROUVE NOT = 0

                   ADD 1 TO WS-NB-VALORISEES
                   ADD 1 TO WS-RT-NB-LIGNES(WS-RT-TROUVE)

                   COMPUTE WS-MONTANT-LIGNE =
                       WS-LG-QTE(WS-LIGNE-TROUVEE)
                       * WS-LG-PU(WS-LIGNE-TROUVEE)

      *Coût du fournisseur de l'article d'inventaire du produit ; un
      *code inconnu du catalogue ou un article sans tarif est compté
      *à coût nul et signalé au bilan
                   MOVE 0 TO WS-COUT-CENTIMES
                   MOVE WS-LG-CODE(WS-LIGNE-TROUVEE) TO WS-CODE-CHERCHE
                   PERFORM 0650-CHERCHE-CATALOGUE

                   IF WS-CAT-TROUVE NOT = 0
                       MOVE WS-ARTICLE-CAT(WS-CAT-TROUVE)
                           TO WS-ARTICLE-CHERCHE
                       PERFORM 0750-CHERCHE-COUT
                   END-IF

                   IF WS-COUT-CENTIMES = 0
                       ADD 1 TO WS-NB-SANS-COUT
                   END-IF

                   COMPUTE WS-COUT-LIGNE =
                       WS-LG-QTE(WS-LIGNE-TROUVEE) * WS-COUT-CENTIMES

                   IF WS-LG-TYPE(WS-LIGNE-TROUVEE) = "C"

                       SUBTRACT WS-MONTANT-LIGNE
                           FROM WS-RT-CA(WS-RT-TROUVE)
                       ADD WS-MONTANT-LIGNE
                           TO WS-RT-RETOURS(WS-RT-TROUVE)
                       SUBTRACT WS-COUT-LIGNE
                           FROM WS-RT-COUT(WS-RT-TROUVE)

                   ELSE

                       IF WS-LG-DATE(WS-LIGNE-TROUVEE) = SPACES
                           MOVE WS-DATE-JOUR TO WS-DATE-PROMO
                       ELSE
                           MOVE WS-LG-DATE(WS-LIGNE-TROUVEE)
                               TO WS-DATE-PROMO
                       END-IF

                       PERFORM 1250-APPLIQUE-PROMOTION

                       ADD WS-MONTANT-LIGNE TO WS-RT-CA(WS-RT-TROUVE)
                       ADD WS-PROMO-REMISE
                           TO WS-RT-PROMOTIONS(WS-RT-TROUVE)
                       ADD WS-COUT-LIGNE TO WS-RT-COUT(WS-RT-TROUVE)

                   END-IF

               END-IF

           END-IF
       .

      ******************************************************************

      *Relève les pénalités de retard de l'état des impayés : chaque
      *ligne "  Retard ..., pénalité X au taux de ..." suit la ligne
      *"Client NNNNNN ..." de son client ; un état absent laisse les
      *pénalités à zéro
       2500-CHARGE-PENALITES.

           MOVE 0 TO WS-CLIENT-COURANT
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-IMPAYES

           IF WS-STATUT-IMPAYES NOT = "00"
               DISPLAY "État des impayés absent (statut "
                   WS-STATUT-IMPAYES "), pénalités comptées à zéro"
           ELSE

               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-IMPAYES
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           PERFORM 2550-LIGNE-IMPAYES
                   END-READ
               END-PERFORM

               CLOSE FICHIER-IMPAYES

           END-IF
       .

      ******************************************************************

      *Analyse une ligne de l'état des impayés : une ligne sans retrait
      *change de bloc client, une ligne de retard du bloc d'un client
      *porte sa pénalité
       2550-LIGNE-IMPAYES.

           IF F-LIGNE-IMPAYES(1:1) NOT = SPACE
               MOVE 0 TO WS-CLIENT-COURANT
               IF F-LIGNE-IMPAYES(1:7) = "Client "
                   AND F-LIGNE-IMPAYES(8:6) NUMERIC
                   MOVE F-LIGNE-IMPAYES(8:6) TO WS-CLIENT-COURANT
               END-IF
           END-IF

           IF F-LIGNE-IMPAYES(1:9) = "  Retard "
               AND WS-CLIENT-COURANT NOT = 0

               MOVE SPACES TO WS-CLE WS-VALEUR WS-MONTANT-TEXTE
               UNSTRING F-LIGNE-IMPAYES DELIMITED BY "pénalité "
                   INTO WS-CLE WS-VALEUR
               END-UNSTRING
               UNSTRING WS-VALEUR DELIMITED BY " au taux"
                   INTO WS-MONTANT-TEXTE
               END-UNSTRING

               PERFORM 0150-LIT-MONTANT

               MOVE WS-CLIENT-COURANT TO WS-ID-CHERCHE
               PERFORM 7000-TROUVE-CLIENT

               IF WS-RT-TROUVE NOT = 0 AND WS-MONTANT-LU > 0
                   ADD WS-MONTANT-LU TO WS-RT-PENALITES(WS-RT-TROUVE)
                   ADD 1 TO WS-NB-PENALITES
               END-IF

           END-IF
       .

      ******************************************************************

      *Relève la catégorie de fidélité de chaque client sur sa page du
      *dernier relevé, comme ficheclient.cbl ; la ligne de séparation
      *ferme la page, l'en-tête "Relevé du client n NNNNNN" l'ouvre
       2700-CHARGE-CATEGORIES.

           MOVE 0 TO WS-CLIENT-COURANT
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-RELEVES

           IF WS-STATUT-RELEVES NOT = "00"
               DISPLAY "Relevé absent (statut " WS-STATUT-RELEVES
                   "), catégories recalculées sur le chiffre net"
           ELSE

               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-RELEVES
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           PERFORM 2750-LIGNE-RELEVE
                   END-READ
               END-PERFORM

               CLOSE FICHIER-RELEVES

           END-IF
       .

      ******************************************************************

      *Analyse une ligne du relevé : en-tête de page, séparation, ou
      *ligne "Catégorie fidélité : X" de la page en cours
       2750-LIGNE-RELEVE.

           IF F-LIGNE-RELEVE(1:1) = "="
               MOVE 0 TO WS-CLIENT-COURANT
           END-IF

           MOVE SPACES TO WS-CLE WS-VALEUR
           UNSTRING F-LIGNE-RELEVE DELIMITED BY "client n "
               INTO WS-CLE WS-VALEUR
           END-UNSTRING

           IF WS-VALEUR(1:6) NUMERIC
               MOVE WS-VALEUR(1:6) TO WS-CLIENT-COURANT
           END-IF

           IF WS-CLIENT-COURANT NOT = 0

               MOVE SPACES TO WS-CLE WS-VALEUR
               UNSTRING F-LIGNE-RELEVE DELIMITED BY " : "
                   INTO WS-CLE WS-VALEUR
               END-UNSTRING

               IF FUNCTION TRIM(WS-CLE) = "Catégorie fidélité"
                   MOVE WS-CLIENT-COURANT TO WS-ID-CHERCHE
                   PERFORM 7000-TROUVE-CLIENT
                   IF WS-RT-TROUVE NOT = 0
                       EVALUATE FUNCTION TRIM(WS-VALEUR)
                           WHEN "Premium"
                               MOVE 1 TO WS-RT-CATEGORIE(WS-RT-TROUVE)
                           WHEN "Privilégié"
                               MOVE 2 TO WS-RT-CATEGORIE(WS-RT-TROUVE)
                           WHEN "Fidèle"
                               MOVE 3 TO WS-RT-CATEGORIE(WS-RT-TROUVE)
                           WHEN "Standard"
                               MOVE 4 TO WS-RT-CATEGORIE(WS-RT-TROUVE)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF

           END-IF
       .

      ******************************************************************

      *Marge brute du client WS-INDEX-RT (chiffre net et pénalités,
      *moins le coût) et taux de marge sur le chiffre net ; un client
      *absent du dernier relevé est classé sur son chiffre net avec
      *les seuils de fidélité, comme command.cbl
       3000-CALCULE-MARGE.

           COMPUTE WS-RT-MARGE(WS-INDEX-RT) =
               WS-RT-CA(WS-INDEX-RT)
               + WS-RT-PENALITES(WS-INDEX-RT)
               - WS-RT-COUT(WS-INDEX-RT)

           IF WS-RT-CA(WS-INDEX-RT) > 0
               COMPUTE WS-RT-TAUX(WS-INDEX-RT) ROUNDED =
                   WS-RT-MARGE(WS-INDEX-RT) * 100
                   / WS-RT-CA(WS-INDEX-RT)
           ELSE
               MOVE 0 TO WS-RT-TAUX(WS-INDEX-RT)
           END-IF

           IF WS-RT-CATEGORIE(WS-INDEX-RT) = 0
               EVALUATE TRUE
                   WHEN WS-RT-CA(WS-INDEX-RT) > WS-SEUIL-PREMIUM
                       MOVE 1 TO WS-RT-CATEGORIE(WS-INDEX-RT)
                   WHEN WS-RT-CA(WS-INDEX-RT) > WS-SEUIL-PRIVILEGIE
                       MOVE 2 TO WS-RT-CATEGORIE(WS-INDEX-RT)
                   WHEN WS-RT-CA(WS-INDEX-RT) > WS-SEUIL-FIDELE
                       MOVE 3 TO WS-RT-CATEGORIE(WS-INDEX-RT)
                   WHEN OTHER
                       MOVE 4 TO WS-RT-CATEGORIE(WS-INDEX-RT)
               END-EVALUATE
           END-IF
       .

      ******************************************************************

      *Libellé de la catégorie de fidélité WS-CATEGORIE, comme
      *command.cbl
       3100-LIBELLE-CATEGORIE.

           EVALUATE WS-CATEGORIE
               WHEN 1
                   MOVE "Premium" TO WS-LIBELLE-CATEGORIE
               WHEN 2
                   MOVE "Privilégié" TO WS-LIBELLE-CATEGORIE
               WHEN 3
                   MOVE "Fidèle" TO WS-LIBELLE-CATEGORIE
               WHEN OTHER
                   MOVE "Standard" TO WS-LIBELLE-CATEGORIE
           END-EVALUATE
       .

      ******************************************************************

      *Édite l'état daté : une section par catégorie de fidélité, les
      *clients y paraissant dans l'ordre du classement général avec
      *leur rang, puis le sous-total de la catégorie ; le total
      *général clôt l'état. Seuls les clients ayant des lignes ou des
      *pénalités sont édités
       4000-EDITE-ETAT.

           INITIALIZE WS-CATEGORIES-TAB
           MOVE 0 TO WS-RANG

           PERFORM VARYING WS-INDEX-RT FROM 1 BY 1
               UNTIL WS-INDEX-RT > WS-NB-RT
               IF WS-RT-NB-LIGNES(WS-INDEX-RT) > 0
                   OR WS-RT-PENALITES(WS-INDEX-RT) > 0
                   ADD 1 TO WS-RANG
                   MOVE WS-RANG TO WS-RT-RANG(WS-INDEX-RT)
                   MOVE WS-RT-CATEGORIE(WS-INDEX-RT) TO WS-CATEGORIE
                   ADD 1 TO WS-CT-NB(WS-CATEGORIE)
                   ADD WS-RT-CA(WS-INDEX-RT) TO WS-CT-CA(WS-CATEGORIE)
                   ADD WS-RT-COUT(WS-INDEX-RT)
                       TO WS-CT-COUT(WS-CATEGORIE)
                   ADD WS-RT-PENALITES(WS-INDEX-RT)
                       TO WS-CT-PENALITES(WS-CATEGORIE)
                   ADD WS-RT-MARGE(WS-INDEX-RT)
                       TO WS-CT-MARGE(WS-CATEGORIE)
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-NOM-ETAT
           STRING "rentabilite-" WS-DATE-JOUR ".txt"
               INTO WS-NOM-ETAT
           END-STRING

           MOVE "O" TO WS-ETAT-ACTION
           MOVE WS-NOM-ETAT TO WS-ETAT-FICHIER
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Rentabilité par client au " WS-DATE-JOUR
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "D" TO WS-ETAT-ACTION

           PERFORM VARYING WS-CATEGORIE FROM 1 BY 1
               UNTIL WS-CATEGORIE > 4
               IF WS-CT-NB(WS-CATEGORIE) > 0
                   PERFORM 4100-EDITE-CATEGORIE
               END-IF
           END-PERFORM

      *Total général
           MOVE 0 TO WS-TOTAL-CA WS-TOTAL-COUT WS-TOTAL-MARGE
           PERFORM VARYING WS-CATEGORIE FROM 1 BY 1
               UNTIL WS-CATEGORIE > 4
               ADD WS-CT-CA(WS-CATEGORIE) TO WS-TOTAL-CA
               ADD WS-CT-COUT(WS-CATEGORIE) TO WS-TOTAL-COUT
               ADD WS-CT-MARGE(WS-CATEGORIE) TO WS-TOTAL-MARGE
           END-PERFORM

           MOVE SPACES TO WS-LIGNE-TABLEAU
           MOVE "Total général" TO WS-LIGNE-TABLEAU(1:24)
           PERFORM 4300-EDITE-MONTANTS
           MOVE WS-LIGNE-TABLEAU TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           STRING "Lignes valorisées : " WS-NB-VALORISEES
               ", dont sans coût fournisseur : " WS-NB-SANS-COUT
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "F" TO WS-ETAT-ACTION
           CALL "editetat" USING WS-ETAT-COMMANDE
       .

      ******************************************************************

      *Édite la section de la catégorie WS-CATEGORIE : en-tête,
      *clients de la catégorie dans l'ordre du classement, sous-total
       4100-EDITE-CATEGORIE.

           PERFORM 3100-LIBELLE-CATEGORIE

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           STRING "Catégorie " FUNCTION TRIM(WS-LIBELLE-CATEGORIE)
               " (" WS-CT-NB(WS-CATEGORIE) " client(s))"
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-LIGNE-TABLEAU
           MOVE "Rang" TO WS-TB-RANG
           MOVE "Client" TO WS-TB-CLIENT
           MOVE "Nom" TO WS-TB-NOM
           MOVE "      CA net" TO WS-TB-CA
           MOVE "     Coût" TO WS-TB-COUT
           MOVE "     Marge" TO WS-TB-MARGE
           MOVE " Taux" TO WS-TB-TAUX
           MOVE WS-LIGNE-TABLEAU TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           PERFORM VARYING WS-INDEX-RT FROM 1 BY 1
               UNTIL WS-INDEX-RT > WS-NB-RT
               IF WS-RT-RANG(WS-INDEX-RT) > 0
                   AND WS-RT-CATEGORIE(WS-INDEX-RT) = WS-CATEGORIE
                   PERFORM 4200-EDITE-CLIENT
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-LIGNE-TABLEAU
           MOVE "Sous-total" TO WS-LIGNE-TABLEAU(1:24)
           MOVE WS-CT-CA(WS-CATEGORIE) TO WS-TOTAL-CA
           MOVE WS-CT-COUT(WS-CATEGORIE) TO WS-TOTAL-COUT
           MOVE WS-CT-MARGE(WS-CATEGORIE) TO WS-TOTAL-MARGE
           PERFORM 4300-EDITE-MONTANTS
           MOVE WS-LIGNE-TABLEAU TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE WS-CT-PENALITES(WS-CATEGORIE) TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "     dont pénalités de retard "
               FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE
       .

      ******************************************************************

      *Édite le client WS-INDEX-RT à son rang général et, dessous, le
      *détail de ses promotions, retours et pénalités
       4200-EDITE-CLIENT.

           ADD 1 TO WS-NB-EDITES

           MOVE SPACES TO WS-LIGNE-TABLEAU
           MOVE WS-RT-RANG(WS-INDEX-RT) TO WS-RANG-ED
           MOVE WS-RANG-ED TO WS-TB-RANG
           MOVE WS-RT-ID(WS-INDEX-RT) TO WS-TB-CLIENT
           MOVE WS-RT-NOM(WS-INDEX-RT) TO WS-TB-NOM

           MOVE WS-RT-CA(WS-INDEX-RT) TO WS-TOTAL-CA
           MOVE WS-RT-COUT(WS-INDEX-RT) TO WS-TOTAL-COUT
           MOVE WS-RT-MARGE(WS-INDEX-RT) TO WS-TOTAL-MARGE
           PERFORM 4300-EDITE-MONTANTS

           MOVE WS-LIGNE-TABLEAU TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           MOVE WS-RT-PROMOTIONS(WS-INDEX-RT) TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           STRING "     promotions " FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO WS-ETAT-TEXTE
           END-STRING

           MOVE WS-RT-RETOURS(WS-INDEX-RT) TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE WS-ETAT-TEXTE TO WS-VALEUR
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING FUNCTION TRIM(WS-VALEUR TRAILING)
               ", retours " FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO WS-ETAT-TEXTE
           END-STRING

           MOVE WS-RT-PENALITES(WS-INDEX-RT) TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE WS-ETAT-TEXTE TO WS-VALEUR
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING FUNCTION TRIM(WS-VALEUR TRAILING)
               ", pénalités " FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO WS-ETAT-TEXTE
           END-STRING

           CALL "editetat" USING WS-ETAT-COMMANDE
       .

      ******************************************************************

      *Porte dans la ligne de tableau le chiffre WS-TOTAL-CA, le coût
      *WS-TOTAL-COUT, la marge WS-TOTAL-MARGE et le taux de marge
      *sur le chiffre
       4300-EDITE-MONTANTS.

           MOVE WS-TOTAL-CA TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE WS-MONTANT-AFFICHE TO WS-TB-CA

           MOVE WS-TOTAL-COUT TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE WS-MONTANT-AFFICHE TO WS-TB-COUT

           MOVE WS-TOTAL-MARGE TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE WS-MONTANT-AFFICHE TO WS-TB-MARGE

           IF WS-TOTAL-CA > 0
               COMPUTE WS-TAUX-CALCUL ROUNDED =
                   WS-TOTAL-MARGE * 100 / WS-TOTAL-CA
               MOVE WS-TAUX-CALCUL TO WS-TAUX-ED
               STRING WS-TAUX-ED " %" INTO WS-TB-TAUX
           ELSE
               MOVE "    -" TO WS-TB-TAUX
           END-IF
       .

      ******************************************************************

      *Cherche le client WS-ID-CHERCHE dans le tableau de rentabilité
      *et l'y ajoute, cumuls à zéro, s'il n'y est pas encore ; laisse
      *WS-RT-TROUVE à zéro si le tableau est plein
       7000-TROUVE-CLIENT.

           MOVE 0 TO WS-RT-TROUVE

           PERFORM VARYING WS-INDEX-RT FROM 1 BY 1
               UNTIL WS-INDEX-RT > WS-NB-RT
                   OR WS-RT-TROUVE NOT = 0

               IF WS-RT-ID(WS-INDEX-RT) = WS-ID-CHERCHE
                   MOVE WS-INDEX-RT TO WS-RT-TROUVE
               END-IF

           END-PERFORM

           IF WS-RT-TROUVE = 0 AND WS-NB-RT < 999
               ADD 1 TO WS-NB-RT
               INITIALIZE WS-RT-CLIENT(WS-NB-RT)
               MOVE WS-ID-CHERCHE TO WS-RT-ID(WS-NB-RT)
               MOVE WS-NB-RT TO WS-RT-TROUVE
           END-IF
       .
