      *Planificateur des comptages tournants : l'inventaire complet
      *deux fois l'an laissait des mois durant les erreurs sur les
      *articles qui tournent vite, et faisait compter les articles
      *dormants bien plus souvent que nécessaire. Chaque article de
      *inventaire.txt est classé A, B ou C selon la valeur qu'il a
      *fait tourner sur les douze derniers mois (quantités de
      *ventes-historique.txt x coût d'achat de tarifs-fournisseurs.txt
      *chez son fournisseur) : A jusqu'à 80 % de la valeur cumulée,
      *B jusqu'à 95 %, C au-delà et pour tout article sans vente ou
      *sans tarif. Le plan de comptage (plan-comptage.txt : article,
      *site, classe, dernier comptage, prochain comptage) fait
      *recompter A toutes les 4 semaines, B toutes les 13 et C une
      *fois l'an, en partant de la date du dernier comptage relevée
      *dans historique-comptages.txt (écrit par comptage.cbl) ; un
      *article jamais compté reçoit une première date étalée sur la
      *période de sa classe, pour que la charge soit la même chaque
      *semaine. À chaque passage hebdomadaire, la feuille des
      *articles dus dans les sept jours est écrite dans comptage.txt
      *(article, site, quantité laissée en blanc : le livre n'est
      *jamais montré au compteur), prête à être reprise par
      *comptage.cbl une fois remplie. Le rapport abc-comptage-
      *AAAAMMJJ.txt donne la classification et le suivi de la
      *justesse des comptages (livre exact / comptages) par mois et
      *par classe.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cyclecompte.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier inventaire, lu pour la liste des articles
       SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-INVENTAIRE.

      *Alias du tarif d'achat des fournisseurs, comme valorisation.cbl
       SELECT FICHIER-TARIFS ASSIGN TO "tarifs-fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-TARIFS.

      *Alias de l'historique des ventes alimenté par ventes.cbl
       SELECT FICHIER-HISTORIQUE ASSIGN TO "ventes-historique.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-HIST.

      *Alias de l'historique des comptages écrit par comptage.cbl
       SELECT FICHIER-HISTO-COMPTAGES
           ASSIGN TO "historique-comptages.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-HISTO.

      *Alias du plan de comptage, relu puis réécrit à chaque passage
       SELECT FICHIER-PLAN ASSIGN TO "plan-comptage.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PLAN.

      *Alias de la feuille de comptage de la semaine, lue ensuite par
      *comptage.cbl
       SELECT FICHIER-COMPTAGE ASSIGN TO "comptage.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *Définition du fichier inventaire, même découpage que
      *reception.cbl
       FD FICHIER-INVENTAIRE.
       01 F-INVENTAIRE.
           05 F-NOM                  PIC X(10).
           05 F-STOCK                PIC 9(5).
           05 FILLER                 PIC X.
           05 F-FOURNISSEUR          PIC X(10).
           05 FILLER                 PIC X.
           05 F-SITE                 PIC X(3).

      *Définition du tarif d'achat : code fournisseur, article, coût
      *unitaire en centimes
       FD FICHIER-TARIFS.
       01 F-TARIF.
           05 F-TF-FOURNISSEUR       PIC X(10).
           05 FILLER                 PIC X.
           05 F-TF-ARTICLE           PIC X(10).
           05 FILLER                 PIC X.
           05 F-TF-COUT              PIC 9(5).

      *Définition d'une ligne de l'historique des ventes, même
      *découpage que prevision.cbl
       FD FICHIER-HISTORIQUE.
       01 F-LIGNE-HISTORIQUE.
           05 F-DATE-HIST            PIC X(10).
           05 FILLER                 PIC X.
           05 F-PRODUIT-HIST         PIC X(20).
           05 FILLER                 PIC X.
           05 F-QUANTITE-HIST        PIC 9(3).
           05 FILLER                 PIC X.
           05 F-PRIX-HIST            PIC 9(3).
           05 FILLER                 PIC X.
           05 F-COUT-HIST            PIC 9(3).

      *Définition de l'historique des comptages, même découpage que
      *comptage.cbl
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

      *Définition du plan de comptage : article, site, classe ABC,
      *date du dernier comptage (à blanc si jamais compté) et date
      *du prochain, AAAAMMJJ
       FD FICHIER-PLAN.
       01 F-PLAN.
           05 F-PL-ARTICLE           PIC X(10).
           05 FILLER                 PIC X.
           05 F-PL-SITE              PIC X(3).
           05 FILLER                 PIC X.
           05 F-PL-CLASSE            PIC X.
           05 FILLER                 PIC X.
           05 F-PL-DERNIER           PIC X(8).
           05 FILLER                 PIC X.
           05 F-PL-PROCHAIN          PIC X(8).

      *Définition de la feuille de comptage, même découpage que le
      *relevé lu par comptage.cbl, quantité laissée en blanc
       FD FICHIER-COMPTAGE.
       01 F-COMPTAGE.
           05 F-CT-ARTICLE           PIC X(10).
           05 FILLER                 PIC X.
           05 F-CT-SITE              PIC X(3).
           05 FILLER                 PIC X.
           05 F-CT-QTE               PIC X(5).

       WORKING-STORAGE SECTION.

      *Articles distincts de l'inventaire (un article présent sur
      *plusieurs sites n'est classé qu'une fois), avec la quantité
      *vendue sur douze mois, la valeur qu'elle représente en
      *centimes et la classe obtenue
       01 WS-ARTICLES-TAB.
           05 WS-ARTICLE             OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-ARTICLES.
               10 WS-AR-NOM          PIC X(10).
               10 WS-AR-FOURNISSEUR  PIC X(10).
               10 WS-AR-QTE          PIC 9(7).
               10 WS-AR-VALEUR       PIC 9(13).
               10 WS-AR-CLASSE       PIC X.

      *Tarif d'achat chargé en mémoire
       01 WS-TARIFS-TAB.
           05 WS-TARIF               OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NB-TARIFS.
               10 WS-TF-FOURNISSEUR  PIC X(10).
               10 WS-TF-ARTICLE      PIC X(10).
               10 WS-TF-COUT         PIC 9(5).

      *Plan de comptage en mémoire, une entrée par ligne
      *d'inventaire (article + site) ; l'indicateur de présence
      *écarte à la réécriture les lignes disparues de l'inventaire
       01 WS-PLAN-TAB.
           05 WS-PLAN                OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-PLAN.
               10 WS-PL-SITE         PIC X(3).
               10 WS-PL-ARTICLE      PIC X(10).
               10 WS-PL-CLASSE       PIC X.
               10 WS-PL-DERNIER      PIC X(8).
               10 WS-PL-PROCHAIN     PIC X(8).
               10 WS-PL-PRESENT      PIC X.

      *Justesse des comptages par mois AAAAMM et par classe (1 = A,
      *2 = B, 3 = C) : comptages et livres trouvés exacts
       01 WS-JUSTESSE-TAB.
           05 WS-JUSTESSE            OCCURS 1 TO 240 TIMES
               DEPENDING ON WS-NB-MOIS.
               10 WS-JU-MOIS         PIC X(6).
               10 WS-JU-CLASSE       OCCURS 3 TIMES.
                   15 WS-JU-NB       PIC 9(5).
                   15 WS-JU-EXACTS   PIC 9(5).

      *Articles jamais comptés déjà étalés, par classe, pour répartir
      *leur première date sur les semaines de la période
       01 WS-NOUVEAUX-TAB.
           05 WS-NB-NOUVEAUX         PIC 9(4) OCCURS 3 TIMES.

      *Commande du sous-programme commun de verrouillage
      *(verrou.cbl), en simple attente : inventaire.txt n'est que lu
       01 WS-VERROU-COMMANDE.
           05 WS-VERROU-ACTION    PIC X.
           05 WS-VERROU-NOM       PIC X(20).
           05 WS-VERROU-RESULTAT  PIC X.

      *Commande du sous-programme commun d'édition d'états
       01 WS-ETAT-COMMANDE.
           05 WS-ETAT-ACTION      PIC X.
           05 WS-ETAT-FICHIER     PIC X(30).
           05 WS-ETAT-TEXTE       PIC X(80).

      *Effectifs et index des tableaux
       77 WS-NB-ARTICLES             PIC 9(3)              VALUE 1.
       77 WS-NB-TARIFS               PIC 9(3)              VALUE 1.
       77 WS-NB-PLAN                 PIC 9(3)              VALUE 1.
       77 WS-NB-MOIS                 PIC 9(3)              VALUE 1.
       77 WS-INDEX                   PIC 9(3)              VALUE 1.
       77 WS-INDEX-AR                PIC 9(3)              VALUE 0.
       77 WS-INDEX-TARIF             PIC 9(3)              VALUE 0.
       77 WS-INDEX-PLAN              PIC 9(3)              VALUE 0.
       77 WS-INDEX-MOIS              PIC 9(3)              VALUE 0.
       77 WS-INDEX-CLASSE            PIC 9                 VALUE 1.
      *Statuts et indicateurs de fin de fichier
       77 WS-STATUT-INVENTAIRE       PIC XX.
       77 WS-STATUT-TARIFS           PIC XX.
       77 WS-STATUT-HIST             PIC XX.
       77 WS-STATUT-HISTO            PIC XX.
       77 WS-STATUT-PLAN             PIC XX.
       77 WS-EOF                     PIC X                 VALUE 'F'.
      *Clé article + site cherchée au plan
       77 WS-CLE-ARTICLE             PIC X(10).
       77 WS-CLE-SITE                PIC X(3).
      *Dates de travail : jour, fin de la semaine couverte par la
      *feuille, début des douze mois de ventes retenus (au format
      *AAAA-MM-JJ de l'historique)
       77 WS-DATE-JOUR               PIC 9(8).
       77 WS-FIN-SEMAINE             PIC 9(8).
       77 WS-DATE-CALCUL             PIC 9(8).
       77 WS-DEBUT-VENTES            PIC 9(8).
       77 WS-DEBUT-VENTES-X          PIC X(10).
       77 WS-JOUR-ENTIER             PIC 9(7).
      *Période de recomptage de la classe en cours, en jours et en
      *semaines, et décalage de la première date d'un nouvel article
       77 WS-PERIODE-JOURS           PIC 9(3)              VALUE 0.
       77 WS-PERIODE-SEMAINES        PIC 99                VALUE 0.
       77 WS-DECALAGE                PIC 9(3)              VALUE 0.
      *Cumuls de la classification ABC
       77 WS-TOTAL-VALEUR            PIC 9(15)             VALUE 0.
       77 WS-CUMUL-VALEUR            PIC 9(15)             VALUE 0.
       77 WS-PCT-CUMUL               PIC 9(3)V99           VALUE 0.
      *Compteurs du bilan
       77 WS-NB-A                    PIC 9(3)              VALUE 0.
       77 WS-NB-B                    PIC 9(3)              VALUE 0.
       77 WS-NB-C                    PIC 9(3)              VALUE 0.
       77 WS-NB-SANS-TARIF           PIC 9(3)              VALUE 0.
       77 WS-NB-A-COMPTER            PIC 9(3)              VALUE 0.
      *Nom de l'état édité
       77 WS-NOM-ETAT                PIC X(30).
      *Versions éditées portées sur le rapport
       77 WS-QTE-ED                  PIC Z(6)9.
       77 WS-VALEUR-ED               PIC Z(10)9.
       77 WS-PCT-ED                  PIC ZZ9.
       77 WS-NB-ED                   PIC ZZZZ9.
       77 WS-EXACTS-ED               PIC ZZZZ9.
       77 WS-JUSTESSE-ED             PIC ZZ9.

       PROCEDURE DIVISION.

      *Dates de travail : la feuille couvre aujourd'hui et les six
      *jours suivants, les ventes les 365 derniers jours
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       COMPUTE WS-JOUR-ENTIER =
           FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).
       COMPUTE WS-FIN-SEMAINE =
           FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER + 6).
       COMPUTE WS-DEBUT-VENTES =
           FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER - 365).

       MOVE SPACES TO WS-DEBUT-VENTES-X.
       STRING WS-DEBUT-VENTES(1:4) "-" WS-DEBUT-VENTES(5:2) "-"
           WS-DEBUT-VENTES(7:2)
           INTO WS-DEBUT-VENTES-X.

      *Attente d'une éventuelle réécriture de inventaire.txt en
      *cours, sans prendre le verrou
       MOVE "A" TO WS-VERROU-ACTION.
       MOVE "inventaire" TO WS-VERROU-NOM.
       CALL "verrou" USING WS-VERROU-COMMANDE.

       IF WS-VERROU-RESULTAT NOT = "O"
           DISPLAY "inventaire.txt toujours en cours de réécriture, "
               "abandon"
           STOP RUN
       END-IF.

      *Chargement du plan existant avant l'inventaire, pour y
      *rapprocher chaque ligne d'inventaire
       PERFORM 0400-CHARGE-PLAN.

       OPEN INPUT FICHIER-INVENTAIRE.

       IF WS-STATUT-INVENTAIRE NOT = "00"
           DISPLAY "Fichier inventaire.txt introuvable (statut "
               WS-STATUT-INVENTAIRE "), planification impossible"
           STOP RUN
       END-IF.

       MOVE 0 TO WS-NB-ARTICLES.
       MOVE 'F' TO WS-EOF.

       PERFORM UNTIL WS-EOF = 'T'

           READ FICHIER-INVENTAIRE

               AT END
                   MOVE 'T' TO WS-EOF

               NOT AT END
                   PERFORM 0500-RAPPROCHE-LIGNE

           END-READ

       END-PERFORM.

       CLOSE FICHIER-INVENTAIRE.

       DISPLAY "Articles distincts : " WS-NB-ARTICLES.

      *Valeur tournée sur douze mois et classification ABC
       PERFORM 0100-CHARGE-TARIFS.
       PERFORM 0200-CUMULE-VENTES.
       PERFORM 0300-CLASSE-ARTICLES.

      *Dernières dates de comptage et justesse, puis nouvelles dates
      *de comptage du plan
       PERFORM 0600-LIT-HISTO-COMPTAGES.
       PERFORM 0700-PLANIFIE.

       SORT WS-PLAN
           ON ASCENDING KEY WS-PL-SITE
           ON ASCENDING KEY WS-PL-ARTICLE.

       PERFORM 0800-ECRIT-PLAN.
       PERFORM 0900-ECRIT-FEUILLE.

       PERFORM 1000-EDITE-RAPPORT.

       DISPLAY "Classe A : " WS-NB-A ", classe B : " WS-NB-B
           ", classe C : " WS-NB-C.
       DISPLAY "Articles sans tarif (classés C) : " WS-NB-SANS-TARIF.
       DISPLAY "Lignes à compter cette semaine : " WS-NB-A-COMPTER
           " (comptage.txt)".
       DISPLAY "Rapport écrit dans " WS-NOM-ETAT.

       STOP RUN.

      ******************************************************************

      *Charge le tarif d'achat ; sans lui, tous les articles sont
      *classés C faute de valeur
       0100-CHARGE-TARIFS.

           MOVE 0 TO WS-NB-TARIFS
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-TARIFS

           IF WS-STATUT-TARIFS NOT = "00"
               DISPLAY "Tarif tarifs-fournisseurs.txt absent (statut "
                   WS-STATUT-TARIFS "), articles classés C"
           ELSE
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-TARIFS
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF WS-NB-TARIFS < 500
                               AND F-TF-COUT NUMERIC
                               ADD 1 TO WS-NB-TARIFS
                               MOVE F-TF-FOURNISSEUR
                                   TO WS-TF-FOURNISSEUR(WS-NB-TARIFS)
                               MOVE F-TF-ARTICLE
                                   TO WS-TF-ARTICLE(WS-NB-TARIFS)
                               MOVE F-TF-COUT
                                   TO WS-TF-COUT(WS-NB-TARIFS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TARIFS
           END-IF
       .

      ******************************************************************

      *Cumule les quantités vendues sur les douze derniers mois par
      *article (le produit de l'historique rapproché du nom
      *d'article sur dix caractères, comme prevision.cbl)
       0200-CUMULE-VENTES.

           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-HISTORIQUE

           IF WS-STATUT-HIST NOT = "00"
               DISPLAY "Aucun historique de ventes (statut "
                   WS-STATUT-HIST "), articles classés C"
           ELSE
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-HISTORIQUE
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF F-DATE-HIST >= WS-DEBUT-VENTES-X
                               AND F-QUANTITE-HIST NUMERIC
                               PERFORM 9000-CHERCHE-VENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-HISTORIQUE
           END-IF
       .

      ******************************************************************

      *Valorise chaque article au coût de son fournisseur, trie par
      *valeur décroissante et attribue la classe selon la part de la
      *valeur cumulée atteinte avant lui : moins de 80 % = A, moins
      *de 95 % = B, au-delà = C ; un article sans valeur est C
       0300-CLASSE-ARTICLES.

           MOVE 0 TO WS-TOTAL-VALEUR

           PERFORM VARYING WS-INDEX-AR FROM 1 BY 1
               UNTIL WS-INDEX-AR > WS-NB-ARTICLES

               MOVE 0 TO WS-INDEX-TARIF

               PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NB-TARIFS
                       OR WS-INDEX-TARIF NOT = 0
                   IF WS-TF-FOURNISSEUR(WS-INDEX)
                           = WS-AR-FOURNISSEUR(WS-INDEX-AR)
                       AND WS-TF-ARTICLE(WS-INDEX)
                           = WS-AR-NOM(WS-INDEX-AR)
                       MOVE WS-INDEX TO WS-INDEX-TARIF
                   END-IF
               END-PERFORM

               IF WS-INDEX-TARIF = 0
                   ADD 1 TO WS-NB-SANS-TARIF
                   MOVE 0 TO WS-AR-VALEUR(WS-INDEX-AR)
               ELSE
                   COMPUTE WS-AR-VALEUR(WS-INDEX-AR) =
                       WS-AR-QTE(WS-INDEX-AR)
                       * WS-TF-COUT(WS-INDEX-TARIF)
               END-IF

               ADD WS-AR-VALEUR(WS-INDEX-AR) TO WS-TOTAL-VALEUR

           END-PERFORM

           IF WS-NB-ARTICLES > 0
               SORT WS-ARTICLE
                   ON DESCENDING KEY WS-AR-VALEUR
                   ON ASCENDING KEY WS-AR-NOM
           END-IF

           MOVE 0 TO WS-CUMUL-VALEUR

           PERFORM VARYING WS-INDEX-AR FROM 1 BY 1
               UNTIL WS-INDEX-AR > WS-NB-ARTICLES

               IF WS-AR-VALEUR(WS-INDEX-AR) = 0
                   MOVE 100 TO WS-PCT-CUMUL
               ELSE
                   COMPUTE WS-PCT-CUMUL =
                       WS-CUMUL-VALEUR * 100 / WS-TOTAL-VALEUR
               END-IF

               EVALUATE TRUE
                   WHEN WS-PCT-CUMUL < 80
                       MOVE "A" TO WS-AR-CLASSE(WS-INDEX-AR)
                       ADD 1 TO WS-NB-A
                   WHEN WS-PCT-CUMUL < 95
                       MOVE "B" TO WS-AR-CLASSE(WS-INDEX-AR)
                       ADD 1 TO WS-NB-B
                   WHEN OTHER
                       MOVE "C" TO WS-AR-CLASSE(WS-INDEX-AR)
                       ADD 1 TO WS-NB-C
               END-EVALUATE

               ADD WS-AR-VALEUR(WS-INDEX-AR) TO WS-CUMUL-VALEUR

           END-PERFORM
       .

      ******************************************************************

      *Charge le plan de comptage existant ; son absence signifie
      *simplement un premier passage, tout sera planifié à neuf
       0400-CHARGE-PLAN.

           MOVE 0 TO WS-NB-PLAN
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-PLAN

           IF WS-STATUT-PLAN = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-PLAN
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF WS-NB-PLAN < 999
                               ADD 1 TO WS-NB-PLAN
                               MOVE F-PL-ARTICLE
                                   TO WS-PL-ARTICLE(WS-NB-PLAN)
                               MOVE F-PL-SITE
                                   TO WS-PL-SITE(WS-NB-PLAN)
                               MOVE F-PL-CLASSE
                                   TO WS-PL-CLASSE(WS-NB-PLAN)
                               MOVE F-PL-DERNIER
                                   TO WS-PL-DERNIER(WS-NB-PLAN)
                               MOVE F-PL-PROCHAIN
                                   TO WS-PL-PROCHAIN(WS-NB-PLAN)
                               MOVE "N" TO WS-PL-PRESENT(WS-NB-PLAN)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PLAN
           END-IF
       .

      ******************************************************************

      *Rapproche la ligne d'inventaire lue : l'article rejoint la
      *liste des articles distincts, la ligne (article + site) est
      *marquée présente au plan ou y entre sans date
       0500-RAPPROCHE-LIGNE.

           MOVE 0 TO WS-INDEX-AR

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ARTICLES
                   OR WS-INDEX-AR NOT = 0
               IF WS-AR-NOM(WS-INDEX) = F-NOM
                   MOVE WS-INDEX TO WS-INDEX-AR
               END-IF
           END-PERFORM

           IF WS-INDEX-AR = 0 AND WS-NB-ARTICLES < 999
               ADD 1 TO WS-NB-ARTICLES
               MOVE F-NOM TO WS-AR-NOM(WS-NB-ARTICLES)
               MOVE F-FOURNISSEUR TO WS-AR-FOURNISSEUR(WS-NB-ARTICLES)
               MOVE 0 TO WS-AR-QTE(WS-NB-ARTICLES)
               MOVE 0 TO WS-AR-VALEUR(WS-NB-ARTICLES)
               MOVE "C" TO WS-AR-CLASSE(WS-NB-ARTICLES)
           END-IF

           MOVE F-NOM TO WS-CLE-ARTICLE
           MOVE F-SITE TO WS-CLE-SITE
           PERFORM 9100-CHERCHE-PLAN

           IF WS-INDEX-PLAN NOT = 0
               MOVE "O" TO WS-PL-PRESENT(WS-INDEX-PLAN)
           ELSE
               IF WS-NB-PLAN < 999
                   ADD 1 TO WS-NB-PLAN
                   MOVE F-NOM TO WS-PL-ARTICLE(WS-NB-PLAN)
                   MOVE F-SITE TO WS-PL-SITE(WS-NB-PLAN)
                   MOVE "C" TO WS-PL-CLASSE(WS-NB-PLAN)
                   MOVE SPACES TO WS-PL-DERNIER(WS-NB-PLAN)
                   MOVE SPACES TO WS-PL-PROCHAIN(WS-NB-PLAN)
                   MOVE "O" TO WS-PL-PRESENT(WS-NB-PLAN)
               END-IF
           END-IF
       .

      ******************************************************************

      *Relit l'historique des comptages : la date la plus récente de
      *chaque ligne du plan devient son dernier comptage, et chaque
      *comptage est cumulé dans la justesse de son mois et de la
      *classe actuelle de son article
       0600-LIT-HISTO-COMPTAGES.

           MOVE 0 TO WS-NB-MOIS
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-HISTO-COMPTAGES

           IF WS-STATUT-HISTO = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-HISTO-COMPTAGES
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           PERFORM 0650-TRAITE-COMPTAGE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-HISTO-COMPTAGES
           END-IF
       .

      ******************************************************************

      *Traite une ligne de l'historique des comptages
       0650-TRAITE-COMPTAGE.

           MOVE F-HC-ARTICLE TO WS-CLE-ARTICLE
           MOVE F-HC-SITE TO WS-CLE-SITE
           PERFORM 9100-CHERCHE-PLAN

           IF WS-INDEX-PLAN NOT = 0
               IF WS-PL-DERNIER(WS-INDEX-PLAN) = SPACES
                   OR F-HC-DATE > WS-PL-DERNIER(WS-INDEX-PLAN)
                   MOVE F-HC-DATE TO WS-PL-DERNIER(WS-INDEX-PLAN)
               END-IF
           END-IF

      *Classe actuelle de l'article compté (C s'il a disparu)
           MOVE 3 TO WS-INDEX-CLASSE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ARTICLES
               IF WS-AR-NOM(WS-INDEX) = F-HC-ARTICLE
                   EVALUATE WS-AR-CLASSE(WS-INDEX)
                       WHEN "A"
                           MOVE 1 TO WS-INDEX-CLASSE
                       WHEN "B"
                           MOVE 2 TO WS-INDEX-CLASSE
                   END-EVALUATE
               END-IF
           END-PERFORM

           MOVE 0 TO WS-INDEX-MOIS

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-MOIS
                   OR WS-INDEX-MOIS NOT = 0
               IF WS-JU-MOIS(WS-INDEX) = F-HC-DATE(1:6)
                   MOVE WS-INDEX TO WS-INDEX-MOIS
               END-IF
           END-PERFORM

           IF WS-INDEX-MOIS = 0 AND WS-NB-MOIS < 240
               ADD 1 TO WS-NB-MOIS
               MOVE WS-NB-MOIS TO WS-INDEX-MOIS
               MOVE F-HC-DATE(1:6) TO WS-JU-MOIS(WS-INDEX-MOIS)
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > 3
                   MOVE 0 TO WS-JU-NB(WS-INDEX-MOIS, WS-INDEX)
                   MOVE 0 TO WS-JU-EXACTS(WS-INDEX-MOIS, WS-INDEX)
               END-PERFORM
           END-IF

           IF WS-INDEX-MOIS NOT = 0
               ADD 1 TO WS-JU-NB(WS-INDEX-MOIS, WS-INDEX-CLASSE)
               IF F-HC-RESULTAT = "E"
                   ADD 1
                       TO WS-JU-EXACTS(WS-INDEX-MOIS, WS-INDEX-CLASSE)
               END-IF
           END-IF
       .

      ******************************************************************

      *Fixe la classe et la prochaine date de chaque ligne présente :
      *dernier comptage + période de la classe, ou pour une ligne
      *jamais comptée et pas encore planifiée, une première date
      *étalée semaine après semaine sur la période de sa classe
       0700-PLANIFIE.

           MOVE 0 TO WS-NB-NOUVEAUX(1)
           MOVE 0 TO WS-NB-NOUVEAUX(2)
           MOVE 0 TO WS-NB-NOUVEAUX(3)

           PERFORM VARYING WS-INDEX-PLAN FROM 1 BY 1
               UNTIL WS-INDEX-PLAN > WS-NB-PLAN

               IF WS-PL-PRESENT(WS-INDEX-PLAN) = "O"

                   PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-NB-ARTICLES
                       IF WS-AR-NOM(WS-INDEX)
                           = WS-PL-ARTICLE(WS-INDEX-PLAN)
                           MOVE WS-AR-CLASSE(WS-INDEX)
                               TO WS-PL-CLASSE(WS-INDEX-PLAN)
                       END-IF
                   END-PERFORM

                   EVALUATE WS-PL-CLASSE(WS-INDEX-PLAN)
                       WHEN "A"
                           MOVE 1 TO WS-INDEX-CLASSE
                           MOVE 28 TO WS-PERIODE-JOURS
                       WHEN "B"
                           MOVE 2 TO WS-INDEX-CLASSE
                           MOVE 91 TO WS-PERIODE-JOURS
                       WHEN OTHER
                           MOVE 3 TO WS-INDEX-CLASSE
                           MOVE 364 TO WS-PERIODE-JOURS
                   END-EVALUATE

                   IF WS-PL-DERNIER(WS-INDEX-PLAN) NOT = SPACES
                       MOVE WS-PL-DERNIER(WS-INDEX-PLAN)
                           TO WS-DATE-CALCUL
                       COMPUTE WS-DATE-CALCUL =
                           FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-DATE-CALCUL)
                           + WS-PERIODE-JOURS)
                       MOVE WS-DATE-CALCUL
                           TO WS-PL-PROCHAIN(WS-INDEX-PLAN)
                   ELSE
                       IF WS-PL-PROCHAIN(WS-INDEX-PLAN) = SPACES
                           COMPUTE WS-PERIODE-SEMAINES =
                               WS-PERIODE-JOURS / 7
                           COMPUTE WS-DECALAGE = 7 * FUNCTION MOD(
                               WS-NB-NOUVEAUX(WS-INDEX-CLASSE),
                               WS-PERIODE-SEMAINES)
                           ADD 1 TO WS-NB-NOUVEAUX(WS-INDEX-CLASSE)
                           COMPUTE WS-DATE-CALCUL =
                               FUNCTION DATE-OF-INTEGER(
                               WS-JOUR-ENTIER + WS-DECALAGE)
                           MOVE WS-DATE-CALCUL
                               TO WS-PL-PROCHAIN(WS-INDEX-PLAN)
                       END-IF
                   END-IF

               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Réécrit le plan de comptage, sans les lignes disparues de
      *l'inventaire
       0800-ECRIT-PLAN.

           OPEN OUTPUT FICHIER-PLAN

           PERFORM VARYING WS-INDEX-PLAN FROM 1 BY 1
               UNTIL WS-INDEX-PLAN > WS-NB-PLAN

               IF WS-PL-PRESENT(WS-INDEX-PLAN) = "O"
                   MOVE SPACES TO F-PLAN
                   MOVE WS-PL-ARTICLE(WS-INDEX-PLAN) TO F-PL-ARTICLE
                   MOVE WS-PL-SITE(WS-INDEX-PLAN) TO F-PL-SITE
                   MOVE WS-PL-CLASSE(WS-INDEX-PLAN) TO F-PL-CLASSE
                   MOVE WS-PL-DERNIER(WS-INDEX-PLAN) TO F-PL-DERNIER
                   MOVE WS-PL-PROCHAIN(WS-INDEX-PLAN)
                       TO F-PL-PROCHAIN
                   WRITE F-PLAN
               END-IF

           END-PERFORM

           CLOSE FICHIER-PLAN
       .

      ******************************************************************

      *Écrit la feuille de la semaine : chaque ligne présente dont le
      *prochain comptage tombe d'ici la fin de semaine (ou est en
      *retard), par site puis article, quantité laissée en blanc
       0900-ECRIT-FEUILLE.

           OPEN OUTPUT FICHIER-COMPTAGE

           PERFORM VARYING WS-INDEX-PLAN FROM 1 BY 1
               UNTIL WS-INDEX-PLAN > WS-NB-PLAN

               MOVE WS-PL-PROCHAIN(WS-INDEX-PLAN) TO WS-DATE-CALCUL

               IF WS-PL-PRESENT(WS-INDEX-PLAN) = "O"
                   AND WS-DATE-CALCUL <= WS-FIN-SEMAINE
                   ADD 1 TO WS-NB-A-COMPTER
                   MOVE SPACES TO F-COMPTAGE
                   MOVE WS-PL-ARTICLE(WS-INDEX-PLAN) TO F-CT-ARTICLE
                   MOVE WS-PL-SITE(WS-INDEX-PLAN) TO F-CT-SITE
                   WRITE F-COMPTAGE
               END-IF

           END-PERFORM

           CLOSE FICHIER-COMPTAGE
       .

      ******************************************************************

      *Édite le rapport : classification des articles par valeur
      *décroissante, répartition par classe, feuille de la semaine et
      *justesse des comptages par mois et par classe
       1000-EDITE-RAPPORT.

           MOVE SPACES TO WS-NOM-ETAT
           STRING "abc-comptage-" WS-DATE-JOUR ".txt"
               INTO WS-NOM-ETAT
           END-STRING

           MOVE "O" TO WS-ETAT-ACTION
           MOVE WS-NOM-ETAT TO WS-ETAT-FICHIER
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Classement ABC du " WS-DATE-JOUR
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "D" TO WS-ETAT-ACTION
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Ventes retenues depuis le " WS-DEBUT-VENTES-X
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "Article     Qté vendue   Valeur (euros)  Classe"
               TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           PERFORM VARYING WS-INDEX-AR FROM 1 BY 1
               UNTIL WS-INDEX-AR > WS-NB-ARTICLES

               MOVE WS-AR-QTE(WS-INDEX-AR) TO WS-QTE-ED
               COMPUTE WS-VALEUR-ED = WS-AR-VALEUR(WS-INDEX-AR) / 100
               MOVE SPACES TO WS-ETAT-TEXTE
               STRING WS-AR-NOM(WS-INDEX-AR) "   " WS-QTE-ED
                   "  " WS-VALEUR-ED "     "
                   WS-AR-CLASSE(WS-INDEX-AR)
                   INTO WS-ETAT-TEXTE
               END-STRING
               CALL "editetat" USING WS-ETAT-COMMANDE

           END-PERFORM

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           STRING "Classe A (toutes les 4 semaines) : " WS-NB-A
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Classe B (toutes les 13 semaines) : " WS-NB-B
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Classe C (une fois l'an) : " WS-NB-C
               " dont sans tarif : " WS-NB-SANS-TARIF
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Lignes à compter d'ici le " WS-FIN-SEMAINE
               " : " WS-NB-A-COMPTER " (comptage.txt)"
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

      *Justesse des comptages, mois par mois
           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "Justesse des comptages (livre exact / comptés)"
               TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           IF WS-NB-MOIS = 0
               MOVE "  Aucun comptage dans historique-comptages.txt"
                   TO WS-ETAT-TEXTE
               CALL "editetat" USING WS-ETAT-COMMANDE
           ELSE
               SORT WS-JUSTESSE ON ASCENDING KEY WS-JU-MOIS

               MOVE SPACES TO WS-ETAT-TEXTE
               MOVE "Mois" TO WS-ETAT-TEXTE(1:4)
               MOVE "Classe A" TO WS-ETAT-TEXTE(11:8)
               MOVE "Classe B" TO WS-ETAT-TEXTE(27:8)
               MOVE "Classe C" TO WS-ETAT-TEXTE(43:8)
               CALL "editetat" USING WS-ETAT-COMMANDE

               PERFORM VARYING WS-INDEX-MOIS FROM 1 BY 1
                   UNTIL WS-INDEX-MOIS > WS-NB-MOIS
                   PERFORM 1100-EDITE-MOIS
               END-PERFORM
           END-IF

           MOVE "F" TO WS-ETAT-ACTION
           CALL "editetat" USING WS-ETAT-COMMANDE
       .

      ******************************************************************

      *Édite la ligne de justesse du mois WS-INDEX-MOIS : pour chaque
      *classe, exacts/comptés et pourcentage
       1100-EDITE-MOIS.

           MOVE SPACES TO WS-ETAT-TEXTE
           MOVE WS-JU-MOIS(WS-INDEX-MOIS) TO WS-ETAT-TEXTE(1:6)
           MOVE 11 TO WS-INDEX

           PERFORM VARYING WS-INDEX-CLASSE FROM 1 BY 1
               UNTIL WS-INDEX-CLASSE > 3

               IF WS-JU-NB(WS-INDEX-MOIS, WS-INDEX-CLASSE) = 0
                   MOVE "-" TO WS-ETAT-TEXTE(WS-INDEX:1)
               ELSE
                   MOVE WS-JU-EXACTS(WS-INDEX-MOIS, WS-INDEX-CLASSE)
                       TO WS-EXACTS-ED
                   MOVE WS-JU-NB(WS-INDEX-MOIS, WS-INDEX-CLASSE)
                       TO WS-NB-ED
                   COMPUTE WS-JUSTESSE-ED ROUNDED =
                       WS-JU-EXACTS(WS-INDEX-MOIS, WS-INDEX-CLASSE)
                       * 100
                       / WS-JU-NB(WS-INDEX-MOIS, WS-INDEX-CLASSE)
                   STRING FUNCTION TRIM(WS-EXACTS-ED) "/"
                       FUNCTION TRIM(WS-NB-ED) " "
                       FUNCTION TRIM(WS-JUSTESSE-ED) "%"
                       DELIMITED BY SIZE
                       INTO WS-ETAT-TEXTE(WS-INDEX:16)
                   END-STRING
               END-IF

               ADD 16 TO WS-INDEX

           END-PERFORM

           CALL "editetat" USING WS-ETAT-COMMANDE
       .

      ******************************************************************

      *Ajoute la vente lue à la quantité de son article, s'il est en
      *inventaire
       9000-CHERCHE-VENTE.

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ARTICLES
               IF WS-AR-NOM(WS-INDEX) = F-PRODUIT-HIST(1:10)
                   ADD F-QUANTITE-HIST TO WS-AR-QTE(WS-INDEX)
               END-IF
           END-PERFORM
       .

      ******************************************************************

      *Cherche au plan la ligne de WS-CLE-ARTICLE et WS-CLE-SITE ;
      *laisse WS-INDEX-PLAN à zéro si elle n'y est pas
       9100-CHERCHE-PLAN.

           MOVE 0 TO WS-INDEX-PLAN

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-PLAN
                   OR WS-INDEX-PLAN NOT = 0
               IF WS-PL-ARTICLE(WS-INDEX) = WS-CLE-ARTICLE
                   AND WS-PL-SITE(WS-INDEX) = WS-CLE-SITE
                   MOVE WS-INDEX TO WS-INDEX-PLAN
               END-IF
           END-PERFORM
       .
