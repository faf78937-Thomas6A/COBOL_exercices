      *Rapport du stock dormant : valorisation.cbl dit ce que vaut le
      *stock et rupture.cbl ce qui manque, mais rien ne montrait ce
      *qui ne bouge plus. Ce programme demande à l'exécution un seuil
      *en jours, comme peremption.cbl demande son horizon, et liste
      *dans stock-dormant.txt chaque ligne de inventaire.txt encore
      *en stock qui n'a eu ni vente (ventes-historique.txt) ni sortie
      *depuis ce nombre de jours. Les sorties sont datées par le
      *grand livre des mouvements (mouvements-stock.txt, type SOR,
      *écrit par sorties.cbl) ; une ligne encore en attente dans
      *sorties.txt, qui ne porte pas de date, compte comme une sortie
      *du jour. Chaque article porte sa quantité, sa valeur au tarif
      *d'achat de son fournisseur (tarifs-fournisseurs.txt), son
      *fournisseur et la date de son dernier mouvement, avec les
      *sous-totaux par fournisseur et par site et la valeur totale
      *immobilisée, pour que les achats cessent de réapprovisionner
      *ces articles et les écoulent.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dormant.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier inventaire, lu sans être réécrit
       SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-INVENTAIRE.

      *Alias de l'historique des ventes, le même que prevision.cbl
       SELECT FICHIER-HISTORIQUE ASSIGN TO "ventes-historique.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-HIST.

      *Alias du grand livre des mouvements de stock tenu par
      *mvtstock.cbl
       SELECT FICHIER-MOUVEMENTS ASSIGN TO "mouvements-stock.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-MOUVEMENTS.

      *Alias des sorties en attente, les mêmes que sorties.cbl
       SELECT FICHIER-SORTIES ASSIGN TO "sorties.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-SORTIES.

      *Alias du tarif d'achat des fournisseurs
       SELECT FICHIER-TARIFS ASSIGN TO "tarifs-fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-TARIFS.

      *Alias du rapport du stock dormant
       SELECT FICHIER-RAPPORT ASSIGN TO "stock-dormant.txt"
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

      *Définition d'un mouvement, même découpage que mvtstock.cbl
       FD FICHIER-MOUVEMENTS.
       01 F-MOUVEMENT.
           05 F-MV-DATE              PIC X(8).
           05 FILLER                 PIC X.
           05 F-MV-ARTICLE           PIC X(10).
           05 FILLER                 PIC X.
           05 F-MV-SITE              PIC X(3).
           05 FILLER                 PIC X.
           05 F-MV-TYPE              PIC X(3).
           05 FILLER                 PIC X.
           05 F-MV-SENS              PIC X.
           05 F-MV-QTE               PIC 9(5).
           05 FILLER                 PIC X.
           05 F-MV-DOCUMENT          PIC X(20).
           05 FILLER                 PIC X.
           05 F-MV-SOLDE             PIC 9(5).

      *Définition des sorties en attente, même découpage que
      *sorties.cbl
       FD FICHIER-SORTIES.
       01 F-SORTIE.
           05 F-SO-ARTICLE           PIC X(10).
           05 FILLER                 PIC X.
           05 F-SO-SITE              PIC X(3).
           05 FILLER                 PIC X.
           05 F-SO-QTE               PIC 9(3).
           05 FILLER                 PIC X.
           05 F-SO-MOTIF             PIC X(3).

      *Définition du tarif d'achat, même découpage que
      *valorisation.cbl
       FD FICHIER-TARIFS.
       01 F-TARIF.
           05 F-TF-FOURNISSEUR       PIC X(10).
           05 FILLER                 PIC X.
           05 F-TF-ARTICLE           PIC X(10).
           05 FILLER                 PIC X.
           05 F-TF-COUT              PIC 9(5).

      *Définition du rapport, une ligne de texte libre
       FD FICHIER-RAPPORT.
       01 F-LIGNE-RAPPORT            PIC X(100).

       WORKING-STORAGE SECTION.

      *Lignes d'inventaire en stock, avec la date AAAAMMJJ de leur
      *dernier mouvement (à blanc si aucun n'est connu) ; triées par
      *fournisseur, article et site pour l'édition
       01 WS-ARTICLES-TAB.
           05 WS-ARTICLE             OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-ARTICLES.
               10 WS-AR-FOURNISSEUR  PIC X(10).
               10 WS-AR-NOM          PIC X(10).
               10 WS-AR-SITE         PIC X(3).
               10 WS-AR-STOCK        PIC 9(5).
               10 WS-AR-DERNIER      PIC X(8).

      *Tarif d'achat chargé en mémoire
       01 WS-TARIFS-TAB.
           05 WS-TARIF               OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NB-TARIFS.
               10 WS-TF-FOURNISSEUR  PIC X(10).
               10 WS-TF-ARTICLE      PIC X(10).
               10 WS-TF-COUT         PIC 9(5).

      *Cumuls du stock dormant par site
       01 WS-SITES-TAB.
           05 WS-SITE-CUMUL          OCCURS 10 TIMES.
               10 WS-SITE-CODE       PIC X(3).
               10 WS-SITE-NB         PIC 9(4).
               10 WS-SITE-VALEUR     PIC S9(11).

      *Seuil de dormance saisi et date limite qui en découle : un
      *article sans mouvement depuis cette date est dormant
       77 WS-SEUIL-JOURS             PIC 9(4)           VALUE 0.
       77 WS-DATE-JOUR               PIC 9(8).
       77 WS-DATE-LIMITE             PIC 9(8).
       77 WS-DATE-LIMITE-X           PIC X(8).
      *Date de vente ramenée au format AAAAMMJJ du grand livre
       77 WS-DATE-VENTE              PIC X(8).
      *Effectifs réels et index
       77 WS-NB-ARTICLES             PIC 9(3)           VALUE 1.
       77 WS-INDEX                   PIC 9(3)           VALUE 1.
       77 WS-NB-TARIFS               PIC 9(3)           VALUE 1.
       77 WS-INDEX-TARIF             PIC 9(3)           VALUE 1.
       77 WS-TARIF-TROUVE            PIC 9(3)           VALUE 0.
       77 WS-NB-SITES                PIC 99             VALUE 0.
       77 WS-INDEX-SITE              PIC 99             VALUE 1.
       77 WS-SITE-TROUVE             PIC 99             VALUE 0.
      *Indicateur de fin de fichier et statuts
       77 WS-EOF                     PIC X              VALUE 'F'.
       77 WS-STATUT-INVENTAIRE       PIC XX.
       77 WS-STATUT-HIST             PIC XX.
       77 WS-STATUT-MOUVEMENTS       PIC XX.
       77 WS-STATUT-SORTIES          PIC XX.
       77 WS-STATUT-TARIFS           PIC XX.
      *Fournisseur en cours (rupture de l'édition) et ses cumuls
       77 WS-FOURNISSEUR-COURANT     PIC X(10)          VALUE SPACES.
       77 WS-NB-FOURNISSEUR          PIC 9(4)           VALUE 0.
       77 WS-VALEUR-FOURNISSEUR      PIC S9(11)         VALUE 0.
      *Valeur de l'article en cours et total général
       77 WS-VALEUR-ARTICLE          PIC S9(11)         VALUE 0.
       77 WS-VALEUR-TOTALE           PIC S9(11)         VALUE 0.
      *Compteurs du bilan : lignes en stock examinées, dormantes,
      *dormantes sans tarif
       77 WS-NB-EXAMINES             PIC 9(4)           VALUE 0.
       77 WS-NB-DORMANTS             PIC 9(4)           VALUE 0.
       77 WS-NB-SANS-TARIF           PIC 9(4)           VALUE 0.
      *Date du dernier mouvement éditée
       77 WS-DERNIER-ED              PIC X(8).

      *Champs utilisés pour formater un montant en centimes, repris
      *de valorisation.cbl
       77 WS-MONTANT-CENTS           PIC S9(11)         VALUE 0.
       77 WS-MONTANT-ABS             PIC 9(11)          VALUE 0.
       77 WS-MONTANT-EUROS           PIC 9(11).
       77 WS-MONTANT-CENTIMES        PIC 99.
       77 WS-MONTANT-EUROS-EDIT      PIC Z(10)9.
       77 WS-MONTANT-AFFICHE         PIC X(20).

      *Commande passée au sous-programme commun de verrouillage
      *(verrou.cbl) : simple attente d'une réécriture en cours
       01 WS-VERROU-COMMANDE.
           05 WS-VERROU-ACTION    PIC X.
           05 WS-VERROU-NOM       PIC X(20).
           05 WS-VERROU-RESULTAT  PIC X.

       PROCEDURE DIVISION.

       DISPLAY "Seuil de dormance en jours (ex. 180) : ".
       ACCEPT WS-SEUIL-JOURS.

       IF WS-SEUIL-JOURS = 0
           DISPLAY "Seuil nul ou non numérique, abandon"
           STOP RUN
       END-IF.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       COMPUTE WS-DATE-LIMITE = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) - WS-SEUIL-JOURS).
       MOVE WS-DATE-LIMITE TO WS-DATE-LIMITE-X.

      *Attente d'une éventuelle réécriture de inventaire.txt en
      *cours, sans prendre le verrou
       MOVE "A" TO WS-VERROU-ACTION.
       MOVE "inventaire" TO WS-VERROU-NOM.
       CALL "verrou" USING WS-VERROU-COMMANDE.

       IF WS-VERROU-RESULTAT NOT = "O"
           DISPLAY "inventaire.txt en cours de réécriture, abandon"
           STOP RUN
       END-IF.

      *Chargement des lignes d'inventaire encore en stock : une ligne
      *à zéro n'immobilise rien
       OPEN INPUT FICHIER-INVENTAIRE.

       IF WS-STATUT-INVENTAIRE NOT = "00"
           DISPLAY "Fichier inventaire.txt introuvable (statut "
               WS-STATUT-INVENTAIRE "), rapport impossible"
           STOP RUN
       END-IF.

       MOVE 0 TO WS-NB-ARTICLES.

       PERFORM UNTIL WS-EOF = 'T'
           READ FICHIER-INVENTAIRE
               AT END
                   MOVE 'T' TO WS-EOF
               NOT AT END
                   IF F-STOCK NUMERIC AND F-STOCK > 0
                       AND WS-NB-ARTICLES < 999
                       ADD 1 TO WS-NB-ARTICLES
                       MOVE F-NOM TO WS-AR-NOM(WS-NB-ARTICLES)
                       MOVE F-STOCK TO WS-AR-STOCK(WS-NB-ARTICLES)
                       MOVE F-FOURNISSEUR
                           TO WS-AR-FOURNISSEUR(WS-NB-ARTICLES)
                       MOVE F-SITE TO WS-AR-SITE(WS-NB-ARTICLES)
                       MOVE SPACES TO WS-AR-DERNIER(WS-NB-ARTICLES)
                   END-IF
           END-READ
       END-PERFORM.

       CLOSE FICHIER-INVENTAIRE.

       MOVE WS-NB-ARTICLES TO WS-NB-EXAMINES.

      *Dates des derniers mouvements : ventes, sorties du grand
      *livre, sorties en attente
       PERFORM 0200-RELEVE-VENTES.
       PERFORM 0300-RELEVE-SORTIES.
       PERFORM 0500-CHARGE-TARIFS.

       IF WS-NB-ARTICLES > 1
           SORT WS-ARTICLE
               ON ASCENDING KEY WS-AR-FOURNISSEUR
               ON ASCENDING KEY WS-AR-NOM
               ON ASCENDING KEY WS-AR-SITE
       END-IF.

       OPEN OUTPUT FICHIER-RAPPORT.

       MOVE SPACES TO F-LIGNE-RAPPORT.
       STRING "--- Stock dormant au " WS-DATE-JOUR
           " : sans mouvement depuis " WS-SEUIL-JOURS
           " jours (avant le " WS-DATE-LIMITE-X ") ---"
           INTO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.

      *Passage unique sur les lignes triées : seules les dormantes
      *sont éditées, avec sous-total par fournisseur sur rupture
       PERFORM VARYING WS-INDEX FROM 1 BY 1
           UNTIL WS-INDEX > WS-NB-ARTICLES

           IF WS-AR-DERNIER(WS-INDEX) = SPACES
               OR WS-AR-DERNIER(WS-INDEX) < WS-DATE-LIMITE-X
               PERFORM 1000-EDITE-DORMANT
           END-IF

       END-PERFORM.

       IF WS-FOURNISSEUR-COURANT NOT = SPACES
           PERFORM 2000-SOUS-TOTAL-FOURNISSEUR
       END-IF.

      *Sous-totaux par site, puis total général immobilisé
       MOVE SPACES TO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.
       MOVE "Stock dormant par site :" TO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.

       PERFORM VARYING WS-INDEX-SITE FROM 1 BY 1
           UNTIL WS-INDEX-SITE > WS-NB-SITES

           MOVE WS-SITE-VALEUR(WS-INDEX-SITE) TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX

           MOVE SPACES TO F-LIGNE-RAPPORT
           STRING "  Site " WS-SITE-CODE(WS-INDEX-SITE)
               " : " WS-SITE-NB(WS-INDEX-SITE) " ligne(s), "
               FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO F-LIGNE-RAPPORT
           END-STRING
           WRITE F-LIGNE-RAPPORT

       END-PERFORM.

       MOVE WS-VALEUR-TOTALE TO WS-MONTANT-CENTS.
       PERFORM 0100-FORMATE-PRIX.

       MOVE SPACES TO F-LIGNE-RAPPORT.
       STRING "Valeur totale immobilisée : "
           FUNCTION TRIM(WS-MONTANT-AFFICHE)
           INTO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.

       MOVE SPACES TO F-LIGNE-RAPPORT.
       STRING "Lignes en stock : " WS-NB-EXAMINES
           ", dormantes : " WS-NB-DORMANTS
           ", dont sans tarif : " WS-NB-SANS-TARIF
           INTO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.

       CLOSE FICHIER-RAPPORT.

      *Total de contrôle affiché, identique au bilan du rapport
       DISPLAY "Lignes en stock : " WS-NB-EXAMINES
       DISPLAY "Lignes dormantes : " WS-NB-DORMANTS
       DISPLAY "Valeur immobilisée : " WS-MONTANT-AFFICHE.
       DISPLAY "Rapport écrit dans stock-dormant.txt".

       STOP RUN.

      ******************************************************************

      *Formate WS-MONTANT-CENTS en euros dans WS-MONTANT-AFFICHE,
      *comme valorisation.cbl
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

      *Relève la dernière vente de chaque article : l'historique ne
      *porte pas de site, une vente date donc l'article sur tous ses
      *sites ; la date AAAA-MM-JJ est ramenée à AAAAMMJJ
       0200-RELEVE-VENTES.

           OPEN INPUT FICHIER-HISTORIQUE

           IF WS-STATUT-HIST NOT = "00"
               DISPLAY "Historique ventes-historique.txt absent "
                   "(statut " WS-STATUT-HIST "), ventes ignorées"
           ELSE

               PERFORM UNTIL WS-STATUT-HIST NOT = "00"
                   READ FICHIER-HISTORIQUE
                       AT END
                           MOVE "10" TO WS-STATUT-HIST
                       NOT AT END
                           MOVE SPACES TO WS-DATE-VENTE
                           STRING F-DATE-HIST(1:4) F-DATE-HIST(6:2)
                               F-DATE-HIST(9:2)
                               INTO WS-DATE-VENTE
                           END-STRING
                           PERFORM VARYING WS-INDEX FROM 1 BY 1
                               UNTIL WS-INDEX > WS-NB-ARTICLES
                               IF WS-AR-NOM(WS-INDEX)
                                   = F-PRODUIT-HIST(1:10)
                                   AND (WS-AR-DERNIER(WS-INDEX)
                                       = SPACES
                                   OR WS-AR-DERNIER(WS-INDEX)
                                       < WS-DATE-VENTE)
                                   MOVE WS-DATE-VENTE
                                       TO WS-AR-DERNIER(WS-INDEX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM

               CLOSE FICHIER-HISTORIQUE

           END-IF
       .

      ******************************************************************

      *Relève la dernière sortie de chaque ligne d'inventaire : les
      *mouvements SOR du grand livre, datés et rattachés à leur site,
      *puis les sorties encore en attente dans sorties.txt, datées du
      *jour (site à blanc : toutes les lignes de l'article)
       0300-RELEVE-SORTIES.

           OPEN INPUT FICHIER-MOUVEMENTS

           IF WS-STATUT-MOUVEMENTS = "00"

               PERFORM UNTIL WS-STATUT-MOUVEMENTS NOT = "00"
                   READ FICHIER-MOUVEMENTS
                       AT END
                           MOVE "10" TO WS-STATUT-MOUVEMENTS
                       NOT AT END
                           IF F-MV-TYPE = "SOR"
                               PERFORM VARYING WS-INDEX FROM 1 BY 1
                                   UNTIL WS-INDEX > WS-NB-ARTICLES
                                   IF WS-AR-NOM(WS-INDEX)
                                       = F-MV-ARTICLE
                                       AND WS-AR-SITE(WS-INDEX)
                                           = F-MV-SITE
                                       AND (WS-AR-DERNIER(WS-INDEX)
                                           = SPACES
                                       OR WS-AR-DERNIER(WS-INDEX)
                                           < F-MV-DATE)
                                       MOVE F-MV-DATE
                                           TO WS-AR-DERNIER(WS-INDEX)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-MOUVEMENTS

           END-IF

           OPEN INPUT FICHIER-SORTIES

           IF WS-STATUT-SORTIES = "00"

               PERFORM UNTIL WS-STATUT-SORTIES NOT = "00"
                   READ FICHIER-SORTIES
                       AT END
                           MOVE "10" TO WS-STATUT-SORTIES
                       NOT AT END
                           PERFORM VARYING WS-INDEX FROM 1 BY 1
                               UNTIL WS-INDEX > WS-NB-ARTICLES
                               IF WS-AR-NOM(WS-INDEX) = F-SO-ARTICLE
                                   AND (F-SO-SITE = SPACES
                                   OR WS-AR-SITE(WS-INDEX)
                                       = F-SO-SITE)
                                   MOVE WS-DATE-JOUR
                                       TO WS-AR-DERNIER(WS-INDEX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM

               CLOSE FICHIER-SORTIES

           END-IF
       .

      ******************************************************************

      *Charge le tarif d'achat ; un tarif absent laisse tous les
      *articles sans valeur, listés quand même
       0500-CHARGE-TARIFS.

           MOVE 0 TO WS-NB-TARIFS

           OPEN INPUT FICHIER-TARIFS

           IF WS-STATUT-TARIFS NOT = "00"
               DISPLAY "Tarif tarifs-fournisseurs.txt absent (statut "
                   WS-STATUT-TARIFS "), stock non valorisé"
           ELSE

               PERFORM UNTIL WS-STATUT-TARIFS NOT = "00"
                   READ FICHIER-TARIFS
                       AT END
                           MOVE "10" TO WS-STATUT-TARIFS
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

      *Édite la ligne dormante WS-INDEX : sous-total du fournisseur
      *précédent sur rupture, valeur = stock x coût d'achat, cumuls
      *fournisseur, site et général ; sans tarif, la ligne est
      *éditée sans valeur et comptée à part
       1000-EDITE-DORMANT.

           IF WS-AR-FOURNISSEUR(WS-INDEX) NOT = WS-FOURNISSEUR-COURANT

               IF WS-FOURNISSEUR-COURANT NOT = SPACES
                   PERFORM 2000-SOUS-TOTAL-FOURNISSEUR
               END-IF

               MOVE WS-AR-FOURNISSEUR(WS-INDEX)
                   TO WS-FOURNISSEUR-COURANT
               MOVE 0 TO WS-NB-FOURNISSEUR
               MOVE 0 TO WS-VALEUR-FOURNISSEUR

               MOVE SPACES TO F-LIGNE-RAPPORT
               STRING "Fournisseur " WS-FOURNISSEUR-COURANT
                   INTO F-LIGNE-RAPPORT
               END-STRING
               WRITE F-LIGNE-RAPPORT

           END-IF

           ADD 1 TO WS-NB-DORMANTS
           ADD 1 TO WS-NB-FOURNISSEUR

           IF WS-AR-DERNIER(WS-INDEX) = SPACES
               MOVE "jamais" TO WS-DERNIER-ED
           ELSE
               MOVE WS-AR-DERNIER(WS-INDEX) TO WS-DERNIER-ED
           END-IF

           MOVE 0 TO WS-TARIF-TROUVE
           PERFORM VARYING WS-INDEX-TARIF FROM 1 BY 1
               UNTIL WS-INDEX-TARIF > WS-NB-TARIFS
               IF WS-TF-FOURNISSEUR(WS-INDEX-TARIF)
                   = WS-AR-FOURNISSEUR(WS-INDEX)
                   AND WS-TF-ARTICLE(WS-INDEX-TARIF)
                       = WS-AR-NOM(WS-INDEX)
                   MOVE WS-INDEX-TARIF TO WS-TARIF-TROUVE
               END-IF
           END-PERFORM

           IF WS-TARIF-TROUVE = 0
               ADD 1 TO WS-NB-SANS-TARIF
               MOVE 0 TO WS-VALEUR-ARTICLE
               MOVE "SANS TARIF" TO WS-MONTANT-AFFICHE
           ELSE
               COMPUTE WS-VALEUR-ARTICLE =
                   WS-AR-STOCK(WS-INDEX) * WS-TF-COUT(WS-TARIF-TROUVE)
               MOVE WS-VALEUR-ARTICLE TO WS-MONTANT-CENTS
               PERFORM 0100-FORMATE-PRIX
           END-IF

           ADD WS-VALEUR-ARTICLE TO WS-VALEUR-FOURNISSEUR
           ADD WS-VALEUR-ARTICLE TO WS-VALEUR-TOTALE
           PERFORM 1200-CUMULE-SITE

           MOVE SPACES TO F-LIGNE-RAPPORT
           STRING "  " WS-AR-NOM(WS-INDEX)
               " site " WS-AR-SITE(WS-INDEX)
               " stock " WS-AR-STOCK(WS-INDEX)
               " dernier mouvement " WS-DERNIER-ED
               " valeur " FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO F-LIGNE-RAPPORT
           END-STRING
           WRITE F-LIGNE-RAPPORT
       .

      ******************************************************************

      *Écrit le sous-total du fournisseur dont l'édition vient de se
      *terminer
       2000-SOUS-TOTAL-FOURNISSEUR.

           MOVE WS-VALEUR-FOURNISSEUR TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX

           MOVE SPACES TO F-LIGNE-RAPPORT
           STRING "  Sous-total "
               FUNCTION TRIM(WS-FOURNISSEUR-COURANT)
               " : " WS-NB-FOURNISSEUR " ligne(s), "
               FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO F-LIGNE-RAPPORT
           END-STRING
           WRITE F-LIGNE-RAPPORT
       .

      ******************************************************************

      *Cumule la ligne dormante WS-INDEX sur son site, créé à sa
      *première rencontre, comme valorisation.cbl
       1200-CUMULE-SITE.

           MOVE 0 TO WS-SITE-TROUVE

           PERFORM VARYING WS-INDEX-SITE FROM 1 BY 1
               UNTIL WS-INDEX-SITE > WS-NB-SITES

               IF WS-SITE-CODE(WS-INDEX-SITE) = WS-AR-SITE(WS-INDEX)
                   MOVE WS-INDEX-SITE TO WS-SITE-TROUVE
               END-IF

           END-PERFORM

           IF WS-SITE-TROUVE = 0 AND WS-NB-SITES < 10
               ADD 1 TO WS-NB-SITES
               MOVE WS-NB-SITES TO WS-SITE-TROUVE
               MOVE WS-AR-SITE(WS-INDEX) TO WS-SITE-CODE(WS-SITE-TROUVE)
               MOVE 0 TO WS-SITE-NB(WS-SITE-TROUVE)
               MOVE 0 TO WS-SITE-VALEUR(WS-SITE-TROUVE)
           END-IF

           IF WS-SITE-TROUVE NOT = 0
               ADD 1 TO WS-SITE-NB(WS-SITE-TROUVE)
               ADD WS-VALEUR-ARTICLE TO WS-SITE-VALEUR(WS-SITE-TROUVE)
           END-IF
       .
