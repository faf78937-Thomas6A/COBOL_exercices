      *Programme de tenue de l'historique des prix, sur le modèle de
      *litmaint.cbl : produits.txt ne porte que le prix du jour, si
      *bien qu'un changement de tarif faisait ressortir en écart toutes
      *les commandes anciennes et privait les vieux devis de leur prix
      *de référence. Chaque changement est enregistré ici comme une
      *entrée datée (code produit, date d'effet, prix, taux de TVA)
      *dans prix-historique.txt ; la fusion, facturation.cbl et
      *devis.cbl y prennent, par le sous-programme prixdate, le prix
      *en vigueur à la date de chaque commande. Une entrée déjà en
      *vigueur n'est jamais supprimée, seul un prix à venir peut être
      *retiré. Le code produit est validé contre produits.txt et
      *chaque modification est consignée dans un journal daté.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prixmaint.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du catalogue produits, lu pour valider les codes saisis
       SELECT FICHIER-PRODUITS ASSIGN TO "produits.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PRODUITS.

      *Alias de l'historique des prix, relu au lancement et réécrit à
      *chaque changement
       SELECT FICHIER-HISTORIQUE ASSIGN TO "prix-historique.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-HISTORIQUE.

      *Alias du journal des modifications, complété à chaque
      *changement (une ligne datée par opération)
       SELECT FICHIER-JOURNAL ASSIGN TO "prix-historique-journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-JOURNAL.

       DATA DIVISION.

       FILE SECTION.

      *Définition du catalogue produits, même découpage que devis.cbl
       FD FICHIER-PRODUITS.
       01 F-PRODUIT-CATALOGUE.
           05 F-CODE-CATALOGUE    PIC X(6).
           05 FILLER              PIC X.
           05 F-LIBELLE-CATALOGUE PIC X(20).
           05 FILLER              PIC X.
           05 F-TAUX-CATALOGUE    PIC 9(4).
           05 FILLER              PIC X.
           05 F-PRIX-CATALOGUE    PIC 9(4).

      *Définition de l'historique des prix : code produit, date
      *d'effet AAAAMMJJ, prix unitaire en centimes et taux de TVA en
      *centièmes de pourcent, même découpage que prixdate.cbl
       FD FICHIER-HISTORIQUE.
       01 F-PRIX-HISTORIQUE.
           05 F-PH-CODE           PIC X(6).
           05 FILLER              PIC X.
           05 F-PH-DATE           PIC X(8).
           05 FILLER              PIC X.
           05 F-PH-PRIX           PIC 9(4).
           05 FILLER              PIC X.
           05 F-PH-TAUX           PIC 9(4).

      *Définition du journal des modifications, une ligne de texte
      *libre par opération
       FD FICHIER-JOURNAL.
       01 F-LIGNE-JOURNAL     PIC X(100).

       WORKING-STORAGE SECTION.

      *Catalogue produits, pour la validation des codes et le rappel
      *du prix et du taux courants
       01 WS-CATALOGUE-TAB.
           05 WS-PRODUIT-CAT     OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NB-CATALOGUE.
               10 WS-CODE-CAT    PIC X(6).
               10 WS-LIBELLE-CAT PIC X(20).
               10 WS-TAUX-CAT    PIC 9(4).
               10 WS-PRIX-CAT    PIC 9(4).

      *Historique des prix, tenu trié par code produit puis date
      *d'effet
       01 WS-HISTORIQUE-TAB.
           05 WS-PRIX-DATE        OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-NB-PRIX.
               10 WS-PH-CODE      PIC X(6).
               10 WS-PH-DATE      PIC X(8).
               10 WS-PH-PRIX      PIC 9(4).
               10 WS-PH-TAUX      PIC 9(4).

      *Effectifs réels des tableaux
       77 WS-NB-CATALOGUE     PIC 9(3)              VALUE 1.
       77 WS-NB-PRIX          PIC 9(4)              VALUE 1.
      *Index de parcours et de décalage
       77 WS-INDEX            PIC 9(4)              VALUE 1.
       77 WS-INDEX-CAT        PIC 9(3)              VALUE 1.
      *Index du produit, de l'entrée à la date saisie, de l'entrée en
      *vigueur aujourd'hui (0 = introuvable) et rang d'insertion
       77 WS-CAT-TROUVE       PIC 9(3)              VALUE 0.
       77 WS-PRIX-TROUVE      PIC 9(4)              VALUE 0.
       77 WS-PRIX-VIGUEUR     PIC 9(4)              VALUE 0.
       77 WS-RANG             PIC 9(4)              VALUE 0.
      *Nombre d'entrées listées pour un produit
       77 WS-NB-LISTES        PIC 9(4)              VALUE 0.
      *Indicateur de fin de lecture et statuts
       77 WS-EOF              PIC X                 VALUE 'F'.
       77 WS-STATUT-PRODUITS  PIC XX.
       77 WS-STATUT-HISTORIQUE PIC XX.
       77 WS-STATUT-JOURNAL   PIC XX.
      *Choix du menu et saisies
       77 WS-CHOIX            PIC 9                 VALUE 0.
       77 WS-CODE-SAISI       PIC X(6).
       77 WS-DATE-SAISIE      PIC X(8).
       77 WS-PRIX-SAISI       PIC 9(4).
       77 WS-TAUX-SAISI       PIC 9(4).
       77 WS-CONFIRMATION     PIC X.
      *Date du jour, qui sépare les prix en vigueur des prix à venir
       77 WS-DATE-JOUR        PIC X(8).

      *Commande passée au sous-programme commun de verrouillage
      *(verrou.cbl), qui protège la réécriture de l'historique contre
      *un lancement concurrent
       01 WS-VERROU-COMMANDE.
           05 WS-VERROU-ACTION    PIC X.
           05 WS-VERROU-NOM       PIC X(20).
           05 WS-VERROU-RESULTAT  PIC X.

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

      *Prise du verrou de l'historique avant d'y toucher : un
      *lancement concurrent abandonne au lieu d'écraser
       MOVE "P" TO WS-VERROU-ACTION.
       MOVE "prix-historique" TO WS-VERROU-NOM.
       CALL "verrou" USING WS-VERROU-COMMANDE.

       IF WS-VERROU-RESULTAT NOT = "O"
           DISPLAY "prix-historique.txt verrouillé par un autre "
               "lancement, abandon"
           STOP RUN
       END-IF.

      *Chargement du catalogue pour la validation des codes ; le
      *verrou est relâché avant l'abandon
       OPEN INPUT FICHIER-PRODUITS.

       IF WS-STATUT-PRODUITS NOT = "00"
           DISPLAY "Fichier produits.txt introuvable (statut "
               WS-STATUT-PRODUITS "), maintenance impossible"
           MOVE "L" TO WS-VERROU-ACTION
           CALL "verrou" USING WS-VERROU-COMMANDE
           STOP RUN
       END-IF.

       MOVE 0 TO WS-NB-CATALOGUE.

       PERFORM UNTIL WS-EOF = 'T'
           READ FICHIER-PRODUITS
               AT END
                   MOVE 'T' TO WS-EOF
               NOT AT END
                   IF WS-NB-CATALOGUE < 500
                       ADD 1 TO WS-NB-CATALOGUE
                       MOVE F-CODE-CATALOGUE
                           TO WS-CODE-CAT(WS-NB-CATALOGUE)
                       MOVE F-LIBELLE-CATALOGUE
                           TO WS-LIBELLE-CAT(WS-NB-CATALOGUE)
                       IF F-TAUX-CATALOGUE NUMERIC
                           MOVE F-TAUX-CATALOGUE
                               TO WS-TAUX-CAT(WS-NB-CATALOGUE)
                       ELSE
                           MOVE 0 TO WS-TAUX-CAT(WS-NB-CATALOGUE)
                       END-IF
                       IF F-PRIX-CATALOGUE NUMERIC
                           MOVE F-PRIX-CATALOGUE
                               TO WS-PRIX-CAT(WS-NB-CATALOGUE)
                       ELSE
                           MOVE 0 TO WS-PRIX-CAT(WS-NB-CATALOGUE)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

       CLOSE FICHIER-PRODUITS.

      *Chargement de l'historique existant ; un fichier absent
      *signifie simplement un premier lancement. Les entrées sont
      *rangées à leur place pour garder le tableau trié
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-PRIX.

       OPEN INPUT FICHIER-HISTORIQUE.

       IF WS-STATUT-HISTORIQUE = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-HISTORIQUE
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-NB-PRIX < 5000
                           AND F-PH-DATE NUMERIC
                           AND F-PH-PRIX NUMERIC
                           AND F-PH-TAUX NUMERIC
                           MOVE F-PH-CODE TO WS-CODE-SAISI
                           MOVE F-PH-DATE TO WS-DATE-SAISIE
                           MOVE F-PH-PRIX TO WS-PRIX-SAISI
                           MOVE F-PH-TAUX TO WS-TAUX-SAISI
                           PERFORM 7300-INSERE-PRIX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-HISTORIQUE
       END-IF.

       DISPLAY "Produits au catalogue : " WS-NB-CATALOGUE
       DISPLAY "Prix datés à l'historique : " WS-NB-PRIX.

      *Boucle de menu, jusqu'à la saisie de 4
       PERFORM UNTIL WS-CHOIX = 4

           DISPLAY "1. Enregistrer un prix daté"
           DISPLAY "2. Historique des prix d'un produit"
           DISPLAY "3. Supprimer un prix pas encore en vigueur"
           DISPLAY "4. Quitter"
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX

               WHEN 1
                   PERFORM 1000-AJOUTE-PRIX

               WHEN 2
                   PERFORM 2000-LISTE-PRODUIT

               WHEN 3
                   PERFORM 3000-SUPPRIME-PRIX

               WHEN 4
                   DISPLAY "Fin du programme"

               WHEN OTHER
                   DISPLAY "Choix invalide"

           END-EVALUATE

       END-PERFORM.

      *Libération du verrou avant de rendre la main
       MOVE "L" TO WS-VERROU-ACTION.
       CALL "verrou" USING WS-VERROU-COMMANDE.

       STOP RUN.

      ******************************************************************

      *Enregistre un prix daté pour un produit du catalogue. Une date
      *d'effet passée réévalue les commandes déjà reçues depuis cette
      *date, elle demande donc une confirmation ; une entrée existe au
      *plus une fois par produit et par date
       1000-AJOUTE-PRIX.

           DISPLAY "Code produit : "
           MOVE SPACES TO WS-CODE-SAISI
           ACCEPT WS-CODE-SAISI

           PERFORM 7000-TROUVE-PRODUIT

           IF WS-CAT-TROUVE = 0
               DISPLAY "Aucun produit " WS-CODE-SAISI " au catalogue"
           ELSE

               DISPLAY "Produit : " WS-LIBELLE-CAT(WS-CAT-TROUVE)
                   " - catalogue " WS-PRIX-CAT(WS-CAT-TROUVE)
                   " TVA " WS-TAUX-CAT(WS-CAT-TROUVE)

               MOVE WS-DATE-JOUR TO WS-DATE-SAISIE
               PERFORM 7200-PRIX-EN-VIGUEUR
               IF WS-PRIX-VIGUEUR NOT = 0
                   DISPLAY "En vigueur depuis le "
                       WS-PH-DATE(WS-PRIX-VIGUEUR) " : "
                       WS-PH-PRIX(WS-PRIX-VIGUEUR)
                       " TVA " WS-PH-TAUX(WS-PRIX-VIGUEUR)
               END-IF

               DISPLAY "Date d'effet (AAAAMMJJ) : "
               MOVE SPACES TO WS-DATE-SAISIE
               ACCEPT WS-DATE-SAISIE

               PERFORM 7100-TROUVE-PRIX
               MOVE "O" TO WS-CONFIRMATION

               EVALUATE TRUE

                   WHEN WS-DATE-SAISIE NOT NUMERIC
                       OR WS-DATE-SAISIE(5:2) < "01"
                       OR WS-DATE-SAISIE(5:2) > "12"
                       OR WS-DATE-SAISIE(7:2) < "01"
                       OR WS-DATE-SAISIE(7:2) > "31"
                       DISPLAY "Date d'effet invalide"

                   WHEN WS-PRIX-TROUVE NOT = 0
                       DISPLAY "Un prix est déjà enregistré le "
                           WS-DATE-SAISIE " : "
                           WS-PH-PRIX(WS-PRIX-TROUVE)

                   WHEN WS-NB-PRIX >= 5000
                       DISPLAY "Historique des prix complet"

                   WHEN OTHER

                       IF WS-DATE-SAISIE < WS-DATE-JOUR
                           DISPLAY "Date passée : les commandes "
                               "reçues depuis le " WS-DATE-SAISIE
                               " seront contrôlées à ce prix. "
                               "Confirmer (O/N) : "
                           ACCEPT WS-CONFIRMATION
                       END-IF

                       IF WS-CONFIRMATION = "O" OR "o"

                           DISPLAY "Prix unitaire en centimes : "
                           ACCEPT WS-PRIX-SAISI
                           DISPLAY "Taux de TVA en centièmes de % "
                               "(0 = celui du catalogue) : "
                           ACCEPT WS-TAUX-SAISI

                           IF WS-TAUX-SAISI = 0
                               MOVE WS-TAUX-CAT(WS-CAT-TROUVE)
                                   TO WS-TAUX-SAISI
                           END-IF

                           PERFORM 7300-INSERE-PRIX
                           PERFORM 8000-SAUVE-FICHIER

                           MOVE SPACES TO F-LIGNE-JOURNAL
                           STRING WS-DATE-JOUR
                               " AJOUT prix produit " WS-CODE-SAISI
                               " effet " WS-DATE-SAISIE
                               " prix " WS-PRIX-SAISI
                               " taux " WS-TAUX-SAISI
                               INTO F-LIGNE-JOURNAL
                           END-STRING
                           PERFORM 9000-ECRIT-JOURNAL

                           DISPLAY "Prix enregistré"

                       ELSE
                           DISPLAY "Enregistrement abandonné"
                       END-IF

               END-EVALUATE

           END-IF
       .

      ******************************************************************

      *Liste à l'écran les prix datés d'un produit, du plus ancien au
      *plus récent, en signalant celui en vigueur aujourd'hui
       2000-LISTE-PRODUIT.

           DISPLAY "Code produit : "
           MOVE SPACES TO WS-CODE-SAISI
           ACCEPT WS-CODE-SAISI

           PERFORM 7000-TROUVE-PRODUIT

           IF WS-CAT-TROUVE NOT = 0
               DISPLAY "Produit : " WS-LIBELLE-CAT(WS-CAT-TROUVE)
                   " - catalogue " WS-PRIX-CAT(WS-CAT-TROUVE)
                   " TVA " WS-TAUX-CAT(WS-CAT-TROUVE)
           END-IF

           MOVE WS-DATE-JOUR TO WS-DATE-SAISIE
           PERFORM 7200-PRIX-EN-VIGUEUR

           MOVE 0 TO WS-NB-LISTES

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-PRIX

               IF WS-PH-CODE(WS-INDEX) = WS-CODE-SAISI
                   ADD 1 TO WS-NB-LISTES
                   EVALUATE TRUE
                       WHEN WS-INDEX = WS-PRIX-VIGUEUR
                           DISPLAY "  " WS-PH-DATE(WS-INDEX)
                               " prix " WS-PH-PRIX(WS-INDEX)
                               " TVA " WS-PH-TAUX(WS-INDEX)
                               " en vigueur"
                       WHEN WS-PH-DATE(WS-INDEX) > WS-DATE-JOUR
                           DISPLAY "  " WS-PH-DATE(WS-INDEX)
                               " prix " WS-PH-PRIX(WS-INDEX)
                               " TVA " WS-PH-TAUX(WS-INDEX)
                               " à venir"
                       WHEN OTHER
                           DISPLAY "  " WS-PH-DATE(WS-INDEX)
                               " prix " WS-PH-PRIX(WS-INDEX)
                               " TVA " WS-PH-TAUX(WS-INDEX)
                   END-EVALUATE
               END-IF

           END-PERFORM

           DISPLAY "Prix datés listés : " WS-NB-LISTES
       .

      ******************************************************************

      *Supprime un prix dont la date d'effet n'est pas encore
      *atteinte ; un prix déjà appliqué reste à l'historique et se
      *remplace par une nouvelle entrée datée
       3000-SUPPRIME-PRIX.

           DISPLAY "Code produit : "
           MOVE SPACES TO WS-CODE-SAISI
           ACCEPT WS-CODE-SAISI
           DISPLAY "Date d'effet (AAAAMMJJ) : "
           MOVE SPACES TO WS-DATE-SAISIE
           ACCEPT WS-DATE-SAISIE

           PERFORM 7100-TROUVE-PRIX

           EVALUATE TRUE

               WHEN WS-PRIX-TROUVE = 0
                   DISPLAY "Aucun prix du produit " WS-CODE-SAISI
                       " au " WS-DATE-SAISIE

               WHEN WS-DATE-SAISIE NOT > WS-DATE-JOUR
                   DISPLAY "Prix déjà en vigueur, non supprimable : "
                       "enregistrer un nouveau prix daté"

               WHEN OTHER

                   MOVE WS-PH-PRIX(WS-PRIX-TROUVE) TO WS-PRIX-SAISI

                   PERFORM VARYING WS-INDEX FROM WS-PRIX-TROUVE BY 1
                       UNTIL WS-INDEX >= WS-NB-PRIX
                       MOVE WS-PRIX-DATE(WS-INDEX + 1)
                           TO WS-PRIX-DATE(WS-INDEX)
                   END-PERFORM

                   SUBTRACT 1 FROM WS-NB-PRIX

                   PERFORM 8000-SAUVE-FICHIER

                   MOVE SPACES TO F-LIGNE-JOURNAL
                   STRING WS-DATE-JOUR
                       " SUPPRESSION prix produit " WS-CODE-SAISI
                       " effet " WS-DATE-SAISIE
                       " prix " WS-PRIX-SAISI
                       INTO F-LIGNE-JOURNAL
                   END-STRING
                   PERFORM 9000-ECRIT-JOURNAL

                   DISPLAY "Prix supprimé"

           END-EVALUATE
       .

      ******************************************************************

      *Recherche WS-CODE-SAISI dans le catalogue ; laisse
      *WS-CAT-TROUVE à zéro si aucun produit ne porte ce code
       7000-TROUVE-PRODUIT.

           MOVE 0 TO WS-CAT-TROUVE

           PERFORM VARYING WS-INDEX-CAT FROM 1 BY 1
               UNTIL WS-INDEX-CAT > WS-NB-CATALOGUE

               IF WS-CODE-CAT(WS-INDEX-CAT) = WS-CODE-SAISI
                   MOVE WS-INDEX-CAT TO WS-CAT-TROUVE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Recherche l'entrée du produit et de la date d'effet saisis ;
      *laisse WS-PRIX-TROUVE à zéro s'il n'y en a pas
       7100-TROUVE-PRIX.

           MOVE 0 TO WS-PRIX-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-PRIX

               IF WS-PH-CODE(WS-INDEX) = WS-CODE-SAISI
                   AND WS-PH-DATE(WS-INDEX) = WS-DATE-SAISIE
                   MOVE WS-INDEX TO WS-PRIX-TROUVE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Recherche l'entrée du produit en vigueur à WS-DATE-SAISIE, la
      *dernière du tableau trié dont la date d'effet ne dépasse pas
      *cette date, selon la même règle que prixdate.cbl
       7200-PRIX-EN-VIGUEUR.

           MOVE 0 TO WS-PRIX-VIGUEUR

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-PRIX

               IF WS-PH-CODE(WS-INDEX) = WS-CODE-SAISI
                   AND WS-PH-DATE(WS-INDEX) <= WS-DATE-SAISIE
                   MOVE WS-INDEX TO WS-PRIX-VIGUEUR
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Range l'entrée saisie (code, date, prix, taux) à sa place dans
      *le tableau trié par code puis date, en décalant la suite
       7300-INSERE-PRIX.

           MOVE 1 TO WS-RANG

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-PRIX

               IF WS-PH-CODE(WS-INDEX) < WS-CODE-SAISI
                   OR (WS-PH-CODE(WS-INDEX) = WS-CODE-SAISI
                   AND WS-PH-DATE(WS-INDEX) < WS-DATE-SAISIE)
                   COMPUTE WS-RANG = WS-INDEX + 1
               END-IF

           END-PERFORM

           ADD 1 TO WS-NB-PRIX

           PERFORM VARYING WS-INDEX FROM WS-NB-PRIX BY -1
               UNTIL WS-INDEX <= WS-RANG
               MOVE WS-PRIX-DATE(WS-INDEX - 1)
                   TO WS-PRIX-DATE(WS-INDEX)
           END-PERFORM

           MOVE WS-CODE-SAISI TO WS-PH-CODE(WS-RANG)
           MOVE WS-DATE-SAISIE TO WS-PH-DATE(WS-RANG)
           MOVE WS-PRIX-SAISI TO WS-PH-PRIX(WS-RANG)
           MOVE WS-TAUX-SAISI TO WS-PH-TAUX(WS-RANG)
       .

      ******************************************************************

      *Réécrit prix-historique.txt en entier à partir du tableau
       8000-SAUVE-FICHIER.

           OPEN OUTPUT FICHIER-HISTORIQUE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-PRIX

               MOVE SPACES TO F-PRIX-HISTORIQUE
               MOVE WS-PH-CODE(WS-INDEX) TO F-PH-CODE
               MOVE WS-PH-DATE(WS-INDEX) TO F-PH-DATE
               MOVE WS-PH-PRIX(WS-INDEX) TO F-PH-PRIX
               MOVE WS-PH-TAUX(WS-INDEX) TO F-PH-TAUX
               WRITE F-PRIX-HISTORIQUE

           END-PERFORM

           CLOSE FICHIER-HISTORIQUE
       .

      ******************************************************************

      *Ajoute la ligne préparée dans F-LIGNE-JOURNAL à la suite du
      *journal des modifications, créé au premier changement
       9000-ECRIT-JOURNAL.

           OPEN EXTEND FICHIER-JOURNAL

           IF WS-STATUT-JOURNAL = "35"
               OPEN OUTPUT FICHIER-JOURNAL
           END-IF

           WRITE F-LIGNE-JOURNAL

           CLOSE FICHIER-JOURNAL
       .
