      *Programme de tenue des prix contractuels, sur le modèle de
      *litmaint.cbl : plusieurs grands comptes ont négocié un prix par
      *produit, et leurs lignes de commandes remplissaient chaque nuit
      *ecarts-prix.txt de fausses alertes. Chaque prix négocié est
      *enregistré ici (client, code produit, prix, dates de début et
      *de fin de validité) dans contrats-prix.txt ; la fusion et
      *facturation.cbl le préfèrent au catalogue par le sous-programme
      *prixcontrat, et remisescontrats.cbl en chiffre le manque à
      *gagner chaque mois. Deux prix d'un même client pour un même
      *produit ne peuvent pas se chevaucher : un contrat se clôt à une
      *date de fin avant d'être renégocié. Le client est validé contre
      *clients.txt, le produit contre produits.txt, et chaque
      *modification est consignée dans un journal daté.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. contratmaint.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier clients, lu pour valider les ids saisis
       SELECT FICHIER-CLIENTS ASSIGN TO "clients.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CLIENTS.

      *Alias du catalogue produits, lu pour valider les codes saisis
       SELECT FICHIER-PRODUITS ASSIGN TO "produits.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PRODUITS.

      *Alias du fichier des prix contractuels, relu au lancement et
      *réécrit à chaque changement
       SELECT FICHIER-CONTRATS ASSIGN TO "contrats-prix.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CONTRATS.

      *Alias du journal des modifications, complété à chaque
      *changement (une ligne datée par opération)
       SELECT FICHIER-JOURNAL ASSIGN TO "contrats-prix-journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-JOURNAL.

       DATA DIVISION.

       FILE SECTION.

      *Définition du fichier clients, même découpage que command.cbl
       FD FICHIER-CLIENTS.
       01 F-CLIENT.
           05 F-ID            PIC 9(6).
           05 FILLER          PIC X(6).
           05 F-NOM           PIC X(11).
           05 F-PRENOM        PIC X(11).

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

      *Définition des prix contractuels, même découpage que
      *prixcontrat.cbl : client, code produit, prix en centimes,
      *dates AAAAMMJJ de début et de fin (blanc : sans échéance)
       FD FICHIER-CONTRATS.
       01 F-CONTRAT.
           05 F-CP-CLIENT         PIC 9(6).
           05 FILLER              PIC X.
           05 F-CP-CODE           PIC X(6).
           05 FILLER              PIC X.
           05 F-CP-PRIX           PIC 9(4).
           05 FILLER              PIC X.
           05 F-CP-DEBUT          PIC X(8).
           05 FILLER              PIC X.
           05 F-CP-FIN            PIC X(8).

      *Définition du journal des modifications, une ligne de texte
      *libre par opération
       FD FICHIER-JOURNAL.
       01 F-LIGNE-JOURNAL     PIC X(100).

       WORKING-STORAGE SECTION.

      *Tableau des clients connus, pour la validation des ids
       01 WS-CLIENTS-TAB.
           05 WS-CLIENT       OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-CLIENT-MAX.
               10 WS-ID       PIC 9(6).
               10 WS-NOM      PIC X(11).

      *Catalogue produits, pour la validation des codes
       01 WS-CATALOGUE-TAB.
           05 WS-PRODUIT-CAT     OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NB-CATALOGUE.
               10 WS-CODE-CAT    PIC X(6).
               10 WS-LIBELLE-CAT PIC X(20).
               10 WS-PRIX-CAT    PIC 9(4).

      *Tableau des prix contractuels chargés depuis le fichier
       01 WS-CONTRATS-TAB.
           05 WS-CONTRAT          OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-NB-CONTRATS.
               10 WS-CP-CLIENT    PIC 9(6).
               10 WS-CP-CODE      PIC X(6).
               10 WS-CP-PRIX      PIC 9(4).
               10 WS-CP-DEBUT     PIC X(8).
               10 WS-CP-FIN       PIC X(8).

      *Effectifs réels des tableaux
       77 WS-CLIENT-MAX       PIC 9(3)              VALUE 1.
       77 WS-NB-CATALOGUE     PIC 9(3)              VALUE 1.
       77 WS-NB-CONTRATS      PIC 9(4)              VALUE 1.
      *Index de parcours
       77 WS-INDEX            PIC 9(4)              VALUE 1.
      *Index du client, du produit, du contrat chevauché ou à clore
      *(0 = introuvable) ; nombre de contrats listés
       77 WS-CLIENT-TROUVE    PIC 9(3)              VALUE 0.
       77 WS-CAT-TROUVE       PIC 9(3)              VALUE 0.
       77 WS-CONTRAT-TROUVE   PIC 9(4)              VALUE 0.
       77 WS-NB-LISTES        PIC 9(4)              VALUE 0.
      *Indicateur de fin de lecture et statuts
       77 WS-EOF              PIC X                 VALUE 'F'.
       77 WS-STATUT-CLIENTS   PIC XX.
       77 WS-STATUT-PRODUITS  PIC XX.
       77 WS-STATUT-CONTRATS  PIC XX.
       77 WS-STATUT-JOURNAL   PIC XX.
      *Choix du menu et saisies
       77 WS-CHOIX            PIC 9                 VALUE 0.
       77 WS-ID-SAISI         PIC 9(6).
       77 WS-CODE-SAISI       PIC X(6).
       77 WS-PRIX-SAISI       PIC 9(4).
       77 WS-DEBUT-SAISI      PIC X(8).
       77 WS-FIN-SAISIE       PIC X(8).
      *Bornes comparables d'une période : une fin à blanc vaut
      *l'infini
       77 WS-FIN-NOUVELLE     PIC X(8).
       77 WS-FIN-EXISTANTE    PIC X(8).
      *Date du jour, qui situe chaque contrat (échu, en cours, à
      *venir)
       77 WS-DATE-JOUR        PIC X(8).

      *Commande passée au sous-programme commun prixdate, pour
      *rappeler le prix de liste en vigueur face au prix négocié
       01 WS-PRIXDATE-COMMANDE.
           05 WS-PRIXDATE-CODE       PIC X(6).
           05 WS-PRIXDATE-DATE       PIC X(8).
           05 WS-PRIXDATE-PRIX       PIC 9(4).
           05 WS-PRIXDATE-TAUX       PIC 9(4).
           05 WS-PRIXDATE-RESULTAT   PIC X.

      *Commande passée au sous-programme commun de verrouillage
      *(verrou.cbl), qui protège la réécriture des contrats contre un
      *lancement concurrent
       01 WS-VERROU-COMMANDE.
           05 WS-VERROU-ACTION    PIC X.
           05 WS-VERROU-NOM       PIC X(20).
           05 WS-VERROU-RESULTAT  PIC X.

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

      *Prise du verrou des contrats avant d'y toucher : un lancement
      *concurrent abandonne au lieu d'écraser
       MOVE "P" TO WS-VERROU-ACTION.
       MOVE "contrats-prix" TO WS-VERROU-NOM.
       CALL "verrou" USING WS-VERROU-COMMANDE.

       IF WS-VERROU-RESULTAT NOT = "O"
           DISPLAY "contrats-prix.txt verrouillé par un autre "
               "lancement, abandon"
           STOP RUN
       END-IF.

      *Chargement des clients et du catalogue pour la validation ; le
      *verrou est relâché avant l'abandon
       OPEN INPUT FICHIER-CLIENTS.

       IF WS-STATUT-CLIENTS NOT = "00"
           DISPLAY "Fichier clients.txt introuvable (statut "
               WS-STATUT-CLIENTS "), maintenance impossible"
           MOVE "L" TO WS-VERROU-ACTION
           CALL "verrou" USING WS-VERROU-COMMANDE
           STOP RUN
       END-IF.

       MOVE 0 TO WS-CLIENT-MAX.

       PERFORM UNTIL WS-EOF = 'T'
           READ FICHIER-CLIENTS
               AT END
                   MOVE 'T' TO WS-EOF
               NOT AT END
                   IF WS-CLIENT-MAX < 999
                       ADD 1 TO WS-CLIENT-MAX
                       MOVE F-ID TO WS-ID(WS-CLIENT-MAX)
                       MOVE F-NOM TO WS-NOM(WS-CLIENT-MAX)
                   END-IF
           END-READ
       END-PERFORM.

       CLOSE FICHIER-CLIENTS.

       OPEN INPUT FICHIER-PRODUITS.

       IF WS-STATUT-PRODUITS NOT = "00"
           DISPLAY "Fichier produits.txt introuvable (statut "
               WS-STATUT-PRODUITS "), maintenance impossible"
           MOVE "L" TO WS-VERROU-ACTION
           CALL "verrou" USING WS-VERROU-COMMANDE
           STOP RUN
       END-IF.

       MOVE 'F' TO WS-EOF.
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

      *Chargement des contrats existants ; un fichier absent signifie
      *simplement un premier lancement
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-CONTRATS.

       OPEN INPUT FICHIER-CONTRATS.

       IF WS-STATUT-CONTRATS = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-CONTRATS
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-NB-CONTRATS < 2000
                           ADD 1 TO WS-NB-CONTRATS
                           MOVE F-CP-CLIENT
                               TO WS-CP-CLIENT(WS-NB-CONTRATS)
                           MOVE F-CP-CODE
                               TO WS-CP-CODE(WS-NB-CONTRATS)
                           MOVE F-CP-PRIX
                               TO WS-CP-PRIX(WS-NB-CONTRATS)
                           MOVE F-CP-DEBUT
                               TO WS-CP-DEBUT(WS-NB-CONTRATS)
                           MOVE F-CP-FIN
                               TO WS-CP-FIN(WS-NB-CONTRATS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-CONTRATS
       END-IF.

       DISPLAY "Clients connus : " WS-CLIENT-MAX
       DISPLAY "Produits au catalogue : " WS-NB-CATALOGUE
       DISPLAY "Prix contractuels : " WS-NB-CONTRATS.

      *Boucle de menu, jusqu'à la saisie de 4
       PERFORM UNTIL WS-CHOIX = 4

           DISPLAY "1. Enregistrer un prix contractuel"
           DISPLAY "2. Clore un prix contractuel"
           DISPLAY "3. Lister les prix contractuels d'un client"
           DISPLAY "4. Quitter"
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX

               WHEN 1
                   PERFORM 1000-AJOUTE-CONTRAT

               WHEN 2
                   PERFORM 2000-CLOT-CONTRAT

               WHEN 3
                   PERFORM 3000-LISTE-CLIENT

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

      *Enregistre un prix négocié pour un client et un produit connus,
      *valable de la date de début (le jour même à blanc) à la date
      *de fin (à blanc : sans échéance) ; refusé s'il chevauche un
      *autre prix du même client pour le même produit
       1000-AJOUTE-CONTRAT.

           DISPLAY "Id du client : "
           ACCEPT WS-ID-SAISI

           PERFORM 7000-TROUVE-CLIENT

           IF WS-CLIENT-TROUVE = 0
               DISPLAY "Aucun client avec l'id " WS-ID-SAISI
           ELSE

               DISPLAY "Code produit : "
               MOVE SPACES TO WS-CODE-SAISI
               ACCEPT WS-CODE-SAISI

               PERFORM 7100-TROUVE-PRODUIT

               IF WS-CAT-TROUVE = 0
                   DISPLAY "Aucun produit " WS-CODE-SAISI
                       " au catalogue"
               ELSE
                   PERFORM 1100-SAISIE-CONTRAT
               END-IF

           END-IF
       .

      ******************************************************************

      *Suite de l'enregistrement une fois client et produit validés :
      *prix de liste du jour rappelé, saisie du prix et de la période
      *puis contrôle de chevauchement
       1100-SAISIE-CONTRAT.

           MOVE WS-CODE-SAISI TO WS-PRIXDATE-CODE
           MOVE SPACES TO WS-PRIXDATE-DATE
           CALL "prixdate" USING WS-PRIXDATE-COMMANDE

           IF WS-PRIXDATE-RESULTAT NOT = "O"
               MOVE WS-PRIX-CAT(WS-CAT-TROUVE) TO WS-PRIXDATE-PRIX
           END-IF

           DISPLAY "Produit : " WS-LIBELLE-CAT(WS-CAT-TROUVE)
               " - prix de liste " WS-PRIXDATE-PRIX

           DISPLAY "Prix contractuel en centimes : "
           ACCEPT WS-PRIX-SAISI
           DISPLAY "Début de validité (AAAAMMJJ, blanc = ce jour) : "
           MOVE SPACES TO WS-DEBUT-SAISI
           ACCEPT WS-DEBUT-SAISI
           DISPLAY "Fin de validité (AAAAMMJJ, blanc = sans "
               "échéance) : "
           MOVE SPACES TO WS-FIN-SAISIE
           ACCEPT WS-FIN-SAISIE

           IF WS-DEBUT-SAISI = SPACES
               MOVE WS-DATE-JOUR TO WS-DEBUT-SAISI
           END-IF

           PERFORM 7200-TROUVE-CHEVAUCHEMENT

           EVALUATE TRUE

               WHEN WS-DEBUT-SAISI NOT NUMERIC
                   OR (WS-FIN-SAISIE NOT = SPACES
                   AND WS-FIN-SAISIE NOT NUMERIC)
                   DISPLAY "Date de validité invalide"

               WHEN WS-FIN-SAISIE NOT = SPACES
                   AND WS-FIN-SAISIE < WS-DEBUT-SAISI
                   DISPLAY "Fin de validité avant le début"

               WHEN WS-PRIX-SAISI = 0
                   DISPLAY "Prix contractuel nul refusé"

               WHEN WS-CONTRAT-TROUVE NOT = 0
                   DISPLAY "Chevauche le prix "
                       WS-CP-PRIX(WS-CONTRAT-TROUVE) " du "
                       WS-CP-DEBUT(WS-CONTRAT-TROUVE) " au "
                       WS-CP-FIN(WS-CONTRAT-TROUVE)
                       " : le clore d'abord"

               WHEN WS-NB-CONTRATS >= 2000
                   DISPLAY "Fichier des prix contractuels complet"

               WHEN OTHER

                   ADD 1 TO WS-NB-CONTRATS
                   MOVE WS-ID-SAISI TO WS-CP-CLIENT(WS-NB-CONTRATS)
                   MOVE WS-CODE-SAISI TO WS-CP-CODE(WS-NB-CONTRATS)
                   MOVE WS-PRIX-SAISI TO WS-CP-PRIX(WS-NB-CONTRATS)
                   MOVE WS-DEBUT-SAISI TO WS-CP-DEBUT(WS-NB-CONTRATS)
                   MOVE WS-FIN-SAISIE TO WS-CP-FIN(WS-NB-CONTRATS)

                   PERFORM 8000-SAUVE-FICHIER

                   MOVE SPACES TO F-LIGNE-JOURNAL
                   STRING WS-DATE-JOUR
                       " AJOUT contrat client " WS-ID-SAISI
                       " produit " WS-CODE-SAISI
                       " prix " WS-PRIX-SAISI
                       " du " WS-DEBUT-SAISI
                       " au " WS-FIN-SAISIE
                       INTO F-LIGNE-JOURNAL
                   END-STRING
                   PERFORM 9000-ECRIT-JOURNAL

                   DISPLAY "Prix contractuel enregistré"

           END-EVALUATE
       .

      ******************************************************************

      *Clôt le prix sans échéance d'un client pour un produit à la
      *date de fin saisie, avant renégociation ou fin du contrat
       2000-CLOT-CONTRAT.

           DISPLAY "Id du client : "
           ACCEPT WS-ID-SAISI
           DISPLAY "Code produit : "
           MOVE SPACES TO WS-CODE-SAISI
           ACCEPT WS-CODE-SAISI

           MOVE 0 TO WS-CONTRAT-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-CONTRATS

               IF WS-CP-CLIENT(WS-INDEX) = WS-ID-SAISI
                   AND WS-CP-CODE(WS-INDEX) = WS-CODE-SAISI
                   AND WS-CP-FIN(WS-INDEX) = SPACES
                   MOVE WS-INDEX TO WS-CONTRAT-TROUVE
               END-IF

           END-PERFORM

           IF WS-CONTRAT-TROUVE = 0
               DISPLAY "Aucun prix sans échéance pour le client "
                   WS-ID-SAISI " produit " WS-CODE-SAISI
           ELSE

               DISPLAY "Prix " WS-CP-PRIX(WS-CONTRAT-TROUVE)
                   " depuis le " WS-CP-DEBUT(WS-CONTRAT-TROUVE)
               DISPLAY "Dernier jour de validité (AAAAMMJJ) : "
               MOVE SPACES TO WS-FIN-SAISIE
               ACCEPT WS-FIN-SAISIE

               IF WS-FIN-SAISIE NOT NUMERIC
                   OR WS-FIN-SAISIE < WS-CP-DEBUT(WS-CONTRAT-TROUVE)
                   DISPLAY "Date de fin invalide, rien changé"
               ELSE

                   MOVE WS-FIN-SAISIE TO WS-CP-FIN(WS-CONTRAT-TROUVE)

                   PERFORM 8000-SAUVE-FICHIER

                   MOVE SPACES TO F-LIGNE-JOURNAL
                   STRING WS-DATE-JOUR
                       " CLOTURE contrat client " WS-ID-SAISI
                       " produit " WS-CODE-SAISI
                       " prix " WS-CP-PRIX(WS-CONTRAT-TROUVE)
                       " du " WS-CP-DEBUT(WS-CONTRAT-TROUVE)
                       " au " WS-FIN-SAISIE
                       INTO F-LIGNE-JOURNAL
                   END-STRING
                   PERFORM 9000-ECRIT-JOURNAL

                   DISPLAY "Prix contractuel clos"

               END-IF

           END-IF
       .

      ******************************************************************

      *Liste à l'écran les prix contractuels d'un client, situés par
      *rapport à la date du jour
       3000-LISTE-CLIENT.

           DISPLAY "Id du client : "
           ACCEPT WS-ID-SAISI

           MOVE 0 TO WS-NB-LISTES

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-CONTRATS

               IF WS-CP-CLIENT(WS-INDEX) = WS-ID-SAISI
                   ADD 1 TO WS-NB-LISTES
                   EVALUATE TRUE
                       WHEN WS-CP-DEBUT(WS-INDEX) > WS-DATE-JOUR
                           DISPLAY "  " WS-CP-CODE(WS-INDEX)
                               " prix " WS-CP-PRIX(WS-INDEX)
                               " du " WS-CP-DEBUT(WS-INDEX)
                               " au " WS-CP-FIN(WS-INDEX)
                               " à venir"
                       WHEN WS-CP-FIN(WS-INDEX) NOT = SPACES
                           AND WS-CP-FIN(WS-INDEX) < WS-DATE-JOUR
                           DISPLAY "  " WS-CP-CODE(WS-INDEX)
                               " prix " WS-CP-PRIX(WS-INDEX)
                               " du " WS-CP-DEBUT(WS-INDEX)
                               " au " WS-CP-FIN(WS-INDEX)
                               " échu"
                       WHEN OTHER
                           DISPLAY "  " WS-CP-CODE(WS-INDEX)
                               " prix " WS-CP-PRIX(WS-INDEX)
                               " du " WS-CP-DEBUT(WS-INDEX)
                               " au " WS-CP-FIN(WS-INDEX)
                               " en cours"
                   END-EVALUATE
               END-IF

           END-PERFORM

           DISPLAY "Prix contractuels listés : " WS-NB-LISTES
       .

      ******************************************************************

      *Recherche WS-ID-SAISI dans le tableau clients ; laisse
      *WS-CLIENT-TROUVE à zéro si aucun client ne porte cet id
       7000-TROUVE-CLIENT.

           MOVE 0 TO WS-CLIENT-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-CLIENT-MAX

               IF WS-ID(WS-INDEX) = WS-ID-SAISI
                   MOVE WS-INDEX TO WS-CLIENT-TROUVE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Recherche WS-CODE-SAISI dans le catalogue ; laisse
      *WS-CAT-TROUVE à zéro si aucun produit ne porte ce code
       7100-TROUVE-PRODUIT.

           MOVE 0 TO WS-CAT-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-CATALOGUE

               IF WS-CODE-CAT(WS-INDEX) = WS-CODE-SAISI
                   MOVE WS-INDEX TO WS-CAT-TROUVE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Recherche un prix du même client pour le même produit dont la
      *période recoupe celle saisie ; une fin à blanc vaut l'infini.
      *Laisse WS-CONTRAT-TROUVE à zéro s'il n'y en a pas
       7200-TROUVE-CHEVAUCHEMENT.

           MOVE 0 TO WS-CONTRAT-TROUVE

           IF WS-FIN-SAISIE = SPACES
               MOVE "99999999" TO WS-FIN-NOUVELLE
           ELSE
               MOVE WS-FIN-SAISIE TO WS-FIN-NOUVELLE
           END-IF

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-CONTRATS

               IF WS-CP-FIN(WS-INDEX) = SPACES
                   MOVE "99999999" TO WS-FIN-EXISTANTE
               ELSE
                   MOVE WS-CP-FIN(WS-INDEX) TO WS-FIN-EXISTANTE
               END-IF

               IF WS-CP-CLIENT(WS-INDEX) = WS-ID-SAISI
                   AND WS-CP-CODE(WS-INDEX) = WS-CODE-SAISI
                   AND WS-CP-DEBUT(WS-INDEX) <= WS-FIN-NOUVELLE
                   AND WS-DEBUT-SAISI <= WS-FIN-EXISTANTE
                   MOVE WS-INDEX TO WS-CONTRAT-TROUVE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Réécrit contrats-prix.txt en entier à partir du tableau
       8000-SAUVE-FICHIER.

           OPEN OUTPUT FICHIER-CONTRATS

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-CONTRATS

               MOVE SPACES TO F-CONTRAT
               MOVE WS-CP-CLIENT(WS-INDEX) TO F-CP-CLIENT
               MOVE WS-CP-CODE(WS-INDEX) TO F-CP-CODE
               MOVE WS-CP-PRIX(WS-INDEX) TO F-CP-PRIX
               MOVE WS-CP-DEBUT(WS-INDEX) TO F-CP-DEBUT
               MOVE WS-CP-FIN(WS-INDEX) TO F-CP-FIN
               WRITE F-CONTRAT

           END-PERFORM

           CLOSE FICHIER-CONTRATS
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
