      *Programme de consultation du compte client : quand un client
      *appelle, le bureau n'ouvre plus l'un après l'autre clients.txt,
      *les fichiers de commandes, paiements.txt, impayes.txt,
      *relances-etat.txt, adresses-clients.txt et limites-credit.txt.
      *Pour l'id demandé, tout tient sur un seul écran : identité et
      *adresse, plafond de crédit et encours, catégorie de fidélité
      *(d'après la page du client dans le dernier relevé de
      *command.cbl), commandes en reliquat d'expédition et reliquats
      *de stock, derniers règlements, restant dû avec son
      *vieillissement (bloc du client dans l'état des impayés),
      *niveau de relance atteint et autorisations de retour ouvertes.
      *Le programme ne réécrit rien : avant de lire clients.txt il
      *attend, par le sous-programme commun verrou (action A), que
      *climaint.cbl ait fini de le réécrire, sans jamais prendre le
      *verrou lui-même.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ficheclient.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier clients, nom résolu par le sous-programme
      *d'environnement comme dans command.cbl
       SELECT FICHIER-CLIENTS
           ASSIGN TO DYNAMIC WS-FICHIER-CLIENTS-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CLIENTS.

      *Alias du fichier des adresses tenu par adrmaint.cbl
       SELECT FICHIER-ADRESSES ASSIGN TO "adresses-clients.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-ADRESSES.

      *Alias du fichier des plafonds de crédit
       SELECT FICHIER-LIMITES ASSIGN TO "limites-credit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-LIMITES.

      *Alias du fichier des relevés écrit par command.cbl, une page
      *par client
       SELECT FICHIER-RELEVES
           ASSIGN TO DYNAMIC WS-FICHIER-RELEVES-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-RELEVES.

      *Alias du reliquat d'expédition écrit par command.cbl
       SELECT FICHIER-RELIQUATS ASSIGN TO "reliquats.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-RELIQUATS.

      *Alias des reliquats de stock, libérés par reception.cbl
       SELECT FICHIER-BACKORDERS ASSIGN TO "backorders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-BACKORDERS.

      *Alias du fichier des paiements encaissés
       SELECT FICHIER-PAIEMENTS
           ASSIGN TO DYNAMIC WS-FICHIER-PAIEMENTS-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PAIEMENTS.

      *Alias de l'état des impayés écrit par command.cbl
       SELECT FICHIER-IMPAYES
           ASSIGN TO DYNAMIC WS-FICHIER-IMPAYES-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-IMPAYES.

      *Alias du fichier d'état des relances tenu par relance.cbl
       SELECT FICHIER-ETAT-RELANCES ASSIGN TO "relances-etat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-RELANCES.

      *Alias du fichier des autorisations de retour
       SELECT FICHIER-AUTORISATIONS
           ASSIGN TO "autorisations-retour.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-AUTORISATIONS.

       DATA DIVISION.

       FILE SECTION.

      *Définition du fichier clients, même découpage que climaint.cbl
      *(état I = client inactif)
       FD FICHIER-CLIENTS.
       01 F-CLIENT.
           05 F-ID            PIC 9(6).
           05 F-ETAT          PIC X.
           05 FILLER          PIC X(5).
           05 F-NOM           PIC X(11).
           05 F-PRENOM        PIC X(11).

      *Définition du fichier des adresses, même découpage que
      *adrmaint.cbl
       FD FICHIER-ADRESSES.
       01 F-ADRESSE.
           05 F-ADR-CLIENT    PIC 9(6).
           05 FILLER          PIC X.
           05 F-ADR-RUE       PIC X(30).
           05 FILLER          PIC X.
           05 F-ADR-CP        PIC X(5).
           05 FILLER          PIC X.
           05 F-ADR-VILLE     PIC X(20).

      *Définition du fichier des plafonds de crédit : id client et
      *plafond d'encours en centimes
       FD FICHIER-LIMITES.
       01 F-LIMITE-CREDIT.
           05 F-LIM-CLIENT        PIC 9(6).
           05 FILLER              PIC X.
           05 F-LIM-PLAFOND       PIC 9(8).

      *Définition du fichier des relevés, une ligne de texte libre
       FD FICHIER-RELEVES.
       01 F-LIGNE-RELEVE          PIC X(80).

      *Définition du reliquat d'expédition, une ligne de texte libre
       FD FICHIER-RELIQUATS.
       01 F-LIGNE-RELIQUAT        PIC X(100).

      *Définition des reliquats de stock, même découpage que
      *command.cbl
       FD FICHIER-BACKORDERS.
       01 F-BACKORDER.
           05 F-BO-CLIENT         PIC 9(6).
           05 FILLER              PIC X.
           05 F-BO-NUMERO         PIC 9(3).
           05 FILLER              PIC X.
           05 F-BO-CODE           PIC X(6).
           05 FILLER              PIC X.
           05 F-BO-ARTICLE        PIC X(10).
           05 FILLER              PIC X.
           05 F-BO-QTE            PIC 9(3).
           05 FILLER              PIC X.
           05 F-BO-DATE           PIC X(8).

      *Définition du fichier des paiements, même découpage que
      *command.cbl
       FD FICHIER-PAIEMENTS.
       01 F-PAIEMENT.
           05 F-ID-PAIEMENT       PIC 9(6).
           05 FILLER              PIC X.
           05 F-NUMERO-PAIEMENT   PIC 9(3).
           05 FILLER              PIC X.
           05 F-MONTANT-PAIEMENT  PIC 9(7).
           05 FILLER              PIC X.
           05 F-DATE-PAIEMENT     PIC X(10).

      *Définition de l'état des impayés, relu en texte libre
       FD FICHIER-IMPAYES.
       01 F-LIGNE-IMPAYES         PIC X(132).

      *Définition du fichier d'état des relances, même découpage que
      *relance.cbl
       FD FICHIER-ETAT-RELANCES.
       01 F-ETAT-RELANCE.
           05 F-REL-CLIENT        PIC 9(6).
           05 FILLER              PIC X.
           05 F-REL-NIVEAU        PIC 9.
           05 FILLER              PIC X.
           05 F-REL-DATE          PIC X(8).

      *Définition des autorisations de retour, même découpage que
      *command.cbl
       FD FICHIER-AUTORISATIONS.
       01 F-AUTORISATION.
           05 F-AR-NUMERO         PIC X(6).
           05 FILLER              PIC X.
           05 F-AR-CLIENT         PIC 9(6).
           05 FILLER              PIC X.
           05 F-AR-CODE           PIC X(6).
           05 FILLER              PIC X.
           05 F-AR-QTE-MAX        PIC 9(3).
           05 FILLER              PIC X.
           05 F-AR-EXPIRE         PIC X(8).

       WORKING-STORAGE SECTION.

      *Derniers règlements du client, le plus ancien d'abord : le
      *tableau glisse d'un cran à chaque règlement au-delà de cinq
       01 WS-REGLEMENTS-TAB.
           05 WS-REGLEMENT        OCCURS 5 TIMES.
               10 WS-RG-NUMERO    PIC 9(3).
               10 WS-RG-MONTANT   PIC 9(7).
               10 WS-RG-DATE      PIC X(10).
       77 WS-NB-REGLEMENTS        PIC 9                 VALUE 0.
       77 WS-NB-REGLEMENTS-TOTAL  PIC 9(5)              VALUE 0.
       77 WS-INDEX-RG             PIC 9                 VALUE 1.

      *Id demandé, et motifs cherchés dans les fichiers en texte
      *libre : "lient NNNNNN" couvre "Client", "Litige client" et
      *"Échéancier client", "client n NNNNNN" l'en-tête d'un relevé
       77 WS-ID-SAISI             PIC 9(6)              VALUE 0.
       77 WS-MOTIF-CLIENT         PIC X(12).
       77 WS-MOTIF-RELEVE         PIC X(15).
       77 WS-OCCURRENCES          PIC 9(3)              VALUE 0.
      *Client trouvé dans clients.txt, et indicateurs de bloc en
      *cours de lecture dans l'état des impayés et dans les relevés
       77 WS-CLIENT-TROUVE        PIC X                 VALUE "N".
       77 WS-DANS-BLOC            PIC X                 VALUE "N".
       77 WS-DANS-PAGE            PIC X                 VALUE "N".
       77 WS-NB-LIGNES-BLOC       PIC 9(3)              VALUE 0.

      *Éléments relevés sur la page du client : commandé net,
      *catégorie de fidélité et restant dû, en texte et en centimes
       77 WS-COMMANDE-RELEVE      PIC X(30)             VALUE SPACES.
       77 WS-CATEGORIE-RELEVE     PIC X(30)             VALUE SPACES.
       77 WS-RESTANT-RELEVE       PIC X(40)             VALUE SPACES.
       77 WS-ENCOURS              PIC S9(11)            VALUE 0.
      *Plafond de crédit du client (N = client sans plafond)
       77 WS-A-PLAFOND            PIC X                 VALUE "N".
       77 WS-PLAFOND              PIC 9(8)              VALUE 0.

      *Découpage d'une ligne "libellé : valeur" et relecture d'un
      *montant affiché "euros,centimes €" en centimes
       77 WS-CLE                  PIC X(80).
       77 WS-VALEUR               PIC X(80).
       77 WS-MONTANT-TEXTE        PIC X(30).
       77 WS-EUROS-TEXTE          PIC X(20).
       77 WS-CENTIMES-TEXTE       PIC X(20).
       77 WS-MONTANT-LU           PIC S9(11)            VALUE 0.

      *Compteurs des lignes montrées par rubrique
       77 WS-NB-TROUVES           PIC 9(3)              VALUE 0.
      *Libellé du niveau de relance
       77 WS-LIBELLE-NIVEAU       PIC X(20).

      *Date du jour, indicateur de fin de fichier et statuts
       77 WS-DATE-JOUR            PIC X(8).
       77 WS-EOF                  PIC X                 VALUE 'F'.
       77 WS-STATUT-CLIENTS       PIC XX.
       77 WS-STATUT-ADRESSES      PIC XX.
       77 WS-STATUT-LIMITES       PIC XX.
       77 WS-STATUT-RELEVES       PIC XX.
       77 WS-STATUT-RELIQUATS     PIC XX.
       77 WS-STATUT-BACKORDERS    PIC XX.
       77 WS-STATUT-PAIEMENTS     PIC XX.
       77 WS-STATUT-IMPAYES       PIC XX.
       77 WS-STATUT-RELANCES      PIC XX.
       77 WS-STATUT-AUTORISATIONS PIC XX.

      *Noms réels des fichiers partagés avec command.cbl, résolus par
      *le sous-programme d'environnement, et commande de résolution
       77 WS-FICHIER-CLIENTS-NOM    PIC X(40)
           VALUE "clients.txt".
       77 WS-FICHIER-PAIEMENTS-NOM  PIC X(40)
           VALUE "paiements.txt".
       77 WS-FICHIER-IMPAYES-NOM    PIC X(40)
           VALUE "impayes.txt".
       77 WS-FICHIER-RELEVES-NOM    PIC X(40)
           VALUE "releves-clients.txt".
       01 WS-ENV-COMMANDE.
           05 WS-ENV-LOGIQUE        PIC X(20).
           05 WS-ENV-DEFAUT         PIC X(40).
           05 WS-ENV-RESOLU         PIC X(40).

      *Commande passée au sous-programme commun de verrouillage
      *(verrou.cbl), ici pour attendre seulement la fin d'une
      *réécriture en cours
       01 WS-VERROU-COMMANDE.
           05 WS-VERROU-ACTION    PIC X.
           05 WS-VERROU-NOM       PIC X(20).
           05 WS-VERROU-RESULTAT  PIC X.

      *Champs utilisés pour formater un montant en centimes en
      *affichage "euros,centimes €", repris de command.cbl
       77 WS-MONTANT-CENTS       PIC S9(9)             VALUE 0.
       77 WS-MONTANT-ABS         PIC 9(9)              VALUE 0.
       77 WS-MONTANT-EUROS       PIC 9(9).
       77 WS-MONTANT-CENTIMES    PIC 99.
       77 WS-MONTANT-EUROS-EDIT  PIC Z(8)9.
       77 WS-MONTANT-AFFICHE     PIC X(18).

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

      *Résolution des noms de fichiers partagés avec command.cbl, pour
      *consulter les mêmes fichiers que lui en TEST comme en PROD
       MOVE "CLIENTS" TO WS-ENV-LOGIQUE.
       MOVE WS-FICHIER-CLIENTS-NOM TO WS-ENV-DEFAUT.
       CALL "environnement" USING WS-ENV-COMMANDE.
       MOVE WS-ENV-RESOLU TO WS-FICHIER-CLIENTS-NOM.

       MOVE "PAIEMENTS" TO WS-ENV-LOGIQUE.
       MOVE WS-FICHIER-PAIEMENTS-NOM TO WS-ENV-DEFAUT.
       CALL "environnement" USING WS-ENV-COMMANDE.
       MOVE WS-ENV-RESOLU TO WS-FICHIER-PAIEMENTS-NOM.

       MOVE "IMPAYES" TO WS-ENV-LOGIQUE.
       MOVE WS-FICHIER-IMPAYES-NOM TO WS-ENV-DEFAUT.
       CALL "environnement" USING WS-ENV-COMMANDE.
       MOVE WS-ENV-RESOLU TO WS-FICHIER-IMPAYES-NOM.

       MOVE "RELEVES" TO WS-ENV-LOGIQUE.
       MOVE WS-FICHIER-RELEVES-NOM TO WS-ENV-DEFAUT.
       CALL "environnement" USING WS-ENV-COMMANDE.
       MOVE WS-ENV-RESOLU TO WS-FICHIER-RELEVES-NOM.

      *Boucle de consultation, jusqu'à la saisie de l'id 0
       MOVE 1 TO WS-ID-SAISI.

       PERFORM UNTIL WS-ID-SAISI = 0

           DISPLAY "Id du client à consulter (0 pour quitter) : "
           ACCEPT WS-ID-SAISI

           IF WS-ID-SAISI NOT = 0
               PERFORM 1000-FICHE-CLIENT
           END-IF

       END-PERFORM.

       DISPLAY "Fin de la consultation".

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis menugeneral.cbl comme sous-programme, sans
      *rien changer à son comportement lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************

      *Convertit un montant en centimes (WS-MONTANT-CENTS) en une
      *chaîne affichable "euros,centimes €", repris de command.cbl
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
      *signe moins en tête pour un négatif) en centimes signés dans
      *WS-MONTANT-LU, à l'inverse de 0100-FORMATE-PRIX
       0200-LIT-MONTANT.

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

      *Fiche complète du client WS-ID-SAISI, rubrique par rubrique ;
      *un client absent de clients.txt n'a pas de fiche
       1000-FICHE-CLIENT.

           MOVE SPACES TO WS-MOTIF-CLIENT
           STRING "lient " WS-ID-SAISI INTO WS-MOTIF-CLIENT
           END-STRING
           MOVE SPACES TO WS-MOTIF-RELEVE
           STRING "client n " WS-ID-SAISI INTO WS-MOTIF-RELEVE
           END-STRING

           DISPLAY "=============================================="
               "=============================="

           PERFORM 1100-IDENTITE

           IF WS-CLIENT-TROUVE = "O"
               PERFORM 1200-ADRESSE
               PERFORM 1300-RELEVE
               PERFORM 1400-CREDIT
               PERFORM 1500-COMMANDES-OUVERTES
               PERFORM 1600-REGLEMENTS
               PERFORM 1700-RESTANT-DU
               PERFORM 1800-RELANCE
               PERFORM 1900-RETOURS
           END-IF

           DISPLAY "=============================================="
               "=============================="
       .

      ******************************************************************

      *Identité du client, lue dans clients.txt une fois terminée une
      *éventuelle réécriture par climaint.cbl
       1100-IDENTITE.

           MOVE "N" TO WS-CLIENT-TROUVE

           MOVE "A" TO WS-VERROU-ACTION
           MOVE "clients" TO WS-VERROU-NOM
           CALL "verrou" USING WS-VERROU-COMMANDE

           IF WS-VERROU-RESULTAT NOT = "O"
               DISPLAY "clients.txt en cours de réécriture, "
                   "réessayer dans un instant"
           ELSE

               MOVE 'F' TO WS-EOF

               OPEN INPUT FICHIER-CLIENTS

               IF WS-STATUT-CLIENTS NOT = "00"
                   DISPLAY "Fichier clients introuvable (statut "
                       WS-STATUT-CLIENTS ")"
               ELSE
                   PERFORM UNTIL WS-EOF = 'T'
                       READ FICHIER-CLIENTS
                           AT END
                               MOVE 'T' TO WS-EOF
                           NOT AT END
                               IF F-ID = WS-ID-SAISI
                                   MOVE "O" TO WS-CLIENT-TROUVE
                                   MOVE 'T' TO WS-EOF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-CLIENTS
               END-IF

               IF WS-CLIENT-TROUVE = "O"
                   DISPLAY "Client " F-ID " : " F-NOM " " F-PRENOM
                   IF F-ETAT = "I"
                       DISPLAY "  Client inactif"
                   END-IF
               ELSE
                   DISPLAY "Aucun client avec l'id " WS-ID-SAISI
               END-IF

           END-IF
       .

      ******************************************************************

      *Adresse postale tenue par adrmaint.cbl
       1200-ADRESSE.

           MOVE 'F' TO WS-EOF
           MOVE 0 TO WS-NB-TROUVES

           OPEN INPUT FICHIER-ADRESSES

           IF WS-STATUT-ADRESSES = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-ADRESSES
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF F-ADR-CLIENT = WS-ID-SAISI
                               ADD 1 TO WS-NB-TROUVES
                               DISPLAY "  " F-ADR-RUE
                               DISPLAY "  " F-ADR-CP " " F-ADR-VILLE
                               MOVE 'T' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ADRESSES
           END-IF

           IF WS-NB-TROUVES = 0
               DISPLAY "  Adresse postale inconnue"
           END-IF
       .

      ******************************************************************

      *Page du client dans le dernier relevé de command.cbl : commandé
      *net, catégorie de fidélité et restant dû, repris tels quels
       1300-RELEVE.

           MOVE SPACES TO WS-COMMANDE-RELEVE
           MOVE SPACES TO WS-CATEGORIE-RELEVE
           MOVE SPACES TO WS-RESTANT-RELEVE
           MOVE "N" TO WS-DANS-PAGE
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-RELEVES

           IF WS-STATUT-RELEVES = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-RELEVES
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           PERFORM 1350-LIGNE-RELEVE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-RELEVES
           END-IF

           IF WS-CATEGORIE-RELEVE = SPACES
               DISPLAY "Fidélité : pas de page au dernier relevé"
           ELSE
               DISPLAY "Fidélité : "
                   FUNCTION TRIM(WS-CATEGORIE-RELEVE)
                   " (commandé net "
                   FUNCTION TRIM(WS-COMMANDE-RELEVE) ")"
           END-IF
       .

      ******************************************************************

      *Analyse une ligne du relevé : la ligne de séparation ouvre une
      *page, l'en-tête dit si c'est celle du client, et les lignes
      *"libellé : valeur" de sa page sont retenues
       1350-LIGNE-RELEVE.

           IF F-LIGNE-RELEVE(1:1) = "="
               MOVE "N" TO WS-DANS-PAGE
           ELSE
               MOVE 0 TO WS-OCCURRENCES
               INSPECT F-LIGNE-RELEVE TALLYING WS-OCCURRENCES
                   FOR ALL WS-MOTIF-RELEVE
               IF WS-OCCURRENCES > 0
                   MOVE "O" TO WS-DANS-PAGE
               END-IF
           END-IF

           IF WS-DANS-PAGE = "O"

               MOVE SPACES TO WS-CLE WS-VALEUR
               UNSTRING F-LIGNE-RELEVE DELIMITED BY " : "
                   INTO WS-CLE WS-VALEUR
               END-UNSTRING

               EVALUATE FUNCTION TRIM(WS-CLE)
                   WHEN "Sous-total commandé net"
                       MOVE WS-VALEUR TO WS-COMMANDE-RELEVE
                   WHEN "Catégorie fidélité"
                       MOVE WS-VALEUR TO WS-CATEGORIE-RELEVE
                   WHEN "Restant dû"
                       MOVE WS-VALEUR TO WS-RESTANT-RELEVE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

           END-IF
       .

      ******************************************************************

      *Plafond de crédit et encours : l'encours est le restant dû du
      *dernier relevé (nul en cas de trop-perçu)
       1400-CREDIT.

           MOVE "N" TO WS-A-PLAFOND
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-LIMITES

           IF WS-STATUT-LIMITES = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-LIMITES
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF F-LIM-CLIENT = WS-ID-SAISI
                               AND F-LIM-PLAFOND NUMERIC
                               MOVE "O" TO WS-A-PLAFOND
                               MOVE F-LIM-PLAFOND TO WS-PLAFOND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-LIMITES
           END-IF

           MOVE 0 TO WS-ENCOURS
           IF WS-RESTANT-RELEVE NOT = SPACES
               AND FUNCTION TRIM(WS-RESTANT-RELEVE)(1:4) NOT = "trop"
               MOVE WS-RESTANT-RELEVE TO WS-MONTANT-TEXTE
               PERFORM 0200-LIT-MONTANT
               MOVE WS-MONTANT-LU TO WS-ENCOURS
           END-IF

           MOVE WS-ENCOURS TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX

           IF WS-A-PLAFOND = "N"
               DISPLAY "Crédit : encours "
                   FUNCTION TRIM(WS-MONTANT-AFFICHE)
                   ", pas de plafond"
           ELSE
               DISPLAY "Crédit : encours "
                   FUNCTION TRIM(WS-MONTANT-AFFICHE)
                   WITH NO ADVANCING
               MOVE WS-PLAFOND TO WS-MONTANT-CENTS
               PERFORM 0100-FORMATE-PRIX
               DISPLAY " sur un plafond de "
                   FUNCTION TRIM(WS-MONTANT-AFFICHE)
               IF WS-ENCOURS > WS-PLAFOND
                   DISPLAY "  PLAFOND DÉPASSÉ : client bloqué"
               END-IF
           END-IF
       .

      ******************************************************************

      *Commandes ouvertes : lignes du client au reliquat d'expédition
      *du dernier relevé, puis reliquats de stock en attente
      *d'arrivage
       1500-COMMANDES-OUVERTES.

           DISPLAY "Commandes non entièrement expédiées :"

           MOVE 'F' TO WS-EOF
           MOVE 0 TO WS-NB-TROUVES

           OPEN INPUT FICHIER-RELIQUATS

           IF WS-STATUT-RELIQUATS = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-RELIQUATS
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           MOVE 0 TO WS-OCCURRENCES
                           INSPECT F-LIGNE-RELIQUAT TALLYING
                               WS-OCCURRENCES FOR ALL WS-MOTIF-CLIENT
                           IF WS-OCCURRENCES > 0
                               ADD 1 TO WS-NB-TROUVES
                               DISPLAY "  "
                                   FUNCTION TRIM(F-LIGNE-RELIQUAT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-RELIQUATS
           END-IF

           IF WS-NB-TROUVES = 0
               DISPLAY "  aucune"
           END-IF

           DISPLAY "Reliquats de stock en attente d'arrivage :"

           MOVE 'F' TO WS-EOF
           MOVE 0 TO WS-NB-TROUVES

           OPEN INPUT FICHIER-BACKORDERS

           IF WS-STATUT-BACKORDERS = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-BACKORDERS
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF F-BO-CLIENT = WS-ID-SAISI
                               ADD 1 TO WS-NB-TROUVES
                               DISPLAY "  Commande " F-BO-NUMERO
                                   " produit " F-BO-CODE
                                   " qté " F-BO-QTE
                                   " en attente depuis le " F-BO-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-BACKORDERS
           END-IF

           IF WS-NB-TROUVES = 0
               DISPLAY "  aucun"
           END-IF
       .

      ******************************************************************

      *Derniers règlements reçus du client, au plus cinq, dans l'ordre
      *de paiements.txt
       1600-REGLEMENTS.

           MOVE 0 TO WS-NB-REGLEMENTS
           MOVE 0 TO WS-NB-REGLEMENTS-TOTAL
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-PAIEMENTS

           IF WS-STATUT-PAIEMENTS = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-PAIEMENTS
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF F-ID-PAIEMENT = WS-ID-SAISI
                               PERFORM 1650-RETIENT-REGLEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PAIEMENTS
           END-IF

           DISPLAY "Derniers règlements (" WS-NB-REGLEMENTS-TOTAL
               " reçus en tout) :"

           IF WS-NB-REGLEMENTS = 0
               DISPLAY "  aucun"
           END-IF

           PERFORM VARYING WS-INDEX-RG FROM 1 BY 1
               UNTIL WS-INDEX-RG > WS-NB-REGLEMENTS
               MOVE WS-RG-MONTANT(WS-INDEX-RG) TO WS-MONTANT-CENTS
               PERFORM 0100-FORMATE-PRIX
               DISPLAY "  " WS-RG-DATE(WS-INDEX-RG)
                   " commande " WS-RG-NUMERO(WS-INDEX-RG)
                   " : " FUNCTION TRIM(WS-MONTANT-AFFICHE)
           END-PERFORM
       .

      ******************************************************************

      *Retient le règlement lu parmi les cinq derniers, le plus ancien
      *sortant du tableau quand il est plein
       1650-RETIENT-REGLEMENT.

           ADD 1 TO WS-NB-REGLEMENTS-TOTAL

           IF WS-NB-REGLEMENTS < 5
               ADD 1 TO WS-NB-REGLEMENTS
           ELSE
               PERFORM VARYING WS-INDEX-RG FROM 1 BY 1
                   UNTIL WS-INDEX-RG > 4
                   MOVE WS-REGLEMENT(WS-INDEX-RG + 1)
                       TO WS-REGLEMENT(WS-INDEX-RG)
               END-PERFORM
           END-IF

           MOVE F-NUMERO-PAIEMENT TO WS-RG-NUMERO(WS-NB-REGLEMENTS)
           MOVE F-MONTANT-PAIEMENT TO WS-RG-MONTANT(WS-NB-REGLEMENTS)
           MOVE F-DATE-PAIEMENT TO WS-RG-DATE(WS-NB-REGLEMENTS)
       .

      ******************************************************************

      *Restant dû et vieillissement : le bloc du client dans l'état
      *des impayés, sa ligne puis les lignes en retrait qui la
      *suivent (retard et tranche, échéances, litiges)
       1700-RESTANT-DU.

           DISPLAY "Restant dû et vieillissement :"

           MOVE "N" TO WS-DANS-BLOC
           MOVE 0 TO WS-NB-LIGNES-BLOC
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-IMPAYES

           IF WS-STATUT-IMPAYES = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-IMPAYES
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF F-LIGNE-IMPAYES(1:1) NOT = SPACE
                               MOVE 0 TO WS-OCCURRENCES
                               INSPECT F-LIGNE-IMPAYES TALLYING
                                   WS-OCCURRENCES
                                   FOR ALL WS-MOTIF-CLIENT
                               IF WS-OCCURRENCES > 0
                                   MOVE "O" TO WS-DANS-BLOC
                               ELSE
                                   MOVE "N" TO WS-DANS-BLOC
                               END-IF
                           END-IF
                           IF WS-DANS-BLOC = "O"
                               ADD 1 TO WS-NB-LIGNES-BLOC
                               DISPLAY "  " FUNCTION TRIM
                                   (F-LIGNE-IMPAYES TRAILING)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-IMPAYES
           END-IF

           IF WS-NB-LIGNES-BLOC = 0
               IF WS-RESTANT-RELEVE = SPACES
                   DISPLAY "  rien à l'état des impayés"
               ELSE
                   DISPLAY "  rien à l'état des impayés (restant "
                       FUNCTION TRIM(WS-RESTANT-RELEVE) ")"
               END-IF
           END-IF
       .

      ******************************************************************

      *Niveau de relance atteint, d'après l'état tenu par relance.cbl
       1800-RELANCE.

           MOVE 'F' TO WS-EOF
           MOVE 0 TO WS-NB-TROUVES

           OPEN INPUT FICHIER-ETAT-RELANCES

           IF WS-STATUT-RELANCES = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-ETAT-RELANCES
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF F-REL-CLIENT = WS-ID-SAISI
                               ADD 1 TO WS-NB-TROUVES
                               EVALUATE F-REL-NIVEAU
                                   WHEN 1
                                       MOVE "premier rappel"
                                           TO WS-LIBELLE-NIVEAU
                                   WHEN 2
                                       MOVE "deuxième rappel"
                                           TO WS-LIBELLE-NIVEAU
                                   WHEN OTHER
                                       MOVE "mise en demeure"
                                           TO WS-LIBELLE-NIVEAU
                               END-EVALUATE
                               DISPLAY "Relance : "
                                   FUNCTION TRIM(WS-LIBELLE-NIVEAU)
                                   " envoyé(e) le " F-REL-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ETAT-RELANCES
           END-IF

           IF WS-NB-TROUVES = 0
               DISPLAY "Relance : aucune en cours"
           END-IF
       .

      ******************************************************************

      *Autorisations de retour du client pas encore expirées
       1900-RETOURS.

           DISPLAY "Autorisations de retour ouvertes :"

           MOVE 'F' TO WS-EOF
           MOVE 0 TO WS-NB-TROUVES

           OPEN INPUT FICHIER-AUTORISATIONS

           IF WS-STATUT-AUTORISATIONS = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-AUTORISATIONS
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF F-AR-CLIENT = WS-ID-SAISI
                               AND F-AR-EXPIRE >= WS-DATE-JOUR
                               ADD 1 TO WS-NB-TROUVES
                               DISPLAY "  n° " F-AR-NUMERO
                                   " produit " F-AR-CODE
                                   " qté max " F-AR-QTE-MAX
                                   " jusqu'au " F-AR-EXPIRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-AUTORISATIONS
           END-IF

           IF WS-NB-TROUVES = 0
               DISPLAY "  aucune"
           END-IF
       .
