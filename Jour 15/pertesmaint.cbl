      *Programme de passage en perte des créances irrécouvrables :
      *petits soldes et clients en faillite restaient pour toujours
      *dans impayes.txt et recevaient une lettre de relance à chaque
      *cycle. Un opérateur propose ici un passage en perte (client,
      *commande, montant, motif), plafonné au restant dû de l'état des
      *impayés ; un second opérateur, forcément différent, l'approuve
      *ou la rejette (double contrôle, même principe qu'opermaint.cbl).
      *Seule une proposition approuvée est reportée au journal des
      *pertes (pertes-journal.txt), que command.cbl impute comme un
      *règlement, qu'exportcompta.cbl transmet au cabinet sous un type
      *de détail propre et que relance.cbl respecte. Une proposition
      *n'est jamais supprimée : le registre garde qui a proposé, qui a
      *décidé et quand.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pertesmaint.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier clients, lu pour valider les ids saisis
       SELECT FICHIER-CLIENTS ASSIGN TO "clients.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CLIENTS.

      *Alias de l'état des impayés écrit par command.cbl, relu pour
      *plafonner le montant proposé au restant dû du client
       SELECT FICHIER-IMPAYES ASSIGN TO "impayes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-IMPAYES.

      *Alias du registre des propositions, relu au lancement et
      *réécrit à chaque changement
       SELECT FICHIER-PROPOSITIONS ASSIGN TO "pertes-propositions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PROPOSITIONS.

      *Alias du journal des passages en perte approuvés, complété à
      *chaque approbation (une ligne par perte)
       SELECT FICHIER-JOURNAL ASSIGN TO "pertes-journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-JOURNAL.

       DATA DIVISION.

       FILE SECTION.

      *Définition du fichier clients, même découpage que litmaint.cbl
       FD FICHIER-CLIENTS.
       01 F-CLIENT.
           05 F-ID            PIC 9(6).
           05 FILLER          PIC X(6).
           05 F-NOM           PIC X(11).
           05 F-PRENOM        PIC X(11).

      *Définition de l'état des impayés, relu en texte libre : seules
      *les lignes "Client ..." portent une créance relancée
       FD FICHIER-IMPAYES.
       01 F-LIGNE-IMPAYES     PIC X(132).

      *Définition du registre des propositions : numéro, client,
      *commande, montant en centimes, date et auteur de la
      *proposition, état (P en attente, A approuvée, R rejetée),
      *date et auteur de la décision, motif
       FD FICHIER-PROPOSITIONS.
       01 F-PROPOSITION.
           05 F-PP-NUMERO     PIC 9(5).
           05 FILLER          PIC X.
           05 F-PP-CLIENT     PIC 9(6).
           05 FILLER          PIC X.
           05 F-PP-COMMANDE   PIC 9(3).
           05 FILLER          PIC X.
           05 F-PP-MONTANT    PIC 9(7).
           05 FILLER          PIC X.
           05 F-PP-PROPOSE-LE PIC X(8).
           05 FILLER          PIC X.
           05 F-PP-PROPOSE-PAR PIC X(20).
           05 FILLER          PIC X.
           05 F-PP-ETAT       PIC X.
           05 FILLER          PIC X.
           05 F-PP-DECIDE-LE  PIC X(8).
           05 FILLER          PIC X.
           05 F-PP-DECIDE-PAR PIC X(20).
           05 FILLER          PIC X.
           05 F-PP-MOTIF      PIC X(30).

      *Définition du journal des pertes approuvées : les quatre
      *premières zones suivent le découpage de paiements.txt (client,
      *commande, montant, date), pour que command.cbl les impute comme
      *un règlement ; la suite trace la proposition d'origine, ses
      *deux opérateurs et le motif
       FD FICHIER-JOURNAL.
       01 F-PERTE.
           05 F-PJ-CLIENT     PIC 9(6).
           05 FILLER          PIC X.
           05 F-PJ-NUMERO     PIC 9(3).
           05 FILLER          PIC X.
           05 F-PJ-MONTANT    PIC 9(7).
           05 FILLER          PIC X.
           05 F-PJ-DATE       PIC X(10).
           05 FILLER          PIC X.
           05 F-PJ-PROPOSITION PIC 9(5).
           05 FILLER          PIC X.
           05 F-PJ-PROPOSE-PAR PIC X(20).
           05 FILLER          PIC X.
           05 F-PJ-APPROUVE-PAR PIC X(20).
           05 FILLER          PIC X.
           05 F-PJ-MOTIF      PIC X(30).

       WORKING-STORAGE SECTION.

      *Tableau des clients connus, pour la validation des ids
       01 WS-CLIENTS-TAB.
           05 WS-CLIENT       OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-CLIENT-MAX.
               10 WS-ID       PIC 9(6).
               10 WS-NOM      PIC X(11).

      *Tableau des propositions chargées depuis le registre
       01 WS-PROPOSITIONS-TAB.
           05 WS-PROPOSITION  OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-PROPOSITIONS.
               10 WS-PP-NUMERO     PIC 9(5).
               10 WS-PP-CLIENT     PIC 9(6).
               10 WS-PP-COMMANDE   PIC 9(3).
               10 WS-PP-MONTANT    PIC 9(7).
               10 WS-PP-PROPOSE-LE PIC X(8).
               10 WS-PP-PROPOSE-PAR PIC X(20).
               10 WS-PP-ETAT       PIC X.
               10 WS-PP-DECIDE-LE  PIC X(8).
               10 WS-PP-DECIDE-PAR PIC X(20).
               10 WS-PP-MOTIF      PIC X(30).

      *Effectifs réels des tableaux
       77 WS-CLIENT-MAX       PIC 9(3)              VALUE 1.
       77 WS-NB-PROPOSITIONS  PIC 9(3)              VALUE 1.
      *Index de parcours
       77 WS-INDEX            PIC 9(3)              VALUE 1.
      *Index du client et de la proposition correspondant à la
      *saisie (0 = introuvable) ; nombre de propositions en attente
       77 WS-CLIENT-TROUVE    PIC 9(3)              VALUE 0.
       77 WS-PROP-TROUVEE     PIC 9(3)              VALUE 0.
       77 WS-NB-EN-ATTENTE    PIC 9(3)              VALUE 0.
      *Dernier numéro de proposition attribué
       77 WS-DERNIER-NUMERO   PIC 9(5)              VALUE 0.
      *Indicateur de fin de lecture et statuts
       77 WS-EOF              PIC X                 VALUE 'F'.
       77 WS-STATUT-CLIENTS   PIC XX.
       77 WS-STATUT-IMPAYES   PIC XX.
       77 WS-STATUT-PROPOSITIONS PIC XX.
       77 WS-STATUT-JOURNAL   PIC XX.
      *Choix du menu et saisies
       77 WS-CHOIX            PIC 9                 VALUE 0.
       77 WS-OPERATEUR        PIC X(20).
       77 WS-ID-SAISI         PIC 9(6).
       77 WS-NUMERO-SAISI     PIC 9(5).
       77 WS-COMMANDE-SAISIE  PIC 9(3).
       77 WS-MONTANT-SAISI    PIC 9(7).
       77 WS-MOTIF-SAISI      PIC X(30).
       77 WS-DECISION         PIC X                 VALUE SPACE.
       77 WS-CONFIRME         PIC X                 VALUE "N".
      *Date du jour, portée sur la proposition et la décision
       77 WS-DATE-JOUR        PIC X(8).

      *Plafond de la proposition : restant dû relevé sur l'état des
      *impayés (trouvé ou non), déjà proposé en attente pour le même
      *client, et marge restante
       77 WS-DU-TROUVE        PIC X                 VALUE "N".
       77 WS-DU-CLIENT        PIC S9(11)            VALUE 0.
       77 WS-DEJA-PROPOSE     PIC 9(9)              VALUE 0.
       77 WS-MARGE            PIC S9(11)            VALUE 0.
      *Morceaux de la ligne d'impayé découpée autour du montant dû
       77 WS-IMP-AVANT        PIC X(132).
       77 WS-IMP-APRES        PIC X(132).

      *Champs utilisés pour formater un montant en centimes en
      *affichage "euros,centimes €"
       77 WS-MONTANT-CENTS       PIC S9(9)             VALUE 0.
       77 WS-MONTANT-ABS         PIC 9(9)              VALUE 0.
       77 WS-MONTANT-EUROS       PIC 9(9).
       77 WS-MONTANT-CENTIMES    PIC 99.
       77 WS-MONTANT-EUROS-EDIT  PIC Z(8)9.
       77 WS-MONTANT-AFFICHE     PIC X(18).

      *Champs utilisés pour relire un montant affiché en euros et le
      *ramener en centimes
       77 WS-MONTANT-TEXTE        PIC X(30).
       77 WS-EUROS-TEXTE          PIC X(20).
       77 WS-CENTIMES-TEXTE       PIC X(20).
       77 WS-MONTANT-LU           PIC S9(11)            VALUE 0.

      *Commande passée au sous-programme commun de verrouillage
      *(verrou.cbl), qui protège la réécriture du registre contre un
      *lancement concurrent
       01 WS-VERROU-COMMANDE.
           05 WS-VERROU-ACTION    PIC X.
           05 WS-VERROU-NOM       PIC X(20).
           05 WS-VERROU-RESULTAT  PIC X.

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

      *Prise du verrou des pertes avant de toucher au registre : un
      *lancement concurrent abandonne au lieu d'écraser
       MOVE "P" TO WS-VERROU-ACTION.
       MOVE "pertes" TO WS-VERROU-NOM.
       CALL "verrou" USING WS-VERROU-COMMANDE.

       IF WS-VERROU-RESULTAT NOT = "O"
           DISPLAY "pertes-propositions.txt verrouillé par un autre "
               "lancement, abandon"
           GOBACK
       END-IF.

      *Chargement des clients pour la validation des ids ; le verrou
      *est relâché avant l'abandon
       OPEN INPUT FICHIER-CLIENTS.

       IF WS-STATUT-CLIENTS NOT = "00"
           DISPLAY "Fichier clients.txt introuvable (statut "
               WS-STATUT-CLIENTS "), maintenance impossible"
           MOVE "L" TO WS-VERROU-ACTION
           CALL "verrou" USING WS-VERROU-COMMANDE
           GOBACK
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

      *Chargement du registre existant ; un fichier absent signifie
      *simplement un premier lancement
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-PROPOSITIONS.

       OPEN INPUT FICHIER-PROPOSITIONS.

       IF WS-STATUT-PROPOSITIONS = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-PROPOSITIONS
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-NB-PROPOSITIONS < 999
                           ADD 1 TO WS-NB-PROPOSITIONS
                           PERFORM 7300-CHARGE-PROPOSITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-PROPOSITIONS
       END-IF.

       DISPLAY "Clients connus : " WS-CLIENT-MAX
       DISPLAY "Propositions au registre : " WS-NB-PROPOSITIONS.

      *Boucle de menu, jusqu'à la saisie de 4
       PERFORM UNTIL WS-CHOIX = 4

           DISPLAY "1. Proposer un passage en perte"
           DISPLAY "2. Approuver ou rejeter une proposition"
           DISPLAY "3. Lister les propositions en attente"
           DISPLAY "4. Quitter"
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX

               WHEN 1
                   PERFORM 1000-PROPOSE-PERTE

               WHEN 2
                   PERFORM 2000-DECIDE-PERTE

               WHEN 3
                   PERFORM 3000-LISTE-EN-ATTENTE

               WHEN 4
                   DISPLAY "Fin du programme"

               WHEN OTHER
                   DISPLAY "Choix invalide"

           END-EVALUATE

       END-PERFORM.

      *Libération du verrou avant de rendre la main
       MOVE "L" TO WS-VERROU-ACTION.
       CALL "verrou" USING WS-VERROU-COMMANDE.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis menugeneral.cbl comme sous-programme, sans
      *rien changer à son comportement lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************

      *Formate le montant en centimes WS-MONTANT-CENTS en une chaîne
      *"euros,centimes €" dans WS-MONTANT-AFFICHE
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
      *tel que l'écrit command.cbl) et le ramène en centimes dans
      *WS-MONTANT-LU
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

      *Propose le passage en perte d'une commande d'un client connu :
      *le montant ne peut dépasser le restant dû relancé de l'état
      *des impayés, diminué de ce qui est déjà proposé en attente
      *pour ce client ; la proposition attend ensuite l'approbation
      *d'un second opérateur
       1000-PROPOSE-PERTE.

           DISPLAY "Nom de l'opérateur qui propose : "
           ACCEPT WS-OPERATEUR

           IF WS-OPERATEUR = SPACES
               DISPLAY "Opérateur requis"
           ELSE

               DISPLAY "Id du client : "
               ACCEPT WS-ID-SAISI

               PERFORM 7000-TROUVE-CLIENT

               IF WS-CLIENT-TROUVE = 0
                   DISPLAY "Aucun client avec l'id " WS-ID-SAISI
               ELSE

                   PERFORM 7100-CHERCHE-RESTANT-DU

                   IF WS-DU-TROUVE = "N"
                       DISPLAY "Aucune créance relancée pour ce "
                           "client dans impayes.txt : rien à passer "
                           "en perte"
                   ELSE
                       PERFORM 1100-SAISIT-PROPOSITION
                   END-IF

               END-IF

           END-IF
       .

      ******************************************************************

      *Saisie et contrôle du détail de la proposition pour le client
      *WS-CLIENT-TROUVE, puis enregistrement au registre
       1100-SAISIT-PROPOSITION.

           MOVE WS-DU-CLIENT TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           DISPLAY "Restant dû relancé : " WS-MONTANT-AFFICHE

           COMPUTE WS-MARGE = WS-DU-CLIENT - WS-DEJA-PROPOSE

           IF WS-DEJA-PROPOSE > 0
               MOVE WS-DEJA-PROPOSE TO WS-MONTANT-CENTS
               PERFORM 0100-FORMATE-PRIX
               DISPLAY "Déjà proposé en attente : "
                   WS-MONTANT-AFFICHE
           END-IF

           DISPLAY "Numéro de commande concernée : "
           ACCEPT WS-COMMANDE-SAISIE

           DISPLAY "Montant à passer en perte (en centimes) : "
           ACCEPT WS-MONTANT-SAISI

           DISPLAY "Motif : "
           ACCEPT WS-MOTIF-SAISI

           EVALUATE TRUE
               WHEN WS-COMMANDE-SAISIE = 0
                   DISPLAY "Numéro de commande invalide"
               WHEN WS-MONTANT-SAISI = 0
                   DISPLAY "Montant nul, proposition abandonnée"
               WHEN WS-MONTANT-SAISI > WS-MARGE
                   MOVE WS-MARGE TO WS-MONTANT-CENTS
                   PERFORM 0100-FORMATE-PRIX
                   DISPLAY "Montant refusé : au plus "
                       WS-MONTANT-AFFICHE " peut encore être proposé"
               WHEN WS-MOTIF-SAISI = SPACES
                   DISPLAY "Motif requis"
               WHEN WS-NB-PROPOSITIONS >= 999
                   DISPLAY "Registre des propositions complet"
               WHEN OTHER
                   ADD 1 TO WS-DERNIER-NUMERO
                   ADD 1 TO WS-NB-PROPOSITIONS
                   MOVE WS-DERNIER-NUMERO
                       TO WS-PP-NUMERO(WS-NB-PROPOSITIONS)
                   MOVE WS-ID-SAISI
                       TO WS-PP-CLIENT(WS-NB-PROPOSITIONS)
                   MOVE WS-COMMANDE-SAISIE
                       TO WS-PP-COMMANDE(WS-NB-PROPOSITIONS)
                   MOVE WS-MONTANT-SAISI
                       TO WS-PP-MONTANT(WS-NB-PROPOSITIONS)
                   MOVE WS-DATE-JOUR
                       TO WS-PP-PROPOSE-LE(WS-NB-PROPOSITIONS)
                   MOVE WS-OPERATEUR
                       TO WS-PP-PROPOSE-PAR(WS-NB-PROPOSITIONS)
                   MOVE "P" TO WS-PP-ETAT(WS-NB-PROPOSITIONS)
                   MOVE SPACES
                       TO WS-PP-DECIDE-LE(WS-NB-PROPOSITIONS)
                   MOVE SPACES
                       TO WS-PP-DECIDE-PAR(WS-NB-PROPOSITIONS)
                   MOVE WS-MOTIF-SAISI
                       TO WS-PP-MOTIF(WS-NB-PROPOSITIONS)
                   PERFORM 8000-SAUVE-FICHIER
                   DISPLAY "Proposition n° " WS-DERNIER-NUMERO
                       " enregistrée, en attente d'approbation"
           END-EVALUATE
       .

      ******************************************************************

      *Décide d'une proposition en attente : un second opérateur,
      *différent de celui qui a proposé, l'approuve (report au
      *journal des pertes) ou la rejette
       2000-DECIDE-PERTE.

           DISPLAY "Numéro de la proposition : "
           ACCEPT WS-NUMERO-SAISI

           MOVE 0 TO WS-PROP-TROUVEE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-PROPOSITIONS

               IF WS-PP-NUMERO(WS-INDEX) = WS-NUMERO-SAISI
                   AND WS-PP-ETAT(WS-INDEX) = "P"
                   MOVE WS-INDEX TO WS-PROP-TROUVEE
               END-IF

           END-PERFORM

           IF WS-PROP-TROUVEE = 0
               DISPLAY "Aucune proposition en attente sous le n° "
                   WS-NUMERO-SAISI
           ELSE

               MOVE WS-PROP-TROUVEE TO WS-INDEX
               PERFORM 3100-AFFICHE-PROPOSITION

               PERFORM 7200-DOUBLE-CONTROLE

               IF WS-CONFIRME = "O"

                   EVALUATE WS-DECISION

                       WHEN "A"
                       WHEN "a"
                           MOVE "A" TO WS-PP-ETAT(WS-PROP-TROUVEE)
                           PERFORM 2100-ENREGISTRE-DECISION
                           PERFORM 9000-ECRIT-JOURNAL
                           DISPLAY "Passage en perte approuvé et "
                               "reporté au journal des pertes"

                       WHEN "R"
                       WHEN "r"
                           MOVE "R" TO WS-PP-ETAT(WS-PROP-TROUVEE)
                           PERFORM 2100-ENREGISTRE-DECISION
                           DISPLAY "Proposition rejetée"

                       WHEN OTHER
                           DISPLAY "Décision invalide, proposition "
                               "laissée en attente"

                   END-EVALUATE

               END-IF

           END-IF
       .

      ******************************************************************

      *Porte sur la proposition WS-PROP-TROUVEE la date et l'auteur
      *de la décision, puis réécrit le registre
       2100-ENREGISTRE-DECISION.

           MOVE WS-DATE-JOUR TO WS-PP-DECIDE-LE(WS-PROP-TROUVEE)
           MOVE WS-OPERATEUR TO WS-PP-DECIDE-PAR(WS-PROP-TROUVEE)

           PERFORM 8000-SAUVE-FICHIER
       .

      ******************************************************************

      *Liste les propositions en attente de décision
       3000-LISTE-EN-ATTENTE.

           MOVE 0 TO WS-NB-EN-ATTENTE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-PROPOSITIONS

               IF WS-PP-ETAT(WS-INDEX) = "P"
                   ADD 1 TO WS-NB-EN-ATTENTE
                   PERFORM 3100-AFFICHE-PROPOSITION
               END-IF

           END-PERFORM

           DISPLAY "Propositions en attente : " WS-NB-EN-ATTENTE
       .

      ******************************************************************

      *Affiche la proposition WS-INDEX
       3100-AFFICHE-PROPOSITION.

           MOVE WS-PP-MONTANT(WS-INDEX) TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX

           DISPLAY "N° " WS-PP-NUMERO(WS-INDEX)
               " client " WS-PP-CLIENT(WS-INDEX)
               " commande " WS-PP-COMMANDE(WS-INDEX)
               " : " FUNCTION TRIM(WS-MONTANT-AFFICHE)
           DISPLAY "    proposé le " WS-PP-PROPOSE-LE(WS-INDEX)
               " par " FUNCTION TRIM(WS-PP-PROPOSE-PAR(WS-INDEX))
               " - " FUNCTION TRIM(WS-PP-MOTIF(WS-INDEX))
       .

      ******************************************************************

      *Recherche WS-ID-SAISI parmi les clients connus ; laisse
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

      *Relève dans impayes.txt le restant dû relancé du client
      *WS-ID-SAISI (sa ligne "Client NNNNNN ... dû X (...") et cumule
      *les propositions déjà en attente pour lui ; WS-DU-TROUVE reste
      *à "N" si le client n'a pas de créance relancée
       7100-CHERCHE-RESTANT-DU.

           MOVE "N" TO WS-DU-TROUVE
           MOVE 0 TO WS-DU-CLIENT
           MOVE 0 TO WS-DEJA-PROPOSE
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-IMPAYES

           IF WS-STATUT-IMPAYES NOT = "00"
               DISPLAY "État impayes.txt introuvable (statut "
                   WS-STATUT-IMPAYES "), lancer command d'abord"
           ELSE
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-IMPAYES
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF F-LIGNE-IMPAYES(1:7) = "Client "
                               AND F-LIGNE-IMPAYES(8:6) = WS-ID-SAISI
                               MOVE SPACES TO WS-IMP-AVANT
                               MOVE SPACES TO WS-IMP-APRES
                               MOVE SPACES TO WS-MONTANT-TEXTE
                               UNSTRING F-LIGNE-IMPAYES
                                   DELIMITED BY " dû "
                                   INTO WS-IMP-AVANT WS-IMP-APRES
                               END-UNSTRING
                               UNSTRING WS-IMP-APRES
                                   DELIMITED BY " ("
                                   INTO WS-MONTANT-TEXTE
                               END-UNSTRING
                               PERFORM 0200-LIT-MONTANT
                               MOVE WS-MONTANT-LU TO WS-DU-CLIENT
                               MOVE "O" TO WS-DU-TROUVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-IMPAYES
           END-IF

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-PROPOSITIONS

               IF WS-PP-CLIENT(WS-INDEX) = WS-ID-SAISI
                   AND WS-PP-ETAT(WS-INDEX) = "P"
                   ADD WS-PP-MONTANT(WS-INDEX) TO WS-DEJA-PROPOSE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Double contrôle : le second opérateur donne son nom, qui doit
      *différer de celui de l'auteur de la proposition WS-PROP-TROUVEE,
      *choisit sa décision et la confirme ; WS-CONFIRME reste à "N"
      *sinon
       7200-DOUBLE-CONTROLE.

           MOVE "N" TO WS-CONFIRME

           DISPLAY "Nom du second opérateur (double contrôle) : "
           ACCEPT WS-OPERATEUR

           IF WS-OPERATEUR = SPACES
               DISPLAY "Second opérateur requis"
           ELSE
           IF WS-OPERATEUR = WS-PP-PROPOSE-PAR(WS-PROP-TROUVEE)
               DISPLAY "Le second opérateur doit être différent "
                   "de celui qui a proposé"
           ELSE
               DISPLAY "Décision (A = approuver, R = rejeter) : "
               ACCEPT WS-DECISION
               DISPLAY FUNCTION TRIM(WS-OPERATEUR)
                   ", confirmer la décision ? (O/N)"
               ACCEPT WS-CONFIRME
               IF WS-CONFIRME = "o"
                   MOVE "O" TO WS-CONFIRME
               END-IF
           END-IF
           END-IF
       .

      ******************************************************************

      *Reporte la ligne lue dans F-PROPOSITION dans le tableau, à la
      *position WS-NB-PROPOSITIONS, et tient à jour le dernier numéro
      *attribué
       7300-CHARGE-PROPOSITION.

           MOVE F-PP-NUMERO TO WS-PP-NUMERO(WS-NB-PROPOSITIONS)
           MOVE F-PP-CLIENT TO WS-PP-CLIENT(WS-NB-PROPOSITIONS)
           MOVE F-PP-COMMANDE TO WS-PP-COMMANDE(WS-NB-PROPOSITIONS)
           MOVE F-PP-MONTANT TO WS-PP-MONTANT(WS-NB-PROPOSITIONS)
           MOVE F-PP-PROPOSE-LE
               TO WS-PP-PROPOSE-LE(WS-NB-PROPOSITIONS)
           MOVE F-PP-PROPOSE-PAR
               TO WS-PP-PROPOSE-PAR(WS-NB-PROPOSITIONS)
           MOVE F-PP-ETAT TO WS-PP-ETAT(WS-NB-PROPOSITIONS)
           MOVE F-PP-DECIDE-LE TO WS-PP-DECIDE-LE(WS-NB-PROPOSITIONS)
           MOVE F-PP-DECIDE-PAR
               TO WS-PP-DECIDE-PAR(WS-NB-PROPOSITIONS)
           MOVE F-PP-MOTIF TO WS-PP-MOTIF(WS-NB-PROPOSITIONS)

           IF F-PP-NUMERO > WS-DERNIER-NUMERO
               MOVE F-PP-NUMERO TO WS-DERNIER-NUMERO
           END-IF
       .

      ******************************************************************

      *Réécrit pertes-propositions.txt en entier à partir du tableau
       8000-SAUVE-FICHIER.

           OPEN OUTPUT FICHIER-PROPOSITIONS

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-PROPOSITIONS

               MOVE SPACES TO F-PROPOSITION
               MOVE WS-PP-NUMERO(WS-INDEX) TO F-PP-NUMERO
               MOVE WS-PP-CLIENT(WS-INDEX) TO F-PP-CLIENT
               MOVE WS-PP-COMMANDE(WS-INDEX) TO F-PP-COMMANDE
               MOVE WS-PP-MONTANT(WS-INDEX) TO F-PP-MONTANT
               MOVE WS-PP-PROPOSE-LE(WS-INDEX) TO F-PP-PROPOSE-LE
               MOVE WS-PP-PROPOSE-PAR(WS-INDEX) TO F-PP-PROPOSE-PAR
               MOVE WS-PP-ETAT(WS-INDEX) TO F-PP-ETAT
               MOVE WS-PP-DECIDE-LE(WS-INDEX) TO F-PP-DECIDE-LE
               MOVE WS-PP-DECIDE-PAR(WS-INDEX) TO F-PP-DECIDE-PAR
               MOVE WS-PP-MOTIF(WS-INDEX) TO F-PP-MOTIF
               WRITE F-PROPOSITION

           END-PERFORM

           CLOSE FICHIER-PROPOSITIONS
       .

      ******************************************************************

      *Ajoute au journal des pertes la proposition approuvée
      *WS-PROP-TROUVEE, datée du jour de l'approbation ; le journal
      *est créé à la première perte
       9000-ECRIT-JOURNAL.

           OPEN EXTEND FICHIER-JOURNAL

           IF WS-STATUT-JOURNAL = "35"
               OPEN OUTPUT FICHIER-JOURNAL
           END-IF

           MOVE SPACES TO F-PERTE
           MOVE WS-PP-CLIENT(WS-PROP-TROUVEE) TO F-PJ-CLIENT
           MOVE WS-PP-COMMANDE(WS-PROP-TROUVEE) TO F-PJ-NUMERO
           MOVE WS-PP-MONTANT(WS-PROP-TROUVEE) TO F-PJ-MONTANT
           MOVE WS-DATE-JOUR TO F-PJ-DATE
           MOVE WS-PP-NUMERO(WS-PROP-TROUVEE) TO F-PJ-PROPOSITION
           MOVE WS-PP-PROPOSE-PAR(WS-PROP-TROUVEE) TO F-PJ-PROPOSE-PAR
           MOVE WS-OPERATEUR TO F-PJ-APPROUVE-PAR
           MOVE WS-PP-MOTIF(WS-PROP-TROUVEE) TO F-PJ-MOTIF
           WRITE F-PERTE

           CLOSE FICHIER-JOURNAL
       .
