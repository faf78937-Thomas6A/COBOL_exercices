      *Programme de traitement des clients créditeurs : un client qui
      *paie deux fois, ou paie des marchandises retournées ensuite
      *(lignes de type C), voit son solde passer en négatif et rien ne
      *se passait. Ce programme relit l'état des créditeurs écrit par
      *command.cbl (clients-crediteurs.txt) et, pour chaque client,
      *enregistre dans remboursements.txt soit un remboursement
      *(type R, moyen et montant, au plus le crédit restant) qui
      *solde d'autant le compte, soit la décision de conserver le
      *crédit pour l'imputer sur les prochaines commandes (type C).
      *command.cbl impute ces lignes au relevé, exportcompta.cbl
      *transmet les remboursements au cabinet.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rembourse.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias de l'état des clients créditeurs écrit par command.cbl
       SELECT FICHIER-CREDITEURS ASSIGN TO "clients-crediteurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CREDITEURS.

      *Alias du fichier des remboursements, relu au lancement et
      *complété à chaque décision
       SELECT FICHIER-REMBOURSEMENTS ASSIGN TO "remboursements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-REMBOURSEMENTS.

       DATA DIVISION.

       FILE SECTION.

      *Définition de l'état des créditeurs, relu en texte libre :
      *seules les lignes "Client ..." portent un crédit
       FD FICHIER-CREDITEURS.
       01 F-LIGNE-CREDITEUR   PIC X(132).

      *Définition du fichier des remboursements : client, type de
      *décision (R remboursement, C crédit conservé), montant en
      *centimes, date, opérateur et moyen de remboursement
       FD FICHIER-REMBOURSEMENTS.
       01 F-REMBOURSEMENT.
           05 F-RB-CLIENT     PIC 9(6).
           05 FILLER          PIC X.
           05 F-RB-TYPE       PIC X.
           05 FILLER          PIC X.
           05 F-RB-MONTANT    PIC 9(7).
           05 FILLER          PIC X.
           05 F-RB-DATE       PIC X(8).
           05 FILLER          PIC X.
           05 F-RB-OPERATEUR  PIC X(20).
           05 FILLER          PIC X.
           05 F-RB-MOYEN      PIC X(10).

       WORKING-STORAGE SECTION.

      *Tableau des clients créditeurs : id, nom, crédit restant en
      *centimes et décision déjà prise (R, C, ou blanc à traiter)
       01 WS-CREDITEURS-TAB.
           05 WS-CREDITEUR    OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-CREDITEURS.
               10 WS-CR-CLIENT    PIC 9(6).
               10 WS-CR-NOM       PIC X(11).
               10 WS-CR-CREDIT    PIC S9(9).
               10 WS-CR-DECISION  PIC X.

      *Effectif réel du tableau et index
       77 WS-NB-CREDITEURS    PIC 9(3)              VALUE 1.
       77 WS-INDEX            PIC 9(3)              VALUE 1.
       77 WS-CR-TROUVE        PIC 9(3)              VALUE 0.
       77 WS-NB-A-TRAITER     PIC 9(3)              VALUE 0.
       77 WS-NB-CONSERVE      PIC 9(3)              VALUE 0.
      *Indicateur de fin de lecture et statuts
       77 WS-EOF              PIC X                 VALUE 'F'.
       77 WS-STATUT-CREDITEURS PIC XX.
       77 WS-STATUT-REMBOURSEMENTS PIC XX.
      *Date du jour et date d'édition de l'état des créditeurs (les
      *décisions prises depuis n'y sont pas encore imputées)
       77 WS-DATE-JOUR        PIC X(8).
       77 WS-DATE-ETAT        PIC X(8)              VALUE SPACES.
      *Choix du menu et saisies
       77 WS-CHOIX            PIC 9                 VALUE 0.
       77 WS-OPERATEUR        PIC X(20).
       77 WS-ID-SAISI         PIC 9(6).
       77 WS-MONTANT-SAISI    PIC 9(7).
       77 WS-MOYEN-SAISI      PIC X(10).
      *Morceaux de la ligne de créditeur découpée autour du montant
       77 WS-CRE-AVANT        PIC X(132).
       77 WS-CRE-APRES        PIC X(132).

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
      *(verrou.cbl), qui protège remboursements.txt contre un
      *lancement concurrent
       01 WS-VERROU-COMMANDE.
           05 WS-VERROU-ACTION    PIC X.
           05 WS-VERROU-NOM       PIC X(20).
           05 WS-VERROU-RESULTAT  PIC X.

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

      *Prise du verrou des remboursements avant toute décision : un
      *lancement concurrent abandonne au lieu de rembourser deux fois
       MOVE "P" TO WS-VERROU-ACTION.
       MOVE "remboursements" TO WS-VERROU-NOM.
       CALL "verrou" USING WS-VERROU-COMMANDE.

       IF WS-VERROU-RESULTAT NOT = "O"
           DISPLAY "remboursements.txt verrouillé par un autre "
               "lancement, abandon"
           GOBACK
       END-IF.

      *Chargement de l'état des créditeurs ; le verrou est relâché
      *avant l'abandon
       OPEN INPUT FICHIER-CREDITEURS.

       IF WS-STATUT-CREDITEURS NOT = "00"
           DISPLAY "État clients-crediteurs.txt introuvable (statut "
               WS-STATUT-CREDITEURS "), lancer command d'abord"
           MOVE "L" TO WS-VERROU-ACTION
           CALL "verrou" USING WS-VERROU-COMMANDE
           GOBACK
       END-IF.

       MOVE 0 TO WS-NB-CREDITEURS.

       PERFORM UNTIL WS-EOF = 'T'
           READ FICHIER-CREDITEURS
               AT END
                   MOVE 'T' TO WS-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN F-LIGNE-CREDITEUR(1:27)
                           = "--- Clients créditeurs du "
                           MOVE F-LIGNE-CREDITEUR(28:8)
                               TO WS-DATE-ETAT
                       WHEN F-LIGNE-CREDITEUR(1:7) = "Client "
                           AND F-LIGNE-CREDITEUR(8:6) NUMERIC
                           AND WS-NB-CREDITEURS < 999
                           PERFORM 7100-CHARGE-CREDITEUR
                   END-EVALUATE
           END-READ
       END-PERFORM.

       CLOSE FICHIER-CREDITEURS.

      *Les décisions prises le jour de l'état ou après n'y sont pas
      *encore imputées : elles sont reportées sur le tableau pour ne
      *pas rembourser deux fois le même crédit
       MOVE 'F' TO WS-EOF.

       OPEN INPUT FICHIER-REMBOURSEMENTS.

       IF WS-STATUT-REMBOURSEMENTS = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-REMBOURSEMENTS
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF F-RB-DATE >= WS-DATE-ETAT
                           PERFORM 7200-REPORTE-DECISION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-REMBOURSEMENTS
       END-IF.

       DISPLAY "État des créditeurs du " WS-DATE-ETAT
       DISPLAY "Clients créditeurs : " WS-NB-CREDITEURS.

      *Boucle de menu, jusqu'à la saisie de 4
       PERFORM UNTIL WS-CHOIX = 4

           DISPLAY "1. Lister les clients créditeurs"
           DISPLAY "2. Rembourser un client"
           DISPLAY "3. Conserver le crédit d'un client"
           DISPLAY "4. Quitter"
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX

               WHEN 1
                   PERFORM 3000-LISTE-CREDITEURS

               WHEN 2
                   PERFORM 1000-REMBOURSE-CLIENT

               WHEN 3
                   PERFORM 2000-CONSERVE-CREDIT

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

      *Rembourse tout ou partie du crédit d'un client : montant au
      *plus égal au crédit restant, moyen de remboursement, ligne R
      *ajoutée au fichier des remboursements
       1000-REMBOURSE-CLIENT.

           PERFORM 7000-SAISIT-CLIENT

           IF WS-CR-TROUVE NOT = 0

               DISPLAY "Montant à rembourser (en centimes) : "
               ACCEPT WS-MONTANT-SAISI

               DISPLAY "Moyen (VIREMENT, CHEQUE) : "
               ACCEPT WS-MOYEN-SAISI

               EVALUATE TRUE
                   WHEN WS-MONTANT-SAISI = 0
                       DISPLAY "Montant nul, remboursement abandonné"
                   WHEN WS-MONTANT-SAISI > WS-CR-CREDIT(WS-CR-TROUVE)
                       DISPLAY "Montant refusé : supérieur au "
                           "crédit restant"
                   WHEN WS-MOYEN-SAISI = SPACES
                       DISPLAY "Moyen de remboursement requis"
                   WHEN OTHER
                       MOVE "R" TO WS-CR-DECISION(WS-CR-TROUVE)
                       SUBTRACT WS-MONTANT-SAISI
                           FROM WS-CR-CREDIT(WS-CR-TROUVE)
                       PERFORM 9000-ECRIT-DECISION
                       MOVE WS-MONTANT-SAISI TO WS-MONTANT-CENTS
                       PERFORM 0100-FORMATE-PRIX
                       DISPLAY "Remboursement de " WS-MONTANT-AFFICHE
                           " enregistré"
               END-EVALUATE

           END-IF
       .

      ******************************************************************

      *Conserve le crédit restant d'un client pour l'imputer sur ses
      *prochaines commandes : ligne C ajoutée au fichier, le solde ne
      *change pas
       2000-CONSERVE-CREDIT.

           PERFORM 7000-SAISIT-CLIENT

           IF WS-CR-TROUVE NOT = 0
               MOVE "C" TO WS-CR-DECISION(WS-CR-TROUVE)
               MOVE WS-CR-CREDIT(WS-CR-TROUVE) TO WS-MONTANT-SAISI
               MOVE SPACES TO WS-MOYEN-SAISI
               PERFORM 9000-ECRIT-DECISION
               DISPLAY "Crédit conservé pour les prochaines commandes"
           END-IF
       .

      ******************************************************************

      *Liste les clients créditeurs, crédit restant et décision
       3000-LISTE-CREDITEURS.

           MOVE 0 TO WS-NB-A-TRAITER

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-CREDITEURS

               MOVE WS-CR-CREDIT(WS-INDEX) TO WS-MONTANT-CENTS
               PERFORM 0100-FORMATE-PRIX

               EVALUATE WS-CR-DECISION(WS-INDEX)
                   WHEN "R"
                       DISPLAY WS-CR-CLIENT(WS-INDEX) " "
                           WS-CR-NOM(WS-INDEX) " crédit restant "
                           WS-MONTANT-AFFICHE " (remboursé)"
                   WHEN "C"
                       DISPLAY WS-CR-CLIENT(WS-INDEX) " "
                           WS-CR-NOM(WS-INDEX) " crédit restant "
                           WS-MONTANT-AFFICHE " (conservé)"
                   WHEN OTHER
                       ADD 1 TO WS-NB-A-TRAITER
                       DISPLAY WS-CR-CLIENT(WS-INDEX) " "
                           WS-CR-NOM(WS-INDEX) " crédit restant "
                           WS-MONTANT-AFFICHE " (à traiter)"
               END-EVALUATE

           END-PERFORM

           DISPLAY "Créditeurs à traiter : " WS-NB-A-TRAITER
       .

      ******************************************************************

      *Saisit l'opérateur et l'id du client ; laisse WS-CR-TROUVE à
      *zéro si l'opérateur manque ou si le client n'a plus de crédit
       7000-SAISIT-CLIENT.

           MOVE 0 TO WS-CR-TROUVE

           DISPLAY "Nom de l'opérateur : "
           ACCEPT WS-OPERATEUR

           IF WS-OPERATEUR = SPACES
               DISPLAY "Opérateur requis"
           ELSE

               DISPLAY "Id du client : "
               ACCEPT WS-ID-SAISI

               PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NB-CREDITEURS
                   IF WS-CR-CLIENT(WS-INDEX) = WS-ID-SAISI
                       MOVE WS-INDEX TO WS-CR-TROUVE
                   END-IF
               END-PERFORM

               IF WS-CR-TROUVE = 0
                   DISPLAY "Le client " WS-ID-SAISI
                       " n'est pas créditeur à l'état du "
                       WS-DATE-ETAT
               ELSE
               IF WS-CR-CREDIT(WS-CR-TROUVE) <= 0
                   DISPLAY "Le crédit du client " WS-ID-SAISI
                       " a déjà été entièrement remboursé"
                   MOVE 0 TO WS-CR-TROUVE
               ELSE
                   MOVE WS-CR-CREDIT(WS-CR-TROUVE) TO WS-MONTANT-CENTS
                   PERFORM 0100-FORMATE-PRIX
                   DISPLAY "Crédit restant : " WS-MONTANT-AFFICHE
               END-IF
               END-IF

           END-IF
       .

      ******************************************************************

      *Charge la ligne "Client NNNNNN NOM crédit X (..." lue dans
      *l'état des créditeurs à la suite du tableau
       7100-CHARGE-CREDITEUR.

           ADD 1 TO WS-NB-CREDITEURS

           MOVE F-LIGNE-CREDITEUR(8:6)
               TO WS-CR-CLIENT(WS-NB-CREDITEURS)
           MOVE F-LIGNE-CREDITEUR(15:11)
               TO WS-CR-NOM(WS-NB-CREDITEURS)
           MOVE SPACE TO WS-CR-DECISION(WS-NB-CREDITEURS)

           MOVE SPACES TO WS-CRE-AVANT
           MOVE SPACES TO WS-CRE-APRES
           MOVE SPACES TO WS-MONTANT-TEXTE
           UNSTRING F-LIGNE-CREDITEUR
               DELIMITED BY " crédit "
               INTO WS-CRE-AVANT WS-CRE-APRES
           END-UNSTRING
           UNSTRING WS-CRE-APRES
               DELIMITED BY " ("
               INTO WS-MONTANT-TEXTE
           END-UNSTRING
           PERFORM 0200-LIT-MONTANT

           MOVE WS-MONTANT-LU TO WS-CR-CREDIT(WS-NB-CREDITEURS)

      *Crédit déjà conservé lors d'un lancement précédent
           MOVE 0 TO WS-NB-CONSERVE
           INSPECT F-LIGNE-CREDITEUR TALLYING WS-NB-CONSERVE
               FOR ALL ") conservé"
           IF WS-NB-CONSERVE > 0
               MOVE "C" TO WS-CR-DECISION(WS-NB-CREDITEURS)
           END-IF
       .

      ******************************************************************

      *Reporte sur le tableau une décision lue dans F-REMBOURSEMENT,
      *prise depuis l'édition de l'état des créditeurs
       7200-REPORTE-DECISION.

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-CREDITEURS

               IF WS-CR-CLIENT(WS-INDEX) = F-RB-CLIENT
                   MOVE F-RB-TYPE TO WS-CR-DECISION(WS-INDEX)
                   IF F-RB-TYPE = "R"
                       SUBTRACT F-RB-MONTANT
                           FROM WS-CR-CREDIT(WS-INDEX)
                   END-IF
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Ajoute la décision prise pour le client WS-CR-TROUVE au fichier
      *des remboursements, créé à la première décision
       9000-ECRIT-DECISION.

           OPEN EXTEND FICHIER-REMBOURSEMENTS

           IF WS-STATUT-REMBOURSEMENTS = "35"
               OPEN OUTPUT FICHIER-REMBOURSEMENTS
           END-IF

           MOVE SPACES TO F-REMBOURSEMENT
           MOVE WS-CR-CLIENT(WS-CR-TROUVE) TO F-RB-CLIENT
           MOVE WS-CR-DECISION(WS-CR-TROUVE) TO F-RB-TYPE
           MOVE WS-MONTANT-SAISI TO F-RB-MONTANT
           MOVE WS-DATE-JOUR TO F-RB-DATE
           MOVE WS-OPERATEUR TO F-RB-OPERATEUR
           MOVE WS-MOYEN-SAISI TO F-RB-MOYEN
           WRITE F-REMBOURSEMENT

           CLOSE FICHIER-REMBOURSEMENTS
       .
