      *Programme des relevés mensuels de commissions : les
      *commissions des représentants se calculaient à la main dans
      *un tableur à partir du relevé. Pour le mois demandé, ce
      *programme relit les règlements de paiements.txt et ne
      *commissionne que l'encaissé réellement affecté à une ligne de
      *commande du client (pas le commandé) ; chaque client est
      *rattaché à son représentant par affectations-clients.txt, au
      *taux de representants.txt (fichiers tenus par repmaint.cbl).
      *Les retours (lignes de type C des fichiers de commandes)
      *reprennent la commission correspondante une seule fois : les
      *retours déjà repris sont mémorisés dans
      *commissions-reprises.txt avec le mois de la reprise. Un relevé
      *par représentant est édité par le sous-programme commun
      *editetat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. commissions.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier des représentants, tenu par repmaint.cbl
       SELECT FICHIER-REPRESENTANTS ASSIGN TO "representants.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-REPRESENTANTS.

      *Alias du fichier des affectations client / représentant, tenu
      *par repmaint.cbl
       SELECT FICHIER-AFFECTATIONS
           ASSIGN TO "affectations-clients.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-AFFECTATIONS.

      *Alias du fichier des paiements encaissés, le même que
      *command.cbl
       SELECT FICHIER-PAIEMENTS ASSIGN TO "paiements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PAIEMENTS.

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

      *Alias de la mémoire des retours dont la commission a déjà été
      *reprise, complétée à chaque lancement
       SELECT FICHIER-REPRISES ASSIGN TO "commissions-reprises.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-REPRISES.

       DATA DIVISION.

       FILE SECTION.

      *Définition du fichier des représentants, même découpage que
      *repmaint.cbl (taux en centièmes de pourcent)
       FD FICHIER-REPRESENTANTS.
       01 F-REPRESENTANT.
           05 F-REP-CODE      PIC X(4).
           05 FILLER          PIC X.
           05 F-REP-ETAT      PIC X.
           05 FILLER          PIC X.
           05 F-REP-NOM       PIC X(20).
           05 FILLER          PIC X.
           05 F-REP-TAUX      PIC 9(4).

      *Définition du fichier des affectations, même découpage que
      *repmaint.cbl
       FD FICHIER-AFFECTATIONS.
       01 F-AFFECTATION.
           05 F-AF-CLIENT     PIC 9(6).
           05 FILLER          PIC X.
           05 F-AF-REP        PIC X(4).

      *Définition du fichier des paiements, même découpage que
      *command.cbl (montant en centimes, date AAAA-MM-JJ)
       FD FICHIER-PAIEMENTS.
       01 F-PAIEMENT.
           05 F-ID-PAIEMENT       PIC 9(6).
           05 FILLER              PIC X.
           05 F-NUMERO-PAIEMENT   PIC 9(3).
           05 FILLER              PIC X.
           05 F-MONTANT-PAIEMENT  PIC 9(7).
           05 FILLER              PIC X.
           05 F-DATE-PAIEMENT     PIC X(10).

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

      *Définition de la mémoire des reprises : le retour (client,
      *numéro, produit, quantité) et le mois AAAAMM de sa reprise
       FD FICHIER-REPRISES.
       01 F-REPRISE.
           05 F-RP-CLIENT     PIC 9(6).
           05 FILLER          PIC X.
           05 F-RP-NUMERO     PIC 9(3).
           05 FILLER          PIC X.
           05 F-RP-CODE       PIC X(6).
           05 FILLER          PIC X.
           05 F-RP-QTE        PIC 9(3).
           05 FILLER          PIC X.
           05 F-RP-MOIS       PIC X(6).

       WORKING-STORAGE SECTION.

      *Représentants chargés, avec les cumuls du mois en centimes :
      *encaissé commissionné, commission, retours et reprise
       01 WS-REPRESENTANTS-TAB.
           05 WS-REPRESENTANT OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-REPRESENTANTS.
               10 WS-REP-CODE     PIC X(4).
               10 WS-REP-NOM      PIC X(20).
               10 WS-REP-TAUX     PIC 9(4).
               10 WS-REP-BASE     PIC 9(9).
               10 WS-REP-COMM     PIC 9(9).
               10 WS-REP-RETOURS  PIC 9(9).
               10 WS-REP-REPRISE  PIC 9(9).
               10 WS-REP-NB       PIC 9(4).
       77 WS-NB-REPRESENTANTS     PIC 9(3)              VALUE 1.
       77 WS-INDEX-REP            PIC 9(3)              VALUE 1.
       77 WS-REP-TROUVE           PIC 9(3)              VALUE 0.

      *Affectations client / représentant
       01 WS-AFFECTATIONS-TAB.
           05 WS-AFFECTATION  OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-AFFECTATIONS.
               10 WS-AF-CLIENT PIC 9(6).
               10 WS-AF-REP    PIC X(4).
       77 WS-NB-AFFECTATIONS      PIC 9(3)              VALUE 1.
       77 WS-INDEX-AF             PIC 9(3)              VALUE 1.
       77 WS-CLIENT-CHERCHE       PIC 9(6).

      *Lignes des fichiers de commandes, une par couple client /
      *numéro (la dernière lue remplace la précédente, comme à la
      *fusion), avec la date du fichier daté d'origine
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

      *Retours déjà repris, relus de la mémoire ; les reprises de ce
      *lancement y sont ajoutées et marquées nouvelles
       01 WS-REPRISES-TAB.
           05 WS-REPRISE          OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-NB-REPRISES.
               10 WS-RP-CLIENT    PIC 9(6).
               10 WS-RP-NUMERO    PIC 9(3).
               10 WS-RP-CODE      PIC X(6).
               10 WS-RP-QTE       PIC 9(3).
               10 WS-RP-MOIS      PIC X(6).
               10 WS-RP-NOUVELLE  PIC X.
       77 WS-NB-REPRISES          PIC 9(4)              VALUE 1.
       77 WS-INDEX-REPRISE        PIC 9(4)              VALUE 1.
       77 WS-REPRISE-TROUVEE      PIC 9(4)              VALUE 0.

      *Détail du mois, une entrée par encaissement (E) ou retour (R)
      *commissionné, édité ensuite représentant par représentant
       01 WS-DETAIL-TAB.
           05 WS-DETAIL           OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-NB-DETAILS.
               10 WS-DT-REP       PIC 9(3).
               10 WS-DT-TYPE      PIC X.
               10 WS-DT-CLIENT    PIC 9(6).
               10 WS-DT-NUMERO    PIC 9(3).
               10 WS-DT-DATE      PIC X(10).
               10 WS-DT-MONTANT   PIC 9(7).
               10 WS-DT-COMMISSION PIC 9(7).
       77 WS-NB-DETAILS           PIC 9(4)              VALUE 1.
       77 WS-INDEX-DETAIL         PIC 9(4)              VALUE 1.

      *Mois demandé (AAAAMM) et date du paiement ramenée à AAAAMM
       77 WS-MOIS-DEMANDE         PIC X(6).
       77 WS-MOIS-PAIEMENT        PIC X(6).

      *Compteurs du bilan : règlements du mois lus, commissionnés,
      *non affectés à une ligne de commande, clients sans
      *représentant ; retours repris
       77 WS-NB-PAIEMENTS-MOIS    PIC 9(5)              VALUE 0.
       77 WS-NB-COMMISSIONNES     PIC 9(5)              VALUE 0.
       77 WS-NB-NON-AFFECTES      PIC 9(5)              VALUE 0.
       77 WS-NB-SANS-REP          PIC 9(5)              VALUE 0.
       77 WS-NB-RETOURS-REPRIS    PIC 9(5)              VALUE 0.
       77 WS-NB-RELEVES           PIC 9(3)              VALUE 0.

      *Montants de travail en centimes
       77 WS-MONTANT-RETOUR       PIC 9(7)              VALUE 0.
       77 WS-COMMISSION           PIC 9(7)              VALUE 0.
       77 WS-NET-A-PAYER          PIC S9(9)             VALUE 0.

      *Taux de commission décomposé pour l'affichage "tt,cc %"
       77 WS-TAUX-ENTIER          PIC 99.
       77 WS-TAUX-DECIMAL         PIC 99.

      *Nom de l'état du représentant en cours
       77 WS-NOM-RELEVE           PIC X(30).
      *Montants formatés conservés pour une même ligne de détail
       77 WS-MONTANT-AFF-1        PIC X(18).

      *Indicateurs de fin de fichier et statuts
       77 WS-EOF                  PIC X                 VALUE 'F'.
       77 WS-FIN-COMMANDE         PIC X                 VALUE 'F'.
       77 WS-STATUT-REPRESENTANTS PIC XX.
       77 WS-STATUT-AFFECTATIONS  PIC XX.
       77 WS-STATUT-PAIEMENTS     PIC XX.
       77 WS-STATUT-COMMANDES     PIC XX.
       77 WS-STATUT-LISTE         PIC XX.
       77 WS-STATUT-REPRISES      PIC XX.

      *Champs utilisés pour formater un montant en centimes en
      *affichage "euros,centimes €", repris de command.cbl
       77 WS-MONTANT-CENTS       PIC S9(9)             VALUE 0.
       77 WS-MONTANT-ABS         PIC 9(9)              VALUE 0.
       77 WS-MONTANT-EUROS       PIC 9(9).
       77 WS-MONTANT-CENTIMES    PIC 99.
       77 WS-MONTANT-EUROS-EDIT  PIC Z(8)9.
       77 WS-MONTANT-AFFICHE     PIC X(18).

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

      *Commande passée au sous-programme commun d'édition d'états
      *(editetat.cbl) : action, nom du fichier, texte de la ligne
       01 WS-ETAT-COMMANDE.
           05 WS-ETAT-ACTION      PIC X.
           05 WS-ETAT-FICHIER     PIC X(30).
           05 WS-ETAT-TEXTE       PIC X(80).

       PROCEDURE DIVISION.

       DISPLAY "Mois des commissions (AAAAMM) : ".
       ACCEPT WS-MOIS-DEMANDE.

       IF WS-MOIS-DEMANDE NOT NUMERIC
           DISPLAY "Mois invalide : " WS-MOIS-DEMANDE
           STOP RUN
       END-IF.

      *Sans représentants ni affectations, il n'y a rien à
      *commissionner
       PERFORM 0600-CHARGE-REPRESENTANTS.
       PERFORM 0700-CHARGE-AFFECTATIONS.

       IF WS-NB-REPRESENTANTS = 0 OR WS-NB-AFFECTATIONS = 0
           DISPLAY "Aucun représentant ou aucune affectation "
               "(repmaint.cbl), pas de commissions"
           STOP RUN
       END-IF.

      *Détection d'une liste de fichiers de commandes ; à défaut, le
      *programme retombe sur num-commandes.txt, comme command.cbl
       OPEN INPUT FICHIER-LISTE.
       IF WS-STATUT-LISTE = "00"
           MOVE "O" TO WS-MODE-LISTE
           CLOSE FICHIER-LISTE
       ELSE
           MOVE "N" TO WS-MODE-LISTE
       END-IF.

      *Chargement des lignes de commandes : elles disent si un
      *règlement est affecté à une vraie commande et portent les
      *retours à reprendre
       MOVE 0 TO WS-NB-LIGNES.
       PERFORM 0350-REINIT-LECTURE-COMMANDES.

       PERFORM UNTIL WS-FIN-COMMANDE = 'T'
           PERFORM 0500-LIT-COMMANDE
           IF WS-FIN-COMMANDE NOT = 'T'
               PERFORM 0200-RATTACHE-LIGNE
           END-IF
       END-PERFORM.

       DISPLAY "Lignes de commandes chargées : " WS-NB-LIGNES.

       PERFORM 0800-CHARGE-REPRISES.

       MOVE 0 TO WS-NB-DETAILS.

      *Encaissements du mois : seul le règlement affecté à une ligne
      *de commande existante du client est commissionné
       OPEN INPUT FICHIER-PAIEMENTS.

       IF WS-STATUT-PAIEMENTS NOT = "00"
           DISPLAY "Fichier paiements.txt absent (statut "
               WS-STATUT-PAIEMENTS "), aucun encaissement"
       ELSE

           MOVE 'F' TO WS-EOF

           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-PAIEMENTS
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-MOIS-PAIEMENT
                       STRING F-DATE-PAIEMENT(1:4)
                           F-DATE-PAIEMENT(6:2)
                           INTO WS-MOIS-PAIEMENT
                       END-STRING
                       IF WS-MOIS-PAIEMENT = WS-MOIS-DEMANDE
                           ADD 1 TO WS-NB-PAIEMENTS-MOIS
                           PERFORM 1000-COMMISSIONNE-PAIEMENT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FICHIER-PAIEMENTS

       END-IF.

      *Retours : chaque ligne C dont la commission n'a pas encore été
      *reprise (ou l'a été pour ce même mois, en cas de relance) est
      *reprise sur le représentant du client
       PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
           UNTIL WS-INDEX-LIGNE > WS-NB-LIGNES

           IF WS-LG-TYPE(WS-INDEX-LIGNE) = "C"
               PERFORM 1100-REPREND-RETOUR
           END-IF

       END-PERFORM.

      *Un relevé par représentant ayant une activité dans le mois
       PERFORM VARYING WS-INDEX-REP FROM 1 BY 1
           UNTIL WS-INDEX-REP > WS-NB-REPRESENTANTS

           IF WS-REP-NB(WS-INDEX-REP) > 0
               PERFORM 2000-EDITE-RELEVE
           END-IF

       END-PERFORM.

      *Les reprises de ce lancement rejoignent la mémoire, une fois
      *les relevés édités
       PERFORM 0850-ECRIT-REPRISES.

       DISPLAY "Règlements du mois : " WS-NB-PAIEMENTS-MOIS.
       DISPLAY "Règlements commissionnés : " WS-NB-COMMISSIONNES.
       DISPLAY "Règlements non affectés à une commande : "
           WS-NB-NON-AFFECTES.
       DISPLAY "Règlements de clients sans représentant : "
           WS-NB-SANS-REP.
       DISPLAY "Retours repris : " WS-NB-RETOURS-REPRIS.
       DISPLAY "Relevés de commissions édités : " WS-NB-RELEVES.

       STOP RUN.

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

      *Charge les représentants, actifs ou désactivés : l'encaissé
      *d'un client reste dû à son représentant jusqu'à réaffectation
       0600-CHARGE-REPRESENTANTS.

           MOVE 0 TO WS-NB-REPRESENTANTS
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-REPRESENTANTS

           IF WS-STATUT-REPRESENTANTS = "00"

               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-REPRESENTANTS
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF WS-NB-REPRESENTANTS < 999
                               ADD 1 TO WS-NB-REPRESENTANTS
                               MOVE F-REP-CODE TO
                                   WS-REP-CODE(WS-NB-REPRESENTANTS)
                               MOVE F-REP-NOM TO
                                   WS-REP-NOM(WS-NB-REPRESENTANTS)
                               IF F-REP-TAUX NUMERIC
                                   MOVE F-REP-TAUX TO
                                     WS-REP-TAUX(WS-NB-REPRESENTANTS)
                               ELSE
                                   MOVE 0 TO
                                     WS-REP-TAUX(WS-NB-REPRESENTANTS)
                               END-IF
                               MOVE 0 TO
                                   WS-REP-BASE(WS-NB-REPRESENTANTS)
                               MOVE 0 TO
                                   WS-REP-COMM(WS-NB-REPRESENTANTS)
                               MOVE 0 TO
                                   WS-REP-RETOURS(WS-NB-REPRESENTANTS)
                               MOVE 0 TO
                                   WS-REP-REPRISE(WS-NB-REPRESENTANTS)
                               MOVE 0 TO
                                   WS-REP-NB(WS-NB-REPRESENTANTS)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-REPRESENTANTS

           END-IF
       .

      ******************************************************************

      *Charge les affectations client / représentant
       0700-CHARGE-AFFECTATIONS.

           MOVE 0 TO WS-NB-AFFECTATIONS
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-AFFECTATIONS

           IF WS-STATUT-AFFECTATIONS = "00"

               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-AFFECTATIONS
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF WS-NB-AFFECTATIONS < 999
                               ADD 1 TO WS-NB-AFFECTATIONS
                               MOVE F-AF-CLIENT TO
                                   WS-AF-CLIENT(WS-NB-AFFECTATIONS)
                               MOVE F-AF-REP TO
                                   WS-AF-REP(WS-NB-AFFECTATIONS)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-AFFECTATIONS

           END-IF
       .

      ******************************************************************

      *Cherche le représentant du client WS-CLIENT-CHERCHE ; laisse
      *WS-REP-TROUVE à zéro si le client n'est affecté à personne
       0750-CHERCHE-REPRESENTANT.

           MOVE 0 TO WS-REP-TROUVE

           PERFORM VARYING WS-INDEX-AF FROM 1 BY 1
               UNTIL WS-INDEX-AF > WS-NB-AFFECTATIONS
                   OR WS-REP-TROUVE NOT = 0

               IF WS-AF-CLIENT(WS-INDEX-AF) = WS-CLIENT-CHERCHE

                   PERFORM VARYING WS-INDEX-REP FROM 1 BY 1
                       UNTIL WS-INDEX-REP > WS-NB-REPRESENTANTS
                           OR WS-REP-TROUVE NOT = 0
                       IF WS-REP-CODE(WS-INDEX-REP)
                           = WS-AF-REP(WS-INDEX-AF)
                           MOVE WS-INDEX-REP TO WS-REP-TROUVE
                       END-IF
                   END-PERFORM

               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Relit la mémoire des retours déjà repris ; un fichier absent
      *signifie simplement un premier lancement
       0800-CHARGE-REPRISES.

           MOVE 0 TO WS-NB-REPRISES
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-REPRISES

           IF WS-STATUT-REPRISES = "00"

               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-REPRISES
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF WS-NB-REPRISES < 9999
                               ADD 1 TO WS-NB-REPRISES
                               MOVE F-RP-CLIENT TO
                                   WS-RP-CLIENT(WS-NB-REPRISES)
                               MOVE F-RP-NUMERO TO
                                   WS-RP-NUMERO(WS-NB-REPRISES)
                               MOVE F-RP-CODE TO
                                   WS-RP-CODE(WS-NB-REPRISES)
                               MOVE F-RP-QTE TO
                                   WS-RP-QTE(WS-NB-REPRISES)
                               MOVE F-RP-MOIS TO
                                   WS-RP-MOIS(WS-NB-REPRISES)
                               MOVE "N" TO
                                   WS-RP-NOUVELLE(WS-NB-REPRISES)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-REPRISES

           END-IF
       .

      ******************************************************************

      *Ajoute à la mémoire les reprises faites par ce lancement
       0850-ECRIT-REPRISES.

           OPEN EXTEND FICHIER-REPRISES

           IF WS-STATUT-REPRISES = "35"
               OPEN OUTPUT FICHIER-REPRISES
           END-IF

           PERFORM VARYING WS-INDEX-REPRISE FROM 1 BY 1
               UNTIL WS-INDEX-REPRISE > WS-NB-REPRISES

               IF WS-RP-NOUVELLE(WS-INDEX-REPRISE) = "O"
                   MOVE SPACES TO F-REPRISE
                   MOVE WS-RP-CLIENT(WS-INDEX-REPRISE) TO F-RP-CLIENT
                   MOVE WS-RP-NUMERO(WS-INDEX-REPRISE) TO F-RP-NUMERO
                   MOVE WS-RP-CODE(WS-INDEX-REPRISE) TO F-RP-CODE
                   MOVE WS-RP-QTE(WS-INDEX-REPRISE) TO F-RP-QTE
                   MOVE WS-RP-MOIS(WS-INDEX-REPRISE) TO F-RP-MOIS
                   WRITE F-REPRISE
               END-IF

           END-PERFORM

           CLOSE FICHIER-REPRISES
       .

      ******************************************************************

      *Commissionne le règlement courant : il doit viser une ligne de
      *commande existante (non retour) du client, et le client doit
      *avoir un représentant ; la commission est l'encaissé fois le
      *taux du représentant
       1000-COMMISSIONNE-PAIEMENT.

           MOVE 0 TO WS-LIGNE-TROUVEE

           PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
               UNTIL WS-INDEX-LIGNE > WS-NB-LIGNES
                   OR WS-LIGNE-TROUVEE NOT = 0

               IF WS-LG-CLIENT(WS-INDEX-LIGNE) = F-ID-PAIEMENT
                   AND WS-LG-NUMERO(WS-INDEX-LIGNE)
                       = F-NUMERO-PAIEMENT
                   AND WS-LG-TYPE(WS-INDEX-LIGNE) NOT = "C"
                   MOVE WS-INDEX-LIGNE TO WS-LIGNE-TROUVEE
               END-IF

           END-PERFORM

           MOVE F-ID-PAIEMENT TO WS-CLIENT-CHERCHE
           PERFORM 0750-CHERCHE-REPRESENTANT

           EVALUATE TRUE

               WHEN WS-LIGNE-TROUVEE = 0
                   ADD 1 TO WS-NB-NON-AFFECTES

               WHEN WS-REP-TROUVE = 0
                   ADD 1 TO WS-NB-SANS-REP

               WHEN WS-NB-DETAILS >= 9999
                   DISPLAY "Plus de 9999 mouvements dans le mois, "
                       "règlement ignoré : client " F-ID-PAIEMENT

               WHEN OTHER
                   COMPUTE WS-COMMISSION ROUNDED =
                       F-MONTANT-PAIEMENT
                       * WS-REP-TAUX(WS-REP-TROUVE) / 10000

                   ADD 1 TO WS-NB-DETAILS
                   MOVE WS-REP-TROUVE TO WS-DT-REP(WS-NB-DETAILS)
                   MOVE "E" TO WS-DT-TYPE(WS-NB-DETAILS)
                   MOVE F-ID-PAIEMENT TO WS-DT-CLIENT(WS-NB-DETAILS)
                   MOVE F-NUMERO-PAIEMENT
                       TO WS-DT-NUMERO(WS-NB-DETAILS)
                   MOVE F-DATE-PAIEMENT TO WS-DT-DATE(WS-NB-DETAILS)
                   MOVE F-MONTANT-PAIEMENT
                       TO WS-DT-MONTANT(WS-NB-DETAILS)
                   MOVE WS-COMMISSION
                       TO WS-DT-COMMISSION(WS-NB-DETAILS)

                   ADD F-MONTANT-PAIEMENT
                       TO WS-REP-BASE(WS-REP-TROUVE)
                   ADD WS-COMMISSION TO WS-REP-COMM(WS-REP-TROUVE)
                   ADD 1 TO WS-REP-NB(WS-REP-TROUVE)
                   ADD 1 TO WS-NB-COMMISSIONNES

           END-EVALUATE
       .

      ******************************************************************

      *Reprend la commission du retour WS-INDEX-LIGNE : un retour
      *d'un fichier daté après le mois demandé attend son mois ; un
      *retour déjà repris un autre mois est ignoré ; un retour repris
      *ce même mois (relance) réapparaît sur le relevé sans être
      *mémorisé une seconde fois
       1100-REPREND-RETOUR.

           MOVE WS-LG-CLIENT(WS-INDEX-LIGNE) TO WS-CLIENT-CHERCHE
           PERFORM 0750-CHERCHE-REPRESENTANT

           MOVE 0 TO WS-REPRISE-TROUVEE

           PERFORM VARYING WS-INDEX-REPRISE FROM 1 BY 1
               UNTIL WS-INDEX-REPRISE > WS-NB-REPRISES
                   OR WS-REPRISE-TROUVEE NOT = 0

               IF WS-RP-CLIENT(WS-INDEX-REPRISE)
                       = WS-LG-CLIENT(WS-INDEX-LIGNE)
                   AND WS-RP-NUMERO(WS-INDEX-REPRISE)
                       = WS-LG-NUMERO(WS-INDEX-LIGNE)
                   AND WS-RP-CODE(WS-INDEX-REPRISE)
                       = WS-LG-CODE(WS-INDEX-LIGNE)
                   AND WS-RP-QTE(WS-INDEX-REPRISE)
                       = WS-LG-QTE(WS-INDEX-LIGNE)
                   MOVE WS-INDEX-REPRISE TO WS-REPRISE-TROUVEE
               END-IF

           END-PERFORM

           EVALUATE TRUE

               WHEN WS-REP-TROUVE = 0
                   CONTINUE

               WHEN WS-LG-DATE(WS-INDEX-LIGNE) NOT = SPACES
                   AND WS-LG-DATE(WS-INDEX-LIGNE)(1:6)
                       > WS-MOIS-DEMANDE
                   CONTINUE

               WHEN WS-REPRISE-TROUVEE NOT = 0
                   AND WS-RP-MOIS(WS-REPRISE-TROUVEE)
                       NOT = WS-MOIS-DEMANDE
                   CONTINUE

               WHEN WS-NB-DETAILS >= 9999
                   DISPLAY "Plus de 9999 mouvements dans le mois, "
                       "retour ignoré : client "
                       WS-LG-CLIENT(WS-INDEX-LIGNE)

               WHEN OTHER
                   IF WS-REPRISE-TROUVEE = 0
                       AND WS-NB-REPRISES < 9999
                       ADD 1 TO WS-NB-REPRISES
                       MOVE WS-LG-CLIENT(WS-INDEX-LIGNE)
                           TO WS-RP-CLIENT(WS-NB-REPRISES)
                       MOVE WS-LG-NUMERO(WS-INDEX-LIGNE)
                           TO WS-RP-NUMERO(WS-NB-REPRISES)
                       MOVE WS-LG-CODE(WS-INDEX-LIGNE)
                           TO WS-RP-CODE(WS-NB-REPRISES)
                       MOVE WS-LG-QTE(WS-INDEX-LIGNE)
                           TO WS-RP-QTE(WS-NB-REPRISES)
                       MOVE WS-MOIS-DEMANDE
                           TO WS-RP-MOIS(WS-NB-REPRISES)
                       MOVE "O" TO WS-RP-NOUVELLE(WS-NB-REPRISES)
                   END-IF

                   COMPUTE WS-MONTANT-RETOUR =
                       WS-LG-QTE(WS-INDEX-LIGNE)
                       * WS-LG-PU(WS-INDEX-LIGNE)
                   COMPUTE WS-COMMISSION ROUNDED =
                       WS-MONTANT-RETOUR
                       * WS-REP-TAUX(WS-REP-TROUVE) / 10000

                   ADD 1 TO WS-NB-DETAILS
                   MOVE WS-REP-TROUVE TO WS-DT-REP(WS-NB-DETAILS)
                   MOVE "R" TO WS-DT-TYPE(WS-NB-DETAILS)
                   MOVE WS-LG-CLIENT(WS-INDEX-LIGNE)
                       TO WS-DT-CLIENT(WS-NB-DETAILS)
                   MOVE WS-LG-NUMERO(WS-INDEX-LIGNE)
                       TO WS-DT-NUMERO(WS-NB-DETAILS)
                   MOVE WS-LG-DATE(WS-INDEX-LIGNE)
                       TO WS-DT-DATE(WS-NB-DETAILS)
                   MOVE WS-MONTANT-RETOUR
                       TO WS-DT-MONTANT(WS-NB-DETAILS)
                   MOVE WS-COMMISSION
                       TO WS-DT-COMMISSION(WS-NB-DETAILS)

                   ADD WS-MONTANT-RETOUR
                       TO WS-REP-RETOURS(WS-REP-TROUVE)
                   ADD WS-COMMISSION TO WS-REP-REPRISE(WS-REP-TROUVE)
                   ADD 1 TO WS-REP-NB(WS-REP-TROUVE)
                   ADD 1 TO WS-NB-RETOURS-REPRIS

           END-EVALUATE
       .

      ******************************************************************

      *Édite le relevé de commissions du représentant WS-INDEX-REP
      *dans commissions-<code>-<AAAAMM>.txt : encaissements
      *commissionnés, retours repris, puis totaux et net à payer
       2000-EDITE-RELEVE.

           ADD 1 TO WS-NB-RELEVES

           MOVE SPACES TO WS-NOM-RELEVE
           STRING "commissions-"
               FUNCTION TRIM(WS-REP-CODE(WS-INDEX-REP))
               "-" WS-MOIS-DEMANDE ".txt"
               INTO WS-NOM-RELEVE
           END-STRING

           MOVE "O" TO WS-ETAT-ACTION
           MOVE WS-NOM-RELEVE TO WS-ETAT-FICHIER
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Commissions " WS-MOIS-DEMANDE
               " - " WS-REP-CODE(WS-INDEX-REP)
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           COMPUTE WS-TAUX-ENTIER = WS-REP-TAUX(WS-INDEX-REP) / 100
           COMPUTE WS-TAUX-DECIMAL =
               FUNCTION MOD(WS-REP-TAUX(WS-INDEX-REP), 100)

           MOVE "D" TO WS-ETAT-ACTION
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Représentant " WS-REP-CODE(WS-INDEX-REP)
               " " WS-REP-NOM(WS-INDEX-REP)
               " - taux " WS-TAUX-ENTIER "," WS-TAUX-DECIMAL " %"
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           PERFORM VARYING WS-INDEX-DETAIL FROM 1 BY 1
               UNTIL WS-INDEX-DETAIL > WS-NB-DETAILS

               IF WS-DT-REP(WS-INDEX-DETAIL) = WS-INDEX-REP

                   MOVE WS-DT-MONTANT(WS-INDEX-DETAIL)
                       TO WS-MONTANT-CENTS
                   PERFORM 0100-FORMATE-PRIX
                   MOVE WS-MONTANT-AFFICHE TO WS-MONTANT-AFF-1

                   MOVE WS-DT-COMMISSION(WS-INDEX-DETAIL)
                       TO WS-MONTANT-CENTS
                   IF WS-DT-TYPE(WS-INDEX-DETAIL) = "R"
                       COMPUTE WS-MONTANT-CENTS =
                           0 - WS-MONTANT-CENTS
                   END-IF
                   PERFORM 0100-FORMATE-PRIX

                   MOVE SPACES TO WS-ETAT-TEXTE
                   IF WS-DT-TYPE(WS-INDEX-DETAIL) = "E"
                       STRING "Encaissé client "
                           WS-DT-CLIENT(WS-INDEX-DETAIL)
                           " cde " WS-DT-NUMERO(WS-INDEX-DETAIL)
                           " le " WS-DT-DATE(WS-INDEX-DETAIL)
                           " " FUNCTION TRIM(WS-MONTANT-AFF-1)
                           " comm. "
                           FUNCTION TRIM(WS-MONTANT-AFFICHE)
                           INTO WS-ETAT-TEXTE
                       END-STRING
                   ELSE
                       STRING "Retour  client "
                           WS-DT-CLIENT(WS-INDEX-DETAIL)
                           " cde " WS-DT-NUMERO(WS-INDEX-DETAIL)
                           " du " WS-DT-DATE(WS-INDEX-DETAIL)
                           " " FUNCTION TRIM(WS-MONTANT-AFF-1)
                           " reprise "
                           FUNCTION TRIM(WS-MONTANT-AFFICHE)
                           INTO WS-ETAT-TEXTE
                       END-STRING
                   END-IF
                   CALL "editetat" USING WS-ETAT-COMMANDE

               END-IF

           END-PERFORM

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

      *Totaux du relevé
           MOVE WS-REP-BASE(WS-INDEX-REP) TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Encaissé commissionné : "
               FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE WS-REP-COMM(WS-INDEX-REP) TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Commission brute      : "
               FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE WS-REP-RETOURS(WS-INDEX-REP) TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Retours du mois       : "
               FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           COMPUTE WS-MONTANT-CENTS = 0 - WS-REP-REPRISE(WS-INDEX-REP)
           PERFORM 0100-FORMATE-PRIX
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Commission reprise    : "
               FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

      *Un net négatif (plus de retours que d'encaissements) reste dû
      *par le représentant et s'imputera sur le mois suivant
           COMPUTE WS-NET-A-PAYER = WS-REP-COMM(WS-INDEX-REP)
               - WS-REP-REPRISE(WS-INDEX-REP)
           MOVE WS-NET-A-PAYER TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Net à payer           : "
               FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "F" TO WS-ETAT-ACTION
           CALL "editetat" USING WS-ETAT-COMMANDE
       .
