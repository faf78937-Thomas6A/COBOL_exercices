      *Programme de saisie des annulations de lignes de commande, dans
      *l'esprit de saisiecmd.cbl : une ligne entrée dans un fichier de
      *commandes ne pouvait être défaite que par un avoir de type C
      *sous autorisation de retour, même quand la marchandise n'avait
      *jamais quitté l'entrepôt. L'opérateur désigne ici la ligne
      *(client validé par clients.idx, numéro de commande, produit),
      *la quantité à annuler et le motif ; la ligne est retrouvée dans
      *la chaîne des fichiers de commandes comme à la fusion, et la
      *quantité annulable est le commandé moins ce qui figure déjà
      *dans expeditions.txt et ce qui est déjà annulé. L'annulation
      *part dans le registre annulations.txt, que command.cbl applique
      *à la fusion (ligne, backorders.txt et reliquats.txt) et que
      *facturation.cbl déduit ; daté, signé de l'opérateur et motivé,
      *ce registre est aussi le journal des annulations du service
      *commercial.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. annulcmd.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier indexé des clients, reconstruit par
      *command.cbl à chaque fusion et relu ici en validation
       SELECT FICHIER-CLIENTS-IDX ASSIGN TO "clients.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-IDX-ID
           FILE STATUS IS WS-STATUT-IDX.

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

      *Alias du fichier des expéditions, le même que command.cbl et
      *bonlivraison.cbl
       SELECT FICHIER-EXPEDITIONS ASSIGN TO "expeditions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-EXPEDITIONS.

      *Alias du registre des annulations, relu au lancement et
      *complété à chaque annulation confirmée
       SELECT FICHIER-ANNULATIONS ASSIGN TO "annulations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-ANNULATIONS.

       DATA DIVISION.

       FILE SECTION.

      *Définition du fichier indexé des clients, même découpage que
      *command.cbl
       FD FICHIER-CLIENTS-IDX.
       01 F-IDX-ENREG.
           05 F-IDX-ID            PIC 9(6).
           05 F-IDX-POSITION      PIC 9(3).

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

      *Définition du fichier des expéditions, même découpage que
      *command.cbl
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

      *Définition du registre des annulations : client, numéro de
      *commande, code produit, quantité annulée, date AAAAMMJJ,
      *opérateur et motif
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
      *pour un même numéro remplace la précédente ; s'y cumulent les
      *quantités expédiées et déjà annulées de la ligne
       01 WS-LIGNES-TAB.
           05 WS-LIGNE            OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-NB-LIGNES.
               10 WS-LG-CLIENT    PIC 9(6).
               10 WS-LG-NUMERO    PIC 9(3).
               10 WS-LG-CODE      PIC X(6).
               10 WS-LG-QTE       PIC 9(3).
               10 WS-LG-TYPE      PIC X.
               10 WS-LG-DATE      PIC X(8).
               10 WS-LG-EXPEDIE   PIC 9(5).
               10 WS-LG-ANNULE    PIC 9(5).
       77 WS-NB-LIGNES            PIC 9(4)              VALUE 1.
       77 WS-INDEX-LIGNE          PIC 9(4)              VALUE 1.
       77 WS-LIGNE-TROUVEE        PIC 9(4)              VALUE 0.

      *Statuts des fichiers
       77 WS-STATUT-IDX           PIC XX.
       77 WS-STATUT-COMMANDES     PIC XX.
       77 WS-STATUT-LISTE         PIC XX.
       77 WS-STATUT-EXPEDITIONS   PIC XX.
       77 WS-STATUT-ANNULATIONS   PIC XX.
      *Indicateur de fin du dernier fichier de commandes
       77 WS-FIN-COMMANDE         PIC X                 VALUE 'F'.

      *Champs de la saisie d'une annulation
       77 WS-OPERATEUR            PIC X(20).
       77 WS-ID-SAISI             PIC 9(6).
       77 WS-NUMERO-SAISI         PIC 9(3).
       77 WS-CODE-SAISI           PIC X(6).
       77 WS-QTE-SAISIE           PIC 9(3).
       77 WS-MOTIF                PIC X(30).
       77 WS-CONFIRME             PIC X.
      *Quantité encore annulable de la ligne désignée
       77 WS-ANNULABLE            PIC S9(5)             VALUE 0.
      *Choix du menu
       77 WS-CHOIX                PIC 9                 VALUE 0.
      *Compteur des annulations écrites pendant la session
       77 WS-NB-SAISIES           PIC 9(3)              VALUE 0.
      *Date du jour portée sur l'annulation
       77 WS-DATE-JOUR            PIC X(8).

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

      *Ouverture du fichier indexé des clients : sans lui, aucun id
      *ne peut être validé (command.cbl le reconstruit à chaque
      *fusion)
       OPEN INPUT FICHIER-CLIENTS-IDX.

       IF WS-STATUT-IDX NOT = "00"
           DISPLAY "Fichier clients.idx introuvable (statut "
               WS-STATUT-IDX "), lancer command d'abord"
           GOBACK
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

      *Chargement des lignes de commandes fusionnées, puis des
      *quantités déjà expédiées et déjà annulées de chacune
       MOVE 0 TO WS-NB-LIGNES.
       PERFORM 0350-REINIT-LECTURE-COMMANDES.

       PERFORM UNTIL WS-FIN-COMMANDE = 'T'
           PERFORM 0500-LIT-COMMANDE
           IF WS-FIN-COMMANDE NOT = 'T'
               PERFORM 0200-RATTACHE-LIGNE
           END-IF
       END-PERFORM.

       PERFORM 0700-CHARGE-EXPEDITIONS.
       PERFORM 0800-CHARGE-ANNULATIONS.

       DISPLAY "Lignes de commandes chargées : " WS-NB-LIGNES.

      *L'opérateur signe toutes les annulations de la session
       DISPLAY "Nom de l'opérateur : ".
       ACCEPT WS-OPERATEUR.

       IF WS-OPERATEUR = SPACES
           DISPLAY "Opérateur requis"
           CLOSE FICHIER-CLIENTS-IDX
           GOBACK
       END-IF.

      *Boucle de menu, jusqu'à la saisie de 2
       PERFORM UNTIL WS-CHOIX = 2

           DISPLAY "1. Annuler une ligne de commande"
           DISPLAY "2. Quitter"
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX

               WHEN 1
                   PERFORM 1000-SAISIE-ANNULATION

               WHEN 2
                   DISPLAY "Fin de la saisie"

               WHEN OTHER
                   DISPLAY "Choix invalide"

           END-EVALUATE

       END-PERFORM.

       CLOSE FICHIER-CLIENTS-IDX.

       DISPLAY "Annulations saisies : " WS-NB-SAISIES.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis menugeneral.cbl comme sous-programme, sans
      *rien changer à son comportement lorsqu'il est lancé seul
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
               MOVE F-TYPE-COMMANDE TO WS-LG-TYPE(WS-LIGNE-TROUVEE)
               MOVE WS-DATE-FICHIER TO WS-LG-DATE(WS-LIGNE-TROUVEE)
               MOVE 0 TO WS-LG-EXPEDIE(WS-LIGNE-TROUVEE)
               MOVE 0 TO WS-LG-ANNULE(WS-LIGNE-TROUVEE)
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

      *Cherche la ligne du client WS-ID-SAISI au numéro
      *WS-NUMERO-SAISI ; laisse WS-LIGNE-TROUVEE à zéro si elle n'existe
      *pas
       0600-CHERCHE-LIGNE.

           MOVE 0 TO WS-LIGNE-TROUVEE

           PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
               UNTIL WS-INDEX-LIGNE > WS-NB-LIGNES
                   OR WS-LIGNE-TROUVEE NOT = 0

               IF WS-LG-CLIENT(WS-INDEX-LIGNE) = WS-ID-SAISI
                   AND WS-LG-NUMERO(WS-INDEX-LIGNE) = WS-NUMERO-SAISI
                   MOVE WS-INDEX-LIGNE TO WS-LIGNE-TROUVEE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Cumule sur chaque ligne les quantités déjà expédiées ; un
      *fichier absent signifie que rien n'est encore parti
       0700-CHARGE-EXPEDITIONS.

           OPEN INPUT FICHIER-EXPEDITIONS

           IF WS-STATUT-EXPEDITIONS = "00"

               PERFORM UNTIL WS-STATUT-EXPEDITIONS NOT = "00"
                   READ FICHIER-EXPEDITIONS
                       AT END
                           MOVE "10" TO WS-STATUT-EXPEDITIONS
                       NOT AT END
                           MOVE F-EX-CLIENT TO WS-ID-SAISI
                           MOVE F-EX-NUMERO TO WS-NUMERO-SAISI
                           PERFORM 0600-CHERCHE-LIGNE
                           IF WS-LIGNE-TROUVEE NOT = 0
                               AND F-EX-QTE NUMERIC
                               ADD F-EX-QTE
                                   TO WS-LG-EXPEDIE(WS-LIGNE-TROUVEE)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-EXPEDITIONS

           END-IF
       .

      ******************************************************************

      *Cumule sur chaque ligne les quantités déjà annulées ; seules
      *comptent les annulations du même produit datées au plus tôt du
      *jour de la ligne, comme à la fusion (une annulation antérieure
      *visait une ligne remplacée depuis)
       0800-CHARGE-ANNULATIONS.

           OPEN INPUT FICHIER-ANNULATIONS

           IF WS-STATUT-ANNULATIONS = "00"

               PERFORM UNTIL WS-STATUT-ANNULATIONS NOT = "00"
                   READ FICHIER-ANNULATIONS
                       AT END
                           MOVE "10" TO WS-STATUT-ANNULATIONS
                       NOT AT END
                           MOVE F-AN-CLIENT TO WS-ID-SAISI
                           MOVE F-AN-NUMERO TO WS-NUMERO-SAISI
                           PERFORM 0600-CHERCHE-LIGNE
                           IF WS-LIGNE-TROUVEE NOT = 0
                               AND F-AN-QTE NUMERIC
                               AND WS-LG-CODE(WS-LIGNE-TROUVEE)
                                   = F-AN-CODE
                               AND WS-LG-DATE(WS-LIGNE-TROUVEE)
                                   <= F-AN-DATE
                               ADD F-AN-QTE
                                   TO WS-LG-ANNULE(WS-LIGNE-TROUVEE)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-ANNULATIONS

           END-IF
       .

      ******************************************************************

      *Saisit une annulation : id client validé par le fichier indexé,
      *puis désignation de la ligne
       1000-SAISIE-ANNULATION.

           DISPLAY "Id du client (6 chiffres) : "
           ACCEPT WS-ID-SAISI

           MOVE WS-ID-SAISI TO F-IDX-ID
           READ FICHIER-CLIENTS-IDX

               INVALID KEY
                   DISPLAY "Aucun client avec l'id " WS-ID-SAISI
                       ", saisie abandonnée"

               NOT INVALID KEY
                   PERFORM 1100-SAISIE-SUITE

           END-READ
       .

      ******************************************************************

      *Suite de la saisie une fois le client validé : la ligne doit
      *exister, être une commande (pas un avoir) du produit indiqué,
      *et garder une quantité ni expédiée ni déjà annulée
       1100-SAISIE-SUITE.

           DISPLAY "Numéro de commande (1-999) : "
           ACCEPT WS-NUMERO-SAISI

           PERFORM 0600-CHERCHE-LIGNE

           IF WS-LIGNE-TROUVEE = 0
               DISPLAY "Aucune ligne " WS-NUMERO-SAISI
                   " pour ce client, saisie abandonnée"
           ELSE

               IF WS-LG-TYPE(WS-LIGNE-TROUVEE) = "C"
                   OR WS-LG-QTE(WS-LIGNE-TROUVEE) = 0
                   DISPLAY "La ligne " WS-NUMERO-SAISI
                       " n'est pas une commande à servir, "
                       "saisie abandonnée"
               ELSE

                   DISPLAY "Code produit : "
                   ACCEPT WS-CODE-SAISI

                   IF WS-CODE-SAISI NOT = WS-LG-CODE(WS-LIGNE-TROUVEE)
                       DISPLAY "La ligne porte le produit "
                           WS-LG-CODE(WS-LIGNE-TROUVEE)
                           ", saisie abandonnée"
                   ELSE
                       PERFORM 1200-SAISIE-QUANTITE
                   END-IF

               END-IF

           END-IF
       .

      ******************************************************************

      *Quantité à annuler : bornée par le commandé moins l'expédié et
      *le déjà annulé de la ligne ; motif obligatoire, puis
      *confirmation avant écriture
       1200-SAISIE-QUANTITE.

           COMPUTE WS-ANNULABLE =
               WS-LG-QTE(WS-LIGNE-TROUVEE)
               - WS-LG-EXPEDIE(WS-LIGNE-TROUVEE)
               - WS-LG-ANNULE(WS-LIGNE-TROUVEE)

           DISPLAY "Commandé " WS-LG-QTE(WS-LIGNE-TROUVEE)
               ", expédié " WS-LG-EXPEDIE(WS-LIGNE-TROUVEE)
               ", déjà annulé " WS-LG-ANNULE(WS-LIGNE-TROUVEE)

           IF WS-ANNULABLE <= 0
               DISPLAY "Rien d'annulable : la ligne est expédiée ou "
                   "déjà annulée"
           ELSE

               DISPLAY "Quantité à annuler (1-" WS-ANNULABLE ") : "
               ACCEPT WS-QTE-SAISIE

               IF WS-QTE-SAISIE < 1 OR WS-QTE-SAISIE > WS-ANNULABLE
                   DISPLAY "Quantité refusée : au plus " WS-ANNULABLE
                       " non expédiée(s), saisie abandonnée"
               ELSE

                   DISPLAY "Motif de l'annulation : "
                   ACCEPT WS-MOTIF

                   IF WS-MOTIF = SPACES
                       DISPLAY "Motif requis, saisie abandonnée"
                   ELSE

                       DISPLAY "Annuler " WS-QTE-SAISIE " x "
                           WS-CODE-SAISI " de la commande "
                           WS-NUMERO-SAISI " du client "
                           WS-ID-SAISI " ? (O/N)"
                       ACCEPT WS-CONFIRME

                       IF WS-CONFIRME = "O" OR WS-CONFIRME = "o"
                           PERFORM 2000-ECRIT-ANNULATION
                       ELSE
                           DISPLAY "Annulation abandonnée"
                       END-IF

                   END-IF

               END-IF

           END-IF
       .

      ******************************************************************

      *Écrit l'annulation confirmée à la suite du registre (créé à la
      *première annulation) et la cumule sur la ligne en mémoire
       2000-ECRIT-ANNULATION.

           OPEN EXTEND FICHIER-ANNULATIONS

           IF WS-STATUT-ANNULATIONS = "35"
               OPEN OUTPUT FICHIER-ANNULATIONS
           END-IF

           MOVE SPACES TO F-ANNULATION
           MOVE WS-ID-SAISI TO F-AN-CLIENT
           MOVE WS-NUMERO-SAISI TO F-AN-NUMERO
           MOVE WS-CODE-SAISI TO F-AN-CODE
           MOVE WS-QTE-SAISIE TO F-AN-QTE
           MOVE WS-DATE-JOUR TO F-AN-DATE
           MOVE WS-OPERATEUR TO F-AN-OPERATEUR
           MOVE WS-MOTIF TO F-AN-MOTIF
           WRITE F-ANNULATION

           CLOSE FICHIER-ANNULATIONS

           ADD WS-QTE-SAISIE TO WS-LG-ANNULE(WS-LIGNE-TROUVEE)
           ADD 1 TO WS-NB-SAISIES

           DISPLAY "Annulation enregistrée dans annulations.txt, "
               "appliquée à la prochaine fusion"
       .
