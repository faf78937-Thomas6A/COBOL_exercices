      *Programme d'intégration des commandes électroniques des grands
      *comptes : leurs tableaux de commande étaient jusqu'ici
      *ressaisis à la main dans saisiecmd.cbl. Le client transmet un
      *fichier structuré au format d'échange de la maison (comme
      *exportcompta.cbl) : un en-tête 01 (id client, référence de sa
      *commande, date), des lignes 02 (code produit, quantité, prix
      *unitaire en centimes) et une remorque 09 (nombre de lignes et
      *total quantité x prix). Le fichier est contrôlé en entier —
      *en-tête présent et client connu de clients.idx, remorque
      *présente et concordante, référence pas déjà intégrée — puis
      *ligne par ligne contre le catalogue produits.txt. Les lignes
      *acceptées reçoivent chacune un numéro de commande libre du
      *client et partent, au découpage exact de F-COMMANDE, dans le
      *fichier de commandes daté du jour commandes-AAAAMMJJ.txt
      *inscrit dans commandes-liste.txt, comme le fait saisiecmd.cbl.
      *Un accusé de réception accuse-edi-NNNNN.txt, édité par
      *editetat, reprend chaque ligne acceptée ou refusée avec son
      *motif pour être renvoyé au client ; chaque fichier reçu est
      *tracé dans edi-commandes-registre.txt, qui donne le numéro de
      *l'accusé et empêche d'intégrer deux fois la même commande.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. edicommande.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier de commande reçu du client, nommé à la saisie
       SELECT FICHIER-ENTRANT ASSIGN TO DYNAMIC WS-NOM-ENTRANT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-ENTRANT.

      *Alias du fichier indexé des clients, reconstruit par
      *command.cbl à chaque fusion et relu ici en validation
       SELECT FICHIER-CLIENTS-IDX ASSIGN TO "clients.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-IDX-ID
           FILE STATUS IS WS-STATUT-IDX.

      *Alias du catalogue des produits, le même que command.cbl
       SELECT FICHIER-PRODUITS ASSIGN TO "produits.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PRODUITS.

      *Alias des fichiers de commandes existants, relus un à un pour
      *trouver le plus grand numéro de commande déjà pris par le
      *client
       SELECT FICHIER-EXISTANT ASSIGN TO DYNAMIC WS-NOM-EXISTANT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-EXISTANT.

      *Alias du fichier de commandes daté du jour, complété par les
      *lignes acceptées
       SELECT FICHIER-COMMANDES
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-JOUR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-COMMANDES.

      *Alias de la liste des fichiers de commandes à fusionner
       SELECT FICHIER-LISTE ASSIGN TO "commandes-liste.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-LISTE.

      *Alias du registre des fichiers de commande reçus
       SELECT FICHIER-REGISTRE ASSIGN TO "edi-commandes-registre.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-REGISTRE.

       DATA DIVISION.

       FILE SECTION.

      *Définition du fichier reçu : chaque ligne commence par son type
      *(01 en-tête, 02 ligne de commande, 09 remorque) ; les zones
      *restent alphanumériques pour être contrôlées avant usage
       FD FICHIER-ENTRANT.
       01 F-EDI-ENTETE.
           05 F-EDI-TYPE          PIC XX.
           05 FILLER              PIC X.
           05 F-EDI-CLIENT        PIC X(6).
           05 FILLER              PIC X.
           05 F-EDI-REFERENCE     PIC X(15).
           05 FILLER              PIC X.
           05 F-EDI-DATE          PIC X(8).
           05 FILLER              PIC X(46).
       01 F-EDI-DETAIL.
           05 FILLER              PIC XX.
           05 FILLER              PIC X.
           05 F-EDI-CODE          PIC X(6).
           05 FILLER              PIC X.
           05 F-EDI-QUANTITE      PIC X(3).
           05 FILLER              PIC X.
           05 F-EDI-PRIX          PIC X(4).
           05 FILLER              PIC X(62).
       01 F-EDI-REMORQUE.
           05 FILLER              PIC XX.
           05 FILLER              PIC X.
           05 F-EDI-NB-LIGNES     PIC X(5).
           05 FILLER              PIC X.
           05 F-EDI-TOTAL         PIC X(11).
           05 FILLER              PIC X(60).

      *Définition du fichier indexé des clients, même découpage que
      *command.cbl
       FD FICHIER-CLIENTS-IDX.
       01 F-IDX-ENREG.
           05 F-IDX-ID            PIC 9(6).
           05 F-IDX-POSITION      PIC 9(3).

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

      *Définition des fichiers de commandes existants, seuls l'id
      *client et le numéro de commande sont utiles ici
       FD FICHIER-EXISTANT.
       01 F-EXISTANT.
           05 F-EX-ID-COMMANDE    PIC 9(6).
           05 FILLER              PIC X.
           05 F-EX-NUMERO         PIC 9(3).
           05 FILLER              PIC X(16).

      *Définition du fichier de commandes daté, même découpage que le
      *F-COMMANDE lu par command.cbl
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

      *Définition du registre des fichiers reçus : numéro de l'accusé,
      *date d'intégration, client et référence de sa commande, lignes
      *acceptées et refusées, état (A intégrée, R refusée en
      *totalité) et nom du fichier reçu
       FD FICHIER-REGISTRE.
       01 F-REGISTRE.
           05 F-RG-SEQ            PIC 9(5).
           05 FILLER              PIC X.
           05 F-RG-DATE           PIC X(8).
           05 FILLER              PIC X.
           05 F-RG-CLIENT         PIC X(6).
           05 FILLER              PIC X.
           05 F-RG-REFERENCE      PIC X(15).
           05 FILLER              PIC X.
           05 F-RG-NB-ACCEPTEES   PIC 9(3).
           05 FILLER              PIC X.
           05 F-RG-NB-REFUSEES    PIC 9(3).
           05 FILLER              PIC X.
           05 F-RG-ETAT           PIC X.
           05 FILLER              PIC X.
           05 F-RG-FICHIER        PIC X(30).

       WORKING-STORAGE SECTION.

      *Lignes 02 du fichier reçu, avec leur sort : état (A acceptée,
      *R refusée), motif du refus et numéro de commande attribué
       01 WS-LIGNES-TAB.
           05 WS-LIGNE-EDI        OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-LIGNES.
               10 WS-LE-CODE      PIC X(6).
               10 WS-LE-QTE       PIC X(3).
               10 WS-LE-PRIX      PIC X(4).
               10 WS-LE-ETAT      PIC X.
               10 WS-LE-MOTIF     PIC X(40).
               10 WS-LE-NUMERO    PIC 9(3).
       77 WS-NB-LIGNES            PIC 9(3)              VALUE 1.
       77 WS-INDEX-LIGNE          PIC 9(3)              VALUE 1.
      *Lignes 02 au-delà de la capacité du tableau, qui font refuser
      *le fichier
       77 WS-NB-LIGNES-EN-TROP    PIC 9(5)              VALUE 0.

      *Catalogue des produits chargé en mémoire pour la validation
       01 WS-CATALOGUE-TAB.
           05 WS-PRODUIT-CAT     OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NB-CATALOGUE.
               10 WS-CODE-CAT    PIC X(6).
               10 WS-LIBELLE-CAT PIC X(20).
               10 WS-TAUX-CAT    PIC 9(4).
               10 WS-PRIX-CAT    PIC 9(4).
       77 WS-NB-CATALOGUE        PIC 9(3)              VALUE 1.
       77 WS-INDEX-CAT           PIC 9(3)              VALUE 1.
       77 WS-CAT-TROUVE          PIC 9(3)              VALUE 0.
       77 WS-CODE-CHERCHE        PIC X(6).

      *En-tête et remorque relevés dans le fichier reçu, avec le
      *compte des enregistrements de chaque sorte et des
      *enregistrements hors structure (type inconnu, en-tête qui
      *n'est pas en tête, enregistrement après la remorque)
       77 WS-EN-CLIENT           PIC X(6)              VALUE SPACES.
       77 WS-EN-REFERENCE        PIC X(15)             VALUE SPACES.
       77 WS-EN-DATE             PIC X(8)              VALUE SPACES.
       77 WS-RE-NB-LIGNES        PIC X(5)              VALUE SPACES.
       77 WS-RE-TOTAL            PIC X(11)             VALUE SPACES.
       77 WS-NB-ENTETES          PIC 9(3)              VALUE 0.
       77 WS-NB-REMORQUES        PIC 9(3)              VALUE 0.
       77 WS-NB-HORS-STRUCTURE   PIC 9(3)              VALUE 0.
       77 WS-NB-ENREG-LUS        PIC 9(5)              VALUE 0.
      *Nombre de lignes et total quantité x prix recalculés, à
      *rapprocher de la remorque
       77 WS-NB-LIGNES-LUES      PIC 9(5)              VALUE 0.
       77 WS-TOTAL-RECALCULE     PIC 9(11)             VALUE 0.

      *Motif du refus du fichier entier (blanc : fichier recevable)
       77 WS-REJET-FICHIER       PIC X(60)             VALUE SPACES.

      *Numéros de commande : plus grand pris par le client dans les
      *fichiers existants, puis prochain à attribuer
       77 WS-NUMERO-MAX          PIC 9(3)              VALUE 0.
       77 WS-PROCHAIN-NUMERO     PIC 9(4)              VALUE 0.

      *Comptes et montant des lignes acceptées et refusées
       77 WS-NB-ACCEPTEES        PIC 9(3)              VALUE 0.
       77 WS-NB-REFUSEES         PIC 9(3)              VALUE 0.
       77 WS-MONTANT-LIGNE       PIC 9(7)              VALUE 0.
       77 WS-MONTANT-ACCEPTE     PIC 9(9)              VALUE 0.

      *Numéro de l'accusé (suivant du registre) et noms des fichiers
       77 WS-DERNIERE-SEQ        PIC 9(5)              VALUE 0.
       77 WS-SEQ                 PIC 9(5)              VALUE 0.
       77 WS-NOM-ENTRANT         PIC X(30).
       77 WS-NOM-EXISTANT        PIC X(30).
       77 WS-NOM-FICHIER-JOUR    PIC X(30).
       77 WS-NOM-ACCUSE          PIC X(30).
       77 WS-DATE-JOUR           PIC X(8).
      *Indicateur d'inscription du fichier du jour dans la liste
       77 WS-DANS-LISTE          PIC X                 VALUE "N".

      *Statuts des fichiers et indicateurs de fin de fichier
       77 WS-STATUT-ENTRANT      PIC XX.
       77 WS-STATUT-IDX          PIC XX.
       77 WS-STATUT-PRODUITS     PIC XX.
       77 WS-STATUT-EXISTANT     PIC XX.
       77 WS-STATUT-COMMANDES    PIC XX.
       77 WS-STATUT-LISTE        PIC XX.
       77 WS-STATUT-REGISTRE     PIC XX.
       77 WS-EOF                 PIC X                 VALUE 'F'.
       77 WS-FIN-LISTE           PIC X                 VALUE 'F'.

      *Champs utilisés pour formater un montant en centimes, repris
      *de command.cbl
       77 WS-MONTANT-CENTS       PIC S9(9)             VALUE 0.
       77 WS-MONTANT-ABS         PIC 9(9)              VALUE 0.
       77 WS-MONTANT-EUROS       PIC 9(9).
       77 WS-MONTANT-CENTIMES    PIC 99.
       77 WS-MONTANT-EUROS-EDIT  PIC Z(8)9.
       77 WS-MONTANT-AFFICHE     PIC X(18).

      *Commande passée au sous-programme commun d'édition d'états
      *(editetat.cbl) : action, nom du fichier, texte de la ligne
       01 WS-ETAT-COMMANDE.
           05 WS-ETAT-ACTION      PIC X.
           05 WS-ETAT-FICHIER     PIC X(30).
           05 WS-ETAT-TEXTE       PIC X(80).

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

      *Composition du nom du fichier de commandes daté du jour, le
      *même que celui de saisiecmd.cbl
       MOVE SPACES TO WS-NOM-FICHIER-JOUR.
       STRING "commandes-" WS-DATE-JOUR ".txt"
           INTO WS-NOM-FICHIER-JOUR.

       DISPLAY "Nom du fichier de commande reçu : ".
       ACCEPT WS-NOM-ENTRANT.

      *Ouverture du fichier indexé des clients : sans lui, aucun id
      *ne peut être validé (command.cbl le reconstruit à chaque
      *fusion)
       OPEN INPUT FICHIER-CLIENTS-IDX.

       IF WS-STATUT-IDX NOT = "00"
           DISPLAY "Fichier clients.idx introuvable (statut "
               WS-STATUT-IDX "), lancer command d'abord"
           STOP RUN
       END-IF.

      *Chargement du catalogue des produits pour la validation des
      *codes reçus
       PERFORM 0600-CHARGE-CATALOGUE.

       IF WS-NB-CATALOGUE = 0
           DISPLAY "Catalogue produits.txt absent ou vide : "
               "intégration impossible sans codes à valider"
           CLOSE FICHIER-CLIENTS-IDX
           STOP RUN
       END-IF.

      *Lecture du fichier reçu : sans fichier, pas d'accusé à rendre
       PERFORM 1000-LIT-FICHIER-ENTRANT.

       IF WS-STATUT-ENTRANT NOT = "00"
           DISPLAY "Fichier " WS-NOM-ENTRANT " introuvable (statut "
               WS-STATUT-ENTRANT ")"
           CLOSE FICHIER-CLIENTS-IDX
           STOP RUN
       END-IF.

      *Numéro de l'accusé et commande déjà intégrée, au registre
       PERFORM 1500-LIT-REGISTRE.

      *Contrôles du fichier entier, puis des lignes s'il est recevable
       PERFORM 2000-CONTROLE-FICHIER.

       IF WS-REJET-FICHIER = SPACES
           PERFORM 2100-NUMERO-MAX-CLIENT
           COMPUTE WS-PROCHAIN-NUMERO = WS-NUMERO-MAX + 1
           PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
               UNTIL WS-INDEX-LIGNE > WS-NB-LIGNES
               PERFORM 2200-CONTROLE-LIGNE
           END-PERFORM
       ELSE
           PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
               UNTIL WS-INDEX-LIGNE > WS-NB-LIGNES
               MOVE "R" TO WS-LE-ETAT(WS-INDEX-LIGNE)
               MOVE "commande refusée en totalité"
                   TO WS-LE-MOTIF(WS-INDEX-LIGNE)
               ADD 1 TO WS-NB-REFUSEES
           END-PERFORM
       END-IF.

       CLOSE FICHIER-CLIENTS-IDX.

      *Écriture des lignes acceptées dans le fichier du jour
       IF WS-NB-ACCEPTEES > 0
           PERFORM 3000-ECRIT-COMMANDES
       END-IF.

       PERFORM 4000-ECRIT-ACCUSE.

       PERFORM 5000-ECRIT-REGISTRE.

       IF WS-REJET-FICHIER NOT = SPACES
           DISPLAY "Commande refusée : "
               FUNCTION TRIM(WS-REJET-FICHIER)
       END-IF.
       DISPLAY "Lignes acceptées : " WS-NB-ACCEPTEES
           "  refusées : " WS-NB-REFUSEES.
       DISPLAY "Accusé de réception écrit dans " WS-NOM-ACCUSE.

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

      *Charge le catalogue des produits, même mécanique que
      *saisiecmd.cbl ; son absence laisse WS-NB-CATALOGUE à zéro
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
                               IF F-TAUX-CATALOGUE NUMERIC
                                   MOVE F-TAUX-CATALOGUE TO
                                       WS-TAUX-CAT(WS-NB-CATALOGUE)
                               ELSE
                                   MOVE 0 TO
                                       WS-TAUX-CAT(WS-NB-CATALOGUE)
                               END-IF
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

               IF WS-CODE-CAT(WS-INDEX-CAT) = WS-CODE-CHERCHE
                   MOVE WS-INDEX-CAT TO WS-CAT-TROUVE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Lit le fichier reçu : relève l'en-tête et la remorque, range
      *les lignes 02 dans le tableau en recalculant leur nombre et
      *leur total quantité x prix, et compte ce qui sort de la
      *structure attendue
       1000-LIT-FICHIER-ENTRANT.

           MOVE 0 TO WS-NB-LIGNES
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-ENTRANT

           IF WS-STATUT-ENTRANT = "00"

               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-ENTRANT
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-NB-ENREG-LUS
                           PERFORM 1100-RANGE-ENREGISTREMENT
                   END-READ
               END-PERFORM

               CLOSE FICHIER-ENTRANT
               MOVE "00" TO WS-STATUT-ENTRANT

           END-IF
       .

      ******************************************************************

      *Range l'enregistrement lu selon son type ; un enregistrement
      *qui suit la remorque est hors structure
       1100-RANGE-ENREGISTREMENT.

           IF WS-NB-REMORQUES > 0
               ADD 1 TO WS-NB-HORS-STRUCTURE
           END-IF

           EVALUATE F-EDI-TYPE

               WHEN "01"
                   ADD 1 TO WS-NB-ENTETES
                   IF WS-NB-ENREG-LUS NOT = 1
                       ADD 1 TO WS-NB-HORS-STRUCTURE
                   END-IF
                   MOVE F-EDI-CLIENT TO WS-EN-CLIENT
                   MOVE F-EDI-REFERENCE TO WS-EN-REFERENCE
                   MOVE F-EDI-DATE TO WS-EN-DATE

               WHEN "02"
                   ADD 1 TO WS-NB-LIGNES-LUES
                   IF F-EDI-QUANTITE NUMERIC AND F-EDI-PRIX NUMERIC
                       COMPUTE WS-TOTAL-RECALCULE =
                           WS-TOTAL-RECALCULE
                           + FUNCTION NUMVAL(F-EDI-QUANTITE)
                           * FUNCTION NUMVAL(F-EDI-PRIX)
                   END-IF
                   IF WS-NB-LIGNES < 999
                       ADD 1 TO WS-NB-LIGNES
                       MOVE F-EDI-CODE TO WS-LE-CODE(WS-NB-LIGNES)
                       MOVE F-EDI-QUANTITE TO WS-LE-QTE(WS-NB-LIGNES)
                       MOVE F-EDI-PRIX TO WS-LE-PRIX(WS-NB-LIGNES)
                       MOVE "R" TO WS-LE-ETAT(WS-NB-LIGNES)
                       MOVE SPACES TO WS-LE-MOTIF(WS-NB-LIGNES)
                       MOVE 0 TO WS-LE-NUMERO(WS-NB-LIGNES)
                   ELSE
                       ADD 1 TO WS-NB-LIGNES-EN-TROP
                   END-IF

               WHEN "09"
                   ADD 1 TO WS-NB-REMORQUES
                   MOVE F-EDI-NB-LIGNES TO WS-RE-NB-LIGNES
                   MOVE F-EDI-TOTAL TO WS-RE-TOTAL

               WHEN OTHER
                   ADD 1 TO WS-NB-HORS-STRUCTURE

           END-EVALUATE
       .

      ******************************************************************

      *Relit le registre des fichiers reçus : numéro du prochain
      *accusé, et refus d'une commande du même client sous la même
      *référence déjà intégrée (au moins une ligne acceptée)
       1500-LIT-REGISTRE.

           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-REGISTRE

           IF WS-STATUT-REGISTRE = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-REGISTRE
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF F-RG-SEQ NUMERIC
                               AND F-RG-SEQ > WS-DERNIERE-SEQ
                               MOVE F-RG-SEQ TO WS-DERNIERE-SEQ
                           END-IF
                           IF F-RG-CLIENT = WS-EN-CLIENT
                               AND F-RG-REFERENCE = WS-EN-REFERENCE
                               AND WS-EN-REFERENCE NOT = SPACES
                               AND F-RG-ETAT = "A"
                               AND WS-REJET-FICHIER = SPACES
                               MOVE SPACES TO WS-REJET-FICHIER
                               STRING "commande déjà intégrée le "
                                   F-RG-DATE " (accusé n° "
                                   F-RG-SEQ ")"
                                   INTO WS-REJET-FICHIER
                               END-STRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-REGISTRE
           END-IF

           COMPUTE WS-SEQ = WS-DERNIERE-SEQ + 1

           MOVE SPACES TO WS-NOM-ACCUSE
           STRING "accuse-edi-" WS-SEQ ".txt"
               INTO WS-NOM-ACCUSE
           END-STRING
       .

      ******************************************************************

      *Contrôles du fichier entier, le premier motif trouvé étant
      *retenu : structure, en-tête, client connu, remorque et
      *concordance de la remorque avec les lignes reçues
       2000-CONTROLE-FICHIER.

           IF WS-REJET-FICHIER NOT = SPACES
               CONTINUE
           ELSE

               EVALUATE TRUE

                   WHEN WS-NB-ENTETES NOT = 1
                       MOVE "en-tête 01 absent ou en double"
                           TO WS-REJET-FICHIER

                   WHEN WS-NB-REMORQUES NOT = 1
                       MOVE "remorque 09 absente ou en double"
                           TO WS-REJET-FICHIER

                   WHEN WS-NB-HORS-STRUCTURE > 0
                       MOVE "enregistrement inconnu ou mal placé"
                           TO WS-REJET-FICHIER

                   WHEN WS-NB-LIGNES-LUES = 0
                       MOVE "aucune ligne de commande 02"
                           TO WS-REJET-FICHIER

                   WHEN WS-NB-LIGNES-EN-TROP > 0
                       MOVE "plus de 999 lignes de commande"
                           TO WS-REJET-FICHIER

                   WHEN WS-EN-CLIENT NOT NUMERIC
                       MOVE "id client de l'en-tête invalide"
                           TO WS-REJET-FICHIER

                   WHEN WS-EN-DATE NOT NUMERIC
                       MOVE "date de l'en-tête invalide"
                           TO WS-REJET-FICHIER

                   WHEN WS-EN-REFERENCE = SPACES
                       MOVE "référence de commande absente"
                           TO WS-REJET-FICHIER

                   WHEN WS-RE-NB-LIGNES NOT NUMERIC
                       OR WS-RE-TOTAL NOT NUMERIC
                       MOVE "remorque illisible"
                           TO WS-REJET-FICHIER

                   WHEN FUNCTION NUMVAL(WS-RE-NB-LIGNES)
                       NOT = WS-NB-LIGNES-LUES
                       MOVE SPACES TO WS-REJET-FICHIER
                       STRING "remorque : " WS-RE-NB-LIGNES
                           " lignes au lieu de " WS-NB-LIGNES-LUES
                           INTO WS-REJET-FICHIER
                       END-STRING

                   WHEN FUNCTION NUMVAL(WS-RE-TOTAL)
                       NOT = WS-TOTAL-RECALCULE
                       MOVE SPACES TO WS-REJET-FICHIER
                       STRING "remorque : total " WS-RE-TOTAL
                           " au lieu de " WS-TOTAL-RECALCULE
                           INTO WS-REJET-FICHIER
                       END-STRING

                   WHEN OTHER
                       MOVE WS-EN-CLIENT TO F-IDX-ID
                       READ FICHIER-CLIENTS-IDX
                           INVALID KEY
                               MOVE SPACES TO WS-REJET-FICHIER
                               STRING "client " WS-EN-CLIENT
                                   " inconnu"
                                   INTO WS-REJET-FICHIER
                               END-STRING
                       END-READ

               END-EVALUATE

           END-IF
       .

      ******************************************************************

      *Relève le plus grand numéro de commande déjà pris par le client
      *dans les fichiers de commandes, ceux de commandes-liste.txt ou
      *à défaut num-commandes.txt, comme command.cbl les fusionne
       2100-NUMERO-MAX-CLIENT.

           MOVE 0 TO WS-NUMERO-MAX

           OPEN INPUT FICHIER-LISTE

           IF WS-STATUT-LISTE = "00"
               MOVE 'F' TO WS-FIN-LISTE
               PERFORM UNTIL WS-FIN-LISTE = 'T'
                   READ FICHIER-LISTE
                       AT END
                           MOVE 'T' TO WS-FIN-LISTE
                       NOT AT END
                           MOVE F-NOM-FICHIER TO WS-NOM-EXISTANT
                           PERFORM 2150-NUMERO-MAX-FICHIER
                   END-READ
               END-PERFORM
               CLOSE FICHIER-LISTE
           ELSE
               MOVE "num-commandes.txt" TO WS-NOM-EXISTANT
               PERFORM 2150-NUMERO-MAX-FICHIER
           END-IF
       .

      ******************************************************************

      *Parcourt le fichier de commandes WS-NOM-EXISTANT à la recherche
      *des numéros du client ; un fichier absent est passé
       2150-NUMERO-MAX-FICHIER.

           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-EXISTANT

           IF WS-STATUT-EXISTANT = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-EXISTANT
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF F-EX-ID-COMMANDE NUMERIC
                               AND F-EX-NUMERO NUMERIC
                               AND F-EX-ID-COMMANDE
                                   = FUNCTION NUMVAL(WS-EN-CLIENT)
                               AND F-EX-NUMERO > WS-NUMERO-MAX
                               MOVE F-EX-NUMERO TO WS-NUMERO-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-EXISTANT
           END-IF
       .

      ******************************************************************

      *Contrôle la ligne WS-INDEX-LIGNE : code au catalogue, quantité
      *et prix numériques non nuls, numéro de commande encore libre ;
      *une ligne acceptée reçoit le prochain numéro du client
       2200-CONTROLE-LIGNE.

           MOVE WS-LE-CODE(WS-INDEX-LIGNE) TO WS-CODE-CHERCHE
           PERFORM 0650-CHERCHE-CATALOGUE

           EVALUATE TRUE

               WHEN WS-CAT-TROUVE = 0
                   MOVE "code produit inconnu du catalogue"
                       TO WS-LE-MOTIF(WS-INDEX-LIGNE)

               WHEN WS-LE-QTE(WS-INDEX-LIGNE) NOT NUMERIC
                   OR WS-LE-QTE(WS-INDEX-LIGNE) = "000"
                   MOVE "quantité invalide"
                       TO WS-LE-MOTIF(WS-INDEX-LIGNE)

               WHEN WS-LE-PRIX(WS-INDEX-LIGNE) NOT NUMERIC
                   OR WS-LE-PRIX(WS-INDEX-LIGNE) = "0000"
                   MOVE "prix unitaire invalide"
                       TO WS-LE-MOTIF(WS-INDEX-LIGNE)

               WHEN WS-PROCHAIN-NUMERO > 999
                   MOVE "plus de numéro de commande libre"
                       TO WS-LE-MOTIF(WS-INDEX-LIGNE)

               WHEN OTHER
                   MOVE "A" TO WS-LE-ETAT(WS-INDEX-LIGNE)
                   MOVE WS-PROCHAIN-NUMERO
                       TO WS-LE-NUMERO(WS-INDEX-LIGNE)
                   ADD 1 TO WS-PROCHAIN-NUMERO
                   ADD 1 TO WS-NB-ACCEPTEES
                   COMPUTE WS-MONTANT-LIGNE =
                       FUNCTION NUMVAL(WS-LE-QTE(WS-INDEX-LIGNE))
                       * FUNCTION NUMVAL(WS-LE-PRIX(WS-INDEX-LIGNE))
                   ADD WS-MONTANT-LIGNE TO WS-MONTANT-ACCEPTE

           END-EVALUATE

           IF WS-LE-ETAT(WS-INDEX-LIGNE) = "R"
               ADD 1 TO WS-NB-REFUSEES
           END-IF
       .

      ******************************************************************

      *Écrit les lignes acceptées à la suite du fichier de commandes
      *du jour (créé au besoin) et inscrit celui-ci dans la liste
       3000-ECRIT-COMMANDES.

           OPEN EXTEND FICHIER-COMMANDES

           IF WS-STATUT-COMMANDES = "35"
               OPEN OUTPUT FICHIER-COMMANDES
           END-IF

           PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
               UNTIL WS-INDEX-LIGNE > WS-NB-LIGNES

               IF WS-LE-ETAT(WS-INDEX-LIGNE) = "A"
                   MOVE SPACES TO F-COMMANDE
                   MOVE WS-EN-CLIENT TO F-ID-COMMANDE
                   MOVE WS-LE-NUMERO(WS-INDEX-LIGNE) TO F-NUMERO
                   MOVE WS-LE-CODE(WS-INDEX-LIGNE) TO F-CODE-PRODUIT
                   MOVE WS-LE-QTE(WS-INDEX-LIGNE) TO F-QUANTITE
                   MOVE WS-LE-PRIX(WS-INDEX-LIGNE) TO F-PRIX-UNITAIRE
                   WRITE F-COMMANDE
               END-IF

           END-PERFORM

           CLOSE FICHIER-COMMANDES

           PERFORM 3100-INSCRIT-DANS-LISTE

           DISPLAY WS-NB-ACCEPTEES " ligne(s) écrite(s) dans "
               WS-NOM-FICHIER-JOUR
       .

      ******************************************************************

      *Inscrit le fichier du jour dans commandes-liste.txt s'il n'y
      *figure pas déjà, même mécanique que saisiecmd.cbl
       3100-INSCRIT-DANS-LISTE.

           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-LISTE

           IF WS-STATUT-LISTE = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-LISTE
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF F-NOM-FICHIER = WS-NOM-FICHIER-JOUR
                               MOVE "O" TO WS-DANS-LISTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-LISTE
           END-IF

           IF WS-DANS-LISTE = "N"

               OPEN EXTEND FICHIER-LISTE

               IF WS-STATUT-LISTE = "35"
                   OPEN OUTPUT FICHIER-LISTE
               END-IF

               MOVE WS-NOM-FICHIER-JOUR TO F-NOM-FICHIER
               WRITE F-NOM-FICHIER

               CLOSE FICHIER-LISTE

               DISPLAY WS-NOM-FICHIER-JOUR
                   " inscrit dans commandes-liste.txt"

           END-IF

           MOVE "O" TO WS-DANS-LISTE
       .

      ******************************************************************

      *Édite l'accusé de réception à renvoyer au client : références
      *de sa commande, sort de chaque ligne avec le numéro attribué
      *ou le motif du refus, puis comptes et montant accepté
       4000-ECRIT-ACCUSE.

           MOVE "O" TO WS-ETAT-ACTION
           MOVE WS-NOM-ACCUSE TO WS-ETAT-FICHIER
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Accusé de réception n° " WS-SEQ
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "D" TO WS-ETAT-ACTION

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Client " WS-EN-CLIENT "  votre commande "
               FUNCTION TRIM(WS-EN-REFERENCE) " du " WS-EN-DATE
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Fichier reçu " FUNCTION TRIM(WS-NOM-ENTRANT)
               ", traité le " WS-DATE-JOUR
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           IF WS-REJET-FICHIER NOT = SPACES
               MOVE SPACES TO WS-ETAT-TEXTE
               STRING "Commande refusée en totalité : "
                   FUNCTION TRIM(WS-REJET-FICHIER)
                   INTO WS-ETAT-TEXTE
               END-STRING
               CALL "editetat" USING WS-ETAT-COMMANDE
           END-IF

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
               UNTIL WS-INDEX-LIGNE > WS-NB-LIGNES

               MOVE SPACES TO WS-ETAT-TEXTE
               IF WS-LE-ETAT(WS-INDEX-LIGNE) = "A"
                   STRING "Ligne " WS-INDEX-LIGNE " "
                       WS-LE-CODE(WS-INDEX-LIGNE)
                       " qté " WS-LE-QTE(WS-INDEX-LIGNE)
                       " x " WS-LE-PRIX(WS-INDEX-LIGNE)
                       " : acceptée, commande n° "
                       WS-LE-NUMERO(WS-INDEX-LIGNE)
                       INTO WS-ETAT-TEXTE
                   END-STRING
               ELSE
                   STRING "Ligne " WS-INDEX-LIGNE " "
                       WS-LE-CODE(WS-INDEX-LIGNE)
                       " qté " WS-LE-QTE(WS-INDEX-LIGNE)
                       " x " WS-LE-PRIX(WS-INDEX-LIGNE)
                       " : refusée, "
                       FUNCTION TRIM(WS-LE-MOTIF(WS-INDEX-LIGNE))
                       INTO WS-ETAT-TEXTE
                   END-STRING
               END-IF
               CALL "editetat" USING WS-ETAT-COMMANDE

           END-PERFORM

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Lignes acceptées : " WS-NB-ACCEPTEES
               "  refusées : " WS-NB-REFUSEES
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE WS-MONTANT-ACCEPTE TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Montant HT accepté : "
               FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "F" TO WS-ETAT-ACTION
           CALL "editetat" USING WS-ETAT-COMMANDE
       .

      ******************************************************************

      *Trace le fichier reçu au registre, à la suite des précédents
       5000-ECRIT-REGISTRE.

           OPEN EXTEND FICHIER-REGISTRE

           IF WS-STATUT-REGISTRE = "35"
               OPEN OUTPUT FICHIER-REGISTRE
           END-IF

           MOVE SPACES TO F-REGISTRE
           MOVE WS-SEQ TO F-RG-SEQ
           MOVE WS-DATE-JOUR TO F-RG-DATE
           MOVE WS-EN-CLIENT TO F-RG-CLIENT
           MOVE WS-EN-REFERENCE TO F-RG-REFERENCE
           MOVE WS-NB-ACCEPTEES TO F-RG-NB-ACCEPTEES
           MOVE WS-NB-REFUSEES TO F-RG-NB-REFUSEES
           IF WS-NB-ACCEPTEES > 0
               MOVE "A" TO F-RG-ETAT
           ELSE
               MOVE "R" TO F-RG-ETAT
           END-IF
           MOVE WS-NOM-ENTRANT TO F-RG-FICHIER
           WRITE F-REGISTRE

           CLOSE FICHIER-REGISTRE
       .
