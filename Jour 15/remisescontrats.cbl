      *Programme de l'état mensuel des remises contractuelles : les
      *prix négociés par les grands comptes (contrats-prix.txt, tenu
      *par contratmaint.cbl) ne ressortent plus en écart à la fusion,
      *il faut donc en suivre le coût. Pour le mois demandé, ce
      *programme relit les lignes des fichiers de commandes datés de
      *ce mois et, pour chaque ligne couverte par un contrat valide à
      *la date du fichier (sous-programme prixcontrat), compare le
      *chiffre au prix contractuel au chiffre au prix de liste en
      *vigueur à la même date (sous-programme prixdate, à défaut le
      *catalogue produits.txt). Les retours (lignes de type C) viennent
      *en déduction. L'état remises-contrats-AAAAMM.txt donne, par
      *contrat (client et produit), la quantité, les deux chiffres et
      *le manque à gagner, puis les totaux ; il est édité par le
      *sous-programme commun editetat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. remisescontrats.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier clients, lu pour nommer les clients de l'état
       SELECT FICHIER-CLIENTS ASSIGN TO "clients.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CLIENTS.

      *Alias du catalogue produits, prix de liste à défaut
      *d'historique des prix
       SELECT FICHIER-PRODUITS ASSIGN TO "produits.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PRODUITS.

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

       WORKING-STORAGE SECTION.

      *Clients connus, pour le nom porté à l'état
       01 WS-CLIENTS-TAB.
           05 WS-CLIENT       OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-CLIENT-MAX.
               10 WS-ID       PIC 9(6).
               10 WS-NOM      PIC X(11).
       77 WS-CLIENT-MAX           PIC 9(3)              VALUE 1.
       77 WS-CLIENT-INDEX         PIC 9(3)              VALUE 1.
       77 WS-CLIENT-TROUVE        PIC 9(3)              VALUE 0.

      *Catalogue produits, prix de liste à défaut d'historique
       01 WS-CATALOGUE-TAB.
           05 WS-PRODUIT-CAT     OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NB-CATALOGUE.
               10 WS-CODE-CAT    PIC X(6).
               10 WS-PRIX-CAT    PIC 9(4).
       77 WS-NB-CATALOGUE         PIC 9(3)              VALUE 1.
       77 WS-INDEX-CAT            PIC 9(3)              VALUE 1.
       77 WS-CAT-TROUVE           PIC 9(3)              VALUE 0.

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
               10 WS-LG-TYPE      PIC X.
               10 WS-LG-DATE      PIC X(8).
       77 WS-NB-LIGNES            PIC 9(4)              VALUE 1.
       77 WS-INDEX-LIGNE          PIC 9(4)              VALUE 1.
       77 WS-LIGNE-TROUVEE        PIC 9(4)              VALUE 0.

      *Cumuls du mois par contrat (client et produit), en centimes :
      *quantité nette, chiffre au prix de liste, chiffre au prix
      *contractuel (le dernier prix rencontré est rappelé à l'état)
       01 WS-REMISES-TAB.
           05 WS-REMISE           OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-REMISES.
               10 WS-RM-CLIENT    PIC 9(6).
               10 WS-RM-CODE      PIC X(6).
               10 WS-RM-PRIX      PIC 9(4).
               10 WS-RM-QTE       PIC S9(5).
               10 WS-RM-LISTE     PIC S9(9).
               10 WS-RM-CONTRAT   PIC S9(9).
       77 WS-NB-REMISES           PIC 9(3)              VALUE 1.
       77 WS-INDEX-REMISE         PIC 9(3)              VALUE 1.
       77 WS-REMISE-TROUVEE       PIC 9(3)              VALUE 0.

      *Mois demandé (AAAAMM)
       77 WS-MOIS-DEMANDE         PIC X(6).

      *Ligne en cours d'évaluation : quantité signée (retour en
      *négatif) et prix de liste à sa date
       77 WS-QTE-SIGNEE           PIC S9(5)             VALUE 0.
       77 WS-PRIX-LISTE           PIC 9(4)              VALUE 0.
      *Quantité nette d'un contrat, éditée avec son signe
       77 WS-QTE-EDITEE           PIC -(4)9.

      *Totaux de l'état et compteurs du bilan
       77 WS-TOTAL-LISTE          PIC S9(9)             VALUE 0.
       77 WS-TOTAL-CONTRAT        PIC S9(9)             VALUE 0.
       77 WS-MANQUE-A-GAGNER      PIC S9(9)             VALUE 0.
       77 WS-NB-LIGNES-MOIS       PIC 9(5)              VALUE 0.
       77 WS-NB-LIGNES-CONTRAT    PIC 9(5)              VALUE 0.
       77 WS-NB-NON-DATEES        PIC 9(5)              VALUE 0.

      *Nom de l'état et montants formatés conservés pour une même
      *ligne de détail
       77 WS-NOM-ETAT             PIC X(30).
       77 WS-MONTANT-AFF-1        PIC X(18).
       77 WS-MONTANT-AFF-2        PIC X(18).

      *Indicateurs de fin de fichier et statuts
       77 WS-EOF                  PIC X                 VALUE 'F'.
       77 WS-FIN-COMMANDE         PIC X                 VALUE 'F'.
       77 WS-STATUT-CLIENTS       PIC XX.
       77 WS-STATUT-PRODUITS      PIC XX.
       77 WS-STATUT-COMMANDES     PIC XX.
       77 WS-STATUT-LISTE         PIC XX.

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

      *Commandes passées aux sous-programmes communs prixcontrat (prix
      *négocié valide à une date) et prixdate (prix de liste en
      *vigueur à une date)
       01 WS-CONTRAT-COMMANDE.
           05 WS-CONTRAT-CLIENT      PIC 9(6).
           05 WS-CONTRAT-CODE        PIC X(6).
           05 WS-CONTRAT-DATE        PIC X(8).
           05 WS-CONTRAT-PRIX        PIC 9(4).
           05 WS-CONTRAT-RESULTAT    PIC X.
       01 WS-PRIXDATE-COMMANDE.
           05 WS-PRIXDATE-CODE       PIC X(6).
           05 WS-PRIXDATE-DATE       PIC X(8).
           05 WS-PRIXDATE-PRIX       PIC 9(4).
           05 WS-PRIXDATE-TAUX       PIC 9(4).
           05 WS-PRIXDATE-RESULTAT   PIC X.

      *Commande passée au sous-programme commun d'édition d'états
      *(editetat.cbl) : action, nom du fichier, texte de la ligne
       01 WS-ETAT-COMMANDE.
           05 WS-ETAT-ACTION      PIC X.
           05 WS-ETAT-FICHIER     PIC X(30).
           05 WS-ETAT-TEXTE       PIC X(80).

       PROCEDURE DIVISION.

       DISPLAY "Mois des remises contractuelles (AAAAMM) : ".
       ACCEPT WS-MOIS-DEMANDE.

       IF WS-MOIS-DEMANDE NOT NUMERIC
           DISPLAY "Mois invalide : " WS-MOIS-DEMANDE
           STOP RUN
       END-IF.

      *Clients et catalogue : un fichier absent laisse simplement les
      *noms à blanc ou le prix de liste à l'historique seul
       PERFORM 0600-CHARGE-CLIENTS.
       PERFORM 0650-CHARGE-CATALOGUE.

      *Détection d'une liste de fichiers de commandes ; à défaut, le
      *programme retombe sur num-commandes.txt, comme command.cbl
       OPEN INPUT FICHIER-LISTE.
       IF WS-STATUT-LISTE = "00"
           MOVE "O" TO WS-MODE-LISTE
           CLOSE FICHIER-LISTE
       ELSE
           MOVE "N" TO WS-MODE-LISTE
       END-IF.

      *Chargement des lignes de commandes, dédoublonnées comme à la
      *fusion
       MOVE 0 TO WS-NB-LIGNES.
       PERFORM 0350-REINIT-LECTURE-COMMANDES.

       PERFORM UNTIL WS-FIN-COMMANDE = 'T'
           PERFORM 0500-LIT-COMMANDE
           IF WS-FIN-COMMANDE NOT = 'T'
               PERFORM 0200-RATTACHE-LIGNE
           END-IF
       END-PERFORM.

       DISPLAY "Lignes de commandes chargées : " WS-NB-LIGNES.

      *Chaque ligne du mois couverte par un contrat cumule sur son
      *contrat le chiffre au prix de liste et au prix négocié
       MOVE 0 TO WS-NB-REMISES.

       PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
           UNTIL WS-INDEX-LIGNE > WS-NB-LIGNES

           EVALUATE TRUE
               WHEN WS-LG-DATE(WS-INDEX-LIGNE) = SPACES
                   ADD 1 TO WS-NB-NON-DATEES
               WHEN WS-LG-DATE(WS-INDEX-LIGNE)(1:6) = WS-MOIS-DEMANDE
                   ADD 1 TO WS-NB-LIGNES-MOIS
                   PERFORM 1000-EVALUE-LIGNE
           END-EVALUATE

       END-PERFORM.

       PERFORM 2000-EDITE-ETAT.

       DISPLAY "Lignes du mois : " WS-NB-LIGNES-MOIS.
       DISPLAY "Lignes au prix contractuel : " WS-NB-LIGNES-CONTRAT.
       DISPLAY "Lignes de fichiers non datés ignorées : "
           WS-NB-NON-DATEES.
       DISPLAY "Contrats portés à l'état : " WS-NB-REMISES.
       DISPLAY "État écrit dans " WS-NOM-ETAT.

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

               IF WS-LG-CLIENT(WS-INDEX-LIGNE) = F-ID-COMMANDE
                   AND WS-LG-NUMERO(WS-INDEX-LIGNE) = F-NUMERO
                   MOVE WS-INDEX-LIGNE TO WS-LIGNE-TROUVEE
               END-IF

           END-PERFORM

           IF WS-LIGNE-TROUVEE = 0 AND WS-NB-LIGNES < 9999
               ADD 1 TO WS-NB-LIGNES
               MOVE WS-NB-LIGNES TO WS-LIGNE-TROUVEE
           END-IF

           IF WS-LIGNE-TROUVEE NOT = 0
               MOVE F-ID-COMMANDE TO WS-LG-CLIENT(WS-LIGNE-TROUVEE)
               MOVE F-NUMERO TO WS-LG-NUMERO(WS-LIGNE-TROUVEE)
               MOVE F-CODE-PRODUIT TO WS-LG-CODE(WS-LIGNE-TROUVEE)
               MOVE F-QUANTITE TO WS-LG-QTE(WS-LIGNE-TROUVEE)
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

      *Charge les clients pour nommer ceux de l'état ; un fichier
      *absent laisse les noms à blanc
       0600-CHARGE-CLIENTS.

           MOVE 0 TO WS-CLIENT-MAX
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-CLIENTS

           IF WS-STATUT-CLIENTS = "00"
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
               END-PERFORM
               CLOSE FICHIER-CLIENTS
           END-IF
       .

      ******************************************************************

      *Charge le catalogue des produits, prix de liste d'un produit
      *sans historique des prix ; son absence laisse WS-NB-CATALOGUE
      *à zéro
       0650-CHARGE-CATALOGUE.

           MOVE 0 TO WS-NB-CATALOGUE
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-PRODUITS

           IF WS-STATUT-PRODUITS = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-PRODUITS
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF WS-NB-CATALOGUE < 500
                               ADD 1 TO WS-NB-CATALOGUE
                               MOVE F-CODE-CATALOGUE
                                   TO WS-CODE-CAT(WS-NB-CATALOGUE)
                               IF F-PRIX-CATALOGUE NUMERIC
                                   MOVE F-PRIX-CATALOGUE
                                       TO WS-PRIX-CAT(WS-NB-CATALOGUE)
                               ELSE
                                   MOVE 0
                                       TO WS-PRIX-CAT(WS-NB-CATALOGUE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PRODUITS
           END-IF
       .

      ******************************************************************

      *Évalue la ligne WS-INDEX-LIGNE du mois : sans contrat valide à
      *sa date elle est laissée de côté ; sinon sa quantité signée est
      *valorisée au prix de liste et au prix négocié sur son contrat
       1000-EVALUE-LIGNE.

           MOVE WS-LG-CLIENT(WS-INDEX-LIGNE) TO WS-CONTRAT-CLIENT
           MOVE WS-LG-CODE(WS-INDEX-LIGNE) TO WS-CONTRAT-CODE
           MOVE WS-LG-DATE(WS-INDEX-LIGNE) TO WS-CONTRAT-DATE
           CALL "prixcontrat" USING WS-CONTRAT-COMMANDE

           IF WS-CONTRAT-RESULTAT = "O"

               ADD 1 TO WS-NB-LIGNES-CONTRAT

               MOVE WS-LG-CODE(WS-INDEX-LIGNE) TO WS-PRIXDATE-CODE
               MOVE WS-LG-DATE(WS-INDEX-LIGNE) TO WS-PRIXDATE-DATE
               CALL "prixdate" USING WS-PRIXDATE-COMMANDE

               IF WS-PRIXDATE-RESULTAT = "O"
                   MOVE WS-PRIXDATE-PRIX TO WS-PRIX-LISTE
               ELSE
                   MOVE 0 TO WS-PRIX-LISTE
                   PERFORM VARYING WS-INDEX-CAT FROM 1 BY 1
                       UNTIL WS-INDEX-CAT > WS-NB-CATALOGUE
                       IF WS-CODE-CAT(WS-INDEX-CAT)
                           = WS-LG-CODE(WS-INDEX-LIGNE)
                           MOVE WS-PRIX-CAT(WS-INDEX-CAT)
                               TO WS-PRIX-LISTE
                       END-IF
                   END-PERFORM
               END-IF

               IF WS-LG-TYPE(WS-INDEX-LIGNE) = "C"
                   COMPUTE WS-QTE-SIGNEE =
                       0 - WS-LG-QTE(WS-INDEX-LIGNE)
               ELSE
                   MOVE WS-LG-QTE(WS-INDEX-LIGNE) TO WS-QTE-SIGNEE
               END-IF

               MOVE 0 TO WS-REMISE-TROUVEE

               PERFORM VARYING WS-INDEX-REMISE FROM 1 BY 1
                   UNTIL WS-INDEX-REMISE > WS-NB-REMISES
                   IF WS-RM-CLIENT(WS-INDEX-REMISE)
                       = WS-LG-CLIENT(WS-INDEX-LIGNE)
                       AND WS-RM-CODE(WS-INDEX-REMISE)
                       = WS-LG-CODE(WS-INDEX-LIGNE)
                       MOVE WS-INDEX-REMISE TO WS-REMISE-TROUVEE
                   END-IF
               END-PERFORM

               IF WS-REMISE-TROUVEE = 0 AND WS-NB-REMISES < 999
                   ADD 1 TO WS-NB-REMISES
                   MOVE WS-NB-REMISES TO WS-REMISE-TROUVEE
                   MOVE WS-LG-CLIENT(WS-INDEX-LIGNE)
                       TO WS-RM-CLIENT(WS-REMISE-TROUVEE)
                   MOVE WS-LG-CODE(WS-INDEX-LIGNE)
                       TO WS-RM-CODE(WS-REMISE-TROUVEE)
                   MOVE 0 TO WS-RM-QTE(WS-REMISE-TROUVEE)
                   MOVE 0 TO WS-RM-LISTE(WS-REMISE-TROUVEE)
                   MOVE 0 TO WS-RM-CONTRAT(WS-REMISE-TROUVEE)
               END-IF

               IF WS-REMISE-TROUVEE NOT = 0
                   MOVE WS-CONTRAT-PRIX
                       TO WS-RM-PRIX(WS-REMISE-TROUVEE)
                   ADD WS-QTE-SIGNEE TO WS-RM-QTE(WS-REMISE-TROUVEE)
                   COMPUTE WS-RM-LISTE(WS-REMISE-TROUVEE) =
                       WS-RM-LISTE(WS-REMISE-TROUVEE)
                       + WS-QTE-SIGNEE * WS-PRIX-LISTE
                   COMPUTE WS-RM-CONTRAT(WS-REMISE-TROUVEE) =
                       WS-RM-CONTRAT(WS-REMISE-TROUVEE)
                       + WS-QTE-SIGNEE * WS-CONTRAT-PRIX
               END-IF

           END-IF
       .

      ******************************************************************

      *Édite remises-contrats-<AAAAMM>.txt : pour chaque contrat, le
      *client, le produit, le prix négocié et la quantité nette, puis
      *les chiffres au prix de liste et au prix contractuel et le
      *manque à gagner ; totaux en fin d'état
       2000-EDITE-ETAT.

           MOVE SPACES TO WS-NOM-ETAT
           STRING "remises-contrats-" WS-MOIS-DEMANDE ".txt"
               INTO WS-NOM-ETAT
           END-STRING

           MOVE "O" TO WS-ETAT-ACTION
           MOVE WS-NOM-ETAT TO WS-ETAT-FICHIER
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Remises contractuelles " WS-MOIS-DEMANDE
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "D" TO WS-ETAT-ACTION
           MOVE 0 TO WS-TOTAL-LISTE
           MOVE 0 TO WS-TOTAL-CONTRAT

           PERFORM VARYING WS-INDEX-REMISE FROM 1 BY 1
               UNTIL WS-INDEX-REMISE > WS-NB-REMISES

               MOVE 0 TO WS-CLIENT-TROUVE
               PERFORM VARYING WS-CLIENT-INDEX FROM 1 BY 1
                   UNTIL WS-CLIENT-INDEX > WS-CLIENT-MAX
                   IF WS-ID(WS-CLIENT-INDEX)
                       = WS-RM-CLIENT(WS-INDEX-REMISE)
                       MOVE WS-CLIENT-INDEX TO WS-CLIENT-TROUVE
                   END-IF
               END-PERFORM

               MOVE WS-RM-QTE(WS-INDEX-REMISE) TO WS-QTE-EDITEE

               MOVE SPACES TO WS-ETAT-TEXTE
               IF WS-CLIENT-TROUVE = 0
                   STRING "Client " WS-RM-CLIENT(WS-INDEX-REMISE)
                       " produit " WS-RM-CODE(WS-INDEX-REMISE)
                       " prix contrat " WS-RM-PRIX(WS-INDEX-REMISE)
                       " qté " FUNCTION TRIM(WS-QTE-EDITEE)
                       INTO WS-ETAT-TEXTE
                   END-STRING
               ELSE
                   STRING "Client " WS-RM-CLIENT(WS-INDEX-REMISE)
                       " " WS-NOM(WS-CLIENT-TROUVE)
                       " produit " WS-RM-CODE(WS-INDEX-REMISE)
                       " prix contrat " WS-RM-PRIX(WS-INDEX-REMISE)
                       " qté " FUNCTION TRIM(WS-QTE-EDITEE)
                       INTO WS-ETAT-TEXTE
                   END-STRING
               END-IF
               CALL "editetat" USING WS-ETAT-COMMANDE

               MOVE WS-RM-LISTE(WS-INDEX-REMISE) TO WS-MONTANT-CENTS
               PERFORM 0100-FORMATE-PRIX
               MOVE WS-MONTANT-AFFICHE TO WS-MONTANT-AFF-1

               MOVE WS-RM-CONTRAT(WS-INDEX-REMISE) TO WS-MONTANT-CENTS
               PERFORM 0100-FORMATE-PRIX
               MOVE WS-MONTANT-AFFICHE TO WS-MONTANT-AFF-2

               COMPUTE WS-MONTANT-CENTS = WS-RM-LISTE(WS-INDEX-REMISE)
                   - WS-RM-CONTRAT(WS-INDEX-REMISE)
               PERFORM 0100-FORMATE-PRIX

               MOVE SPACES TO WS-ETAT-TEXTE
               STRING "    liste " FUNCTION TRIM(WS-MONTANT-AFF-1)
                   "  contrat " FUNCTION TRIM(WS-MONTANT-AFF-2)
                   "  manque à gagner "
                   FUNCTION TRIM(WS-MONTANT-AFFICHE)
                   INTO WS-ETAT-TEXTE
               END-STRING
               CALL "editetat" USING WS-ETAT-COMMANDE

               ADD WS-RM-LISTE(WS-INDEX-REMISE) TO WS-TOTAL-LISTE
               ADD WS-RM-CONTRAT(WS-INDEX-REMISE) TO WS-TOTAL-CONTRAT

           END-PERFORM

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

      *Totaux de l'état
           MOVE WS-TOTAL-LISTE TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Chiffre au prix de liste   : "
               FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE WS-TOTAL-CONTRAT TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Chiffre au prix contractuel: "
               FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           COMPUTE WS-MANQUE-A-GAGNER =
               WS-TOTAL-LISTE - WS-TOTAL-CONTRAT
           MOVE WS-MANQUE-A-GAGNER TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Manque à gagner du mois    : "
               FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "F" TO WS-ETAT-ACTION
           CALL "editetat" USING WS-ETAT-COMMANDE
       .
