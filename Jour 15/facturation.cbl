       SELECT FICHIER-FACTURES ASSIGN TO "factures.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Alias du registre des annulations saisies par annulcmd.cbl, le
      *même que command.cbl : une quantité annulée n'est pas facturée
       SELECT FICHIER-ANNULATIONS ASSIGN TO "annulations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-ANNULATIONS.

       DATA DIVISION.

       FILE SECTION.
       FD FICHIER-FACTURES.
       01 F-LIGNE-FACTURE         PIC X(100).

      *Définition du registre des annulations, même découpage que
      *annulcmd.cbl
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
           05 FILLER              PIC X(52).

       WORKING-STORAGE SECTION.

      *Tableau des clients et de leurs lignes de commandes, même
                   15 WS-QTE  PIC 9(3).
                   15 WS-PU   PIC 9(4).
                   15 WS-TAUX-LIGNE PIC 9(4).
                   15 WS-CONTRAT-LIGNE PIC X.
                   15 WS-DATE-LIGNE PIC X(8).

      *Tailles réelles des deux niveaux du tableau
       77 WS-CLIENT-MAX      PIC 9(3)                  VALUE 1.
       77 WS-STATUT-LISTE    PIC XX.
       77 WS-STATUT-PRODUITS PIC XX.
       77 WS-STATUT-REGISTRE PIC XX.
       77 WS-STATUT-ANNULATIONS PIC XX.

      *Annulations retirées des lignes avant facturation, et quantité
      *restante de la ligne annulée
       77 WS-NB-ANNULATIONS  PIC 9(4)                  VALUE 0.
       77 WS-QTE-RESTE       PIC 9(3)                  VALUE 0.

      *Catalogue des produits chargé en mémoire, pour le taux de TVA
      *de chaque ligne ; un code inconnu est facturé à taux zéro et
       77 WS-FICHIER-OUVERT         PIC X          VALUE "N".
       77 WS-PREMIER-FICHIER        PIC X          VALUE "O".
       77 WS-RECORD-LU              PIC X.
      *Date AAAAMMJJ relevée dans le nom du fichier de commandes
      *courant (commandes-AAAAMMJJ.txt), blanc pour un fichier non
      *daté ; elle choisit le taux de TVA en vigueur de ses lignes
       77 WS-DATE-FICHIER           PIC X(8)       VALUE SPACES.
       77 WS-INDEX-CAR              PIC 99         VALUE 1.

      *Commande passée au sous-programme commun prixdate, qui rend le
      *prix et le taux de TVA de l'historique des prix en vigueur à
      *une date donnée
       01 WS-PRIXDATE-COMMANDE.
           05 WS-PRIXDATE-CODE       PIC X(6).
           05 WS-PRIXDATE-DATE       PIC X(8).
           05 WS-PRIXDATE-PRIX       PIC 9(4).
           05 WS-PRIXDATE-TAUX       PIC 9(4).
           05 WS-PRIXDATE-RESULTAT   PIC X.

      *Commande passée au sous-programme commun prixcontrat, qui rend
      *le prix négocié par un client pour un produit, valide à une
      *date donnée
       01 WS-CONTRAT-COMMANDE.
           05 WS-CONTRAT-CLIENT      PIC 9(6).
           05 WS-CONTRAT-CODE        PIC X(6).
           05 WS-CONTRAT-DATE        PIC X(8).
           05 WS-CONTRAT-PRIX        PIC 9(4).
           05 WS-CONTRAT-RESULTAT    PIC X.
      *Prix unitaire facturé de la ligne en cours : le prix négocié
      *quand un contrat est valide, sinon celui de la commande
       77 WS-PU-FACTURE             PIC 9(4)       VALUE 0.
      *Mention portée en bout de ligne de facture au prix négocié
       77 WS-MENTION-CONTRAT        PIC X(14)      VALUE SPACES.

       PROCEDURE DIVISION.

       IF WS-NB-CATALOGUE = 0
           DISPLAY "Catalogue produits.txt absent ou vide : "
               "facturation impossible sans taux de TVA"
           GOBACK
       END-IF.

      *Relevé du dernier numéro de facture émis dans le registre : la
       IF WS-STATUT-CLIENTS NOT = "00"
           DISPLAY "Fichier clients.txt introuvable (statut "
               WS-STATUT-CLIENTS "), facturation impossible"
           GOBACK
       END-IF.

       MOVE 0 TO WS-CLIENT-MAX.
           END-IF
       END-PERFORM.

      *Les quantités annulées avant expédition sont retirées des
      *lignes, comme à la fusion, pour ne pas être facturées
       PERFORM 0250-APPLIQUE-ANNULATIONS.

      *Édition d'une facture numérotée par client ayant au moins une
      *ligne, et report de chaque facture au registre
       OPEN OUTPUT FICHIER-FACTURES.
       CLOSE FICHIER-FACTURES.

       DISPLAY "Factures émises : " WS-NB-FACTURES.
       DISPLAY "Annulations déduites : " WS-NB-ANNULATIONS.
       DISPLAY "Dernier numéro attribué : " WS-DERNIER-NUMERO.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis menugeneral.cbl comme sous-programme, sans
      *rien changer à son comportement lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************

      ******************************************************************

      *Rattache la ligne de commande courante à son client dans le
      *tableau, avec son montant signé, au prix contractuel du client
      *quand un contrat est valide à la date du fichier de commandes,
      *et son taux de TVA : celui de
      *l'historique des prix en vigueur à la date du fichier de
      *commandes, à défaut celui du catalogue ; une ligne sans client
      *connu est ignorée ici (elle est déjà signalée par les commandes
      *orphelines de command.cbl)
       0200-RATTACHE-LIGNE.

           MOVE 0 TO WS-CLIENT-TROUVE

           IF WS-CLIENT-TROUVE NOT = 0

               MOVE F-ID-COMMANDE TO WS-CONTRAT-CLIENT
               MOVE F-CODE-PRODUIT TO WS-CONTRAT-CODE
               MOVE WS-DATE-FICHIER TO WS-CONTRAT-DATE
               CALL "prixcontrat" USING WS-CONTRAT-COMMANDE

               IF WS-CONTRAT-RESULTAT = "O"
                   MOVE WS-CONTRAT-PRIX TO WS-PU-FACTURE
                   MOVE "O" TO
                       WS-CONTRAT-LIGNE(WS-CLIENT-TROUVE, F-NUMERO)
               ELSE
                   MOVE F-PRIX-UNITAIRE TO WS-PU-FACTURE
                   MOVE "N" TO
                       WS-CONTRAT-LIGNE(WS-CLIENT-TROUVE, F-NUMERO)
               END-IF

               IF F-TYPE-COMMANDE = "C"
                   COMPUTE WS-PRIX(WS-CLIENT-TROUVE, F-NUMERO) =
                       0 - (F-QUANTITE * WS-PU-FACTURE)
               ELSE
                   COMPUTE WS-PRIX(WS-CLIENT-TROUVE, F-NUMERO) =
                       F-QUANTITE * WS-PU-FACTURE
               END-IF

               MOVE F-CODE-PRODUIT
                   TO WS-CODE-PRODUIT(WS-CLIENT-TROUVE, F-NUMERO)
               MOVE F-QUANTITE
                   TO WS-QTE(WS-CLIENT-TROUVE, F-NUMERO)
               MOVE WS-PU-FACTURE
                   TO WS-PU(WS-CLIENT-TROUVE, F-NUMERO)
               MOVE WS-DATE-FICHIER
                   TO WS-DATE-LIGNE(WS-CLIENT-TROUVE, F-NUMERO)

               MOVE F-CODE-PRODUIT TO WS-PRIXDATE-CODE
               MOVE WS-DATE-FICHIER TO WS-PRIXDATE-DATE
               CALL "prixdate" USING WS-PRIXDATE-COMMANDE

               PERFORM 0650-CHERCHE-CATALOGUE
               EVALUATE TRUE
                   WHEN WS-PRIXDATE-RESULTAT = "O"
                       MOVE WS-PRIXDATE-TAUX TO
                           WS-TAUX-LIGNE(WS-CLIENT-TROUVE, F-NUMERO)
                   WHEN WS-CAT-TROUVE = 0
                       MOVE 0 TO
                           WS-TAUX-LIGNE(WS-CLIENT-TROUVE, F-NUMERO)
                   WHEN OTHER
                       MOVE WS-TAUX-CAT(WS-CAT-TROUVE) TO
                           WS-TAUX-LIGNE(WS-CLIENT-TROUVE, F-NUMERO)
               END-EVALUATE

           END-IF
       .

      ******************************************************************

      *Retire des lignes les quantités du registre des annulations,
      *avec les mêmes règles que command.cbl : la ligne doit toujours
      *être une ligne positive du même produit, fusionnée au plus tard
      *le jour de l'annulation ; la quantité retirée est plafonnée à
      *celle de la ligne et le montant suit au prorata. Un registre
      *absent laisse toutes les lignes facturées
       0250-APPLIQUE-ANNULATIONS.

           OPEN INPUT FICHIER-ANNULATIONS

           IF WS-STATUT-ANNULATIONS = "00"

               PERFORM UNTIL WS-STATUT-ANNULATIONS NOT = "00"
                   READ FICHIER-ANNULATIONS
                       AT END
                           MOVE "10" TO WS-STATUT-ANNULATIONS
                       NOT AT END
                           PERFORM 0260-APPLIQUE-ANNULATION
                   END-READ
               END-PERFORM

               CLOSE FICHIER-ANNULATIONS

           END-IF
       .

      ******************************************************************

      *Retire de sa ligne l'annulation lue, si elle la vise toujours
       0260-APPLIQUE-ANNULATION.

           MOVE 0 TO WS-CLIENT-TROUVE

           PERFORM VARYING WS-CLIENT-INDEX FROM 1 BY 1
               UNTIL WS-CLIENT-INDEX > WS-CLIENT-MAX

               IF WS-ID(WS-CLIENT-INDEX) = F-AN-CLIENT
                   MOVE WS-CLIENT-INDEX TO WS-CLIENT-TROUVE
               END-IF

           END-PERFORM

           IF WS-CLIENT-TROUVE NOT = 0
               AND F-AN-NUMERO >= 1
               AND F-AN-NUMERO <= WS-COMMANDE-MAX

               IF WS-PRIX(WS-CLIENT-TROUVE, F-AN-NUMERO) > 0
                   AND WS-CODE-PRODUIT(WS-CLIENT-TROUVE, F-AN-NUMERO)
                       = F-AN-CODE
                   AND WS-DATE-LIGNE(WS-CLIENT-TROUVE, F-AN-NUMERO)
                       <= F-AN-DATE

                   ADD 1 TO WS-NB-ANNULATIONS

                   IF F-AN-QTE
                       >= WS-QTE(WS-CLIENT-TROUVE, F-AN-NUMERO)
                       MOVE 0 TO WS-QTE-RESTE
                   ELSE
                       COMPUTE WS-QTE-RESTE =
                           WS-QTE(WS-CLIENT-TROUVE, F-AN-NUMERO)
                           - F-AN-QTE
                   END-IF

                   COMPUTE WS-PRIX(WS-CLIENT-TROUVE, F-AN-NUMERO)
                       ROUNDED =
                       WS-PRIX(WS-CLIENT-TROUVE, F-AN-NUMERO)
                       * WS-QTE-RESTE
                       / WS-QTE(WS-CLIENT-TROUVE, F-AN-NUMERO)

                   MOVE WS-QTE-RESTE
                       TO WS-QTE(WS-CLIENT-TROUVE, F-AN-NUMERO)

               END-IF

           END-IF
           WRITE F-LIGNE-FACTURE

      *Lignes de la facture : produit, quantité, prix unitaire,
      *montant HT, taux de TVA appliqué et mention du prix contractuel
           PERFORM VARYING WS-COMMANDE-INDEX FROM 1 BY 1
               UNTIL WS-COMMANDE-INDEX > WS-COMMANDE-MAX

                       FUNCTION MOD(WS-TAUX-LIGNE
                       (WS-CLIENT-INDEX, WS-COMMANDE-INDEX), 100)

                   IF WS-CONTRAT-LIGNE
                       (WS-CLIENT-INDEX, WS-COMMANDE-INDEX) = "O"
                       MOVE ", prix contrat" TO WS-MENTION-CONTRAT
                   ELSE
                       MOVE SPACES TO WS-MENTION-CONTRAT
                   END-IF

                   MOVE SPACES TO F-LIGNE-FACTURE
                   IF WS-PRIX(WS-CLIENT-INDEX, WS-COMMANDE-INDEX)
                       < 0
                               WS-COMMANDE-INDEX)
                           " = " FUNCTION TRIM(WS-MONTANT-AFFICHE)
                           " HT, TVA " WS-TAUX-ENTIER ","
                           WS-TAUX-DECIMAL " %" WS-MENTION-CONTRAT
                           INTO F-LIGNE-FACTURE
                       END-STRING
                   ELSE
                               WS-COMMANDE-INDEX)
                           " = " FUNCTION TRIM(WS-MONTANT-AFFICHE)
                           " HT, TVA " WS-TAUX-ENTIER ","
                           WS-TAUX-DECIMAL " %" WS-MENTION-CONTRAT
                           INTO F-LIGNE-FACTURE
                       END-STRING
                   END-IF

      ******************************************************************

      *Relève la date AAAAMMJJ portée dans le nom du fichier de
      *commandes courant, même recherche d'une suite de huit chiffres
      *que command.cbl ; un nom sans date laisse WS-DATE-FICHIER à
      *blanc et ses lignes au taux du jour
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
                       OPEN INPUT FICHIER-COMMANDES
                       IF WS-STATUT-COMMANDES = "00"
                           MOVE "O" TO WS-FICHIER-OUVERT
                           PERFORM 0450-DATE-DU-FICHIER
                       ELSE
                           DISPLAY "Fichier de commandes "
                               WS-FICHIER-COMMANDES-NOM
