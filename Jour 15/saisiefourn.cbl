      *Programme de saisie des factures fournisseurs, sur le modèle
      *de litmaint.cbl : les factures étaient payées sur parole, sans
      *que rien ne les confronte à la commande ni à la réception. Ici
      *la comptabilité saisit chaque facture reçue (fournisseur,
      *numéro, date) et ses lignes (bon de commande, article,
      *quantité facturée, prix unitaire facturé) ; le fournisseur est
      *validé contre fournisseurs.txt et chaque ligne contre le
      *registre commandes-fournisseurs.txt. Les factures saisies
      *partent dans factures-fournisseurs.txt à l'état "à rapprocher"
      *et c'est rapprofourn.cbl qui les approuve ou les bloque. Une
      *facture pas encore approuvée peut être supprimée pour être
      *ressaisie. Chaque modification est consignée dans un journal
      *daté.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. saisiefourn.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier de référence des fournisseurs, lu pour valider
      *les codes saisis
       SELECT FICHIER-FOURNISSEURS ASSIGN TO "fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-FOURNISSEURS.

      *Alias du registre des commandes fournisseurs, lu pour valider
      *les lignes saisies
       SELECT FICHIER-REGISTRE-PO
           ASSIGN TO "commandes-fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-REGISTRE.

      *Alias du fichier des factures fournisseurs, relu au lancement
      *et réécrit à chaque changement
       SELECT FICHIER-FACTURES ASSIGN TO "factures-fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-FACTURES.

      *Alias du journal des modifications, complété à chaque
      *changement (une ligne datée par opération)
       SELECT FICHIER-JOURNAL
           ASSIGN TO "factures-fournisseurs-journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-JOURNAL.

       DATA DIVISION.

       FILE SECTION.

      *Définition du fichier de référence des fournisseurs, même
      *découpage que reception.cbl
       FD FICHIER-FOURNISSEURS.
       01 F-FOURNISSEUR-REF.
           05 F-CODE-FOURN           PIC X(10).
           05 FILLER                 PIC X.
           05 F-NOM-FOURN            PIC X(20).
           05 FILLER                 PIC X.
           05 F-CONTACT-FOURN        PIC X(20).
           05 FILLER                 PIC X.
           05 F-DELAI-FOURN          PIC 99.

      *Définition du registre des commandes fournisseurs, même
      *découpage que rupture.cbl et reception.cbl
       FD FICHIER-REGISTRE-PO.
       01 F-REGISTRE-PO.
           05 F-PO-REF               PIC X(10).
           05 FILLER                 PIC X.
           05 F-PO-FOURNISSEUR       PIC X(10).
           05 FILLER                 PIC X.
           05 F-PO-ARTICLE           PIC X(10).
           05 FILLER                 PIC X.
           05 F-PO-QTE-CDE           PIC 9(4).
           05 FILLER                 PIC X.
           05 F-PO-QTE-RECUE         PIC 9(4).
           05 FILLER                 PIC X.
           05 F-PO-DATE              PIC X(8).

      *Définition du fichier des factures fournisseurs, une ligne par
      *ligne de facture : fournisseur, numéro et date de la facture,
      *bon de commande et article facturés, quantité, prix unitaire
      *en centimes, état (blanc = à rapprocher, A = approuvée,
      *B = bloquée)
       FD FICHIER-FACTURES.
       01 F-FACTURE-FOURN.
           05 F-FF-FOURNISSEUR       PIC X(10).
           05 FILLER                 PIC X.
           05 F-FF-FACTURE           PIC X(12).
           05 FILLER                 PIC X.
           05 F-FF-DATE              PIC X(8).
           05 FILLER                 PIC X.
           05 F-FF-PO-REF            PIC X(10).
           05 FILLER                 PIC X.
           05 F-FF-ARTICLE           PIC X(10).
           05 FILLER                 PIC X.
           05 F-FF-QTE               PIC 9(4).
           05 FILLER                 PIC X.
           05 F-FF-PU                PIC 9(5).
           05 FILLER                 PIC X.
           05 F-FF-ETAT              PIC X.

      *Définition du journal des modifications, une ligne de texte
      *libre par opération
       FD FICHIER-JOURNAL.
       01 F-LIGNE-JOURNAL            PIC X(100).

       WORKING-STORAGE SECTION.

      *Codes des fournisseurs connus
       01 WS-FOURNISSEURS-TAB.
           05 WS-FOURNISSEUR      OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-NB-FOURNISSEURS.
               10 WS-FO-CODE      PIC X(10).
               10 WS-FO-NOM       PIC X(20).

      *Lignes du registre des commandes fournisseurs
       01 WS-REGISTRE-TAB.
           05 WS-PO               OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-PO.
               10 WS-PO-REF           PIC X(10).
               10 WS-PO-FOURNISSEUR   PIC X(10).
               10 WS-PO-ARTICLE       PIC X(10).

      *Lignes de factures chargées depuis le fichier
       01 WS-FACTURES-TAB.
           05 WS-LIGNE-FACTURE    OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-NB-LIGNES.
               10 WS-FF-FOURNISSEUR   PIC X(10).
               10 WS-FF-FACTURE       PIC X(12).
               10 WS-FF-DATE          PIC X(8).
               10 WS-FF-PO-REF        PIC X(10).
               10 WS-FF-ARTICLE       PIC X(10).
               10 WS-FF-QTE           PIC 9(4).
               10 WS-FF-PU            PIC 9(5).
               10 WS-FF-ETAT          PIC X.

      *Lignes de la facture en cours de saisie, versées au tableau
      *des factures à la confirmation
       01 WS-SAISIE-TAB.
           05 WS-LIGNE-SAISIE     OCCURS 20 TIMES.
               10 WS-SA-PO-REF        PIC X(10).
               10 WS-SA-ARTICLE       PIC X(10).
               10 WS-SA-QTE           PIC 9(4).
               10 WS-SA-PU            PIC 9(5).

      *Effectifs réels des tableaux
       77 WS-NB-FOURNISSEURS  PIC 9(3)              VALUE 1.
       77 WS-NB-PO            PIC 9(3)              VALUE 1.
       77 WS-NB-LIGNES        PIC 9(4)              VALUE 1.
       77 WS-NB-SAISIES       PIC 99                VALUE 0.
      *Index de parcours
       77 WS-INDEX            PIC 9(4)              VALUE 1.
       77 WS-INDEX-SAISIE     PIC 99                VALUE 1.
       77 WS-INDEX-DECALE     PIC 9(4)              VALUE 1.
      *Résultats des recherches (0 = introuvable) et nombre de lignes
      *de la facture recherchée
       77 WS-FOURN-TROUVE     PIC 9(3)              VALUE 0.
       77 WS-PO-TROUVE        PIC 9(3)              VALUE 0.
       77 WS-NB-LIGNES-FACTURE PIC 9(4)             VALUE 0.
       77 WS-NB-APPROUVEES    PIC 9(4)              VALUE 0.
      *Indicateur de fin de lecture, de fin de saisie et statuts
       77 WS-EOF              PIC X                 VALUE 'F'.
       77 WS-FIN-SAISIE       PIC X                 VALUE 'N'.
       77 WS-STATUT-FOURNISSEURS PIC XX.
       77 WS-STATUT-REGISTRE  PIC XX.
       77 WS-STATUT-FACTURES  PIC XX.
       77 WS-STATUT-JOURNAL   PIC XX.
      *Choix du menu et saisies
       77 WS-CHOIX            PIC 9                 VALUE 0.
       77 WS-FOURN-SAISI      PIC X(10).
       77 WS-FACTURE-SAISIE   PIC X(12).
       77 WS-DATE-SAISIE      PIC X(8).
       77 WS-PO-SAISI         PIC X(10).
       77 WS-ARTICLE-SAISI    PIC X(10).
       77 WS-QTE-SAISIE       PIC 9(4).
       77 WS-PU-SAISI         PIC 9(5).
       77 WS-CONFIRME         PIC X.
      *Libellé de l'état d'une ligne à la consultation
       77 WS-LIBELLE-ETAT     PIC X(14).
      *Montant total de la facture saisie, en centimes
       77 WS-TOTAL-FACTURE    PIC 9(9)              VALUE 0.
      *Date du jour, portée au journal
       77 WS-DATE-JOUR        PIC X(8).

      *Champs utilisés pour formater un montant en centimes en
      *affichage "euros,centimes €", repris de command.cbl
       77 WS-MONTANT-CENTS       PIC S9(9)             VALUE 0.
       77 WS-MONTANT-ABS         PIC 9(9)              VALUE 0.
       77 WS-MONTANT-EUROS       PIC 9(9).
       77 WS-MONTANT-CENTIMES    PIC 99.
       77 WS-MONTANT-EUROS-EDIT  PIC Z(8)9.
       77 WS-MONTANT-AFFICHE     PIC X(18).

      *Commande passée au sous-programme commun de verrouillage
      *(verrou.cbl), qui protège la réécriture du fichier contre un
      *lancement concurrent
       01 WS-VERROU-COMMANDE.
           05 WS-VERROU-ACTION    PIC X.
           05 WS-VERROU-NOM       PIC X(20).
           05 WS-VERROU-RESULTAT  PIC X.

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

      *Prise du verrou des factures fournisseurs avant de toucher au
      *fichier : un lancement concurrent (saisie ou rapprochement)
      *abandonne au lieu d'écraser
       MOVE "P" TO WS-VERROU-ACTION.
       MOVE "factures-fourn" TO WS-VERROU-NOM.
       CALL "verrou" USING WS-VERROU-COMMANDE.

       IF WS-VERROU-RESULTAT NOT = "O"
           DISPLAY "factures-fournisseurs.txt verrouillé par un autre "
               "lancement, abandon"
           GOBACK
       END-IF.

      *Chargement des fournisseurs pour la validation des codes ; le
      *verrou est relâché avant l'abandon
       OPEN INPUT FICHIER-FOURNISSEURS.

       IF WS-STATUT-FOURNISSEURS NOT = "00"
           DISPLAY "Fichier fournisseurs.txt introuvable (statut "
               WS-STATUT-FOURNISSEURS "), saisie impossible"
           MOVE "L" TO WS-VERROU-ACTION
           CALL "verrou" USING WS-VERROU-COMMANDE
           GOBACK
       END-IF.

       MOVE 0 TO WS-NB-FOURNISSEURS.

       PERFORM UNTIL WS-EOF = 'T'
           READ FICHIER-FOURNISSEURS
               AT END
                   MOVE 'T' TO WS-EOF
               NOT AT END
                   IF WS-NB-FOURNISSEURS < 100
                       ADD 1 TO WS-NB-FOURNISSEURS
                       MOVE F-CODE-FOURN
                           TO WS-FO-CODE(WS-NB-FOURNISSEURS)
                       MOVE F-NOM-FOURN
                           TO WS-FO-NOM(WS-NB-FOURNISSEURS)
                   END-IF
           END-READ
       END-PERFORM.

       CLOSE FICHIER-FOURNISSEURS.

      *Chargement du registre des commandes fournisseurs ; sans
      *registre, aucune ligne de facture ne peut être rattachée
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-PO.

       OPEN INPUT FICHIER-REGISTRE-PO.

       IF WS-STATUT-REGISTRE = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-REGISTRE-PO
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-NB-PO < 999
                           ADD 1 TO WS-NB-PO
                           MOVE F-PO-REF TO WS-PO-REF(WS-NB-PO)
                           MOVE F-PO-FOURNISSEUR
                               TO WS-PO-FOURNISSEUR(WS-NB-PO)
                           MOVE F-PO-ARTICLE TO WS-PO-ARTICLE(WS-NB-PO)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-REGISTRE-PO
       END-IF.

      *Chargement des factures existantes ; un fichier absent signifie
      *simplement un premier lancement
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-LIGNES.

       OPEN INPUT FICHIER-FACTURES.

       IF WS-STATUT-FACTURES = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-FACTURES
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-NB-LIGNES < 9999
                           ADD 1 TO WS-NB-LIGNES
                           MOVE F-FF-FOURNISSEUR
                               TO WS-FF-FOURNISSEUR(WS-NB-LIGNES)
                           MOVE F-FF-FACTURE
                               TO WS-FF-FACTURE(WS-NB-LIGNES)
                           MOVE F-FF-DATE TO WS-FF-DATE(WS-NB-LIGNES)
                           MOVE F-FF-PO-REF
                               TO WS-FF-PO-REF(WS-NB-LIGNES)
                           MOVE F-FF-ARTICLE
                               TO WS-FF-ARTICLE(WS-NB-LIGNES)
                           MOVE F-FF-QTE TO WS-FF-QTE(WS-NB-LIGNES)
                           MOVE F-FF-PU TO WS-FF-PU(WS-NB-LIGNES)
                           MOVE F-FF-ETAT TO WS-FF-ETAT(WS-NB-LIGNES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-FACTURES
       END-IF.

       DISPLAY "Fournisseurs connus : " WS-NB-FOURNISSEURS.
       DISPLAY "Lignes de commandes fournisseurs : " WS-NB-PO.
       DISPLAY "Lignes de factures saisies : " WS-NB-LIGNES.

      *Boucle de menu, jusqu'à la saisie de 4
       PERFORM UNTIL WS-CHOIX = 4

           DISPLAY "1. Saisir une facture fournisseur"
           DISPLAY "2. Consulter une facture"
           DISPLAY "3. Supprimer une facture non approuvée"
           DISPLAY "4. Quitter"
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX

               WHEN 1
                   PERFORM 1000-SAISIT-FACTURE

               WHEN 2
                   PERFORM 2000-CONSULTE-FACTURE

               WHEN 3
                   PERFORM 3000-SUPPRIME-FACTURE

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

      *Saisit une facture d'un fournisseur connu : en-tête, puis ses
      *lignes jusqu'à une référence de bon à blanc ; chaque ligne doit
      *viser une ligne du registre de ce fournisseur. La facture n'est
      *écrite qu'après confirmation du total
       1000-SAISIT-FACTURE.

           DISPLAY "Code fournisseur : "
           MOVE SPACES TO WS-FOURN-SAISI
           ACCEPT WS-FOURN-SAISI

           PERFORM 7000-TROUVE-FOURNISSEUR

           IF WS-FOURN-TROUVE = 0
               DISPLAY "Fournisseur inconnu : " WS-FOURN-SAISI
           ELSE

               DISPLAY "Numéro de la facture : "
               MOVE SPACES TO WS-FACTURE-SAISIE
               ACCEPT WS-FACTURE-SAISIE

               PERFORM 7200-COMPTE-LIGNES-FACTURE

               EVALUATE TRUE

                   WHEN WS-FACTURE-SAISIE = SPACES
                       DISPLAY "Numéro de facture obligatoire"

                   WHEN WS-NB-LIGNES-FACTURE > 0
                       DISPLAY "Facture " WS-FACTURE-SAISIE
                           " déjà saisie pour " WS-FOURN-SAISI

                   WHEN OTHER
                       DISPLAY "Date de la facture (AAAAMMJJ) : "
                       ACCEPT WS-DATE-SAISIE
                       IF WS-DATE-SAISIE NOT NUMERIC
                           DISPLAY "Date invalide, saisie abandonnée"
                       ELSE
                           PERFORM 1100-SAISIT-LIGNES
                           PERFORM 1200-CONFIRME-FACTURE
                       END-IF

               END-EVALUATE

           END-IF
       .

      ******************************************************************

      *Saisit les lignes de la facture en cours, 20 au plus
       1100-SAISIT-LIGNES.

           MOVE 0 TO WS-NB-SAISIES
           MOVE 0 TO WS-TOTAL-FACTURE
           MOVE "N" TO WS-FIN-SAISIE

           PERFORM UNTIL WS-FIN-SAISIE = "O"

               DISPLAY "Référence du bon de commande "
                   "(blanc = fin de facture) : "
               MOVE SPACES TO WS-PO-SAISI
               ACCEPT WS-PO-SAISI

               IF WS-PO-SAISI = SPACES
                   MOVE "O" TO WS-FIN-SAISIE
               ELSE

                   DISPLAY "Article : "
                   MOVE SPACES TO WS-ARTICLE-SAISI
                   ACCEPT WS-ARTICLE-SAISI

                   PERFORM 7100-TROUVE-LIGNE-PO

                   IF WS-PO-TROUVE = 0
                       DISPLAY "Aucune ligne " WS-PO-SAISI " "
                           WS-ARTICLE-SAISI " pour ce fournisseur "
                           "au registre, ligne refusée"
                   ELSE

                       DISPLAY "Quantité facturée : "
                       ACCEPT WS-QTE-SAISIE
                       DISPLAY "Prix unitaire facturé en centimes : "
                       ACCEPT WS-PU-SAISI

                       IF WS-QTE-SAISIE NOT NUMERIC
                           OR WS-QTE-SAISIE = 0
                           OR WS-PU-SAISI NOT NUMERIC
                           DISPLAY "Quantité ou prix invalide, "
                               "ligne refusée"
                       ELSE
                           ADD 1 TO WS-NB-SAISIES
                           MOVE WS-PO-SAISI
                               TO WS-SA-PO-REF(WS-NB-SAISIES)
                           MOVE WS-ARTICLE-SAISI
                               TO WS-SA-ARTICLE(WS-NB-SAISIES)
                           MOVE WS-QTE-SAISIE
                               TO WS-SA-QTE(WS-NB-SAISIES)
                           MOVE WS-PU-SAISI
                               TO WS-SA-PU(WS-NB-SAISIES)
                           COMPUTE WS-TOTAL-FACTURE = WS-TOTAL-FACTURE
                               + WS-QTE-SAISIE * WS-PU-SAISI
                       END-IF

                   END-IF

                   IF WS-NB-SAISIES >= 20
                       DISPLAY "20 lignes saisies, fin de facture"
                       MOVE "O" TO WS-FIN-SAISIE
                   END-IF

               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Affiche le total de la facture saisie et, après confirmation,
      *la verse au fichier à l'état "à rapprocher"
       1200-CONFIRME-FACTURE.

           IF WS-NB-SAISIES = 0
               DISPLAY "Aucune ligne saisie, facture abandonnée"
           ELSE

               MOVE WS-TOTAL-FACTURE TO WS-MONTANT-CENTS
               PERFORM 0100-FORMATE-PRIX
               DISPLAY "Facture " WS-FACTURE-SAISIE " : "
                   WS-NB-SAISIES " ligne(s), total HT "
                   WS-MONTANT-AFFICHE
               DISPLAY "Confirmer l'écriture ? (O/N)"
               ACCEPT WS-CONFIRME

               EVALUATE TRUE

                   WHEN WS-CONFIRME NOT = "O"
                       DISPLAY "Facture abandonnée"

                   WHEN WS-NB-LIGNES + WS-NB-SAISIES > 9999
                       DISPLAY "Fichier des factures complet"

                   WHEN OTHER
                       PERFORM VARYING WS-INDEX-SAISIE FROM 1 BY 1
                           UNTIL WS-INDEX-SAISIE > WS-NB-SAISIES
                           ADD 1 TO WS-NB-LIGNES
                           MOVE WS-FOURN-SAISI
                               TO WS-FF-FOURNISSEUR(WS-NB-LIGNES)
                           MOVE WS-FACTURE-SAISIE
                               TO WS-FF-FACTURE(WS-NB-LIGNES)
                           MOVE WS-DATE-SAISIE
                               TO WS-FF-DATE(WS-NB-LIGNES)
                           MOVE WS-SA-PO-REF(WS-INDEX-SAISIE)
                               TO WS-FF-PO-REF(WS-NB-LIGNES)
                           MOVE WS-SA-ARTICLE(WS-INDEX-SAISIE)
                               TO WS-FF-ARTICLE(WS-NB-LIGNES)
                           MOVE WS-SA-QTE(WS-INDEX-SAISIE)
                               TO WS-FF-QTE(WS-NB-LIGNES)
                           MOVE WS-SA-PU(WS-INDEX-SAISIE)
                               TO WS-FF-PU(WS-NB-LIGNES)
                           MOVE SPACE TO WS-FF-ETAT(WS-NB-LIGNES)
                       END-PERFORM

                       PERFORM 8000-SAUVE-FICHIER

                       MOVE SPACES TO F-LIGNE-JOURNAL
                       STRING WS-DATE-JOUR
                           " SAISIE facture " WS-FACTURE-SAISIE
                           " fournisseur " WS-FOURN-SAISI
                           " du " WS-DATE-SAISIE " "
                           WS-NB-SAISIES " ligne(s) "
                           FUNCTION TRIM(WS-MONTANT-AFFICHE)
                           INTO F-LIGNE-JOURNAL
                       END-STRING
                       PERFORM 9000-ECRIT-JOURNAL

                       DISPLAY "Facture enregistrée, à rapprocher"

               END-EVALUATE

           END-IF
       .

      ******************************************************************

      *Affiche les lignes d'une facture et leur état
       2000-CONSULTE-FACTURE.

           DISPLAY "Code fournisseur : "
           MOVE SPACES TO WS-FOURN-SAISI
           ACCEPT WS-FOURN-SAISI
           DISPLAY "Numéro de la facture : "
           MOVE SPACES TO WS-FACTURE-SAISIE
           ACCEPT WS-FACTURE-SAISIE

           PERFORM 7200-COMPTE-LIGNES-FACTURE

           IF WS-NB-LIGNES-FACTURE = 0
               DISPLAY "Aucune facture " WS-FACTURE-SAISIE
                   " pour " WS-FOURN-SAISI
           ELSE

               PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NB-LIGNES

                   IF WS-FF-FOURNISSEUR(WS-INDEX) = WS-FOURN-SAISI
                       AND WS-FF-FACTURE(WS-INDEX) = WS-FACTURE-SAISIE
                       EVALUATE WS-FF-ETAT(WS-INDEX)
                           WHEN "A"
                               MOVE "approuvée" TO WS-LIBELLE-ETAT
                           WHEN "B"
                               MOVE "bloquée" TO WS-LIBELLE-ETAT
                           WHEN OTHER
                               MOVE "à rapprocher" TO WS-LIBELLE-ETAT
                       END-EVALUATE
                       DISPLAY "  Du " WS-FF-DATE(WS-INDEX)
                           " bon " WS-FF-PO-REF(WS-INDEX)
                           " article " WS-FF-ARTICLE(WS-INDEX)
                           " qté " WS-FF-QTE(WS-INDEX)
                           " pu " WS-FF-PU(WS-INDEX)
                           " : " WS-LIBELLE-ETAT
                   END-IF

               END-PERFORM

           END-IF
       .

      ******************************************************************

      *Supprime toutes les lignes d'une facture tant qu'aucune n'est
      *approuvée (une facture approuvée est déjà passée en dettes)
       3000-SUPPRIME-FACTURE.

           DISPLAY "Code fournisseur : "
           MOVE SPACES TO WS-FOURN-SAISI
           ACCEPT WS-FOURN-SAISI
           DISPLAY "Numéro de la facture : "
           MOVE SPACES TO WS-FACTURE-SAISIE
           ACCEPT WS-FACTURE-SAISIE

           PERFORM 7200-COMPTE-LIGNES-FACTURE

           EVALUATE TRUE

               WHEN WS-NB-LIGNES-FACTURE = 0
                   DISPLAY "Aucune facture " WS-FACTURE-SAISIE
                       " pour " WS-FOURN-SAISI

               WHEN WS-NB-APPROUVEES > 0
                   DISPLAY "Facture approuvée, suppression refusée"

               WHEN OTHER
                   DISPLAY "Supprimer la facture " WS-FACTURE-SAISIE
                       " (" WS-NB-LIGNES-FACTURE " ligne(s)) ? (O/N)"
                   ACCEPT WS-CONFIRME

                   IF WS-CONFIRME = "O"

      *Tassement du tableau sur les lignes de la facture supprimée
                       MOVE 1 TO WS-INDEX
                       PERFORM UNTIL WS-INDEX > WS-NB-LIGNES
                           IF WS-FF-FOURNISSEUR(WS-INDEX)
                                   = WS-FOURN-SAISI
                               AND WS-FF-FACTURE(WS-INDEX)
                                   = WS-FACTURE-SAISIE
                               PERFORM 3100-RETIRE-LIGNE
                           ELSE
                               ADD 1 TO WS-INDEX
                           END-IF
                       END-PERFORM

                       PERFORM 8000-SAUVE-FICHIER

                       MOVE SPACES TO F-LIGNE-JOURNAL
                       STRING WS-DATE-JOUR
                           " SUPPRESSION facture " WS-FACTURE-SAISIE
                           " fournisseur " WS-FOURN-SAISI
                           INTO F-LIGNE-JOURNAL
                       END-STRING
                       PERFORM 9000-ECRIT-JOURNAL

                       DISPLAY "Facture supprimée"
                   ELSE
                       DISPLAY "Suppression abandonnée"
                   END-IF

           END-EVALUATE
       .

      ******************************************************************

      *Retire la ligne WS-INDEX du tableau en remontant les suivantes
       3100-RETIRE-LIGNE.

           PERFORM VARYING WS-INDEX-DECALE FROM WS-INDEX BY 1
               UNTIL WS-INDEX-DECALE >= WS-NB-LIGNES
               MOVE WS-LIGNE-FACTURE(WS-INDEX-DECALE + 1)
                   TO WS-LIGNE-FACTURE(WS-INDEX-DECALE)
           END-PERFORM

           SUBTRACT 1 FROM WS-NB-LIGNES
       .

      ******************************************************************

      *Recherche WS-FOURN-SAISI parmi les fournisseurs connus ; laisse
      *WS-FOURN-TROUVE à zéro s'il est inconnu
       7000-TROUVE-FOURNISSEUR.

           MOVE 0 TO WS-FOURN-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-FOURNISSEURS

               IF WS-FO-CODE(WS-INDEX) = WS-FOURN-SAISI
                   MOVE WS-INDEX TO WS-FOURN-TROUVE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Recherche au registre la ligne du bon WS-PO-SAISI et de
      *l'article WS-ARTICLE-SAISI commandée au fournisseur saisi
       7100-TROUVE-LIGNE-PO.

           MOVE 0 TO WS-PO-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-PO

               IF WS-PO-REF(WS-INDEX) = WS-PO-SAISI
                   AND WS-PO-ARTICLE(WS-INDEX) = WS-ARTICLE-SAISI
                   AND WS-PO-FOURNISSEUR(WS-INDEX) = WS-FOURN-SAISI
                   MOVE WS-INDEX TO WS-PO-TROUVE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Compte les lignes de la facture WS-FACTURE-SAISIE du
      *fournisseur saisi, et celles qui sont déjà approuvées
       7200-COMPTE-LIGNES-FACTURE.

           MOVE 0 TO WS-NB-LIGNES-FACTURE
           MOVE 0 TO WS-NB-APPROUVEES

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-LIGNES

               IF WS-FF-FOURNISSEUR(WS-INDEX) = WS-FOURN-SAISI
                   AND WS-FF-FACTURE(WS-INDEX) = WS-FACTURE-SAISIE
                   ADD 1 TO WS-NB-LIGNES-FACTURE
                   IF WS-FF-ETAT(WS-INDEX) = "A"
                       ADD 1 TO WS-NB-APPROUVEES
                   END-IF
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Réécrit factures-fournisseurs.txt en entier à partir du tableau
       8000-SAUVE-FICHIER.

           OPEN OUTPUT FICHIER-FACTURES

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-LIGNES

               MOVE SPACES TO F-FACTURE-FOURN
               MOVE WS-FF-FOURNISSEUR(WS-INDEX) TO F-FF-FOURNISSEUR
               MOVE WS-FF-FACTURE(WS-INDEX) TO F-FF-FACTURE
               MOVE WS-FF-DATE(WS-INDEX) TO F-FF-DATE
               MOVE WS-FF-PO-REF(WS-INDEX) TO F-FF-PO-REF
               MOVE WS-FF-ARTICLE(WS-INDEX) TO F-FF-ARTICLE
               MOVE WS-FF-QTE(WS-INDEX) TO F-FF-QTE
               MOVE WS-FF-PU(WS-INDEX) TO F-FF-PU
               MOVE WS-FF-ETAT(WS-INDEX) TO F-FF-ETAT
               WRITE F-FACTURE-FOURN

           END-PERFORM

           CLOSE FICHIER-FACTURES
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
