      *Prévision de trésorerie sur les huit semaines à venir : la
      *direction ne voyait ni quand les créances clients rentreraient
      *ni quand les commandes fournisseurs seraient à payer. Côté
      *encaissements, chaque ligne de commande non soldée est datée
      *par les conditions de règlement du client
      *(conditions-reglement.txt, 30 jours par défaut comme
      *command.cbl) à partir de la date de son fichier daté ; une
      *commande sous échéancier rentre à ses échéances et une commande
      *en litige n'est pas comptée. Comme à la fusion de command.cbl,
      *les quantités annulées (annulations.txt) sont retirées des
      *lignes avant leur valorisation et les passages en perte
      *(pertes-journal.txt) soldent les lignes comme des règlements.
      *Côté décaissements, chaque ligne ouverte du registre
      *commandes-fournisseurs.txt est valorisée au tarif fournisseur
      *(tarifs-fournisseurs.txt) pour son reste à recevoir et datée
      *par le délai du fournisseur ; une commande
      *signalée en retard dans po-suivi.txt (ou dont le délai est
      *dépassé) est à payer dès la première semaine ; les factures
      *fournisseurs approuvées et non réglées
      *(dettes-fournisseurs.txt) sont à payer à leur échéance, dès la
      *première semaine si elle est passée ; les remboursements
      *décidés sur les clients créditeurs (remboursements.txt) sont
      *à payer une semaine après la décision et ne s'imputent plus
      *sur les lignes du client. Le tableau semaine par semaine, avec
      *la position cumulée, est édité par le sous-programme commun
      *editetat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tresorerie.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

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

      *Alias du fichier des paiements encaissés, le même que
      *command.cbl
       SELECT FICHIER-PAIEMENTS ASSIGN TO "paiements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PAIEMENTS.

      *Alias des promotions, appliquées aux lignes comme à la fusion
       SELECT FICHIER-PROMOTIONS ASSIGN TO "promotions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PROMOTIONS.

      *Alias du journal des passages en perte approuvés par
      *pertesmaint.cbl, le même que command.cbl
       SELECT FICHIER-PERTES ASSIGN TO "pertes-journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PERTES.

      *Alias du registre des annulations saisies par annulcmd.cbl,
      *le même que command.cbl
       SELECT FICHIER-ANNULATIONS ASSIGN TO "annulations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-ANNULATIONS.

      *Alias des décisions sur les clients créditeurs tenues par
      *rembourse.cbl
       SELECT FICHIER-REMBOURSEMENTS ASSIGN TO "remboursements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-REMBOURSEMENTS.

      *Alias des conditions de règlement par client, les mêmes que
      *command.cbl
       SELECT FICHIER-CONDITIONS ASSIGN TO "conditions-reglement.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CONDITIONS.

      *Alias des échéanciers de paiement, tenus par echmaint.cbl
       SELECT FICHIER-ECHEANCIERS ASSIGN TO "echeanciers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-ECHEANCIERS.

      *Alias du registre des litiges, tenu par litmaint.cbl
       SELECT FICHIER-LITIGES ASSIGN TO "litiges.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-LITIGES.

      *Alias du registre des commandes fournisseurs, écrit par
      *rupture.cbl et pointé par reception.cbl
       SELECT FICHIER-REGISTRE-PO
           ASSIGN TO "commandes-fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-REGISTRE.

      *Alias du suivi des commandes fournisseurs, écrit par
      *reception.cbl
       SELECT FICHIER-SUIVI-PO ASSIGN TO "po-suivi.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-SUIVI.

      *Alias du fichier de référence des fournisseurs (délai de
      *livraison)
       SELECT FICHIER-FOURNISSEURS ASSIGN TO "fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-FOURNISSEURS.

      *Alias des tarifs fournisseurs, les mêmes que rupture.cbl
       SELECT FICHIER-TARIFS ASSIGN TO "tarifs-fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-TARIFS.

      *Alias des dettes fournisseurs, tenues par rapprofourn.cbl
       SELECT FICHIER-DETTES ASSIGN TO "dettes-fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-DETTES.

       DATA DIVISION.

       FILE SECTION.

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

      *Définition des promotions, même découpage que command.cbl
       FD FICHIER-PROMOTIONS.
       01 F-PROMOTION.
           05 F-PR-CODE           PIC X(6).
           05 FILLER              PIC X.
           05 F-PR-DEBUT          PIC X(8).
           05 FILLER              PIC X.
           05 F-PR-FIN            PIC X(8).
           05 FILLER              PIC X.
           05 F-PR-PCT            PIC 99.

      *Définition du journal des passages en perte, même découpage
      *que command.cbl : client, commande, montant en centimes, date,
      *puis la trace de la proposition
       FD FICHIER-PERTES.
       01 F-PERTE.
           05 F-PJ-CLIENT         PIC 9(6).
           05 FILLER              PIC X.
           05 F-PJ-NUMERO         PIC 9(3).
           05 FILLER              PIC X.
           05 F-PJ-MONTANT        PIC 9(7).
           05 FILLER              PIC X.
           05 F-PJ-DATE           PIC X(10).
           05 FILLER              PIC X(100).

      *Définition du registre des annulations, même découpage que
      *annulcmd.cbl : client, numéro de commande, code produit,
      *quantité annulée, date AAAAMMJJ, opérateur et motif
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

      *Définition des remboursements, même découpage que
      *rembourse.cbl : client, type de décision (R remboursement, C
      *crédit conservé), montant en centimes, date, opérateur et moyen
       FD FICHIER-REMBOURSEMENTS.
       01 F-REMBOURSEMENT.
           05 F-RB-CLIENT         PIC 9(6).
           05 FILLER              PIC X.
           05 F-RB-TYPE           PIC X.
           05 FILLER              PIC X.
           05 F-RB-MONTANT        PIC 9(7).
           05 FILLER              PIC X.
           05 F-RB-DATE           PIC X(8).
           05 FILLER              PIC X(32).

      *Définition des conditions de règlement, même découpage que
      *command.cbl (délai en jours, taux de pénalité en pourcent)
       FD FICHIER-CONDITIONS.
       01 F-CONDITION.
           05 F-CR-CLIENT         PIC 9(6).
           05 FILLER              PIC X.
           05 F-CR-DELAI          PIC 9(3).
           05 FILLER              PIC X.
           05 F-CR-TAUX           PIC 99.

      *Définition des échéanciers, même découpage que echmaint.cbl
       FD FICHIER-ECHEANCIERS.
       01 F-ECHEANCE.
           05 F-EP-CLIENT         PIC 9(6).
           05 FILLER              PIC X.
           05 F-EP-NUMERO         PIC 9(3).
           05 FILLER              PIC X.
           05 F-EP-RANG           PIC 99.
           05 FILLER              PIC X.
           05 F-EP-DATE           PIC X(8).
           05 FILLER              PIC X.
           05 F-EP-MONTANT        PIC 9(7).

      *Définition du registre des litiges, même découpage que
      *litmaint.cbl ; un litige ouvert a une date de résolution à
      *blanc
       FD FICHIER-LITIGES.
       01 F-LITIGE.
           05 F-LI-CLIENT         PIC 9(6).
           05 FILLER              PIC X.
           05 F-LI-NUMERO         PIC 9(3).
           05 FILLER              PIC X.
           05 F-LI-OUVERTURE      PIC X(8).
           05 FILLER              PIC X.
           05 F-LI-RESOLU-LE      PIC X(8).
           05 FILLER              PIC X.
           05 F-LI-MOTIF          PIC X(30).
           05 FILLER              PIC X.
           05 F-LI-RESOLUTION     PIC X(30).

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

      *Définition du suivi des commandes fournisseurs, une ligne de
      *texte libre
       FD FICHIER-SUIVI-PO.
       01 F-LIGNE-SUIVI              PIC X(100).

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

      *Définition des tarifs fournisseurs, même découpage que
      *rupture.cbl (coût unitaire en centimes)
       FD FICHIER-TARIFS.
       01 F-TARIF.
           05 F-TF-FOURNISSEUR       PIC X(10).
           05 FILLER                 PIC X.
           05 F-TF-ARTICLE           PIC X(10).
           05 FILLER                 PIC X.
           05 F-TF-COUT              PIC 9(5).

      *Définition des dettes fournisseurs, même découpage que
      *rapprofourn.cbl (règlement en blanc = non réglée)
       FD FICHIER-DETTES.
       01 F-DETTE.
           05 F-DF-FOURNISSEUR       PIC X(10).
           05 FILLER                 PIC X.
           05 F-DF-FACTURE           PIC X(12).
           05 FILLER                 PIC X.
           05 F-DF-DATE              PIC X(8).
           05 FILLER                 PIC X.
           05 F-DF-ECHEANCE          PIC X(8).
           05 FILLER                 PIC X.
           05 F-DF-MONTANT           PIC 9(9).
           05 FILLER                 PIC X.
           05 F-DF-REGLE-LE          PIC X(8).

       WORKING-STORAGE SECTION.

      *Lignes des fichiers de commandes, une par couple client /
      *numéro (la dernière lue remplace la précédente, comme à la
      *fusion), avec la date du fichier daté d'origine, le montant net
      *de promotion et ce qui en est déjà réglé
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
               10 WS-LG-MONTANT   PIC 9(7).
               10 WS-LG-PAYE      PIC 9(8).
       77 WS-NB-LIGNES            PIC 9(4)              VALUE 1.
       77 WS-INDEX-LIGNE          PIC 9(4)              VALUE 1.
       77 WS-LIGNE-TROUVEE        PIC 9(4)              VALUE 0.

      *Crédit de chaque client à imputer sur ses lignes : avoirs
      *(lignes C) et règlements non affectés à une ligne
       01 WS-CREDITS-TAB.
           05 WS-CREDIT           OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-CREDITS.
               10 WS-CD-CLIENT    PIC 9(6).
               10 WS-CD-MONTANT   PIC 9(9).
       77 WS-NB-CREDITS           PIC 9(3)              VALUE 1.
       77 WS-INDEX-CREDIT         PIC 9(3)              VALUE 1.
       77 WS-CREDIT-TROUVE        PIC 9(3)              VALUE 0.
       77 WS-CLIENT-CHERCHE       PIC 9(6).
       77 WS-NUMERO-CHERCHE       PIC 9(3).
       77 WS-MONTANT-CREDIT       PIC 9(9)              VALUE 0.
       77 WS-MONTANT-IMPUTE       PIC 9(9)              VALUE 0.
      *Montant réglé (paiement ou perte) à affecter à la ligne
      *WS-CLIENT-CHERCHE / WS-NUMERO-CHERCHE
       77 WS-MONTANT-REGLE        PIC 9(9)              VALUE 0.

      *Quantité retirée d'une ligne par une annulation
       77 WS-QTE-ANNULEE          PIC 9(3)              VALUE 0.
       77 WS-NB-ANNULATIONS       PIC 9(5)              VALUE 0.

      *Remboursements : délai entre la décision et le paiement (virement
      *ou chèque), compte des remboursements à payer
       77 WS-DELAI-REMBOURSEMENT  PIC 9(3)              VALUE 7.
       77 WS-NB-REMBOURSEMENTS    PIC 9(5)              VALUE 0.

      *Promotions chargées en mémoire, même mécanique que command.cbl
       01 WS-PROMOTIONS-TAB.
           05 WS-PROMOTION        OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-NB-PROMOTIONS.
               10 WS-PR-CODE      PIC X(6).
               10 WS-PR-DEBUT     PIC X(8).
               10 WS-PR-FIN       PIC X(8).
               10 WS-PR-PCT       PIC 99.
       77 WS-NB-PROMOTIONS        PIC 9(3)              VALUE 1.
       77 WS-INDEX-PROMO          PIC 9(3)              VALUE 1.
       77 WS-PROMO-REMISE         PIC 9(7)              VALUE 0.
       77 WS-DATE-PROMO           PIC X(8).
       77 WS-MONTANT-LIGNE        PIC 9(7)              VALUE 0.

      *Délai de règlement de chaque client ayant des conditions
      *particulières ; les autres ont le délai par défaut
       01 WS-CONDITIONS-TAB.
           05 WS-CONDITION        OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-CONDITIONS.
               10 WS-CR-CLIENT    PIC 9(6).
               10 WS-CR-DELAI     PIC 9(3).
       77 WS-NB-CONDITIONS        PIC 9(3)              VALUE 1.
       77 WS-INDEX-CONDITION      PIC 9(3)              VALUE 1.
       77 WS-DELAI-DEFAUT         PIC 9(3)              VALUE 30.
       77 WS-DELAI-CLIENT         PIC 9(3)              VALUE 30.

      *Échéances des échéanciers, dans l'ordre du fichier (rang
      *croissant par commande)
       01 WS-ECHEANCES-TAB.
           05 WS-ECHEANCE-PLAN    OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-NB-ECHEANCES.
               10 WS-EP-CLIENT    PIC 9(6).
               10 WS-EP-NUMERO    PIC 9(3).
               10 WS-EP-DATE      PIC X(8).
               10 WS-EP-MONTANT   PIC 9(7).
       77 WS-NB-ECHEANCES         PIC 9(4)              VALUE 1.
       77 WS-INDEX-EP             PIC 9(4)              VALUE 1.
      *Cumul des échéances de la commande parcourue, avant et après
      *l'échéance courante, et part non réglée de celle-ci
       77 WS-CUMUL-AVANT          PIC 9(9)              VALUE 0.
       77 WS-CUMUL-APRES          PIC 9(9)              VALUE 0.
       77 WS-DEJA-COUVERT         PIC 9(9)              VALUE 0.
       77 WS-A-ECHEANCIER         PIC X                 VALUE "N".

      *Litiges ouverts (couple client / numéro)
       01 WS-LITIGES-TAB.
           05 WS-LITIGE           OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-LITIGES.
               10 WS-LI-CLIENT    PIC 9(6).
               10 WS-LI-NUMERO    PIC 9(3).
       77 WS-NB-LITIGES           PIC 9(3)              VALUE 1.
       77 WS-INDEX-LI             PIC 9(3)              VALUE 1.
       77 WS-LITIGE-TROUVE        PIC X                 VALUE "N".

      *Lignes ouvertes du registre des commandes fournisseurs, avec
      *l'indicateur de retard relevé dans po-suivi.txt
       01 WS-REGISTRE-TAB.
           05 WS-PO               OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-PO.
               10 WS-PO-REF           PIC X(10).
               10 WS-PO-FOURNISSEUR   PIC X(10).
               10 WS-PO-ARTICLE       PIC X(10).
               10 WS-PO-RESTE         PIC 9(4).
               10 WS-PO-DATE          PIC X(8).
               10 WS-PO-EN-RETARD     PIC X.
       77 WS-NB-PO                PIC 9(3)              VALUE 1.
       77 WS-INDEX-PO             PIC 9(3)              VALUE 1.
       77 WS-PO-SUIVI             PIC 9(3)              VALUE 0.

      *Délai de livraison de chaque fournisseur, comme reception.cbl
       01 WS-DELAIS-TAB.
           05 WS-DELAI-FOURN      OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-NB-DELAIS.
               10 WS-DEL-CODE     PIC X(10).
               10 WS-DEL-JOURS    PIC 99.
       77 WS-NB-DELAIS            PIC 9(3)              VALUE 1.
       77 WS-INDEX-DELAI          PIC 9(3)              VALUE 1.
       77 WS-DELAI-LIGNE          PIC 99                VALUE 0.

      *Tarifs fournisseurs chargés en mémoire (coût en centimes)
       01 WS-TARIFS-TAB.
           05 WS-TARIF            OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-TARIFS.
               10 WS-TF-FOURNISSEUR PIC X(10).
               10 WS-TF-ARTICLE   PIC X(10).
               10 WS-TF-COUT      PIC 9(5).
       77 WS-NB-TARIFS            PIC 9(3)              VALUE 1.
       77 WS-INDEX-TARIF          PIC 9(3)              VALUE 1.
       77 WS-COUT-UNITAIRE        PIC 9(5)              VALUE 0.

      *Les huit semaines de la prévision, à partir du jour même :
      *premier jour, encaissements et décaissements en centimes
       01 WS-SEMAINES-TAB.
           05 WS-SEMAINE          OCCURS 8 TIMES.
               10 WS-SM-DEBUT     PIC 9(8).
               10 WS-SM-ENTREES   PIC 9(9).
               10 WS-SM-SORTIES   PIC 9(9).
       77 WS-NB-SEMAINES          PIC 9                 VALUE 8.
       77 WS-INDEX-SEMAINE        PIC 9(5)              VALUE 1.

      *Flux à ranger : date d'échéance en jours et montant en centimes
       77 WS-JOURS-AUJOURDHUI     PIC 9(7)              VALUE 0.
       77 WS-JOURS-ECHEANCE       PIC 9(7)              VALUE 0.
       77 WS-MONTANT-FLUX         PIC 9(9)              VALUE 0.
       77 WS-RESTANT-LIGNE        PIC 9(9)              VALUE 0.

      *Montants hors tableau : créances déjà échues non encaissées,
      *flux au-delà de la huitième semaine, créances en litige
       77 WS-ECHU-NON-ENCAISSE    PIC 9(9)              VALUE 0.
       77 WS-AU-DELA-ENTREES      PIC 9(9)              VALUE 0.
       77 WS-AU-DELA-SORTIES      PIC 9(9)              VALUE 0.
       77 WS-TOTAL-LITIGES        PIC 9(9)              VALUE 0.
      *Totaux et position cumulée du tableau
       77 WS-TOTAL-ENTREES        PIC 9(9)              VALUE 0.
       77 WS-TOTAL-SORTIES        PIC 9(9)              VALUE 0.
       77 WS-SOLDE-SEMAINE        PIC S9(9)             VALUE 0.
       77 WS-POSITION-CUMULEE     PIC S9(9)             VALUE 0.

      *Compteurs du bilan
       77 WS-NB-CREANCES          PIC 9(5)              VALUE 0.
       77 WS-NB-EN-LITIGE         PIC 9(5)              VALUE 0.
       77 WS-NB-PO-OUVERTES       PIC 9(5)              VALUE 0.
       77 WS-NB-PO-EN-RETARD      PIC 9(5)              VALUE 0.
       77 WS-NB-SANS-TARIF        PIC 9(5)              VALUE 0.
       77 WS-NB-DETTES            PIC 9(5)              VALUE 0.

      *Ligne du tableau, colonnes de largeur fixe
       01 WS-LIGNE-TABLEAU.
           05 WS-TB-SEMAINE       PIC X(10).
           05 FILLER              PIC X(2)              VALUE SPACES.
           05 WS-TB-ENTREES       PIC X(16).
           05 WS-TB-SORTIES       PIC X(16).
           05 WS-TB-SOLDE         PIC X(16).
           05 WS-TB-CUMUL         PIC X(16).

      *Indicateurs de fin de fichier et statuts
       77 WS-EOF                  PIC X                 VALUE 'F'.
       77 WS-FIN-COMMANDE         PIC X                 VALUE 'F'.
       77 WS-STATUT-COMMANDES     PIC XX.
       77 WS-STATUT-LISTE         PIC XX.
       77 WS-STATUT-PAIEMENTS     PIC XX.
       77 WS-STATUT-PROMOTIONS    PIC XX.
       77 WS-STATUT-PERTES        PIC XX.
       77 WS-STATUT-ANNULATIONS   PIC XX.
       77 WS-STATUT-REMBOURSEMENTS PIC XX.
       77 WS-STATUT-CONDITIONS    PIC XX.
       77 WS-STATUT-ECHEANCIERS   PIC XX.
       77 WS-STATUT-LITIGES       PIC XX.
       77 WS-STATUT-REGISTRE      PIC XX.
       77 WS-STATUT-SUIVI         PIC XX.
       77 WS-STATUT-FOURNISSEURS  PIC XX.
       77 WS-STATUT-TARIFS        PIC XX.
       77 WS-STATUT-DETTES        PIC XX.

      *Date du jour AAAAMMJJ
       77 WS-DATE-JOUR            PIC X(8).

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

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       COMPUTE WS-JOURS-AUJOURDHUI = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(WS-DATE-JOUR)).

      *Les huit semaines partent du jour même, de sept jours en sept
      *jours
       PERFORM VARYING WS-INDEX-SEMAINE FROM 1 BY 1
           UNTIL WS-INDEX-SEMAINE > WS-NB-SEMAINES
           COMPUTE WS-SM-DEBUT(WS-INDEX-SEMAINE) =
               FUNCTION DATE-OF-INTEGER(WS-JOURS-AUJOURDHUI
                   + 7 * (WS-INDEX-SEMAINE - 1))
           MOVE 0 TO WS-SM-ENTREES(WS-INDEX-SEMAINE)
           MOVE 0 TO WS-SM-SORTIES(WS-INDEX-SEMAINE)
       END-PERFORM.

       PERFORM 1200-CHARGE-PROMOTIONS.
       PERFORM 1300-CHARGE-CONDITIONS.
       PERFORM 1400-CHARGE-ECHEANCIERS.
       PERFORM 1500-CHARGE-LITIGES.

      *Détection d'une liste de fichiers de commandes ; à défaut, le
      *programme retombe sur num-commandes.txt, comme command.cbl
       OPEN INPUT FICHIER-LISTE.
       IF WS-STATUT-LISTE = "00"
           MOVE "O" TO WS-MODE-LISTE
           CLOSE FICHIER-LISTE
       ELSE
           MOVE "N" TO WS-MODE-LISTE
       END-IF.

      *Chargement des lignes de commandes, base des créances
       MOVE 0 TO WS-NB-LIGNES.
       PERFORM 0350-REINIT-LECTURE-COMMANDES.

       PERFORM UNTIL WS-FIN-COMMANDE = 'T'
           PERFORM 0500-LIT-COMMANDE
           IF WS-FIN-COMMANDE NOT = 'T'
               PERFORM 0200-RATTACHE-LIGNE
           END-IF
       END-PERFORM.

       DISPLAY "Lignes de commandes chargées : " WS-NB-LIGNES.

      *Quantités annulées retirées des lignes avant valorisation,
      *comme à la fusion
       PERFORM 0550-APPLIQUE-ANNULATIONS.

      *Montant net de chaque ligne ; les avoirs deviennent un crédit
      *du client à imputer sur ses autres lignes
       MOVE 0 TO WS-NB-CREDITS.

       PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
           UNTIL WS-INDEX-LIGNE > WS-NB-LIGNES
           PERFORM 0600-VALORISE-LIGNE
       END-PERFORM.

      *Règlements et passages en perte : affectés à leur ligne quand
      *elle existe, sinon portés au crédit du client comme au restant
      *dû de command.cbl ; les remboursements diminuent ce crédit et
      *sont prévus en décaissement
       PERFORM 0700-AFFECTE-PAIEMENTS.
       PERFORM 0780-PREVOIT-REMBOURSEMENTS.

       PERFORM VARYING WS-INDEX-CREDIT FROM 1 BY 1
           UNTIL WS-INDEX-CREDIT > WS-NB-CREDITS
           PERFORM 0800-IMPUTE-CREDIT
       END-PERFORM.

      *Encaissements attendus, ligne par ligne
       PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
           UNTIL WS-INDEX-LIGNE > WS-NB-LIGNES
           IF WS-LG-TYPE(WS-INDEX-LIGNE) NOT = "C"
               AND WS-LG-MONTANT(WS-INDEX-LIGNE)
                   > WS-LG-PAYE(WS-INDEX-LIGNE)
               PERFORM 2000-PREVOIT-ENCAISSEMENT
           END-IF
       END-PERFORM.

      *Décaissements attendus : registre fournisseurs, retards du
      *suivi, délais et tarifs
       PERFORM 1600-CHARGE-REGISTRE.
       PERFORM 1700-CHARGE-SUIVI.
       PERFORM 1800-CHARGE-DELAIS.
       PERFORM 1900-CHARGE-TARIFS.

       PERFORM VARYING WS-INDEX-PO FROM 1 BY 1
           UNTIL WS-INDEX-PO > WS-NB-PO
           PERFORM 3000-PREVOIT-DECAISSEMENT
       END-PERFORM.

       PERFORM 3500-PREVOIT-DETTES.

       PERFORM 4000-EDITE-TABLEAU.

       DISPLAY "Créances ouvertes prévues : " WS-NB-CREANCES.
       DISPLAY "Créances en litige écartées : " WS-NB-EN-LITIGE.
       DISPLAY "Commandes fournisseurs ouvertes : " WS-NB-PO-OUVERTES.
       DISPLAY "Commandes fournisseurs en retard : "
           WS-NB-PO-EN-RETARD.
       DISPLAY "Commandes fournisseurs sans tarif : "
           WS-NB-SANS-TARIF.
       DISPLAY "Factures fournisseurs à régler : " WS-NB-DETTES.
       DISPLAY "Annulations appliquées : " WS-NB-ANNULATIONS.
       DISPLAY "Remboursements à payer : " WS-NB-REMBOURSEMENTS.
       DISPLAY "Prévision écrite dans tresorerie.txt".

      *GOBACK plutôt que STOP RUN : la prévision peut être appelée
      *comme une étape du planificateur du soir
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
               MOVE 0 TO WS-LG-MONTANT(WS-LIGNE-TROUVEE)
               MOVE 0 TO WS-LG-PAYE(WS-LIGNE-TROUVEE)
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

      *Retire des lignes les quantités annulées par annulcmd.cbl ;
      *un registre absent (statut 35) signifie qu'aucune ligne n'a été
      *annulée
       0550-APPLIQUE-ANNULATIONS.

           OPEN INPUT FICHIER-ANNULATIONS

           IF WS-STATUT-ANNULATIONS = "00"

               PERFORM UNTIL WS-STATUT-ANNULATIONS NOT = "00"
                   READ FICHIER-ANNULATIONS
                       AT END
                           MOVE "10" TO WS-STATUT-ANNULATIONS
                       NOT AT END
                           IF F-AN-QTE NUMERIC
                               PERFORM 0560-APPLIQUE-ANNULATION
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-ANNULATIONS

           END-IF
       .

      ******************************************************************

      *Applique l'annulation lue comme 1370-APPLIQUE-ANNULATION de
      *command.cbl : la ligne doit être du même client, du même numéro
      *et du même produit, datée au plus tard du jour de l'annulation
      *(sinon le numéro a été réutilisé depuis) ; la quantité retirée
      *est plafonnée à celle de la ligne, dont le montant suivra à la
      *valorisation
       0560-APPLIQUE-ANNULATION.

           MOVE 0 TO WS-LIGNE-TROUVEE

           PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
               UNTIL WS-INDEX-LIGNE > WS-NB-LIGNES
                   OR WS-LIGNE-TROUVEE NOT = 0

               IF WS-LG-CLIENT(WS-INDEX-LIGNE) = F-AN-CLIENT
                   AND WS-LG-NUMERO(WS-INDEX-LIGNE) = F-AN-NUMERO
                   AND WS-LG-CODE(WS-INDEX-LIGNE) = F-AN-CODE
                   AND WS-LG-TYPE(WS-INDEX-LIGNE) NOT = "C"
                   AND WS-LG-DATE(WS-INDEX-LIGNE) <= F-AN-DATE
                   AND WS-LG-QTE(WS-INDEX-LIGNE) > 0
                   MOVE WS-INDEX-LIGNE TO WS-LIGNE-TROUVEE
               END-IF

           END-PERFORM

           IF WS-LIGNE-TROUVEE NOT = 0

               ADD 1 TO WS-NB-ANNULATIONS

               IF F-AN-QTE > WS-LG-QTE(WS-LIGNE-TROUVEE)
                   MOVE WS-LG-QTE(WS-LIGNE-TROUVEE) TO WS-QTE-ANNULEE
               ELSE
                   MOVE F-AN-QTE TO WS-QTE-ANNULEE
               END-IF

               SUBTRACT WS-QTE-ANNULEE FROM WS-LG-QTE(WS-LIGNE-TROUVEE)

           END-IF
       .

      ******************************************************************

      *Valorise la ligne WS-INDEX-LIGNE comme la fusion de command.cbl :
      *quantité x prix unitaire, moins la promotion en cours à la date
      *de la ligne ; un avoir (type C) n'a pas de promotion et son
      *montant passe au crédit du client
       0600-VALORISE-LIGNE.

           COMPUTE WS-MONTANT-LIGNE =
               WS-LG-QTE(WS-INDEX-LIGNE) * WS-LG-PU(WS-INDEX-LIGNE)

           IF WS-LG-TYPE(WS-INDEX-LIGNE) = "C"

               MOVE WS-LG-CLIENT(WS-INDEX-LIGNE) TO WS-CLIENT-CHERCHE
               MOVE WS-MONTANT-LIGNE TO WS-MONTANT-CREDIT
               PERFORM 0750-AJOUTE-CREDIT

           ELSE

               IF WS-LG-DATE(WS-INDEX-LIGNE) = SPACES
                   MOVE WS-DATE-JOUR TO WS-DATE-PROMO
               ELSE
                   MOVE WS-LG-DATE(WS-INDEX-LIGNE) TO WS-DATE-PROMO
               END-IF

               MOVE WS-INDEX-LIGNE TO WS-LIGNE-TROUVEE
               PERFORM 1250-APPLIQUE-PROMOTION

           END-IF

           MOVE WS-MONTANT-LIGNE TO WS-LG-MONTANT(WS-INDEX-LIGNE)
       .

      ******************************************************************

      *Affecte chaque règlement de paiements.txt à sa ligne de commande
      *(même client, même numéro, hors avoir) ; un règlement sans
      *ligne reste acquis au client et passe à son crédit. Les
      *passages en perte de pertes-journal.txt se traitent de même,
      *comme command.cbl les compte au payé du client et de la ligne
       0700-AFFECTE-PAIEMENTS.

           OPEN INPUT FICHIER-PAIEMENTS

           IF WS-STATUT-PAIEMENTS NOT = "00"
               DISPLAY "Fichier paiements.txt absent (statut "
                   WS-STATUT-PAIEMENTS "), aucun règlement"
           ELSE

               MOVE 'F' TO WS-EOF

               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-PAIEMENTS
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           MOVE F-ID-PAIEMENT TO WS-CLIENT-CHERCHE
                           MOVE F-NUMERO-PAIEMENT TO WS-NUMERO-CHERCHE
                           MOVE F-MONTANT-PAIEMENT TO WS-MONTANT-REGLE
                           PERFORM 0720-AFFECTE-PAIEMENT
                   END-READ
               END-PERFORM

               CLOSE FICHIER-PAIEMENTS

           END-IF

           OPEN INPUT FICHIER-PERTES

           IF WS-STATUT-PERTES = "00"

               PERFORM UNTIL WS-STATUT-PERTES NOT = "00"
                   READ FICHIER-PERTES
                       AT END
                           MOVE "10" TO WS-STATUT-PERTES
                       NOT AT END
                           IF F-PJ-MONTANT NUMERIC
                               MOVE F-PJ-CLIENT TO WS-CLIENT-CHERCHE
                               MOVE F-PJ-NUMERO TO WS-NUMERO-CHERCHE
                               MOVE F-PJ-MONTANT TO WS-MONTANT-REGLE
                               PERFORM 0720-AFFECTE-PAIEMENT
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-PERTES

           END-IF
       .

      ******************************************************************

      *Affecte le règlement WS-MONTANT-REGLE du client
      *WS-CLIENT-CHERCHE, commande WS-NUMERO-CHERCHE, à sa ligne ou au
      *crédit du client
       0720-AFFECTE-PAIEMENT.

           MOVE 0 TO WS-LIGNE-TROUVEE

           PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
               UNTIL WS-INDEX-LIGNE > WS-NB-LIGNES
                   OR WS-LIGNE-TROUVEE NOT = 0

               IF WS-LG-CLIENT(WS-INDEX-LIGNE) = WS-CLIENT-CHERCHE
                   AND WS-LG-NUMERO(WS-INDEX-LIGNE)
                       = WS-NUMERO-CHERCHE
                   AND WS-LG-TYPE(WS-INDEX-LIGNE) NOT = "C"
                   AND WS-LG-MONTANT(WS-INDEX-LIGNE) > 0
                   MOVE WS-INDEX-LIGNE TO WS-LIGNE-TROUVEE
               END-IF

           END-PERFORM

           IF WS-LIGNE-TROUVEE NOT = 0
               ADD WS-MONTANT-REGLE TO WS-LG-PAYE(WS-LIGNE-TROUVEE)
           ELSE
               MOVE WS-MONTANT-REGLE TO WS-MONTANT-CREDIT
               PERFORM 0750-AJOUTE-CREDIT
           END-IF
       .

      ******************************************************************

      *Ajoute WS-MONTANT-CREDIT au crédit du client WS-CLIENT-CHERCHE
       0750-AJOUTE-CREDIT.

           MOVE 0 TO WS-CREDIT-TROUVE

           PERFORM VARYING WS-INDEX-CREDIT FROM 1 BY 1
               UNTIL WS-INDEX-CREDIT > WS-NB-CREDITS
                   OR WS-CREDIT-TROUVE NOT = 0
               IF WS-CD-CLIENT(WS-INDEX-CREDIT) = WS-CLIENT-CHERCHE
                   MOVE WS-INDEX-CREDIT TO WS-CREDIT-TROUVE
               END-IF
           END-PERFORM

           IF WS-CREDIT-TROUVE = 0 AND WS-NB-CREDITS < 999
               ADD 1 TO WS-NB-CREDITS
               MOVE WS-NB-CREDITS TO WS-CREDIT-TROUVE
               MOVE WS-CLIENT-CHERCHE TO WS-CD-CLIENT(WS-CREDIT-TROUVE)
               MOVE 0 TO WS-CD-MONTANT(WS-CREDIT-TROUVE)
           END-IF

           IF WS-CREDIT-TROUVE NOT = 0
               ADD WS-MONTANT-CREDIT TO WS-CD-MONTANT(WS-CREDIT-TROUVE)
           END-IF
       .

      ******************************************************************

      *Relit les décisions de rembourse.cbl : un remboursement (type
      *R) rend au client une part de son crédit, qui ne s'imputera
      *donc plus sur ses lignes, et se paie une semaine après la
      *décision ; un remboursement dont ce délai est passé est réputé
      *payé. Un crédit conservé (type C) reste au client. Un fichier
      *absent (statut 35) signifie qu'aucune décision n'a été prise
       0780-PREVOIT-REMBOURSEMENTS.

           OPEN INPUT FICHIER-REMBOURSEMENTS

           IF WS-STATUT-REMBOURSEMENTS = "00"

               PERFORM UNTIL WS-STATUT-REMBOURSEMENTS NOT = "00"
                   READ FICHIER-REMBOURSEMENTS
                       AT END
                           MOVE "10" TO WS-STATUT-REMBOURSEMENTS
                       NOT AT END
                           IF F-RB-TYPE = "R"
                               AND F-RB-MONTANT NUMERIC
                               AND F-RB-DATE NUMERIC
                               PERFORM 0790-RANGE-REMBOURSEMENT
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-REMBOURSEMENTS

           END-IF
       .

      ******************************************************************

      *Retire le remboursement lu du crédit du client (jusqu'à
      *épuisement) et le range dans la semaine de son paiement
       0790-RANGE-REMBOURSEMENT.

           MOVE 0 TO WS-CREDIT-TROUVE

           PERFORM VARYING WS-INDEX-CREDIT FROM 1 BY 1
               UNTIL WS-INDEX-CREDIT > WS-NB-CREDITS
                   OR WS-CREDIT-TROUVE NOT = 0
               IF WS-CD-CLIENT(WS-INDEX-CREDIT) = F-RB-CLIENT
                   MOVE WS-INDEX-CREDIT TO WS-CREDIT-TROUVE
               END-IF
           END-PERFORM

           IF WS-CREDIT-TROUVE NOT = 0
               IF F-RB-MONTANT > WS-CD-MONTANT(WS-CREDIT-TROUVE)
                   MOVE 0 TO WS-CD-MONTANT(WS-CREDIT-TROUVE)
               ELSE
                   SUBTRACT F-RB-MONTANT
                       FROM WS-CD-MONTANT(WS-CREDIT-TROUVE)
               END-IF
           END-IF

           COMPUTE WS-JOURS-ECHEANCE = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(F-RB-DATE)) + WS-DELAI-REMBOURSEMENT

           IF WS-JOURS-ECHEANCE >= WS-JOURS-AUJOURDHUI

               ADD 1 TO WS-NB-REMBOURSEMENTS
               MOVE F-RB-MONTANT TO WS-MONTANT-FLUX

               COMPUTE WS-INDEX-SEMAINE =
                   (WS-JOURS-ECHEANCE - WS-JOURS-AUJOURDHUI) / 7 + 1

               IF WS-INDEX-SEMAINE > WS-NB-SEMAINES
                   ADD WS-MONTANT-FLUX TO WS-AU-DELA-SORTIES
               ELSE
                   ADD WS-MONTANT-FLUX
                       TO WS-SM-SORTIES(WS-INDEX-SEMAINE)
               END-IF

           END-IF
       .

      ******************************************************************

      *Impute le crédit WS-INDEX-CREDIT sur les lignes non soldées du
      *client, dans l'ordre des lignes, comme s'il les avait réglées
       0800-IMPUTE-CREDIT.

           MOVE WS-CD-MONTANT(WS-INDEX-CREDIT) TO WS-MONTANT-CREDIT

           PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
               UNTIL WS-INDEX-LIGNE > WS-NB-LIGNES
                   OR WS-MONTANT-CREDIT = 0

               IF WS-LG-CLIENT(WS-INDEX-LIGNE)
                       = WS-CD-CLIENT(WS-INDEX-CREDIT)
                   AND WS-LG-TYPE(WS-INDEX-LIGNE) NOT = "C"
                   AND WS-LG-MONTANT(WS-INDEX-LIGNE)
                       > WS-LG-PAYE(WS-INDEX-LIGNE)

                   COMPUTE WS-MONTANT-IMPUTE =
                       WS-LG-MONTANT(WS-INDEX-LIGNE)
                       - WS-LG-PAYE(WS-INDEX-LIGNE)
                   IF WS-MONTANT-IMPUTE > WS-MONTANT-CREDIT
                       MOVE WS-MONTANT-CREDIT TO WS-MONTANT-IMPUTE
                   END-IF

                   ADD WS-MONTANT-IMPUTE TO WS-LG-PAYE(WS-INDEX-LIGNE)
                   SUBTRACT WS-MONTANT-IMPUTE FROM WS-MONTANT-CREDIT

               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Charge les promotions ; un fichier absent (statut 35) laisse
      *les lignes sans remise
       1200-CHARGE-PROMOTIONS.

           MOVE 0 TO WS-NB-PROMOTIONS

           OPEN INPUT FICHIER-PROMOTIONS

           IF WS-STATUT-PROMOTIONS = "00"

               PERFORM UNTIL WS-STATUT-PROMOTIONS NOT = "00"
                   READ FICHIER-PROMOTIONS
                       AT END
                           MOVE "10" TO WS-STATUT-PROMOTIONS
                       NOT AT END
                           IF WS-NB-PROMOTIONS < 100
                               AND F-PR-PCT NUMERIC
                               ADD 1 TO WS-NB-PROMOTIONS
                               MOVE F-PR-CODE TO
                                   WS-PR-CODE(WS-NB-PROMOTIONS)
                               MOVE F-PR-DEBUT TO
                                   WS-PR-DEBUT(WS-NB-PROMOTIONS)
                               MOVE F-PR-FIN TO
                                   WS-PR-FIN(WS-NB-PROMOTIONS)
                               MOVE F-PR-PCT TO
                                   WS-PR-PCT(WS-NB-PROMOTIONS)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-PROMOTIONS

           END-IF
       .

      ******************************************************************

      *Applique au montant WS-MONTANT-LIGNE la remise de la première
      *campagne du produit de la ligne trouvée dont la fenêtre couvre
      *WS-DATE-PROMO, comme 1250-APPLIQUE-PROMOTION de command.cbl
       1250-APPLIQUE-PROMOTION.

           MOVE 0 TO WS-PROMO-REMISE

           PERFORM VARYING WS-INDEX-PROMO FROM 1 BY 1
               UNTIL WS-INDEX-PROMO > WS-NB-PROMOTIONS
                   OR WS-PROMO-REMISE > 0

               IF WS-PR-CODE(WS-INDEX-PROMO)
                       = WS-LG-CODE(WS-LIGNE-TROUVEE)
                   AND WS-DATE-PROMO >= WS-PR-DEBUT(WS-INDEX-PROMO)
                   AND WS-DATE-PROMO <= WS-PR-FIN(WS-INDEX-PROMO)

                   COMPUTE WS-PROMO-REMISE ROUNDED =
                       WS-MONTANT-LIGNE
                       * WS-PR-PCT(WS-INDEX-PROMO) / 100

                   SUBTRACT WS-PROMO-REMISE FROM WS-MONTANT-LIGNE

               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Charge le délai de règlement des clients à conditions
      *particulières ; un fichier absent laisse tout le monde au délai
      *par défaut
       1300-CHARGE-CONDITIONS.

           MOVE 0 TO WS-NB-CONDITIONS

           OPEN INPUT FICHIER-CONDITIONS

           IF WS-STATUT-CONDITIONS = "00"

               PERFORM UNTIL WS-STATUT-CONDITIONS NOT = "00"
                   READ FICHIER-CONDITIONS
                       AT END
                           MOVE "10" TO WS-STATUT-CONDITIONS
                       NOT AT END
                           IF WS-NB-CONDITIONS < 999
                               AND F-CR-CLIENT NUMERIC
                               ADD 1 TO WS-NB-CONDITIONS
                               MOVE F-CR-CLIENT TO
                                   WS-CR-CLIENT(WS-NB-CONDITIONS)
                               IF F-CR-DELAI NUMERIC
                                   MOVE F-CR-DELAI TO
                                       WS-CR-DELAI(WS-NB-CONDITIONS)
                               ELSE
                                   MOVE WS-DELAI-DEFAUT TO
                                       WS-CR-DELAI(WS-NB-CONDITIONS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-CONDITIONS

           END-IF
       .

      ******************************************************************

      *Charge les échéances des échéanciers ; un fichier absent
      *signifie qu'aucune commande n'est sous échéancier
       1400-CHARGE-ECHEANCIERS.

           MOVE 0 TO WS-NB-ECHEANCES

           OPEN INPUT FICHIER-ECHEANCIERS

           IF WS-STATUT-ECHEANCIERS = "00"

               PERFORM UNTIL WS-STATUT-ECHEANCIERS NOT = "00"
                   READ FICHIER-ECHEANCIERS
                       AT END
                           MOVE "10" TO WS-STATUT-ECHEANCIERS
                       NOT AT END
                           IF WS-NB-ECHEANCES < 9999
                               AND F-EP-DATE NUMERIC
                               AND F-EP-MONTANT NUMERIC
                               ADD 1 TO WS-NB-ECHEANCES
                               MOVE F-EP-CLIENT TO
                                   WS-EP-CLIENT(WS-NB-ECHEANCES)
                               MOVE F-EP-NUMERO TO
                                   WS-EP-NUMERO(WS-NB-ECHEANCES)
                               MOVE F-EP-DATE TO
                                   WS-EP-DATE(WS-NB-ECHEANCES)
                               MOVE F-EP-MONTANT TO
                                   WS-EP-MONTANT(WS-NB-ECHEANCES)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-ECHEANCIERS

           END-IF
       .

      ******************************************************************

      *Charge les litiges encore ouverts ; un fichier absent signifie
      *qu'aucune commande n'est contestée
       1500-CHARGE-LITIGES.

           MOVE 0 TO WS-NB-LITIGES

           OPEN INPUT FICHIER-LITIGES

           IF WS-STATUT-LITIGES = "00"

               PERFORM UNTIL WS-STATUT-LITIGES NOT = "00"
                   READ FICHIER-LITIGES
                       AT END
                           MOVE "10" TO WS-STATUT-LITIGES
                       NOT AT END
                           IF WS-NB-LITIGES < 999
                               AND F-LI-RESOLU-LE = SPACES
                               ADD 1 TO WS-NB-LITIGES
                               MOVE F-LI-CLIENT TO
                                   WS-LI-CLIENT(WS-NB-LITIGES)
                               MOVE F-LI-NUMERO TO
                                   WS-LI-NUMERO(WS-NB-LITIGES)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-LITIGES

           END-IF
       .

      ******************************************************************

      *Charge les lignes encore ouvertes du registre des commandes
      *fournisseurs (reçu inférieur au commandé), avec leur reste à
      *recevoir
       1600-CHARGE-REGISTRE.

           MOVE 0 TO WS-NB-PO

           OPEN INPUT FICHIER-REGISTRE-PO

           IF WS-STATUT-REGISTRE NOT = "00"
               DISPLAY "Registre commandes-fournisseurs.txt absent "
                   "(statut " WS-STATUT-REGISTRE "), "
                   "aucun décaissement"
           ELSE

               PERFORM UNTIL WS-STATUT-REGISTRE NOT = "00"
                   READ FICHIER-REGISTRE-PO
                       AT END
                           MOVE "10" TO WS-STATUT-REGISTRE
                       NOT AT END
                           IF F-PO-QTE-CDE NUMERIC
                               AND F-PO-QTE-RECUE NUMERIC
                               AND F-PO-QTE-RECUE < F-PO-QTE-CDE
                               AND WS-NB-PO < 999
                               ADD 1 TO WS-NB-PO
                               MOVE F-PO-REF TO WS-PO-REF(WS-NB-PO)
                               MOVE F-PO-FOURNISSEUR TO
                                   WS-PO-FOURNISSEUR(WS-NB-PO)
                               MOVE F-PO-ARTICLE TO
                                   WS-PO-ARTICLE(WS-NB-PO)
                               COMPUTE WS-PO-RESTE(WS-NB-PO) =
                                   F-PO-QTE-CDE - F-PO-QTE-RECUE
                               MOVE F-PO-DATE TO WS-PO-DATE(WS-NB-PO)
                               MOVE "N" TO WS-PO-EN-RETARD(WS-NB-PO)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-REGISTRE-PO

           END-IF

           MOVE WS-NB-PO TO WS-NB-PO-OUVERTES
       .

      ******************************************************************

      *Relit le dernier suivi de reception.cbl : une ligne OUVERTE
      *suivie d'une ligne "EN RETARD" marque la commande du registre
      *(même référence, même article) comme à payer sans attendre
       1700-CHARGE-SUIVI.

           MOVE 0 TO WS-PO-SUIVI

           OPEN INPUT FICHIER-SUIVI-PO

           IF WS-STATUT-SUIVI = "00"

               PERFORM UNTIL WS-STATUT-SUIVI NOT = "00"
                   READ FICHIER-SUIVI-PO
                       AT END
                           MOVE "10" TO WS-STATUT-SUIVI
                       NOT AT END
                           PERFORM 1750-LIT-LIGNE-SUIVI
                   END-READ
               END-PERFORM

               CLOSE FICHIER-SUIVI-PO

           END-IF
       .

      ******************************************************************

      *Traite une ligne du suivi : mémorise la commande d'une ligne
      *OUVERTE, marque en retard celle qui précède une ligne de retard
       1750-LIT-LIGNE-SUIVI.

           EVALUATE TRUE

               WHEN F-LIGNE-SUIVI(1:9) = "OUVERTE  "
                   MOVE 0 TO WS-PO-SUIVI
                   PERFORM VARYING WS-INDEX-PO FROM 1 BY 1
                       UNTIL WS-INDEX-PO > WS-NB-PO
                           OR WS-PO-SUIVI NOT = 0
                       IF WS-PO-REF(WS-INDEX-PO)
                               = F-LIGNE-SUIVI(10:10)
                           AND WS-PO-ARTICLE(WS-INDEX-PO)
                               = F-LIGNE-SUIVI(32:10)
                           MOVE WS-INDEX-PO TO WS-PO-SUIVI
                       END-IF
                   END-PERFORM

               WHEN F-LIGNE-SUIVI(1:13) = "  EN RETARD d"
                   IF WS-PO-SUIVI NOT = 0
                       MOVE "O" TO WS-PO-EN-RETARD(WS-PO-SUIVI)
                   END-IF
                   MOVE 0 TO WS-PO-SUIVI

               WHEN OTHER
                   MOVE 0 TO WS-PO-SUIVI

           END-EVALUATE
       .

      ******************************************************************

      *Charge le délai de livraison de chaque fournisseur, comme
      *reception.cbl
       1800-CHARGE-DELAIS.

           MOVE 0 TO WS-NB-DELAIS

           OPEN INPUT FICHIER-FOURNISSEURS

           IF WS-STATUT-FOURNISSEURS = "00"

               PERFORM UNTIL WS-STATUT-FOURNISSEURS NOT = "00"
                   READ FICHIER-FOURNISSEURS
                       AT END
                           MOVE "10" TO WS-STATUT-FOURNISSEURS
                       NOT AT END
                           IF WS-NB-DELAIS < 100
                               ADD 1 TO WS-NB-DELAIS
                               MOVE F-CODE-FOURN TO
                                   WS-DEL-CODE(WS-NB-DELAIS)
                               IF F-DELAI-FOURN NUMERIC
                                   MOVE F-DELAI-FOURN TO
                                       WS-DEL-JOURS(WS-NB-DELAIS)
                               ELSE
                                   MOVE 0 TO
                                       WS-DEL-JOURS(WS-NB-DELAIS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-FOURNISSEURS

           END-IF
       .

      ******************************************************************

      *Charge les tarifs fournisseurs ; sans tarif, une commande
      *ouverte ne peut pas être valorisée et est seulement comptée
       1900-CHARGE-TARIFS.

           MOVE 0 TO WS-NB-TARIFS

           OPEN INPUT FICHIER-TARIFS

           IF WS-STATUT-TARIFS = "00"

               PERFORM UNTIL WS-STATUT-TARIFS NOT = "00"
                   READ FICHIER-TARIFS
                       AT END
                           MOVE "10" TO WS-STATUT-TARIFS
                       NOT AT END
                           IF WS-NB-TARIFS < 999
                               AND F-TF-COUT NUMERIC
                               ADD 1 TO WS-NB-TARIFS
                               MOVE F-TF-FOURNISSEUR TO
                                   WS-TF-FOURNISSEUR(WS-NB-TARIFS)
                               MOVE F-TF-ARTICLE TO
                                   WS-TF-ARTICLE(WS-NB-TARIFS)
                               MOVE F-TF-COUT TO
                                   WS-TF-COUT(WS-NB-TARIFS)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-TARIFS

           END-IF
       .

      ******************************************************************

      *Prévoit l'encaissement du restant de la ligne WS-INDEX-LIGNE :
      *une commande en litige est écartée ; une commande sous
      *échéancier rentre à ses échéances non réglées ; les autres
      *rentrent à la date du fichier plus le délai de règlement du
      *client
       2000-PREVOIT-ENCAISSEMENT.

           ADD 1 TO WS-NB-CREANCES

           COMPUTE WS-RESTANT-LIGNE =
               WS-LG-MONTANT(WS-INDEX-LIGNE)
               - WS-LG-PAYE(WS-INDEX-LIGNE)

           MOVE "N" TO WS-LITIGE-TROUVE
           PERFORM VARYING WS-INDEX-LI FROM 1 BY 1
               UNTIL WS-INDEX-LI > WS-NB-LITIGES
                   OR WS-LITIGE-TROUVE = "O"
               IF WS-LI-CLIENT(WS-INDEX-LI)
                       = WS-LG-CLIENT(WS-INDEX-LIGNE)
                   AND WS-LI-NUMERO(WS-INDEX-LI)
                       = WS-LG-NUMERO(WS-INDEX-LIGNE)
                   MOVE "O" TO WS-LITIGE-TROUVE
               END-IF
           END-PERFORM

           IF WS-LITIGE-TROUVE = "O"
               ADD 1 TO WS-NB-EN-LITIGE
               ADD WS-RESTANT-LIGNE TO WS-TOTAL-LITIGES
           ELSE

               PERFORM 2100-PREVOIT-ECHEANCES

      *Part de la ligne hors échéancier (ou ligne entière sans
      *échéancier) : à la date du fichier plus le délai du client
               IF WS-RESTANT-LIGNE > 0
                   MOVE WS-RESTANT-LIGNE TO WS-MONTANT-FLUX
                   IF WS-LG-DATE(WS-INDEX-LIGNE) NUMERIC
                       PERFORM 2200-DELAI-DU-CLIENT
                       COMPUTE WS-JOURS-ECHEANCE =
                           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                               WS-LG-DATE(WS-INDEX-LIGNE)))
                           + WS-DELAI-CLIENT
                   ELSE
                       MOVE 0 TO WS-JOURS-ECHEANCE
                   END-IF
                   PERFORM 2500-RANGE-ENCAISSEMENT
               END-IF

           END-IF
       .

      ******************************************************************

      *Parcourt les échéances de la commande WS-INDEX-LIGNE : le réglé
      *de la ligne couvre les échéances dans l'ordre, chaque part non
      *couverte est attendue à la date de son échéance ; le restant
      *de la ligne est diminué de ce qui relève de l'échéancier
       2100-PREVOIT-ECHEANCES.

           MOVE "N" TO WS-A-ECHEANCIER
           MOVE 0 TO WS-CUMUL-APRES

           PERFORM VARYING WS-INDEX-EP FROM 1 BY 1
               UNTIL WS-INDEX-EP > WS-NB-ECHEANCES

               IF WS-EP-CLIENT(WS-INDEX-EP)
                       = WS-LG-CLIENT(WS-INDEX-LIGNE)
                   AND WS-EP-NUMERO(WS-INDEX-EP)
                       = WS-LG-NUMERO(WS-INDEX-LIGNE)

                   MOVE "O" TO WS-A-ECHEANCIER
                   MOVE WS-CUMUL-APRES TO WS-CUMUL-AVANT
                   ADD WS-EP-MONTANT(WS-INDEX-EP) TO WS-CUMUL-APRES

                   IF WS-LG-PAYE(WS-INDEX-LIGNE) > WS-CUMUL-AVANT
                       MOVE WS-LG-PAYE(WS-INDEX-LIGNE)
                           TO WS-DEJA-COUVERT
                   ELSE
                       MOVE WS-CUMUL-AVANT TO WS-DEJA-COUVERT
                   END-IF

                   IF WS-CUMUL-APRES > WS-DEJA-COUVERT
                       COMPUTE WS-MONTANT-FLUX =
                           WS-CUMUL-APRES - WS-DEJA-COUVERT
                       IF WS-MONTANT-FLUX > WS-RESTANT-LIGNE
                           MOVE WS-RESTANT-LIGNE TO WS-MONTANT-FLUX
                       END-IF
                       SUBTRACT WS-MONTANT-FLUX FROM WS-RESTANT-LIGNE
                       COMPUTE WS-JOURS-ECHEANCE =
                           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                               WS-EP-DATE(WS-INDEX-EP)))
                       PERFORM 2500-RANGE-ENCAISSEMENT
                   END-IF

               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Cherche le délai de règlement du client de la ligne
      *WS-INDEX-LIGNE ; délai par défaut s'il n'a pas de conditions
       2200-DELAI-DU-CLIENT.

           MOVE WS-DELAI-DEFAUT TO WS-DELAI-CLIENT

           PERFORM VARYING WS-INDEX-CONDITION FROM 1 BY 1
               UNTIL WS-INDEX-CONDITION > WS-NB-CONDITIONS
               IF WS-CR-CLIENT(WS-INDEX-CONDITION)
                   = WS-LG-CLIENT(WS-INDEX-LIGNE)
                   MOVE WS-CR-DELAI(WS-INDEX-CONDITION)
                       TO WS-DELAI-CLIENT
               END-IF
           END-PERFORM
       .

      ******************************************************************

      *Range l'encaissement WS-MONTANT-FLUX attendu au jour
      *WS-JOURS-ECHEANCE : déjà échu (ou sans date) il reste hors
      *tableau, une créance en retard n'étant pas une rentrée sûre ;
      *au-delà de la huitième semaine il est seulement totalisé
       2500-RANGE-ENCAISSEMENT.

           IF WS-JOURS-ECHEANCE < WS-JOURS-AUJOURDHUI
               ADD WS-MONTANT-FLUX TO WS-ECHU-NON-ENCAISSE
           ELSE
               COMPUTE WS-INDEX-SEMAINE =
                   (WS-JOURS-ECHEANCE - WS-JOURS-AUJOURDHUI) / 7 + 1
               IF WS-INDEX-SEMAINE > WS-NB-SEMAINES
                   ADD WS-MONTANT-FLUX TO WS-AU-DELA-ENTREES
               ELSE
                   ADD WS-MONTANT-FLUX
                       TO WS-SM-ENTREES(WS-INDEX-SEMAINE)
               END-IF
           END-IF
       .

      ******************************************************************

      *Prévoit le décaissement de la commande fournisseur WS-INDEX-PO :
      *reste à recevoir fois le tarif du fournisseur, à payer à la
      *livraison attendue (date du bon plus délai du fournisseur) ;
      *une commande en retard se paie dès la première semaine
       3000-PREVOIT-DECAISSEMENT.

           MOVE 0 TO WS-COUT-UNITAIRE

           PERFORM VARYING WS-INDEX-TARIF FROM 1 BY 1
               UNTIL WS-INDEX-TARIF > WS-NB-TARIFS
                   OR WS-COUT-UNITAIRE NOT = 0
               IF WS-TF-FOURNISSEUR(WS-INDEX-TARIF)
                       = WS-PO-FOURNISSEUR(WS-INDEX-PO)
                   AND WS-TF-ARTICLE(WS-INDEX-TARIF)
                       = WS-PO-ARTICLE(WS-INDEX-PO)
                   MOVE WS-TF-COUT(WS-INDEX-TARIF) TO WS-COUT-UNITAIRE
               END-IF
           END-PERFORM

           IF WS-COUT-UNITAIRE = 0
               ADD 1 TO WS-NB-SANS-TARIF
               DISPLAY "Commande " WS-PO-REF(WS-INDEX-PO)
                   " article " WS-PO-ARTICLE(WS-INDEX-PO)
                   " sans tarif fournisseur, non valorisée"
           ELSE

               COMPUTE WS-MONTANT-FLUX =
                   WS-PO-RESTE(WS-INDEX-PO) * WS-COUT-UNITAIRE

               MOVE 0 TO WS-DELAI-LIGNE
               PERFORM VARYING WS-INDEX-DELAI FROM 1 BY 1
                   UNTIL WS-INDEX-DELAI > WS-NB-DELAIS
                   IF WS-DEL-CODE(WS-INDEX-DELAI)
                       = WS-PO-FOURNISSEUR(WS-INDEX-PO)
                       MOVE WS-DEL-JOURS(WS-INDEX-DELAI)
                           TO WS-DELAI-LIGNE
                   END-IF
               END-PERFORM

               IF WS-PO-DATE(WS-INDEX-PO) NUMERIC
                   COMPUTE WS-JOURS-ECHEANCE =
                       FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                           WS-PO-DATE(WS-INDEX-PO)))
                       + WS-DELAI-LIGNE
               ELSE
                   MOVE 0 TO WS-JOURS-ECHEANCE
               END-IF

               IF WS-PO-EN-RETARD(WS-INDEX-PO) = "O"
                   OR WS-JOURS-ECHEANCE < WS-JOURS-AUJOURDHUI
                   ADD 1 TO WS-NB-PO-EN-RETARD
                   MOVE 1 TO WS-INDEX-SEMAINE
               ELSE
                   COMPUTE WS-INDEX-SEMAINE =
                       (WS-JOURS-ECHEANCE - WS-JOURS-AUJOURDHUI) / 7
                       + 1
               END-IF

               IF WS-INDEX-SEMAINE > WS-NB-SEMAINES
                   ADD WS-MONTANT-FLUX TO WS-AU-DELA-SORTIES
               ELSE
                   ADD WS-MONTANT-FLUX
                       TO WS-SM-SORTIES(WS-INDEX-SEMAINE)
               END-IF

           END-IF
       .

      ******************************************************************

      *Factures fournisseurs approuvées et non réglées : chacune est à
      *payer à son échéance, dès la première semaine si elle est passée
       3500-PREVOIT-DETTES.

           OPEN INPUT FICHIER-DETTES

           IF WS-STATUT-DETTES = "00"

               PERFORM UNTIL WS-STATUT-DETTES NOT = "00"
                   READ FICHIER-DETTES
                       AT END
                           MOVE "10" TO WS-STATUT-DETTES
                       NOT AT END
                           IF F-DF-REGLE-LE = SPACES
                               AND F-DF-MONTANT NUMERIC
                               PERFORM 3550-RANGE-DETTE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-DETTES

           END-IF
       .

      ******************************************************************

      *Range la dette non réglée lue dans la semaine de son échéance
       3550-RANGE-DETTE.

           ADD 1 TO WS-NB-DETTES
           MOVE F-DF-MONTANT TO WS-MONTANT-FLUX

           IF F-DF-ECHEANCE NUMERIC
               COMPUTE WS-JOURS-ECHEANCE = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(F-DF-ECHEANCE))
           ELSE
               MOVE 0 TO WS-JOURS-ECHEANCE
           END-IF

           IF WS-JOURS-ECHEANCE < WS-JOURS-AUJOURDHUI
               MOVE 1 TO WS-INDEX-SEMAINE
           ELSE
               COMPUTE WS-INDEX-SEMAINE =
                   (WS-JOURS-ECHEANCE - WS-JOURS-AUJOURDHUI) / 7 + 1
           END-IF

           IF WS-INDEX-SEMAINE > WS-NB-SEMAINES
               ADD WS-MONTANT-FLUX TO WS-AU-DELA-SORTIES
           ELSE
               ADD WS-MONTANT-FLUX TO WS-SM-SORTIES(WS-INDEX-SEMAINE)
           END-IF
       .

      ******************************************************************

      *Édite la prévision dans tresorerie.txt : une ligne par semaine
      *avec encaissements, décaissements, solde de la semaine et
      *position cumulée, puis les totaux et les montants hors tableau
       4000-EDITE-TABLEAU.

           MOVE "O" TO WS-ETAT-ACTION
           MOVE "tresorerie.txt" TO WS-ETAT-FICHIER
           MOVE "Prévision de trésorerie - 8 semaines"
               TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "D" TO WS-ETAT-ACTION

           MOVE "Semaine du" TO WS-TB-SEMAINE
           MOVE "Encaissements" TO WS-TB-ENTREES
           MOVE "Décaissements" TO WS-TB-SORTIES
           MOVE "Solde semaine" TO WS-TB-SOLDE
           MOVE "Position" TO WS-TB-CUMUL
           MOVE WS-LIGNE-TABLEAU TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE 0 TO WS-POSITION-CUMULEE

           PERFORM VARYING WS-INDEX-SEMAINE FROM 1 BY 1
               UNTIL WS-INDEX-SEMAINE > WS-NB-SEMAINES

               COMPUTE WS-SOLDE-SEMAINE =
                   WS-SM-ENTREES(WS-INDEX-SEMAINE)
                   - WS-SM-SORTIES(WS-INDEX-SEMAINE)
               ADD WS-SOLDE-SEMAINE TO WS-POSITION-CUMULEE
               ADD WS-SM-ENTREES(WS-INDEX-SEMAINE) TO WS-TOTAL-ENTREES
               ADD WS-SM-SORTIES(WS-INDEX-SEMAINE) TO WS-TOTAL-SORTIES

               MOVE WS-SM-DEBUT(WS-INDEX-SEMAINE) TO WS-TB-SEMAINE

               MOVE WS-SM-ENTREES(WS-INDEX-SEMAINE) TO WS-MONTANT-CENTS
               PERFORM 0100-FORMATE-PRIX
               MOVE WS-MONTANT-AFFICHE TO WS-TB-ENTREES

               MOVE WS-SM-SORTIES(WS-INDEX-SEMAINE) TO WS-MONTANT-CENTS
               PERFORM 0100-FORMATE-PRIX
               MOVE WS-MONTANT-AFFICHE TO WS-TB-SORTIES

               MOVE WS-SOLDE-SEMAINE TO WS-MONTANT-CENTS
               PERFORM 0100-FORMATE-PRIX
               MOVE WS-MONTANT-AFFICHE TO WS-TB-SOLDE

               MOVE WS-POSITION-CUMULEE TO WS-MONTANT-CENTS
               PERFORM 0100-FORMATE-PRIX
               MOVE WS-MONTANT-AFFICHE TO WS-TB-CUMUL

               MOVE WS-LIGNE-TABLEAU TO WS-ETAT-TEXTE
               CALL "editetat" USING WS-ETAT-COMMANDE

           END-PERFORM

      *Ligne des totaux sur les huit semaines
           MOVE "Total" TO WS-TB-SEMAINE

           MOVE WS-TOTAL-ENTREES TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE WS-MONTANT-AFFICHE TO WS-TB-ENTREES

           MOVE WS-TOTAL-SORTIES TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE WS-MONTANT-AFFICHE TO WS-TB-SORTIES

           MOVE WS-POSITION-CUMULEE TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE WS-MONTANT-AFFICHE TO WS-TB-SOLDE
           MOVE WS-MONTANT-AFFICHE TO WS-TB-CUMUL

           MOVE WS-LIGNE-TABLEAU TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

      *Montants laissés hors du tableau
           MOVE WS-ECHU-NON-ENCAISSE TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Créances échues non encaissées (hors tableau) : "
               FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE WS-TOTAL-LITIGES TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Créances en litige (hors tableau)          : "
               FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE WS-AU-DELA-ENTREES TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Encaissements au-delà de 8 semaines        : "
               FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE WS-AU-DELA-SORTIES TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Décaissements au-delà de 8 semaines        : "
               FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Commandes fournisseurs ouvertes : "
               WS-NB-PO-OUVERTES ", en retard : "
               WS-NB-PO-EN-RETARD ", sans tarif : " WS-NB-SANS-TARIF
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Factures fournisseurs approuvées à régler : "
               WS-NB-DETTES
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Remboursements clients à payer : "
               WS-NB-REMBOURSEMENTS
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "F" TO WS-ETAT-ACTION
           CALL "editetat" USING WS-ETAT-COMMANDE
       .
