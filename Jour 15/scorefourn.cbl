      *Évaluation trimestrielle des fournisseurs : les achats
      *renégociaient sans savoir qui livre en retard, incomplet ou des
      *articles inconnus. Pour chaque ligne du registre
      *commandes-fournisseurs.txt commandée dans le trimestre demandé,
      *l'historique des réceptions (receptions-historique.txt, tenu
      *par reception.cbl) donne la date de chaque livraison : délai
      *réel jusqu'à la livraison qui solde la ligne, ligne soldée
      *dans le délai du fournisseur (fournisseurs.txt) ou non,
      *première livraison complète ou non. Les livraisons d'articles
      *inconnus rejetées par reception.cbl dans le trimestre sont
      *rattachées au fournisseur du bon qu'elles citent. Le tableau,
      *classé du moins bon au meilleur fournisseur, est édité par le
      *sous-programme commun editetat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scorefourn.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du registre des commandes fournisseurs, écrit par
      *rupture.cbl et pointé par reception.cbl
       SELECT FICHIER-REGISTRE-PO
           ASSIGN TO "commandes-fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-REGISTRE.

      *Alias de l'historique des réceptions, tenu par reception.cbl
       SELECT FICHIER-HISTORIQUE ASSIGN TO "receptions-historique.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-HISTORIQUE.

      *Alias du référentiel des fournisseurs, pour leur nom et leur
      *délai habituel
       SELECT FICHIER-FOURNISSEURS ASSIGN TO "fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-FOURNISSEURS.

       DATA DIVISION.

       FILE SECTION.

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

      *Définition de l'historique des réceptions, même découpage que
      *reception.cbl (A = appliquée, I = article inconnu, S = article
      *sur plusieurs sites)
       FD FICHIER-HISTORIQUE.
       01 F-HISTORIQUE.
           05 F-HI-DATE              PIC X(8).
           05 FILLER                 PIC X.
           05 F-HI-ARTICLE           PIC X(10).
           05 FILLER                 PIC X.
           05 F-HI-QTE               PIC 9(3).
           05 FILLER                 PIC X.
           05 F-HI-REF               PIC X(10).
           05 FILLER                 PIC X.
           05 F-HI-SITE              PIC X(3).
           05 FILLER                 PIC X.
           05 F-HI-RESULTAT          PIC X.

      *Définition du référentiel des fournisseurs, même découpage que
      *reception.cbl
       FD FICHIER-FOURNISSEURS.
       01 F-FOURNISSEUR-REF.
           05 F-CODE-FOURN           PIC X(10).
           05 FILLER                 PIC X.
           05 F-NOM-FOURN            PIC X(20).
           05 FILLER                 PIC X.
           05 F-CONTACT-FOURN        PIC X(20).
           05 FILLER                 PIC X.
           05 F-DELAI-FOURN          PIC 99.

       WORKING-STORAGE SECTION.

      *Trimestre demandé (AAAAT) et ses bornes AAAAMMJJ : premier
      *jour du trimestre et premier jour du trimestre suivant
       01 WS-TRIMESTRE.
           05 WS-TRIM-ANNEE       PIC 9(4).
           05 WS-TRIM-NUMERO      PIC 9.
       77 WS-DATE-DEBUT           PIC X(8).
       77 WS-DATE-FIN             PIC X(8).
       77 WS-MOIS-DEBUT           PIC 99.
       77 WS-ANNEE-FIN            PIC 9(4).

      *Lignes du registre : toutes sont gardées pour rattacher les
      *rejets à leur fournisseur, seules celles commandées dans le
      *trimestre sont évaluées ; pour chacune, reçu cumulé selon
      *l'historique, date et quantité de la première livraison, date
      *de la livraison qui solde la ligne
       01 WS-REGISTRE-TAB.
           05 WS-PO               OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-PO.
               10 WS-PO-REF           PIC X(10).
               10 WS-PO-FOURNISSEUR   PIC X(10).
               10 WS-PO-ARTICLE       PIC X(10).
               10 WS-PO-QTE-CDE       PIC 9(4).
               10 WS-PO-DATE          PIC X(8).
               10 WS-PO-DU-TRIMESTRE  PIC X.
               10 WS-PO-RECU          PIC 9(5).
               10 WS-PO-PREMIERE-QTE  PIC 9(4).
               10 WS-PO-SOLDEE-LE     PIC X(8).
       77 WS-NB-PO                PIC 9(4)              VALUE 1.
       77 WS-INDEX-PO             PIC 9(4)              VALUE 1.
       77 WS-PO-TROUVE            PIC 9(4)              VALUE 0.

      *Fournisseurs du référentiel et leurs mesures du trimestre :
      *lignes commandées, lignes soldées et somme de leurs délais,
      *lignes échues et lignes à l'heure, lignes livrées et lignes
      *complètes à la première livraison, rejets ; puis délai moyen et
      *pourcentages calculés pour le classement
       01 WS-FOURNISSEURS-TAB.
           05 WS-FOURNISSEUR      OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-NB-FOURNISSEURS.
               10 WS-FO-CODE          PIC X(10).
               10 WS-FO-NOM           PIC X(20).
               10 WS-FO-DELAI         PIC 99.
               10 WS-FO-NB-LIGNES     PIC 9(4).
               10 WS-FO-NB-SOLDEES    PIC 9(4).
               10 WS-FO-SOMME-DELAIS  PIC 9(7).
               10 WS-FO-NB-ECHUES     PIC 9(4).
               10 WS-FO-NB-A-L-HEURE  PIC 9(4).
               10 WS-FO-NB-LIVREES    PIC 9(4).
               10 WS-FO-NB-COMPLETES  PIC 9(4).
               10 WS-FO-NB-REJETS     PIC 9(4).
               10 WS-FO-DELAI-MOYEN   PIC 9(4).
               10 WS-FO-PCT-HEURE     PIC 9(3).
               10 WS-FO-PCT-COMPLET   PIC 9(3).
       77 WS-NB-FOURNISSEURS      PIC 9(3)              VALUE 1.
       77 WS-INDEX-FOURN          PIC 9(3)              VALUE 1.
       77 WS-FOURN-TROUVE         PIC 9(3)              VALUE 0.

      *Calculs sur la ligne en cours, en jours
       77 WS-JOURS-AUJOURDHUI     PIC 9(7)              VALUE 0.
       77 WS-JOURS-COMMANDE       PIC 9(7)              VALUE 0.
       77 WS-JOURS-ECHEANCE       PIC 9(7)              VALUE 0.
       77 WS-JOURS-SOLDE          PIC 9(7)              VALUE 0.

      *Compteurs du bilan
       77 WS-NB-LIGNES-TRIMESTRE  PIC 9(5)              VALUE 0.
       77 WS-NB-SANS-HISTORIQUE   PIC 9(5)              VALUE 0.
       77 WS-NB-REJETS-TRIMESTRE  PIC 9(5)              VALUE 0.
       77 WS-NB-REJETS-ORPHELINS  PIC 9(5)              VALUE 0.
       77 WS-NB-EVALUES           PIC 9(3)              VALUE 0.
       77 WS-RANG                 PIC 9(3)              VALUE 0.

      *Ligne du tableau, colonnes de largeur fixe
       01 WS-LIGNE-TABLEAU.
           05 WS-TB-RANG          PIC X(4).
           05 WS-TB-CODE          PIC X(11).
           05 WS-TB-NOM           PIC X(21).
           05 WS-TB-LIGNES        PIC X(7).
           05 WS-TB-DELAI         PIC X(9).
           05 WS-TB-HEURE         PIC X(10).
           05 WS-TB-COMPLET       PIC X(10).
           05 WS-TB-REJETS        PIC X(7).
      *Versions éditées des mesures
       77 WS-RANG-ED              PIC ZZ9.
       77 WS-NOMBRE-ED            PIC ZZZ9.
       77 WS-POURCENT-ED          PIC ZZ9.

      *Indicateurs de fin de fichier et statuts
       77 WS-EOF                  PIC X                 VALUE 'F'.
       77 WS-STATUT-REGISTRE      PIC XX.
       77 WS-STATUT-HISTORIQUE    PIC XX.
       77 WS-STATUT-FOURNISSEURS  PIC XX.

      *Nom du tableau daté du trimestre
       77 WS-NOM-TABLEAU          PIC X(30).

      *Commande passée au sous-programme commun d'édition d'états
      *(editetat.cbl) : action, nom du fichier, texte de la ligne
       01 WS-ETAT-COMMANDE.
           05 WS-ETAT-ACTION      PIC X.
           05 WS-ETAT-FICHIER     PIC X(30).
           05 WS-ETAT-TEXTE       PIC X(80).

       PROCEDURE DIVISION.

       DISPLAY "Trimestre à évaluer (AAAAT, T de 1 à 4) : ".
       ACCEPT WS-TRIMESTRE.

       IF WS-TRIMESTRE NOT NUMERIC
           OR WS-TRIM-NUMERO < 1 OR WS-TRIM-NUMERO > 4
           DISPLAY "Trimestre invalide : " WS-TRIMESTRE
           STOP RUN
       END-IF.

      *Bornes du trimestre : du premier jour de son premier mois au
      *premier jour du trimestre suivant, exclu
       COMPUTE WS-MOIS-DEBUT = (WS-TRIM-NUMERO - 1) * 3 + 1.
       MOVE SPACES TO WS-DATE-DEBUT.
       STRING WS-TRIM-ANNEE WS-MOIS-DEBUT "01" INTO WS-DATE-DEBUT.

       MOVE SPACES TO WS-DATE-FIN.
       IF WS-TRIM-NUMERO = 4
           COMPUTE WS-ANNEE-FIN = WS-TRIM-ANNEE + 1
           STRING WS-ANNEE-FIN "0101" INTO WS-DATE-FIN
       ELSE
           ADD 3 TO WS-MOIS-DEBUT
           STRING WS-TRIM-ANNEE WS-MOIS-DEBUT "01" INTO WS-DATE-FIN
       END-IF.

       COMPUTE WS-JOURS-AUJOURDHUI = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).

       PERFORM 0200-CHARGE-FOURNISSEURS.

       IF WS-NB-FOURNISSEURS = 0
           DISPLAY "Référentiel fournisseurs.txt absent ou vide, "
               "rien à évaluer"
           STOP RUN
       END-IF.

       PERFORM 0300-CHARGE-REGISTRE.
       PERFORM 0400-LIT-HISTORIQUE.

       PERFORM VARYING WS-INDEX-PO FROM 1 BY 1
           UNTIL WS-INDEX-PO > WS-NB-PO
           IF WS-PO-DU-TRIMESTRE(WS-INDEX-PO) = "O"
               PERFORM 1000-EVALUE-LIGNE
           END-IF
       END-PERFORM.

       PERFORM VARYING WS-INDEX-FOURN FROM 1 BY 1
           UNTIL WS-INDEX-FOURN > WS-NB-FOURNISSEURS
           PERFORM 2000-CALCULE-MESURES
       END-PERFORM.

      *Classement du moins bon au meilleur : la ponctualité d'abord,
      *puis la complétude, puis le nombre de rejets et le délai moyen
       SORT WS-FOURNISSEUR
           ON ASCENDING KEY WS-FO-PCT-HEURE
           ON ASCENDING KEY WS-FO-PCT-COMPLET
           ON DESCENDING KEY WS-FO-NB-REJETS
           ON DESCENDING KEY WS-FO-DELAI-MOYEN.

       PERFORM 3000-EDITE-TABLEAU.

       DISPLAY "Lignes commandées dans le trimestre : "
           WS-NB-LIGNES-TRIMESTRE.
       DISPLAY "Lignes reçues sans historique (non évaluées) : "
           WS-NB-SANS-HISTORIQUE.
       DISPLAY "Livraisons d'articles inconnus rejetées : "
           WS-NB-REJETS-TRIMESTRE.
       DISPLAY "Fournisseurs évalués : " WS-NB-EVALUES.
       DISPLAY "Évaluation écrite dans " WS-NOM-TABLEAU.

       STOP RUN.

      ******************************************************************

      *Charge le référentiel des fournisseurs, mesures à zéro
       0200-CHARGE-FOURNISSEURS.

           MOVE 0 TO WS-NB-FOURNISSEURS

           OPEN INPUT FICHIER-FOURNISSEURS

           IF WS-STATUT-FOURNISSEURS = "00"

               PERFORM UNTIL WS-STATUT-FOURNISSEURS NOT = "00"
                   READ FICHIER-FOURNISSEURS
                       AT END
                           MOVE "10" TO WS-STATUT-FOURNISSEURS
                       NOT AT END
                           IF WS-NB-FOURNISSEURS < 100
                               ADD 1 TO WS-NB-FOURNISSEURS
                               INITIALIZE
                                   WS-FOURNISSEUR(WS-NB-FOURNISSEURS)
                               MOVE F-CODE-FOURN TO
                                   WS-FO-CODE(WS-NB-FOURNISSEURS)
                               MOVE F-NOM-FOURN TO
                                   WS-FO-NOM(WS-NB-FOURNISSEURS)
                               IF F-DELAI-FOURN NUMERIC
                                   MOVE F-DELAI-FOURN TO
                                       WS-FO-DELAI(WS-NB-FOURNISSEURS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-FOURNISSEURS

           END-IF
       .

      ******************************************************************

      *Charge tout le registre des commandes fournisseurs et repère
      *les lignes commandées dans le trimestre
       0300-CHARGE-REGISTRE.

           MOVE 0 TO WS-NB-PO

           OPEN INPUT FICHIER-REGISTRE-PO

           IF WS-STATUT-REGISTRE NOT = "00"
               DISPLAY "Registre commandes-fournisseurs.txt absent "
                   "(statut " WS-STATUT-REGISTRE "), aucune ligne"
           ELSE

               PERFORM UNTIL WS-STATUT-REGISTRE NOT = "00"
                   READ FICHIER-REGISTRE-PO
                       AT END
                           MOVE "10" TO WS-STATUT-REGISTRE
                       NOT AT END
                           IF WS-NB-PO < 999
                               AND F-PO-QTE-CDE NUMERIC
                               PERFORM 0350-AJOUTE-LIGNE-PO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-REGISTRE-PO

           END-IF
       .

      ******************************************************************

      *Ajoute la ligne du registre lue au tableau ; les quantités
      *reçues sont recomptées à partir de l'historique
       0350-AJOUTE-LIGNE-PO.

           ADD 1 TO WS-NB-PO
           MOVE F-PO-REF TO WS-PO-REF(WS-NB-PO)
           MOVE F-PO-FOURNISSEUR TO WS-PO-FOURNISSEUR(WS-NB-PO)
           MOVE F-PO-ARTICLE TO WS-PO-ARTICLE(WS-NB-PO)
           MOVE F-PO-QTE-CDE TO WS-PO-QTE-CDE(WS-NB-PO)
           MOVE F-PO-DATE TO WS-PO-DATE(WS-NB-PO)
           MOVE 0 TO WS-PO-RECU(WS-NB-PO)
           MOVE 0 TO WS-PO-PREMIERE-QTE(WS-NB-PO)
           MOVE SPACES TO WS-PO-SOLDEE-LE(WS-NB-PO)

           IF F-PO-DATE NUMERIC
               AND F-PO-DATE >= WS-DATE-DEBUT
               AND F-PO-DATE < WS-DATE-FIN
               MOVE "O" TO WS-PO-DU-TRIMESTRE(WS-NB-PO)
               ADD 1 TO WS-NB-LIGNES-TRIMESTRE
      *Une ligne déjà reçue avant la tenue de l'historique n'a pas de
      *dates de livraison : elle est comptée à part, non évaluée
               IF F-PO-QTE-RECUE NUMERIC AND F-PO-QTE-RECUE > 0
                   MOVE "H" TO WS-PO-DU-TRIMESTRE(WS-NB-PO)
               END-IF
           ELSE
               MOVE "N" TO WS-PO-DU-TRIMESTRE(WS-NB-PO)
           END-IF
       .

      ******************************************************************

      *Relit l'historique des réceptions dans l'ordre où il a été
      *écrit (donc chronologique) : les livraisons appliquées sont
      *cumulées sur leur ligne du registre, les rejets d'article
      *inconnu du trimestre sont rattachés au fournisseur du bon cité
       0400-LIT-HISTORIQUE.

           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-HISTORIQUE

           IF WS-STATUT-HISTORIQUE NOT = "00"
               DISPLAY "Historique receptions-historique.txt absent "
                   "(statut " WS-STATUT-HISTORIQUE "), aucune "
                   "livraison datée"
           ELSE

               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-HISTORIQUE
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF F-HI-QTE NUMERIC
                               PERFORM 0450-TRAITE-RECEPTION
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-HISTORIQUE

           END-IF

      *Une ligne marquée reçue sans historique qui a pourtant des
      *livraisons datées redevient évaluable
           PERFORM VARYING WS-INDEX-PO FROM 1 BY 1
               UNTIL WS-INDEX-PO > WS-NB-PO
               IF WS-PO-DU-TRIMESTRE(WS-INDEX-PO) = "H"
                   IF WS-PO-RECU(WS-INDEX-PO) > 0
                       MOVE "O" TO WS-PO-DU-TRIMESTRE(WS-INDEX-PO)
                   ELSE
                       ADD 1 TO WS-NB-SANS-HISTORIQUE
                   END-IF
               END-IF
           END-PERFORM
       .

      ******************************************************************

      *Traite la réception historique lue
       0450-TRAITE-RECEPTION.

           MOVE 0 TO WS-PO-TROUVE

           EVALUATE F-HI-RESULTAT

               WHEN "A"
                   PERFORM VARYING WS-INDEX-PO FROM 1 BY 1
                       UNTIL WS-INDEX-PO > WS-NB-PO
                           OR WS-PO-TROUVE NOT = 0
                       IF WS-PO-REF(WS-INDEX-PO) = F-HI-REF
                           AND WS-PO-ARTICLE(WS-INDEX-PO)
                               = F-HI-ARTICLE
                           MOVE WS-INDEX-PO TO WS-PO-TROUVE
                       END-IF
                   END-PERFORM

                   IF WS-PO-TROUVE NOT = 0
                       IF WS-PO-RECU(WS-PO-TROUVE) = 0
                           MOVE F-HI-QTE
                               TO WS-PO-PREMIERE-QTE(WS-PO-TROUVE)
                       END-IF
                       ADD F-HI-QTE TO WS-PO-RECU(WS-PO-TROUVE)
                       IF WS-PO-SOLDEE-LE(WS-PO-TROUVE) = SPACES
                           AND WS-PO-RECU(WS-PO-TROUVE)
                               >= WS-PO-QTE-CDE(WS-PO-TROUVE)
                           MOVE F-HI-DATE
                               TO WS-PO-SOLDEE-LE(WS-PO-TROUVE)
                       END-IF
                   END-IF

               WHEN "I"
                   IF F-HI-DATE >= WS-DATE-DEBUT
                       AND F-HI-DATE < WS-DATE-FIN
                       ADD 1 TO WS-NB-REJETS-TRIMESTRE
                       PERFORM 0500-RATTACHE-REJET
                   END-IF

               WHEN OTHER
                   CONTINUE

           END-EVALUATE
       .

      ******************************************************************

      *Rattache le rejet d'article inconnu lu au fournisseur du bon
      *qu'il cite ; un bon absent du registre laisse le rejet
      *orphelin, compté au bilan
       0500-RATTACHE-REJET.

           PERFORM VARYING WS-INDEX-PO FROM 1 BY 1
               UNTIL WS-INDEX-PO > WS-NB-PO
                   OR WS-PO-TROUVE NOT = 0
               IF WS-PO-REF(WS-INDEX-PO) = F-HI-REF
                   MOVE WS-INDEX-PO TO WS-PO-TROUVE
               END-IF
           END-PERFORM

           MOVE 0 TO WS-FOURN-TROUVE

           IF WS-PO-TROUVE NOT = 0
               PERFORM VARYING WS-INDEX-FOURN FROM 1 BY 1
                   UNTIL WS-INDEX-FOURN > WS-NB-FOURNISSEURS
                       OR WS-FOURN-TROUVE NOT = 0
                   IF WS-FO-CODE(WS-INDEX-FOURN)
                       = WS-PO-FOURNISSEUR(WS-PO-TROUVE)
                       MOVE WS-INDEX-FOURN TO WS-FOURN-TROUVE
                   END-IF
               END-PERFORM
           END-IF

           IF WS-FOURN-TROUVE = 0
               ADD 1 TO WS-NB-REJETS-ORPHELINS
           ELSE
               ADD 1 TO WS-FO-NB-REJETS(WS-FOURN-TROUVE)
           END-IF
       .

      ******************************************************************

      *Évalue la ligne WS-INDEX-PO commandée dans le trimestre : délai
      *réel si elle est soldée, à l'heure ou non si elle est soldée ou
      *échue, complète ou non à sa première livraison
       1000-EVALUE-LIGNE.

           MOVE 0 TO WS-FOURN-TROUVE

           PERFORM VARYING WS-INDEX-FOURN FROM 1 BY 1
               UNTIL WS-INDEX-FOURN > WS-NB-FOURNISSEURS
                   OR WS-FOURN-TROUVE NOT = 0
               IF WS-FO-CODE(WS-INDEX-FOURN)
                   = WS-PO-FOURNISSEUR(WS-INDEX-PO)
                   MOVE WS-INDEX-FOURN TO WS-FOURN-TROUVE
               END-IF
           END-PERFORM

           IF WS-FOURN-TROUVE NOT = 0

               ADD 1 TO WS-FO-NB-LIGNES(WS-FOURN-TROUVE)

               COMPUTE WS-JOURS-COMMANDE = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-PO-DATE(WS-INDEX-PO)))
               COMPUTE WS-JOURS-ECHEANCE = WS-JOURS-COMMANDE
                   + WS-FO-DELAI(WS-FOURN-TROUVE)

               IF WS-PO-SOLDEE-LE(WS-INDEX-PO) NOT = SPACES

                   COMPUTE WS-JOURS-SOLDE = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-PO-SOLDEE-LE(WS-INDEX-PO)))
                   ADD 1 TO WS-FO-NB-SOLDEES(WS-FOURN-TROUVE)
                   ADD 1 TO WS-FO-NB-ECHUES(WS-FOURN-TROUVE)
                   COMPUTE WS-FO-SOMME-DELAIS(WS-FOURN-TROUVE) =
                       WS-FO-SOMME-DELAIS(WS-FOURN-TROUVE)
                       + WS-JOURS-SOLDE - WS-JOURS-COMMANDE
                   IF WS-JOURS-SOLDE <= WS-JOURS-ECHEANCE
                       ADD 1 TO WS-FO-NB-A-L-HEURE(WS-FOURN-TROUVE)
                   END-IF

               ELSE

      *Ligne non soldée : en retard dès que son délai est dépassé,
      *non comptée tant qu'elle est encore dans les temps
                   IF WS-JOURS-AUJOURDHUI > WS-JOURS-ECHEANCE
                       ADD 1 TO WS-FO-NB-ECHUES(WS-FOURN-TROUVE)
                   END-IF

               END-IF

               IF WS-PO-RECU(WS-INDEX-PO) > 0
                   ADD 1 TO WS-FO-NB-LIVREES(WS-FOURN-TROUVE)
                   IF WS-PO-PREMIERE-QTE(WS-INDEX-PO)
                       >= WS-PO-QTE-CDE(WS-INDEX-PO)
                       ADD 1 TO WS-FO-NB-COMPLETES(WS-FOURN-TROUVE)
                   END-IF
               END-IF

           END-IF
       .

      ******************************************************************

      *Calcule le délai moyen et les pourcentages du fournisseur
      *WS-INDEX-FOURN ; sans ligne mesurable, le pourcentage vaut 100
      *pour ne pas classer le fournisseur parmi les moins bons
       2000-CALCULE-MESURES.

           IF WS-FO-NB-SOLDEES(WS-INDEX-FOURN) > 0
               COMPUTE WS-FO-DELAI-MOYEN(WS-INDEX-FOURN) ROUNDED =
                   WS-FO-SOMME-DELAIS(WS-INDEX-FOURN)
                   / WS-FO-NB-SOLDEES(WS-INDEX-FOURN)
           ELSE
               MOVE 0 TO WS-FO-DELAI-MOYEN(WS-INDEX-FOURN)
           END-IF

           IF WS-FO-NB-ECHUES(WS-INDEX-FOURN) > 0
               COMPUTE WS-FO-PCT-HEURE(WS-INDEX-FOURN) ROUNDED =
                   WS-FO-NB-A-L-HEURE(WS-INDEX-FOURN) * 100
                   / WS-FO-NB-ECHUES(WS-INDEX-FOURN)
           ELSE
               MOVE 100 TO WS-FO-PCT-HEURE(WS-INDEX-FOURN)
           END-IF

           IF WS-FO-NB-LIVREES(WS-INDEX-FOURN) > 0
               COMPUTE WS-FO-PCT-COMPLET(WS-INDEX-FOURN) ROUNDED =
                   WS-FO-NB-COMPLETES(WS-INDEX-FOURN) * 100
                   / WS-FO-NB-LIVREES(WS-INDEX-FOURN)
           ELSE
               MOVE 100 TO WS-FO-PCT-COMPLET(WS-INDEX-FOURN)
           END-IF
       .

      ******************************************************************

      *Édite le tableau dans evaluation-fourn-<AAAAT>.txt : un
      *fournisseur par ligne, classé, ceux sans ligne ni rejet dans le
      *trimestre étant omis ; "-" marque une mesure sans ligne
       3000-EDITE-TABLEAU.

           MOVE SPACES TO WS-NOM-TABLEAU
           STRING "evaluation-fourn-" WS-TRIMESTRE ".txt"
               INTO WS-NOM-TABLEAU
           END-STRING

           MOVE "O" TO WS-ETAT-ACTION
           MOVE WS-NOM-TABLEAU TO WS-ETAT-FICHIER
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Évaluation fournisseurs T" WS-TRIM-NUMERO " "
               WS-TRIM-ANNEE
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "D" TO WS-ETAT-ACTION

           MOVE SPACES TO WS-LIGNE-TABLEAU
           MOVE "Rang" TO WS-TB-RANG
           MOVE "Code" TO WS-TB-CODE
           MOVE "Nom" TO WS-TB-NOM
           MOVE "Lignes" TO WS-TB-LIGNES
           MOVE "  Délai" TO WS-TB-DELAI
           MOVE "Ponctuel" TO WS-TB-HEURE
           MOVE " Complet" TO WS-TB-COMPLET
           MOVE "Rejets" TO WS-TB-REJETS
           MOVE WS-LIGNE-TABLEAU TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE 0 TO WS-RANG

           PERFORM VARYING WS-INDEX-FOURN FROM 1 BY 1
               UNTIL WS-INDEX-FOURN > WS-NB-FOURNISSEURS
               IF WS-FO-NB-LIGNES(WS-INDEX-FOURN) > 0
                   OR WS-FO-NB-REJETS(WS-INDEX-FOURN) > 0
                   PERFORM 3100-EDITE-FOURNISSEUR
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           STRING "Lignes commandées : " WS-NB-LIGNES-TRIMESTRE
               ", reçues sans historique (non évaluées) : "
               WS-NB-SANS-HISTORIQUE
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Rejets d'articles inconnus : "
               WS-NB-REJETS-TRIMESTRE
               ", dont hors registre : " WS-NB-REJETS-ORPHELINS
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "F" TO WS-ETAT-ACTION
           CALL "editetat" USING WS-ETAT-COMMANDE
       .

      ******************************************************************

      *Édite la ligne du fournisseur WS-INDEX-FOURN à son rang
       3100-EDITE-FOURNISSEUR.

           ADD 1 TO WS-RANG
           ADD 1 TO WS-NB-EVALUES

           MOVE SPACES TO WS-LIGNE-TABLEAU

           MOVE WS-RANG TO WS-RANG-ED
           MOVE WS-RANG-ED TO WS-TB-RANG
           MOVE WS-FO-CODE(WS-INDEX-FOURN) TO WS-TB-CODE
           MOVE WS-FO-NOM(WS-INDEX-FOURN) TO WS-TB-NOM

           MOVE WS-FO-NB-LIGNES(WS-INDEX-FOURN) TO WS-NOMBRE-ED
           MOVE WS-NOMBRE-ED TO WS-TB-LIGNES

           IF WS-FO-NB-SOLDEES(WS-INDEX-FOURN) > 0
               MOVE WS-FO-DELAI-MOYEN(WS-INDEX-FOURN) TO WS-NOMBRE-ED
               STRING WS-NOMBRE-ED " j" INTO WS-TB-DELAI
           ELSE
               MOVE "   -" TO WS-TB-DELAI
           END-IF

           IF WS-FO-NB-ECHUES(WS-INDEX-FOURN) > 0
               MOVE WS-FO-PCT-HEURE(WS-INDEX-FOURN) TO WS-POURCENT-ED
               STRING " " WS-POURCENT-ED " %" INTO WS-TB-HEURE
           ELSE
               MOVE "   -" TO WS-TB-HEURE
           END-IF

           IF WS-FO-NB-LIVREES(WS-INDEX-FOURN) > 0
               MOVE WS-FO-PCT-COMPLET(WS-INDEX-FOURN)
                   TO WS-POURCENT-ED
               STRING " " WS-POURCENT-ED " %" INTO WS-TB-COMPLET
           ELSE
               MOVE "   -" TO WS-TB-COMPLET
           END-IF

           MOVE WS-FO-NB-REJETS(WS-INDEX-FOURN) TO WS-NOMBRE-ED
           MOVE WS-NOMBRE-ED TO WS-TB-REJETS

           MOVE WS-LIGNE-TABLEAU TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE
       .
