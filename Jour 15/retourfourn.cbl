      *Programme des retours au fournisseur : la marchandise abîmée
      *ou à péremption trop courte renvoyée au fournisseur passait
      *par sorties.cbl comme de la casse, le stock sortait mais
      *l'argent n'était jamais réclamé. Ce programme lit
      *retours-fournisseurs.txt (article, site, lot, quantité,
      *fournisseur, code motif), contrôle le lot dans lots.txt,
      *déduit le retour du stock de inventaire.txt avec son
      *mouvement RTF au grand livre, et imprime dans notes-debit.txt
      *une note de débit numérotée par fournisseur, valorisée au
      *tarif d'achat de tarifs-fournisseurs.txt, portée au registre
      *du courrier sortant (courrier.cbl). Chaque note ouvre
      *une réclamation dans le registre persistant
      *reclamations-fournisseurs.txt, dont elle tient aussi la
      *numérotation (comme factures-registre.txt pour
      *facturation.cbl) ; les avoirs reçus des fournisseurs, saisis
      *dans avoirs-fournisseurs.txt, soldent les réclamations
      *qu'ils règlent. Le rapport retours-rapport.txt reprend les
      *retours appliqués ou refusés, les avoirs, et les
      *réclamations encore ouvertes.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. retourfourn.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier inventaire, relu puis réécrit avec les stocks
      *à jour, comme sorties.cbl
       SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-INVENTAIRE.

      *Alias des retours à appliquer : une ligne par retour
       SELECT FICHIER-RETOURS ASSIGN TO "retours-fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-RETOURS.

      *Alias du fichier des lots reçus, écrit par reception.cbl
       SELECT FICHIER-LOTS ASSIGN TO "lots.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-LOTS.

      *Alias du tarif d'achat des fournisseurs
       SELECT FICHIER-TARIFS ASSIGN TO "tarifs-fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-TARIFS.

      *Alias du registre des réclamations, relu au lancement et
      *réécrit en fin
       SELECT FICHIER-RECLAMATIONS
           ASSIGN TO "reclamations-fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-RECLAM.

      *Alias des avoirs reçus des fournisseurs
       SELECT FICHIER-AVOIRS ASSIGN TO "avoirs-fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-AVOIRS.

      *Alias des notes de débit imprimées
       SELECT FICHIER-NOTES ASSIGN TO "notes-debit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Alias du rapport des retours
       SELECT FICHIER-RAPPORT ASSIGN TO "retours-rapport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *Définition du fichier inventaire, même découpage que
      *sorties.cbl
       FD FICHIER-INVENTAIRE.
       01 F-INVENTAIRE.
           05 F-NOM                  PIC X(10).
           05 F-STOCK                PIC 9(5).
           05 FILLER                 PIC X.
           05 F-FOURNISSEUR          PIC X(10).
           05 FILLER                 PIC X.
           05 F-SITE                 PIC X(3).

      *Définition d'un retour : article, site (à blanc si l'article
      *n'existe que sur un site, comme les sorties), lot (à blanc
      *pour un article non loté), quantité, fournisseur à débiter et
      *code motif (ABI = abîmé, PER = péremption courte...)
       FD FICHIER-RETOURS.
       01 F-RETOUR.
           05 F-RT-ARTICLE           PIC X(10).
           05 FILLER                 PIC X.
           05 F-RT-SITE              PIC X(3).
           05 FILLER                 PIC X.
           05 F-RT-LOT               PIC X(8).
           05 FILLER                 PIC X.
           05 F-RT-QTE               PIC 9(3).
           05 FILLER                 PIC X.
           05 F-RT-FOURNISSEUR       PIC X(10).
           05 FILLER                 PIC X.
           05 F-RT-MOTIF             PIC X(3).

      *Définition des lots, même découpage que reception.cbl
       FD FICHIER-LOTS.
       01 F-LOT.
           05 F-LO-ARTICLE           PIC X(10).
           05 FILLER                 PIC X.
           05 F-LO-SITE              PIC X(3).
           05 FILLER                 PIC X.
           05 F-LO-NUMERO            PIC X(8).
           05 FILLER                 PIC X.
           05 F-LO-PEREMPTION        PIC X(8).
           05 FILLER                 PIC X.
           05 F-LO-QTE               PIC 9(3).

      *Définition du tarif d'achat, même découpage que
      *valorisation.cbl
       FD FICHIER-TARIFS.
       01 F-TARIF.
           05 F-TF-FOURNISSEUR       PIC X(10).
           05 FILLER                 PIC X.
           05 F-TF-ARTICLE           PIC X(10).
           05 FILLER                 PIC X.
           05 F-TF-COUT              PIC 9(5).

      *Définition du registre des réclamations : numéro de la note
      *de débit, fournisseur, date d'émission AAAAMMJJ, montant
      *réclamé en centimes, date de solde (blanc tant que la
      *réclamation est ouverte), référence et montant de l'avoir
       FD FICHIER-RECLAMATIONS.
       01 F-RECLAMATION.
           05 F-RC-NUMERO            PIC 9(6).
           05 FILLER                 PIC X.
           05 F-RC-FOURNISSEUR       PIC X(10).
           05 FILLER                 PIC X.
           05 F-RC-EMISSION          PIC X(8).
           05 FILLER                 PIC X.
           05 F-RC-MONTANT           PIC 9(9).
           05 FILLER                 PIC X.
           05 F-RC-SOLDEE-LE         PIC X(8).
           05 FILLER                 PIC X.
           05 F-RC-AVOIR             PIC X(20).
           05 FILLER                 PIC X.
           05 F-RC-MONTANT-AVOIR     PIC 9(9).

      *Définition d'un avoir reçu : numéro de la note de débit qu'il
      *règle, fournisseur, référence de l'avoir et montant en
      *centimes
       FD FICHIER-AVOIRS.
       01 F-AVOIR.
           05 F-AV-NUMERO            PIC 9(6).
           05 FILLER                 PIC X.
           05 F-AV-FOURNISSEUR       PIC X(10).
           05 FILLER                 PIC X.
           05 F-AV-REFERENCE         PIC X(20).
           05 FILLER                 PIC X.
           05 F-AV-MONTANT           PIC 9(9).

      *Définition des notes de débit, une ligne de texte libre
       FD FICHIER-NOTES.
       01 F-LIGNE-NOTE               PIC X(80).

      *Définition du rapport, une ligne de texte libre
       FD FICHIER-RAPPORT.
       01 F-LIGNE-RAPPORT            PIC X(100).

       WORKING-STORAGE SECTION.

      *Tableau de l'inventaire, même mécanique que sorties.cbl
       01 WS-INVENTAIRE-TAB.
           05 WS-INVENTAIRE          OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-ARTICLES.
               10 WS-NOM             PIC X(10).
               10 WS-STOCK           PIC 9(5).
               10 WS-FOURNISSEUR     PIC X(10).
               10 WS-SITE            PIC X(3).

      *Lots reçus, pour le contrôle des retours
       01 WS-LOTS-TAB.
           05 WS-LOT                 OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-LOTS.
               10 WS-LT-ARTICLE      PIC X(10).
               10 WS-LT-SITE         PIC X(3).
               10 WS-LT-NUMERO       PIC X(8).
               10 WS-LT-QTE          PIC 9(5).

      *Tarif d'achat chargé en mémoire
       01 WS-TARIFS-TAB.
           05 WS-TARIF               OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NB-TARIFS.
               10 WS-TF-FOURNISSEUR  PIC X(10).
               10 WS-TF-ARTICLE      PIC X(10).
               10 WS-TF-COUT         PIC 9(5).

      *Registre des réclamations chargé, complété des notes émises
      *par ce lancement
       01 WS-RECLAMATIONS-TAB.
           05 WS-RECLAMATION         OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-RECLAM.
               10 WS-RC-NUMERO       PIC 9(6).
               10 WS-RC-FOURNISSEUR  PIC X(10).
               10 WS-RC-EMISSION     PIC X(8).
               10 WS-RC-MONTANT      PIC 9(9).
               10 WS-RC-SOLDEE-LE    PIC X(8).
               10 WS-RC-AVOIR        PIC X(20).
               10 WS-RC-MONTANT-AVOIR PIC 9(9).

      *Notes de débit de ce lancement, une par fournisseur
       01 WS-NOTES-TAB.
           05 WS-NOTE                OCCURS 50 TIMES.
               10 WS-NT-FOURNISSEUR  PIC X(10).
               10 WS-NT-NUMERO       PIC 9(6).
               10 WS-NT-TOTAL        PIC 9(9).
               10 WS-NT-SANS-TARIF   PIC 9(3).

      *Retours appliqués, rattachés à la note de leur fournisseur
       01 WS-RETOURS-TAB.
           05 WS-RETOUR              OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NB-RETOURS.
               10 WS-RT-NOTE         PIC 99.
               10 WS-RT-ARTICLE      PIC X(10).
               10 WS-RT-SITE         PIC X(3).
               10 WS-RT-LOT          PIC X(8).
               10 WS-RT-QTE          PIC 9(3).
               10 WS-RT-MOTIF        PIC X(3).
               10 WS-RT-COUT         PIC 9(5).
               10 WS-RT-TARIFE       PIC X.

      *Effectifs réels des tableaux et index
       77 WS-NB-ARTICLES             PIC 9(3)              VALUE 1.
       77 WS-INDEX                   PIC 9(3)              VALUE 1.
       77 WS-NB-LOTS                 PIC 9(3)              VALUE 1.
       77 WS-INDEX-LOT               PIC 9(3)              VALUE 1.
       77 WS-NB-TARIFS               PIC 9(3)              VALUE 1.
       77 WS-INDEX-TARIF             PIC 9(3)              VALUE 1.
       77 WS-NB-RECLAM               PIC 9(3)              VALUE 1.
       77 WS-INDEX-RECLAM            PIC 9(3)              VALUE 1.
       77 WS-NB-NOTES                PIC 99                VALUE 0.
       77 WS-INDEX-NOTE              PIC 99                VALUE 1.
       77 WS-NB-RETOURS              PIC 9(3)              VALUE 1.
       77 WS-INDEX-RETOUR            PIC 9(3)              VALUE 1.
      *Article du retour en cours, nombre de correspondances (un
      *article peut exister sur plusieurs sites), note et tarif
      *retenus, motif de refus
       77 WS-INDEX-TROUVE            PIC 9(3)              VALUE 0.
       77 WS-NB-CORRESPONDANTS       PIC 9(3)              VALUE 0.
       77 WS-NOTE-TROUVEE            PIC 99                VALUE 0.
       77 WS-TARIF-TROUVE            PIC 9(3)              VALUE 0.
       77 WS-RECLAM-TROUVEE          PIC 9(3)              VALUE 0.
       77 WS-REFUS                   PIC X(40)             VALUE SPACES.
      *Quantité reçue du lot du retour, et lots connus de l'article
      *au site (un article loté ne se retourne pas sans son lot)
       77 WS-QTE-LOT                 PIC 9(6)              VALUE 0.
       77 WS-NB-LOTS-ARTICLE         PIC 9(3)              VALUE 0.
      *Dernier numéro de note de débit attribué
       77 WS-DERNIER-NUMERO          PIC 9(6)              VALUE 0.
      *Valeur d'une ligne de note et écart d'un avoir
       77 WS-VALEUR-LIGNE            PIC 9(9)              VALUE 0.
       77 WS-ECART                   PIC S9(11)            VALUE 0.
      *Indicateurs de fin de fichier et statuts
       77 WS-FIN-INVENTAIRE          PIC X                 VALUE 'F'.
       77 WS-STATUT-INVENTAIRE       PIC XX.
       77 WS-STATUT-RETOURS          PIC XX.
       77 WS-STATUT-LOTS             PIC XX.
       77 WS-STATUT-TARIFS           PIC XX.
       77 WS-STATUT-RECLAM           PIC XX.
       77 WS-STATUT-AVOIRS           PIC XX.
      *Date du jour, portée sur les notes et les soldes
       77 WS-DATE-JOUR               PIC X(8).
      *Compteurs du bilan
       77 WS-NB-LUS                  PIC 9(3)              VALUE 0.
       77 WS-NB-APPLIQUES            PIC 9(3)              VALUE 0.
       77 WS-NB-REFUSES              PIC 9(3)              VALUE 0.
       77 WS-NB-AVOIRS-LUS           PIC 9(3)              VALUE 0.
       77 WS-NB-SOLDEES              PIC 9(3)              VALUE 0.
       77 WS-NB-OUVERTES             PIC 9(3)              VALUE 0.
       77 WS-TOTAL-OUVERT            PIC 9(11)             VALUE 0.
      *Versions éditées portées sur les notes et le rapport
       77 WS-STOCK-AVANT-ED          PIC ZZZZ9.
       77 WS-STOCK-APRES-ED          PIC ZZZZ9.
       77 WS-QTE-ED                  PIC ZZ9.
       77 WS-COUT-ED                 PIC X(20).

      *Champs utilisés pour formater un montant en centimes, repris
      *de valorisation.cbl
       77 WS-MONTANT-CENTS           PIC S9(11)         VALUE 0.
       77 WS-MONTANT-ABS             PIC 9(11)          VALUE 0.
       77 WS-MONTANT-EUROS           PIC 9(11).
       77 WS-MONTANT-CENTIMES        PIC 99.
       77 WS-MONTANT-EUROS-EDIT      PIC Z(10)9.
       77 WS-MONTANT-AFFICHE         PIC X(20).

      *Commande passée au sous-programme commun de verrouillage
      *(verrou.cbl), qui protège la réécriture de inventaire.txt et
      *du registre contre un lancement concurrent
       01 WS-VERROU-COMMANDE.
           05 WS-VERROU-ACTION    PIC X.
           05 WS-VERROU-NOM       PIC X(20).
           05 WS-VERROU-RESULTAT  PIC X.

      *Mouvement passé au sous-programme commun du grand livre des
      *mouvements de stock (mvtstock.cbl)
       01 WS-MOUVEMENT.
           05 WS-MV-ARTICLE       PIC X(10).
           05 WS-MV-SITE          PIC X(3).
           05 WS-MV-TYPE          PIC X(3).
           05 WS-MV-SENS          PIC X.
           05 WS-MV-QTE           PIC 9(5).
           05 WS-MV-DOCUMENT      PIC X(20).
           05 WS-MV-SOLDE         PIC 9(5).
           05 WS-MV-RESULTAT      PIC X.

      *Commande passée au sous-programme commun du registre du
      *courrier sortant (courrier.cbl) : une ligne par note de débit,
      *adressée au fournisseur sous son code, fournisseurs.txt ne
      *tenant pas d'adresse postale
       01 WS-COURRIER-COMMANDE.
           05 WS-CO-TYPE          PIC X(10)     VALUE "NOTE-DEBIT".
           05 WS-CO-ID            PIC X(10).
           05 WS-CO-NOM           PIC X(30).
           05 WS-CO-ADRESSE       PIC X(60)     VALUE SPACES.
           05 WS-CO-PAGES         PIC 9(3)      VALUE 1.
           05 WS-CO-REFERENCE     PIC X(20).

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

      *Prise du verrou du registre puis de celui de l'inventaire ;
      *chaque abandon relâche ce qui a été pris
       MOVE "P" TO WS-VERROU-ACTION.
       MOVE "reclamations" TO WS-VERROU-NOM.
       CALL "verrou" USING WS-VERROU-COMMANDE.

       IF WS-VERROU-RESULTAT NOT = "O"
           DISPLAY "reclamations-fournisseurs.txt verrouillé par un "
               "autre lancement, abandon"
           STOP RUN
       END-IF.

       MOVE "P" TO WS-VERROU-ACTION.
       MOVE "inventaire" TO WS-VERROU-NOM.
       CALL "verrou" USING WS-VERROU-COMMANDE.

       IF WS-VERROU-RESULTAT NOT = "O"
           DISPLAY "inventaire.txt verrouillé par un autre "
               "lancement, abandon"
           PERFORM 9000-LIBERE-RECLAMATIONS
           STOP RUN
       END-IF.

      *Chargement de l'inventaire, comme sorties.cbl
       OPEN INPUT FICHIER-INVENTAIRE.

       IF WS-STATUT-INVENTAIRE NOT = "00"
           DISPLAY "Fichier inventaire.txt introuvable (statut "
               WS-STATUT-INVENTAIRE "), retours impossibles"
           PERFORM 9100-LIBERE-VERROUS
           STOP RUN
       END-IF.

       MOVE 0 TO WS-NB-ARTICLES.

       PERFORM UNTIL WS-FIN-INVENTAIRE = 'T'

           READ FICHIER-INVENTAIRE

               AT END
                   MOVE 'T' TO WS-FIN-INVENTAIRE

               NOT AT END
                   IF WS-NB-ARTICLES >= 999
                       DISPLAY "inventaire.txt au-delà de 999 "
                           "lignes, retours impossibles"
                       PERFORM 9100-LIBERE-VERROUS
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-NB-ARTICLES
                   MOVE F-NOM TO WS-NOM(WS-NB-ARTICLES)
                   MOVE FUNCTION NUMVAL(F-STOCK)
                       TO WS-STOCK(WS-NB-ARTICLES)
                   MOVE F-FOURNISSEUR
                       TO WS-FOURNISSEUR(WS-NB-ARTICLES)
                   MOVE F-SITE TO WS-SITE(WS-NB-ARTICLES)

           END-READ

       END-PERFORM.

       CLOSE FICHIER-INVENTAIRE.

       PERFORM 0100-CHARGE-LOTS.
       PERFORM 0200-CHARGE-TARIFS.
       PERFORM 0300-CHARGE-RECLAMATIONS.

       OPEN OUTPUT FICHIER-RAPPORT.

       MOVE SPACES TO F-LIGNE-RAPPORT.
       STRING "--- Retours fournisseurs du " WS-DATE-JOUR " ---"
           INTO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.

      *Application des retours sur les stocks
       MOVE 0 TO WS-NB-RETOURS.

       OPEN INPUT FICHIER-RETOURS.

       IF WS-STATUT-RETOURS NOT = "00"
           DISPLAY "Fichier retours-fournisseurs.txt absent (statut "
               WS-STATUT-RETOURS "), aucun retour à appliquer"
       ELSE

           PERFORM UNTIL WS-STATUT-RETOURS NOT = "00"
               READ FICHIER-RETOURS
                   AT END
                       MOVE "10" TO WS-STATUT-RETOURS
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM 1000-APPLIQUE-RETOUR
               END-READ
           END-PERFORM

           CLOSE FICHIER-RETOURS

       END-IF.

      *Réécriture de l'inventaire avec les stocks à jour
       OPEN OUTPUT FICHIER-INVENTAIRE.

       PERFORM VARYING WS-INDEX FROM 1 BY 1
           UNTIL WS-INDEX > WS-NB-ARTICLES

           MOVE SPACES TO F-INVENTAIRE
           MOVE WS-NOM(WS-INDEX) TO F-NOM
           MOVE WS-STOCK(WS-INDEX) TO F-STOCK
           MOVE WS-FOURNISSEUR(WS-INDEX) TO F-FOURNISSEUR
           MOVE WS-SITE(WS-INDEX) TO F-SITE
           WRITE F-INVENTAIRE

       END-PERFORM.

       CLOSE FICHIER-INVENTAIRE.

      *Impression des notes de débit et ouverture des réclamations
       OPEN OUTPUT FICHIER-NOTES.

       PERFORM VARYING WS-INDEX-NOTE FROM 1 BY 1
           UNTIL WS-INDEX-NOTE > WS-NB-NOTES
           PERFORM 2000-IMPRIME-NOTE
       END-PERFORM.

       CLOSE FICHIER-NOTES.

      *Avoirs reçus : chacun solde la réclamation qu'il règle
       MOVE SPACES TO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.
       MOVE "Avoirs reçus :" TO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.

       OPEN INPUT FICHIER-AVOIRS.

       IF WS-STATUT-AVOIRS = "00"

           PERFORM UNTIL WS-STATUT-AVOIRS NOT = "00"
               READ FICHIER-AVOIRS
                   AT END
                       MOVE "10" TO WS-STATUT-AVOIRS
                   NOT AT END
                       ADD 1 TO WS-NB-AVOIRS-LUS
                       PERFORM 3000-SOLDE-RECLAMATION
               END-READ
           END-PERFORM

           CLOSE FICHIER-AVOIRS

       END-IF.

      *Réécriture du registre, puis liste des réclamations ouvertes
       OPEN OUTPUT FICHIER-RECLAMATIONS.

       PERFORM VARYING WS-INDEX-RECLAM FROM 1 BY 1
           UNTIL WS-INDEX-RECLAM > WS-NB-RECLAM

           MOVE SPACES TO F-RECLAMATION
           MOVE WS-RC-NUMERO(WS-INDEX-RECLAM) TO F-RC-NUMERO
           MOVE WS-RC-FOURNISSEUR(WS-INDEX-RECLAM)
               TO F-RC-FOURNISSEUR
           MOVE WS-RC-EMISSION(WS-INDEX-RECLAM) TO F-RC-EMISSION
           MOVE WS-RC-MONTANT(WS-INDEX-RECLAM) TO F-RC-MONTANT
           MOVE WS-RC-SOLDEE-LE(WS-INDEX-RECLAM) TO F-RC-SOLDEE-LE
           MOVE WS-RC-AVOIR(WS-INDEX-RECLAM) TO F-RC-AVOIR
           MOVE WS-RC-MONTANT-AVOIR(WS-INDEX-RECLAM)
               TO F-RC-MONTANT-AVOIR
           WRITE F-RECLAMATION

       END-PERFORM.

       CLOSE FICHIER-RECLAMATIONS.

       MOVE SPACES TO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.
       MOVE "Réclamations ouvertes :" TO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.

       PERFORM VARYING WS-INDEX-RECLAM FROM 1 BY 1
           UNTIL WS-INDEX-RECLAM > WS-NB-RECLAM

           IF WS-RC-SOLDEE-LE(WS-INDEX-RECLAM) = SPACES
               ADD 1 TO WS-NB-OUVERTES
               ADD WS-RC-MONTANT(WS-INDEX-RECLAM) TO WS-TOTAL-OUVERT
               MOVE WS-RC-MONTANT(WS-INDEX-RECLAM) TO WS-MONTANT-CENTS
               PERFORM 0900-FORMATE-PRIX
               MOVE SPACES TO F-LIGNE-RAPPORT
               STRING "  Note n° " WS-RC-NUMERO(WS-INDEX-RECLAM)
                   " " WS-RC-FOURNISSEUR(WS-INDEX-RECLAM)
                   " émise le " WS-RC-EMISSION(WS-INDEX-RECLAM)
                   " : " FUNCTION TRIM(WS-MONTANT-AFFICHE)
                   INTO F-LIGNE-RAPPORT
               END-STRING
               WRITE F-LIGNE-RAPPORT
           END-IF

       END-PERFORM.

       MOVE WS-TOTAL-OUVERT TO WS-MONTANT-CENTS.
       PERFORM 0900-FORMATE-PRIX.

       MOVE SPACES TO F-LIGNE-RAPPORT.
       STRING "  Total à recevoir : " WS-NB-OUVERTES
           " réclamation(s), " FUNCTION TRIM(WS-MONTANT-AFFICHE)
           INTO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.

      *Ligne de bilan en fin de rapport, puis fermeture
       MOVE SPACES TO F-LIGNE-RAPPORT.
       STRING "Bilan : " WS-NB-LUS " retour(s), "
           WS-NB-APPLIQUES " appliqué(s), "
           WS-NB-REFUSES " refusé(s)"
           INTO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.

       MOVE SPACES TO F-LIGNE-RAPPORT.
       STRING "        " WS-NB-NOTES " note(s) de débit émise(s), "
           WS-NB-SOLDEES " réclamation(s) soldée(s)"
           INTO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.

       CLOSE FICHIER-RAPPORT.

      *Total de contrôle affiché, identique au bilan du rapport
       DISPLAY "Retours lus : " WS-NB-LUS
       DISPLAY "Retours appliqués : " WS-NB-APPLIQUES
       DISPLAY "Retours refusés : " WS-NB-REFUSES
       DISPLAY "Notes de débit émises : " WS-NB-NOTES
       DISPLAY "Réclamations soldées : " WS-NB-SOLDEES
       DISPLAY "Réclamations ouvertes : " WS-NB-OUVERTES.

       PERFORM 9100-LIBERE-VERROUS.

       STOP RUN.

      ******************************************************************

      *Charge les lots reçus ; un lot reçu en plusieurs fois cumule
      *ses quantités. Sans lots.txt, seuls les retours non lotés
      *passent
       0100-CHARGE-LOTS.

           MOVE 0 TO WS-NB-LOTS

           OPEN INPUT FICHIER-LOTS

           IF WS-STATUT-LOTS = "00"

               PERFORM UNTIL WS-STATUT-LOTS NOT = "00"
                   READ FICHIER-LOTS
                       AT END
                           MOVE "10" TO WS-STATUT-LOTS
                       NOT AT END
                           IF F-LO-QTE NUMERIC
                               PERFORM 0110-CUMULE-LOT
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-LOTS

           END-IF
       .

      ******************************************************************

      *Cumule la ligne de lot lue sur son article, site et numéro
       0110-CUMULE-LOT.

           MOVE 0 TO WS-INDEX-TROUVE

           PERFORM VARYING WS-INDEX-LOT FROM 1 BY 1
               UNTIL WS-INDEX-LOT > WS-NB-LOTS
               IF WS-LT-ARTICLE(WS-INDEX-LOT) = F-LO-ARTICLE
                   AND WS-LT-SITE(WS-INDEX-LOT) = F-LO-SITE
                   AND WS-LT-NUMERO(WS-INDEX-LOT) = F-LO-NUMERO
                   MOVE WS-INDEX-LOT TO WS-INDEX-TROUVE
               END-IF
           END-PERFORM

           IF WS-INDEX-TROUVE = 0 AND WS-NB-LOTS < 999
               ADD 1 TO WS-NB-LOTS
               MOVE WS-NB-LOTS TO WS-INDEX-TROUVE
               MOVE F-LO-ARTICLE TO WS-LT-ARTICLE(WS-INDEX-TROUVE)
               MOVE F-LO-SITE TO WS-LT-SITE(WS-INDEX-TROUVE)
               MOVE F-LO-NUMERO TO WS-LT-NUMERO(WS-INDEX-TROUVE)
               MOVE 0 TO WS-LT-QTE(WS-INDEX-TROUVE)
           END-IF

           IF WS-INDEX-TROUVE NOT = 0
               ADD F-LO-QTE TO WS-LT-QTE(WS-INDEX-TROUVE)
           END-IF
       .

      ******************************************************************

      *Charge le tarif d'achat ; absent, les notes partent sans
      *valeur et sont signalées à chiffrer
       0200-CHARGE-TARIFS.

           MOVE 0 TO WS-NB-TARIFS

           OPEN INPUT FICHIER-TARIFS

           IF WS-STATUT-TARIFS NOT = "00"
               DISPLAY "Tarif tarifs-fournisseurs.txt absent (statut "
                   WS-STATUT-TARIFS "), notes non valorisées"
           ELSE

               PERFORM UNTIL WS-STATUT-TARIFS NOT = "00"
                   READ FICHIER-TARIFS
                       AT END
                           MOVE "10" TO WS-STATUT-TARIFS
                       NOT AT END
                           IF WS-NB-TARIFS < 500
                               AND F-TF-COUT NUMERIC
                               ADD 1 TO WS-NB-TARIFS
                               MOVE F-TF-FOURNISSEUR
                                   TO WS-TF-FOURNISSEUR(WS-NB-TARIFS)
                               MOVE F-TF-ARTICLE
                                   TO WS-TF-ARTICLE(WS-NB-TARIFS)
                               MOVE F-TF-COUT
                                   TO WS-TF-COUT(WS-NB-TARIFS)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-TARIFS

           END-IF
       .

      ******************************************************************

      *Charge le registre des réclamations et relève le dernier
      *numéro de note attribué, comme facturation.cbl
       0300-CHARGE-RECLAMATIONS.

           MOVE 0 TO WS-NB-RECLAM
           MOVE 0 TO WS-DERNIER-NUMERO

           OPEN INPUT FICHIER-RECLAMATIONS

           IF WS-STATUT-RECLAM = "00"

               PERFORM UNTIL WS-STATUT-RECLAM NOT = "00"
                   READ FICHIER-RECLAMATIONS
                       AT END
                           MOVE "10" TO WS-STATUT-RECLAM
                       NOT AT END
                           IF F-RC-NUMERO NUMERIC
                               AND WS-NB-RECLAM < 949
                               ADD 1 TO WS-NB-RECLAM
                               PERFORM 0310-RANGE-RECLAMATION
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-RECLAMATIONS

           END-IF
       .

      ******************************************************************

      *Range la réclamation lue en WS-NB-RECLAM et suit le dernier
      *numéro ; les 50 dernières places restent aux notes du jour
       0310-RANGE-RECLAMATION.

           MOVE F-RC-NUMERO TO WS-RC-NUMERO(WS-NB-RECLAM)
           MOVE F-RC-FOURNISSEUR TO WS-RC-FOURNISSEUR(WS-NB-RECLAM)
           MOVE F-RC-EMISSION TO WS-RC-EMISSION(WS-NB-RECLAM)
           MOVE F-RC-SOLDEE-LE TO WS-RC-SOLDEE-LE(WS-NB-RECLAM)
           MOVE F-RC-AVOIR TO WS-RC-AVOIR(WS-NB-RECLAM)

           IF F-RC-MONTANT NUMERIC
               MOVE F-RC-MONTANT TO WS-RC-MONTANT(WS-NB-RECLAM)
           ELSE
               MOVE 0 TO WS-RC-MONTANT(WS-NB-RECLAM)
           END-IF

           IF F-RC-MONTANT-AVOIR NUMERIC
               MOVE F-RC-MONTANT-AVOIR
                   TO WS-RC-MONTANT-AVOIR(WS-NB-RECLAM)
           ELSE
               MOVE 0 TO WS-RC-MONTANT-AVOIR(WS-NB-RECLAM)
           END-IF

           IF F-RC-NUMERO > WS-DERNIER-NUMERO
               MOVE F-RC-NUMERO TO WS-DERNIER-NUMERO
           END-IF
       .

      ******************************************************************

      *Formate WS-MONTANT-CENTS en euros dans WS-MONTANT-AFFICHE,
      *comme valorisation.cbl
       0900-FORMATE-PRIX.

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

      *Applique le retour courant : article retrouvé comme une sortie
      *(nom + site, ou nom seul sans ambiguïté), fournisseur conforme
      *à l'inventaire, lot connu de lots.txt pour l'article et le
      *site et couvrant la quantité, stock suffisant ; sinon refus
      *motivé. Appliqué, le retour est déduit du stock, consigné au
      *grand livre sous le numéro de la note de son fournisseur et
      *gardé pour l'impression de cette note
       1000-APPLIQUE-RETOUR.

           MOVE SPACES TO WS-REFUS
           MOVE 0 TO WS-INDEX-TROUVE
           MOVE 0 TO WS-NB-CORRESPONDANTS

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ARTICLES
               IF WS-NOM(WS-INDEX) = F-RT-ARTICLE
                   AND (F-RT-SITE = SPACES
                   OR WS-SITE(WS-INDEX) = F-RT-SITE)
                   ADD 1 TO WS-NB-CORRESPONDANTS
                   MOVE WS-INDEX TO WS-INDEX-TROUVE
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN F-RT-QTE NOT NUMERIC OR F-RT-QTE = 0
                   MOVE "quantité invalide" TO WS-REFUS
               WHEN WS-NB-CORRESPONDANTS > 1
                   MOVE "article sur plusieurs sites, préciser"
                       TO WS-REFUS
               WHEN WS-INDEX-TROUVE = 0
                   MOVE "article inconnu de l'inventaire"
                       TO WS-REFUS
               WHEN WS-FOURNISSEUR(WS-INDEX-TROUVE)
                   NOT = F-RT-FOURNISSEUR
                   MOVE "fournisseur différent de l'inventaire"
                       TO WS-REFUS
               WHEN F-RT-QTE > WS-STOCK(WS-INDEX-TROUVE)
                   MOVE "stock insuffisant" TO WS-REFUS
               WHEN OTHER
                   PERFORM 1100-CONTROLE-LOT
           END-EVALUATE

           IF WS-REFUS = SPACES AND WS-NB-RETOURS >= 500
               MOVE "trop de retours pour un lancement" TO WS-REFUS
           END-IF

           IF WS-REFUS = SPACES
               PERFORM 1200-CHERCHE-NOTE
               IF WS-NOTE-TROUVEE = 0
                   MOVE "trop de fournisseurs pour un lancement"
                       TO WS-REFUS
               END-IF
           END-IF

           IF WS-REFUS NOT = SPACES
               ADD 1 TO WS-NB-REFUSES
               MOVE SPACES TO F-LIGNE-RAPPORT
               STRING "REFUSÉ   " F-RT-ARTICLE
                   " " F-RT-SITE
                   " lot " F-RT-LOT
                   " qté " F-RT-QTE
                   " " F-RT-FOURNISSEUR
                   " : " WS-REFUS
                   INTO F-LIGNE-RAPPORT
               END-STRING
               WRITE F-LIGNE-RAPPORT
           ELSE
               PERFORM 1300-RETIRE-STOCK
           END-IF
       .

      ******************************************************************

      *Contrôle le lot du retour : un lot saisi doit être connu de
      *lots.txt pour l'article et son site et avoir été reçu en
      *quantité suffisante ; un lot à blanc n'est admis que pour un
      *article sans lot à ce site
       1100-CONTROLE-LOT.

           MOVE 0 TO WS-QTE-LOT
           MOVE 0 TO WS-NB-LOTS-ARTICLE

           PERFORM VARYING WS-INDEX-LOT FROM 1 BY 1
               UNTIL WS-INDEX-LOT > WS-NB-LOTS
               IF WS-LT-ARTICLE(WS-INDEX-LOT) = F-RT-ARTICLE
                   AND WS-LT-SITE(WS-INDEX-LOT)
                       = WS-SITE(WS-INDEX-TROUVE)
                   ADD 1 TO WS-NB-LOTS-ARTICLE
                   IF WS-LT-NUMERO(WS-INDEX-LOT) = F-RT-LOT
                       ADD WS-LT-QTE(WS-INDEX-LOT) TO WS-QTE-LOT
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN F-RT-LOT = SPACES AND WS-NB-LOTS-ARTICLE > 0
                   MOVE "article loté, lot à préciser" TO WS-REFUS
               WHEN F-RT-LOT = SPACES
                   CONTINUE
               WHEN WS-QTE-LOT = 0
                   MOVE "lot inconnu pour l'article et le site"
                       TO WS-REFUS
               WHEN F-RT-QTE > WS-QTE-LOT
                   MOVE "quantité au-delà du lot reçu" TO WS-REFUS
           END-EVALUATE
       .

      ******************************************************************

      *Retrouve la note de débit du fournisseur du retour, ou lui en
      *ouvre une sous le numéro suivant du registre
       1200-CHERCHE-NOTE.

           MOVE 0 TO WS-NOTE-TROUVEE

           PERFORM VARYING WS-INDEX-NOTE FROM 1 BY 1
               UNTIL WS-INDEX-NOTE > WS-NB-NOTES
               IF WS-NT-FOURNISSEUR(WS-INDEX-NOTE) = F-RT-FOURNISSEUR
                   MOVE WS-INDEX-NOTE TO WS-NOTE-TROUVEE
               END-IF
           END-PERFORM

           IF WS-NOTE-TROUVEE = 0 AND WS-NB-NOTES < 50
               ADD 1 TO WS-NB-NOTES
               MOVE WS-NB-NOTES TO WS-NOTE-TROUVEE
               ADD 1 TO WS-DERNIER-NUMERO
               MOVE F-RT-FOURNISSEUR
                   TO WS-NT-FOURNISSEUR(WS-NOTE-TROUVEE)
               MOVE WS-DERNIER-NUMERO TO WS-NT-NUMERO(WS-NOTE-TROUVEE)
               MOVE 0 TO WS-NT-TOTAL(WS-NOTE-TROUVEE)
               MOVE 0 TO WS-NT-SANS-TARIF(WS-NOTE-TROUVEE)
           END-IF
       .

      ******************************************************************

      *Déduit le retour accepté du stock, le consigne au grand livre
      *(type RTF, document NOTE DEBIT et son numéro), le valorise au
      *tarif du fournisseur et le range sous sa note
       1300-RETIRE-STOCK.

           MOVE WS-STOCK(WS-INDEX-TROUVE) TO WS-STOCK-AVANT-ED
           SUBTRACT F-RT-QTE FROM WS-STOCK(WS-INDEX-TROUVE)
           MOVE WS-STOCK(WS-INDEX-TROUVE) TO WS-STOCK-APRES-ED

           ADD 1 TO WS-NB-APPLIQUES

           MOVE WS-NOM(WS-INDEX-TROUVE) TO WS-MV-ARTICLE
           MOVE WS-SITE(WS-INDEX-TROUVE) TO WS-MV-SITE
           MOVE "RTF" TO WS-MV-TYPE
           MOVE "-" TO WS-MV-SENS
           MOVE F-RT-QTE TO WS-MV-QTE
           MOVE SPACES TO WS-MV-DOCUMENT
           STRING "NOTE DEBIT " WS-NT-NUMERO(WS-NOTE-TROUVEE)
               INTO WS-MV-DOCUMENT
           END-STRING
           MOVE WS-STOCK(WS-INDEX-TROUVE) TO WS-MV-SOLDE
           CALL "mvtstock" USING WS-MOUVEMENT

           MOVE 0 TO WS-TARIF-TROUVE
           PERFORM VARYING WS-INDEX-TARIF FROM 1 BY 1
               UNTIL WS-INDEX-TARIF > WS-NB-TARIFS
               IF WS-TF-FOURNISSEUR(WS-INDEX-TARIF) = F-RT-FOURNISSEUR
                   AND WS-TF-ARTICLE(WS-INDEX-TARIF) = F-RT-ARTICLE
                   MOVE WS-INDEX-TARIF TO WS-TARIF-TROUVE
               END-IF
           END-PERFORM

           ADD 1 TO WS-NB-RETOURS
           MOVE WS-NOTE-TROUVEE TO WS-RT-NOTE(WS-NB-RETOURS)
           MOVE F-RT-ARTICLE TO WS-RT-ARTICLE(WS-NB-RETOURS)
           MOVE WS-SITE(WS-INDEX-TROUVE) TO WS-RT-SITE(WS-NB-RETOURS)
           MOVE F-RT-LOT TO WS-RT-LOT(WS-NB-RETOURS)
           MOVE F-RT-QTE TO WS-RT-QTE(WS-NB-RETOURS)
           MOVE F-RT-MOTIF TO WS-RT-MOTIF(WS-NB-RETOURS)

           IF WS-TARIF-TROUVE = 0
               MOVE 0 TO WS-RT-COUT(WS-NB-RETOURS)
               MOVE "N" TO WS-RT-TARIFE(WS-NB-RETOURS)
               ADD 1 TO WS-NT-SANS-TARIF(WS-NOTE-TROUVEE)
           ELSE
               MOVE WS-TF-COUT(WS-TARIF-TROUVE)
                   TO WS-RT-COUT(WS-NB-RETOURS)
               MOVE "O" TO WS-RT-TARIFE(WS-NB-RETOURS)
               COMPUTE WS-NT-TOTAL(WS-NOTE-TROUVEE) =
                   WS-NT-TOTAL(WS-NOTE-TROUVEE)
                   + F-RT-QTE * WS-TF-COUT(WS-TARIF-TROUVE)
           END-IF

           MOVE F-RT-QTE TO WS-QTE-ED
           MOVE SPACES TO F-LIGNE-RAPPORT
           STRING "APPLIQUÉ " F-RT-ARTICLE
               " " WS-SITE(WS-INDEX-TROUVE)
               " lot " F-RT-LOT
               " qté " WS-QTE-ED
               " stock " WS-STOCK-AVANT-ED
               " -> " WS-STOCK-APRES-ED
               " note n° " WS-NT-NUMERO(WS-NOTE-TROUVEE)
               INTO F-LIGNE-RAPPORT
           END-STRING
           WRITE F-LIGNE-RAPPORT
       .

      ******************************************************************

      *Imprime la note de débit WS-INDEX-NOTE avec ses lignes et son
      *total, la porte au registre du courrier sortant et ouvre la
      *réclamation correspondante au registre
       2000-IMPRIME-NOTE.

           MOVE ALL "=" TO F-LIGNE-NOTE
           WRITE F-LIGNE-NOTE

           MOVE SPACES TO F-LIGNE-NOTE
           STRING "NOTE DE DÉBIT n° " WS-NT-NUMERO(WS-INDEX-NOTE)
               " du " WS-DATE-JOUR
               INTO F-LIGNE-NOTE
           END-STRING
           WRITE F-LIGNE-NOTE

           MOVE SPACES TO F-LIGNE-NOTE
           STRING "Fournisseur : " WS-NT-FOURNISSEUR(WS-INDEX-NOTE)
               INTO F-LIGNE-NOTE
           END-STRING
           WRITE F-LIGNE-NOTE

           MOVE "Marchandise retournée :" TO F-LIGNE-NOTE
           WRITE F-LIGNE-NOTE

           PERFORM VARYING WS-INDEX-RETOUR FROM 1 BY 1
               UNTIL WS-INDEX-RETOUR > WS-NB-RETOURS
               IF WS-RT-NOTE(WS-INDEX-RETOUR) = WS-INDEX-NOTE
                   PERFORM 2100-IMPRIME-LIGNE
               END-IF
           END-PERFORM

           MOVE WS-NT-TOTAL(WS-INDEX-NOTE) TO WS-MONTANT-CENTS
           PERFORM 0900-FORMATE-PRIX

           MOVE SPACES TO F-LIGNE-NOTE
           STRING "Montant à nous créditer : "
               FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO F-LIGNE-NOTE
           END-STRING
           WRITE F-LIGNE-NOTE

           IF WS-NT-SANS-TARIF(WS-INDEX-NOTE) > 0
               MOVE SPACES TO F-LIGNE-NOTE
               STRING WS-NT-SANS-TARIF(WS-INDEX-NOTE)
                   " ligne(s) sans tarif, à chiffrer"
                   INTO F-LIGNE-NOTE
               END-STRING
               WRITE F-LIGNE-NOTE
           END-IF

           MOVE "Merci de nous adresser l'avoir correspondant en"
               TO F-LIGNE-NOTE
           WRITE F-LIGNE-NOTE
           MOVE "rappelant le numéro de cette note."
               TO F-LIGNE-NOTE
           WRITE F-LIGNE-NOTE

      *Report au registre du courrier sortant
           MOVE WS-NT-FOURNISSEUR(WS-INDEX-NOTE) TO WS-CO-ID
           MOVE WS-NT-FOURNISSEUR(WS-INDEX-NOTE) TO WS-CO-NOM
           MOVE SPACES TO WS-CO-REFERENCE
           STRING "note débit " WS-NT-NUMERO(WS-INDEX-NOTE)
               INTO WS-CO-REFERENCE
           END-STRING
           CALL "courrier" USING WS-COURRIER-COMMANDE

           ADD 1 TO WS-NB-RECLAM
           MOVE WS-NT-NUMERO(WS-INDEX-NOTE)
               TO WS-RC-NUMERO(WS-NB-RECLAM)
           MOVE WS-NT-FOURNISSEUR(WS-INDEX-NOTE)
               TO WS-RC-FOURNISSEUR(WS-NB-RECLAM)
           MOVE WS-DATE-JOUR TO WS-RC-EMISSION(WS-NB-RECLAM)
           MOVE WS-NT-TOTAL(WS-INDEX-NOTE)
               TO WS-RC-MONTANT(WS-NB-RECLAM)
           MOVE SPACES TO WS-RC-SOLDEE-LE(WS-NB-RECLAM)
           MOVE SPACES TO WS-RC-AVOIR(WS-NB-RECLAM)
           MOVE 0 TO WS-RC-MONTANT-AVOIR(WS-NB-RECLAM)
       .

      ******************************************************************

      *Imprime la ligne de retour WS-INDEX-RETOUR sur la note
       2100-IMPRIME-LIGNE.

           MOVE WS-RT-QTE(WS-INDEX-RETOUR) TO WS-QTE-ED

           IF WS-RT-TARIFE(WS-INDEX-RETOUR) = "O"
               COMPUTE WS-VALEUR-LIGNE = WS-RT-QTE(WS-INDEX-RETOUR)
                   * WS-RT-COUT(WS-INDEX-RETOUR)
               MOVE WS-RT-COUT(WS-INDEX-RETOUR) TO WS-MONTANT-CENTS
               PERFORM 0900-FORMATE-PRIX
               MOVE WS-MONTANT-AFFICHE TO WS-COUT-ED
               MOVE WS-VALEUR-LIGNE TO WS-MONTANT-CENTS
               PERFORM 0900-FORMATE-PRIX
           ELSE
               MOVE "sans tarif" TO WS-COUT-ED
               MOVE "à chiffrer" TO WS-MONTANT-AFFICHE
           END-IF

           MOVE SPACES TO F-LIGNE-NOTE
           STRING "  " WS-RT-ARTICLE(WS-INDEX-RETOUR)
               " " WS-RT-SITE(WS-INDEX-RETOUR)
               " lot " WS-RT-LOT(WS-INDEX-RETOUR)
               " motif " WS-RT-MOTIF(WS-INDEX-RETOUR)
               " " WS-QTE-ED " x " FUNCTION TRIM(WS-COUT-ED)
               " = " FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO F-LIGNE-NOTE
           END-STRING
           WRITE F-LIGNE-NOTE
       .

      ******************************************************************

      *Solde la réclamation réglée par l'avoir lu : la note doit
      *exister, être au nom du même fournisseur et encore ouverte ;
      *un avoir d'un autre montant solde quand même la réclamation
      *mais son écart est signalé au rapport
       3000-SOLDE-RECLAMATION.

           MOVE 0 TO WS-RECLAM-TROUVEE
           MOVE SPACES TO WS-REFUS

           PERFORM VARYING WS-INDEX-RECLAM FROM 1 BY 1
               UNTIL WS-INDEX-RECLAM > WS-NB-RECLAM
               IF WS-RC-NUMERO(WS-INDEX-RECLAM) = F-AV-NUMERO
                   MOVE WS-INDEX-RECLAM TO WS-RECLAM-TROUVEE
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN F-AV-NUMERO NOT NUMERIC
                   OR F-AV-MONTANT NOT NUMERIC
                   MOVE "ligne d'avoir invalide" TO WS-REFUS
               WHEN WS-RECLAM-TROUVEE = 0
                   MOVE "note de débit inconnue" TO WS-REFUS
               WHEN WS-RC-FOURNISSEUR(WS-RECLAM-TROUVEE)
                   NOT = F-AV-FOURNISSEUR
                   MOVE "note émise à un autre fournisseur"
                       TO WS-REFUS
               WHEN WS-RC-SOLDEE-LE(WS-RECLAM-TROUVEE) NOT = SPACES
                   MOVE "réclamation déjà soldée" TO WS-REFUS
           END-EVALUATE

           IF WS-REFUS NOT = SPACES
               MOVE SPACES TO F-LIGNE-RAPPORT
               STRING "  IGNORÉ  avoir " F-AV-REFERENCE
                   " note n° " F-AV-NUMERO
                   " " F-AV-FOURNISSEUR
                   " : " WS-REFUS
                   INTO F-LIGNE-RAPPORT
               END-STRING
               WRITE F-LIGNE-RAPPORT
           ELSE
               ADD 1 TO WS-NB-SOLDEES
               MOVE WS-DATE-JOUR
                   TO WS-RC-SOLDEE-LE(WS-RECLAM-TROUVEE)
               MOVE F-AV-REFERENCE TO WS-RC-AVOIR(WS-RECLAM-TROUVEE)
               MOVE F-AV-MONTANT
                   TO WS-RC-MONTANT-AVOIR(WS-RECLAM-TROUVEE)

               COMPUTE WS-ECART = F-AV-MONTANT
                   - WS-RC-MONTANT(WS-RECLAM-TROUVEE)
               MOVE F-AV-MONTANT TO WS-MONTANT-CENTS
               PERFORM 0900-FORMATE-PRIX

               MOVE SPACES TO F-LIGNE-RAPPORT
               STRING "  SOLDÉE  note n° " F-AV-NUMERO
                   " " F-AV-FOURNISSEUR
                   " par l'avoir " F-AV-REFERENCE
                   " de " FUNCTION TRIM(WS-MONTANT-AFFICHE)
                   INTO F-LIGNE-RAPPORT
               END-STRING
               WRITE F-LIGNE-RAPPORT

               IF WS-ECART NOT = 0
                   MOVE WS-ECART TO WS-MONTANT-CENTS
                   PERFORM 0900-FORMATE-PRIX
                   MOVE SPACES TO F-LIGNE-RAPPORT
                   STRING "           écart avec la note : "
                       FUNCTION TRIM(WS-MONTANT-AFFICHE)
                       INTO F-LIGNE-RAPPORT
                   END-STRING
                   WRITE F-LIGNE-RAPPORT
               END-IF
           END-IF
       .

      ******************************************************************

      *Relâche le verrou du registre des réclamations
       9000-LIBERE-RECLAMATIONS.

           MOVE "L" TO WS-VERROU-ACTION
           MOVE "reclamations" TO WS-VERROU-NOM
           CALL "verrou" USING WS-VERROU-COMMANDE
       .

      ******************************************************************

      *Relâche les deux verrous pris au lancement
       9100-LIBERE-VERROUS.

           MOVE "L" TO WS-VERROU-ACTION
           MOVE "inventaire" TO WS-VERROU-NOM
           CALL "verrou" USING WS-VERROU-COMMANDE

           PERFORM 9000-LIBERE-RECLAMATIONS
       .
