      *Programme d'exécution des transferts de stock entre sites :
      *rupture.cbl suggère des transferts dans transferts-sites.txt,
      *mais personne ne les appliquait ; l'entrepôt déplaçait les
      *cartons puis retouchait inventaire.txt à la main, et le stock
      *existait un temps en double ou plus du tout. Le transfert se
      *fait ici en deux temps. L'expédition débite le site de départ
      *dans inventaire.txt et ouvre un transfert en transit au
      *registre transferts-registre.txt ; la réception au site
      *d'arrivée crédite ce site et clôt le transfert. Chaque
      *mouvement de stock passe par le verrou inventaire (verrou.cbl)
      *et est journalisé dans inventaire-journal.txt comme les
      *ajustements de comptage.cbl ; les transferts en transit depuis
      *plus de N jours sont signalés à la liste.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. transfert.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier inventaire, le même que sorties.cbl et
      *comptage.cbl, relu puis réécrit à chaque mouvement
       SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-INVENTAIRE.

      *Alias du registre des transferts, relu au lancement et réécrit
      *à chaque changement
       SELECT FICHIER-REGISTRE ASSIGN TO "transferts-registre.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-REGISTRE.

      *Alias du journal des ajustements de stock, le même que
      *comptage.cbl
       SELECT FICHIER-JOURNAL ASSIGN TO "inventaire-journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-JOURNAL.

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

      *Définition du registre des transferts : numéro, article, sites
      *de départ et d'arrivée, quantité, date et auteur de
      *l'expédition, état (T en transit, R reçu), date et auteur de
      *la réception
       FD FICHIER-REGISTRE.
       01 F-TRANSFERT.
           05 F-TR-NUMERO            PIC 9(5).
           05 FILLER                 PIC X.
           05 F-TR-ARTICLE           PIC X(10).
           05 FILLER                 PIC X.
           05 F-TR-DEPART            PIC X(3).
           05 FILLER                 PIC X.
           05 F-TR-ARRIVEE           PIC X(3).
           05 FILLER                 PIC X.
           05 F-TR-QTE               PIC 9(3).
           05 FILLER                 PIC X.
           05 F-TR-EXPEDIE-LE        PIC X(8).
           05 FILLER                 PIC X.
           05 F-TR-EXPEDIE-PAR       PIC X(20).
           05 FILLER                 PIC X.
           05 F-TR-ETAT              PIC X.
           05 FILLER                 PIC X.
           05 F-TR-RECU-LE           PIC X(8).
           05 FILLER                 PIC X.
           05 F-TR-RECU-PAR          PIC X(20).

      *Définition du journal des ajustements, une ligne de texte
      *libre par changement, comme comptage.cbl
       FD FICHIER-JOURNAL.
       01 F-LIGNE-JOURNAL            PIC X(80).

       WORKING-STORAGE SECTION.

      *Tableau de l'inventaire, même mécanique que sorties.cbl,
      *rechargé sous verrou à chaque mouvement
       01 WS-INVENTAIRE-TAB.
           05 WS-INVENTAIRE          OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-ARTICLES.
               10 WS-NOM             PIC X(10).
               10 WS-STOCK           PIC 9(5).
               10 WS-FOURNISSEUR     PIC X(10).
               10 WS-SITE            PIC X(3).

      *Tableau des transferts chargés depuis le registre
       01 WS-TRANSFERTS-TAB.
           05 WS-TRANSFERT           OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-TRANSFERTS.
               10 WS-TR-NUMERO       PIC 9(5).
               10 WS-TR-ARTICLE      PIC X(10).
               10 WS-TR-DEPART       PIC X(3).
               10 WS-TR-ARRIVEE      PIC X(3).
               10 WS-TR-QTE          PIC 9(3).
               10 WS-TR-EXPEDIE-LE   PIC X(8).
               10 WS-TR-EXPEDIE-PAR  PIC X(20).
               10 WS-TR-ETAT         PIC X.
               10 WS-TR-RECU-LE      PIC X(8).
               10 WS-TR-RECU-PAR     PIC X(20).

      *Effectifs réels des tableaux
       77 WS-NB-ARTICLES             PIC 9(3)              VALUE 1.
       77 WS-NB-TRANSFERTS           PIC 9(3)              VALUE 1.
      *Index de parcours, sur 4 chiffres pour dépasser la 999e ligne
      *en fin de parcours d'un tableau plein
       77 WS-INDEX                   PIC 9(4)              VALUE 1.
      *Index de l'article au site de départ et au site d'arrivée, et
      *du transfert correspondant à la saisie (0 = introuvable)
       77 WS-ART-DEPART              PIC 9(3)              VALUE 0.
       77 WS-ART-ARRIVEE             PIC 9(3)              VALUE 0.
       77 WS-SITE-CONNU              PIC 9(3)              VALUE 0.
       77 WS-TR-TROUVE               PIC 9(3)              VALUE 0.
      *Dernier numéro de transfert attribué
       77 WS-DERNIER-NUMERO          PIC 9(5)              VALUE 0.
      *Indicateur de fin de lecture et statuts
       77 WS-EOF                     PIC X                 VALUE 'F'.
       77 WS-STATUT-INVENTAIRE       PIC XX.
       77 WS-STATUT-REGISTRE         PIC XX.
       77 WS-STATUT-JOURNAL          PIC XX.
      *Inventaire chargé sous verrou (O) ou non
       77 WS-INVENTAIRE-OK           PIC X                 VALUE "N".
      *Choix du menu et saisies
       77 WS-CHOIX                   PIC 9                 VALUE 0.
       77 WS-OPERATEUR               PIC X(20).
       77 WS-ARTICLE-SAISI           PIC X(10).
       77 WS-DEPART-SAISI            PIC X(3).
       77 WS-ARRIVEE-SAISI           PIC X(3).
       77 WS-QTE-SAISIE              PIC 9(3).
       77 WS-NUMERO-SAISI            PIC 9(5).
       77 WS-CONFIRME                PIC X                 VALUE "N".
      *Date du jour, portée sur l'expédition et la réception
       77 WS-DATE-JOUR               PIC X(8).
      *Stock avant mouvement, pour le journal
       77 WS-STOCK-AVANT             PIC 9(5)              VALUE 0.

      *Contrôle des délais de transit : délai maximal saisi (7 jours
      *par défaut), comptes de jours du jour et de l'expédition,
      *durée du transit et nombre de transferts signalés
       77 WS-DELAI-JOURS             PIC 9(3)              VALUE 0.
       77 WS-JOURS-AUJOURDHUI        PIC 9(7)              VALUE 0.
       77 WS-JOURS-EXPEDITION        PIC 9(7)              VALUE 0.
       77 WS-JOURS-TRANSIT           PIC S9(5)             VALUE 0.
       77 WS-JOURS-TRANSIT-ED        PIC ZZZZ9.
       77 WS-NB-EN-TRANSIT           PIC 9(3)              VALUE 0.
       77 WS-NB-EN-RETARD            PIC 9(3)              VALUE 0.

      *Commande passée au sous-programme commun de verrouillage
      *(verrou.cbl) : le registre est protégé le temps de la session,
      *inventaire.txt le temps de chaque mouvement
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

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

      *Prise du verrou des transferts avant de toucher au registre :
      *un lancement concurrent abandonne au lieu d'écraser
       MOVE "P" TO WS-VERROU-ACTION.
       MOVE "transferts" TO WS-VERROU-NOM.
       CALL "verrou" USING WS-VERROU-COMMANDE.

       IF WS-VERROU-RESULTAT NOT = "O"
           DISPLAY "transferts-registre.txt verrouillé par un autre "
               "lancement, abandon"
           GOBACK
       END-IF.

      *Chargement du registre existant ; un fichier absent signifie
      *simplement un premier lancement
       MOVE 0 TO WS-NB-TRANSFERTS.

       OPEN INPUT FICHIER-REGISTRE.

       IF WS-STATUT-REGISTRE = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-REGISTRE
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-NB-TRANSFERTS < 999
                           ADD 1 TO WS-NB-TRANSFERTS
                           PERFORM 7300-CHARGE-TRANSFERT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-REGISTRE
       END-IF.

       DISPLAY "Transferts au registre : " WS-NB-TRANSFERTS.

      *L'opérateur signe tous les mouvements de la session ; le
      *verrou est relâché avant l'abandon
       DISPLAY "Nom de l'opérateur : ".
       ACCEPT WS-OPERATEUR.

       IF WS-OPERATEUR = SPACES
           DISPLAY "Opérateur requis"
           MOVE "L" TO WS-VERROU-ACTION
           CALL "verrou" USING WS-VERROU-COMMANDE
           GOBACK
       END-IF.

      *Boucle de menu, jusqu'à la saisie de 4
       PERFORM UNTIL WS-CHOIX = 4

           DISPLAY "1. Expédier un transfert"
           DISPLAY "2. Réceptionner un transfert"
           DISPLAY "3. Lister les transferts en transit"
           DISPLAY "4. Quitter"
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX

               WHEN 1
                   PERFORM 1000-EXPEDIE-TRANSFERT

               WHEN 2
                   PERFORM 2000-RECOIT-TRANSFERT

               WHEN 3
                   PERFORM 3000-LISTE-EN-TRANSIT

               WHEN 4
                   DISPLAY "Fin du programme"

               WHEN OTHER
                   DISPLAY "Choix invalide"

           END-EVALUATE

       END-PERFORM.

      *Libération du verrou avant de rendre la main
       MOVE "L" TO WS-VERROU-ACTION.
       MOVE "transferts" TO WS-VERROU-NOM.
       CALL "verrou" USING WS-VERROU-COMMANDE.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis menugeneral.cbl comme sous-programme, sans
      *rien changer à son comportement lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************

      *Expédie un transfert : saisie de l'article, des deux sites et
      *de la quantité, puis, sous verrou inventaire, débit du site de
      *départ (jamais en dessous de zéro) et ouverture du transfert en
      *transit
       1000-EXPEDIE-TRANSFERT.

           DISPLAY "Article à transférer : "
           ACCEPT WS-ARTICLE-SAISI
           DISPLAY "Site de départ : "
           ACCEPT WS-DEPART-SAISI
           DISPLAY "Site d'arrivée : "
           ACCEPT WS-ARRIVEE-SAISI
           DISPLAY "Quantité : "
           ACCEPT WS-QTE-SAISIE

           PERFORM 5000-CHARGE-INVENTAIRE

           IF WS-INVENTAIRE-OK = "O"

               MOVE 0 TO WS-ART-DEPART
               MOVE 0 TO WS-SITE-CONNU

               PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NB-ARTICLES

                   IF WS-NOM(WS-INDEX) = WS-ARTICLE-SAISI
                       AND WS-SITE(WS-INDEX) = WS-DEPART-SAISI
                       MOVE WS-INDEX TO WS-ART-DEPART
                   END-IF
                   IF WS-SITE(WS-INDEX) = WS-ARRIVEE-SAISI
                       MOVE WS-INDEX TO WS-SITE-CONNU
                   END-IF

               END-PERFORM

               EVALUATE TRUE
                   WHEN WS-ARRIVEE-SAISI = WS-DEPART-SAISI
                       DISPLAY "Sites de départ et d'arrivée "
                           "identiques"
                   WHEN WS-ART-DEPART = 0
                       DISPLAY "Article " WS-ARTICLE-SAISI
                           " inconnu au site " WS-DEPART-SAISI
                   WHEN WS-SITE-CONNU = 0
                       DISPLAY "Site d'arrivée " WS-ARRIVEE-SAISI
                           " inconnu de l'inventaire"
                   WHEN WS-QTE-SAISIE = 0
                       DISPLAY "Quantité nulle, transfert abandonné"
                   WHEN WS-QTE-SAISIE > WS-STOCK(WS-ART-DEPART)
                       DISPLAY "Stock insuffisant au site "
                           WS-DEPART-SAISI " : "
                           WS-STOCK(WS-ART-DEPART)
                   WHEN WS-NB-TRANSFERTS >= 999
                       DISPLAY "Registre des transferts complet"
                   WHEN OTHER
                       DISPLAY "Expédier " WS-QTE-SAISIE " x "
                           WS-ARTICLE-SAISI " de " WS-DEPART-SAISI
                           " vers " WS-ARRIVEE-SAISI " ? (O/N)"
                       ACCEPT WS-CONFIRME
                       IF WS-CONFIRME = "O" OR WS-CONFIRME = "o"
                           PERFORM 1100-ENREGISTRE-EXPEDITION
                       ELSE
                           DISPLAY "Transfert abandonné"
                       END-IF
               END-EVALUATE

               PERFORM 5200-LIBERE-INVENTAIRE

           END-IF
       .

      ******************************************************************

      *Débite le site de départ WS-ART-DEPART, réécrit l'inventaire,
      *journalise le mouvement et ouvre le transfert au registre
       1100-ENREGISTRE-EXPEDITION.

           ADD 1 TO WS-DERNIER-NUMERO

           MOVE WS-STOCK(WS-ART-DEPART) TO WS-STOCK-AVANT
           SUBTRACT WS-QTE-SAISIE FROM WS-STOCK(WS-ART-DEPART)
           PERFORM 5100-REECRIT-INVENTAIRE

           MOVE SPACES TO F-LIGNE-JOURNAL
           STRING WS-DATE-JOUR
               " TRANSFERT " WS-DERNIER-NUMERO " EXPÉDIÉ "
               WS-ARTICLE-SAISI
               " site " WS-DEPART-SAISI
               " stock " WS-STOCK-AVANT
               " -> " WS-STOCK(WS-ART-DEPART)
               " vers " WS-ARRIVEE-SAISI
               INTO F-LIGNE-JOURNAL
           END-STRING
           PERFORM 9000-ECRIT-JOURNAL

           MOVE WS-ARTICLE-SAISI TO WS-MV-ARTICLE
           MOVE WS-DEPART-SAISI TO WS-MV-SITE
           MOVE "TRE" TO WS-MV-TYPE
           MOVE "-" TO WS-MV-SENS
           MOVE WS-QTE-SAISIE TO WS-MV-QTE
           MOVE SPACES TO WS-MV-DOCUMENT
           STRING "TRANSFERT " WS-DERNIER-NUMERO
               INTO WS-MV-DOCUMENT
           END-STRING
           MOVE WS-STOCK(WS-ART-DEPART) TO WS-MV-SOLDE
           CALL "mvtstock" USING WS-MOUVEMENT

           ADD 1 TO WS-NB-TRANSFERTS
           MOVE WS-DERNIER-NUMERO TO WS-TR-NUMERO(WS-NB-TRANSFERTS)
           MOVE WS-ARTICLE-SAISI TO WS-TR-ARTICLE(WS-NB-TRANSFERTS)
           MOVE WS-DEPART-SAISI TO WS-TR-DEPART(WS-NB-TRANSFERTS)
           MOVE WS-ARRIVEE-SAISI TO WS-TR-ARRIVEE(WS-NB-TRANSFERTS)
           MOVE WS-QTE-SAISIE TO WS-TR-QTE(WS-NB-TRANSFERTS)
           MOVE WS-DATE-JOUR TO WS-TR-EXPEDIE-LE(WS-NB-TRANSFERTS)
           MOVE WS-OPERATEUR TO WS-TR-EXPEDIE-PAR(WS-NB-TRANSFERTS)
           MOVE "T" TO WS-TR-ETAT(WS-NB-TRANSFERTS)
           MOVE SPACES TO WS-TR-RECU-LE(WS-NB-TRANSFERTS)
           MOVE SPACES TO WS-TR-RECU-PAR(WS-NB-TRANSFERTS)
           PERFORM 8000-SAUVE-REGISTRE

           DISPLAY "Transfert n° " WS-DERNIER-NUMERO
               " expédié, en transit vers " WS-ARRIVEE-SAISI
       .

      ******************************************************************

      *Réceptionne un transfert en transit : sous verrou inventaire,
      *crédit du site d'arrivée (l'article y est créé avec le
      *fournisseur du site de départ s'il n'y était pas encore) et
      *clôture du transfert
       2000-RECOIT-TRANSFERT.

           DISPLAY "Numéro du transfert : "
           ACCEPT WS-NUMERO-SAISI

           MOVE 0 TO WS-TR-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-TRANSFERTS

               IF WS-TR-NUMERO(WS-INDEX) = WS-NUMERO-SAISI
                   AND WS-TR-ETAT(WS-INDEX) = "T"
                   MOVE WS-INDEX TO WS-TR-TROUVE
               END-IF

           END-PERFORM

           IF WS-TR-TROUVE = 0
               DISPLAY "Aucun transfert en transit sous le n° "
                   WS-NUMERO-SAISI
           ELSE

               MOVE WS-TR-TROUVE TO WS-INDEX
               PERFORM 3100-AFFICHE-TRANSFERT

               DISPLAY "Confirmer la réception ? (O/N)"
               ACCEPT WS-CONFIRME

               IF WS-CONFIRME = "O" OR WS-CONFIRME = "o"
                   PERFORM 5000-CHARGE-INVENTAIRE
                   IF WS-INVENTAIRE-OK = "O"
                       PERFORM 2100-CREDITE-ARRIVEE
                       PERFORM 5200-LIBERE-INVENTAIRE
                   END-IF
               ELSE
                   DISPLAY "Réception abandonnée"
               END-IF

           END-IF
       .

      ******************************************************************

      *Crédite le site d'arrivée du transfert WS-TR-TROUVE ; le stock
      *d'une ligne d'inventaire ne dépassant pas 99999, une réception
      *qui le ferait déborder est refusée et le transfert reste en
      *transit
       2100-CREDITE-ARRIVEE.

           MOVE 0 TO WS-ART-DEPART
           MOVE 0 TO WS-ART-ARRIVEE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ARTICLES

               IF WS-NOM(WS-INDEX) = WS-TR-ARTICLE(WS-TR-TROUVE)
                   IF WS-SITE(WS-INDEX) = WS-TR-ARRIVEE(WS-TR-TROUVE)
                       MOVE WS-INDEX TO WS-ART-ARRIVEE
                   END-IF
                   IF WS-SITE(WS-INDEX) = WS-TR-DEPART(WS-TR-TROUVE)
                       MOVE WS-INDEX TO WS-ART-DEPART
                   END-IF
               END-IF

           END-PERFORM

           IF WS-ART-ARRIVEE = 0 AND WS-NB-ARTICLES < 999
               ADD 1 TO WS-NB-ARTICLES
               MOVE WS-NB-ARTICLES TO WS-ART-ARRIVEE
               MOVE WS-TR-ARTICLE(WS-TR-TROUVE)
                   TO WS-NOM(WS-ART-ARRIVEE)
               MOVE 0 TO WS-STOCK(WS-ART-ARRIVEE)
               MOVE WS-TR-ARRIVEE(WS-TR-TROUVE)
                   TO WS-SITE(WS-ART-ARRIVEE)
               IF WS-ART-DEPART = 0
                   MOVE SPACES TO WS-FOURNISSEUR(WS-ART-ARRIVEE)
               ELSE
                   MOVE WS-FOURNISSEUR(WS-ART-DEPART)
                       TO WS-FOURNISSEUR(WS-ART-ARRIVEE)
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-ART-ARRIVEE = 0
                   DISPLAY "inventaire.txt complet, réception "
                       "impossible"
               WHEN WS-STOCK(WS-ART-ARRIVEE)
                   + WS-TR-QTE(WS-TR-TROUVE) > 99999
                   DISPLAY "Le stock au site "
                       WS-TR-ARRIVEE(WS-TR-TROUVE)
                       " dépasserait 99999, réception refusée"
               WHEN OTHER
                   MOVE WS-STOCK(WS-ART-ARRIVEE) TO WS-STOCK-AVANT
                   ADD WS-TR-QTE(WS-TR-TROUVE)
                       TO WS-STOCK(WS-ART-ARRIVEE)
                   PERFORM 5100-REECRIT-INVENTAIRE

                   MOVE SPACES TO F-LIGNE-JOURNAL
                   STRING WS-DATE-JOUR
                       " TRANSFERT " WS-TR-NUMERO(WS-TR-TROUVE)
                       " REÇU " WS-TR-ARTICLE(WS-TR-TROUVE)
                       " site " WS-TR-ARRIVEE(WS-TR-TROUVE)
                       " stock " WS-STOCK-AVANT
                       " -> " WS-STOCK(WS-ART-ARRIVEE)
                       " de " WS-TR-DEPART(WS-TR-TROUVE)
                       INTO F-LIGNE-JOURNAL
                   END-STRING
                   PERFORM 9000-ECRIT-JOURNAL

                   MOVE WS-TR-ARTICLE(WS-TR-TROUVE) TO WS-MV-ARTICLE
                   MOVE WS-TR-ARRIVEE(WS-TR-TROUVE) TO WS-MV-SITE
                   MOVE "TRR" TO WS-MV-TYPE
                   MOVE "+" TO WS-MV-SENS
                   MOVE WS-TR-QTE(WS-TR-TROUVE) TO WS-MV-QTE
                   MOVE SPACES TO WS-MV-DOCUMENT
                   STRING "TRANSFERT " WS-TR-NUMERO(WS-TR-TROUVE)
                       INTO WS-MV-DOCUMENT
                   END-STRING
                   MOVE WS-STOCK(WS-ART-ARRIVEE) TO WS-MV-SOLDE
                   CALL "mvtstock" USING WS-MOUVEMENT

                   MOVE "R" TO WS-TR-ETAT(WS-TR-TROUVE)
                   MOVE WS-DATE-JOUR TO WS-TR-RECU-LE(WS-TR-TROUVE)
                   MOVE WS-OPERATEUR TO WS-TR-RECU-PAR(WS-TR-TROUVE)
                   PERFORM 8000-SAUVE-REGISTRE

                   DISPLAY "Transfert n° " WS-TR-NUMERO(WS-TR-TROUVE)
                       " reçu et clos"
           END-EVALUATE
       .

      ******************************************************************

      *Liste les transferts en transit ; ceux expédiés depuis plus du
      *délai saisi sont signalés en retard
       3000-LISTE-EN-TRANSIT.

           DISPLAY "Délai de transit maximal en jours (défaut 7) : "
           ACCEPT WS-DELAI-JOURS

           IF WS-DELAI-JOURS = 0
               MOVE 7 TO WS-DELAI-JOURS
           END-IF

           COMPUTE WS-JOURS-AUJOURDHUI = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-DATE-JOUR))

           MOVE 0 TO WS-NB-EN-TRANSIT
           MOVE 0 TO WS-NB-EN-RETARD

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-TRANSFERTS

               IF WS-TR-ETAT(WS-INDEX) = "T"

                   ADD 1 TO WS-NB-EN-TRANSIT
                   PERFORM 3100-AFFICHE-TRANSFERT

                   IF WS-TR-EXPEDIE-LE(WS-INDEX) NUMERIC
                       COMPUTE WS-JOURS-EXPEDITION =
                           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                               WS-TR-EXPEDIE-LE(WS-INDEX)))
                       COMPUTE WS-JOURS-TRANSIT =
                           WS-JOURS-AUJOURDHUI - WS-JOURS-EXPEDITION
                       IF WS-JOURS-TRANSIT > WS-DELAI-JOURS
                           ADD 1 TO WS-NB-EN-RETARD
                           MOVE WS-JOURS-TRANSIT
                               TO WS-JOURS-TRANSIT-ED
                           DISPLAY "    *** EN RETARD : en transit "
                               "depuis "
                               FUNCTION TRIM(WS-JOURS-TRANSIT-ED)
                               " jours"
                       END-IF
                   END-IF

               END-IF

           END-PERFORM

           DISPLAY "Transferts en transit : " WS-NB-EN-TRANSIT
               ", dont en retard : " WS-NB-EN-RETARD
       .

      ******************************************************************

      *Affiche le transfert WS-INDEX
       3100-AFFICHE-TRANSFERT.

           DISPLAY "N° " WS-TR-NUMERO(WS-INDEX)
               " " WS-TR-ARTICLE(WS-INDEX)
               " qté " WS-TR-QTE(WS-INDEX)
               " de " WS-TR-DEPART(WS-INDEX)
               " vers " WS-TR-ARRIVEE(WS-INDEX)
           DISPLAY "    expédié le " WS-TR-EXPEDIE-LE(WS-INDEX)
               " par " FUNCTION TRIM(WS-TR-EXPEDIE-PAR(WS-INDEX))
       .

      ******************************************************************

      *Prend le verrou inventaire et recharge inventaire.txt, pour
      *travailler sur le stock du moment ; WS-INVENTAIRE-OK reste à
      *"N" (verrou relâché) si le verrou ou le fichier manque, ou si
      *le fichier dépasse les 999 lignes du tableau : le réécrire
      *perdrait les lignes suivantes
       5000-CHARGE-INVENTAIRE.

           MOVE "N" TO WS-INVENTAIRE-OK

           MOVE "P" TO WS-VERROU-ACTION
           MOVE "inventaire" TO WS-VERROU-NOM
           CALL "verrou" USING WS-VERROU-COMMANDE

           IF WS-VERROU-RESULTAT NOT = "O"
               DISPLAY "inventaire.txt verrouillé par un autre "
                   "lancement, réessayer plus tard"
           ELSE

               OPEN INPUT FICHIER-INVENTAIRE

               IF WS-STATUT-INVENTAIRE NOT = "00"
                   DISPLAY "Fichier inventaire.txt introuvable "
                       "(statut " WS-STATUT-INVENTAIRE ")"
                   PERFORM 5200-LIBERE-INVENTAIRE
               ELSE

                   MOVE "O" TO WS-INVENTAIRE-OK
                   MOVE 0 TO WS-NB-ARTICLES
                   MOVE 'F' TO WS-EOF

                   PERFORM UNTIL WS-EOF = 'T'
                       READ FICHIER-INVENTAIRE
                           AT END
                               MOVE 'T' TO WS-EOF
                           NOT AT END
                               IF WS-NB-ARTICLES >= 999
                                   DISPLAY "inventaire.txt au-delà de "
                                       "999 lignes, transfert "
                                       "impossible"
                                   MOVE "N" TO WS-INVENTAIRE-OK
                                   MOVE 'T' TO WS-EOF
                               ELSE
                                   ADD 1 TO WS-NB-ARTICLES
                                   MOVE F-NOM
                                       TO WS-NOM(WS-NB-ARTICLES)
                                   MOVE FUNCTION NUMVAL(F-STOCK)
                                       TO WS-STOCK(WS-NB-ARTICLES)
                                   MOVE F-FOURNISSEUR TO
                                       WS-FOURNISSEUR(WS-NB-ARTICLES)
                                   MOVE F-SITE
                                       TO WS-SITE(WS-NB-ARTICLES)
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE FICHIER-INVENTAIRE

                   IF WS-INVENTAIRE-OK = "N"
                       PERFORM 5200-LIBERE-INVENTAIRE
                   END-IF

               END-IF

           END-IF
       .

      ******************************************************************

      *Réécriture de l'inventaire avec les stocks à jour, dans le même
      *découpage en colonnes fixes que sorties.cbl
       5100-REECRIT-INVENTAIRE.

           OPEN OUTPUT FICHIER-INVENTAIRE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ARTICLES

               MOVE SPACES TO F-INVENTAIRE
               MOVE WS-NOM(WS-INDEX) TO F-NOM
               MOVE WS-STOCK(WS-INDEX) TO F-STOCK
               MOVE WS-FOURNISSEUR(WS-INDEX) TO F-FOURNISSEUR
               MOVE WS-SITE(WS-INDEX) TO F-SITE
               WRITE F-INVENTAIRE

           END-PERFORM

           CLOSE FICHIER-INVENTAIRE
       .

      ******************************************************************

      *Relâche le verrou inventaire pris par 5000-CHARGE-INVENTAIRE
       5200-LIBERE-INVENTAIRE.

           MOVE "L" TO WS-VERROU-ACTION
           MOVE "inventaire" TO WS-VERROU-NOM
           CALL "verrou" USING WS-VERROU-COMMANDE
       .

      ******************************************************************

      *Reporte la ligne lue dans F-TRANSFERT dans le tableau, à la
      *position WS-NB-TRANSFERTS, et tient à jour le dernier numéro
      *attribué
       7300-CHARGE-TRANSFERT.

           MOVE F-TR-NUMERO TO WS-TR-NUMERO(WS-NB-TRANSFERTS)
           MOVE F-TR-ARTICLE TO WS-TR-ARTICLE(WS-NB-TRANSFERTS)
           MOVE F-TR-DEPART TO WS-TR-DEPART(WS-NB-TRANSFERTS)
           MOVE F-TR-ARRIVEE TO WS-TR-ARRIVEE(WS-NB-TRANSFERTS)
           MOVE F-TR-QTE TO WS-TR-QTE(WS-NB-TRANSFERTS)
           MOVE F-TR-EXPEDIE-LE TO WS-TR-EXPEDIE-LE(WS-NB-TRANSFERTS)
           MOVE F-TR-EXPEDIE-PAR
               TO WS-TR-EXPEDIE-PAR(WS-NB-TRANSFERTS)
           MOVE F-TR-ETAT TO WS-TR-ETAT(WS-NB-TRANSFERTS)
           MOVE F-TR-RECU-LE TO WS-TR-RECU-LE(WS-NB-TRANSFERTS)
           MOVE F-TR-RECU-PAR TO WS-TR-RECU-PAR(WS-NB-TRANSFERTS)

           IF F-TR-NUMERO > WS-DERNIER-NUMERO
               MOVE F-TR-NUMERO TO WS-DERNIER-NUMERO
           END-IF
       .

      ******************************************************************

      *Réécrit transferts-registre.txt en entier à partir du tableau
       8000-SAUVE-REGISTRE.

           OPEN OUTPUT FICHIER-REGISTRE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-TRANSFERTS

               MOVE SPACES TO F-TRANSFERT
               MOVE WS-TR-NUMERO(WS-INDEX) TO F-TR-NUMERO
               MOVE WS-TR-ARTICLE(WS-INDEX) TO F-TR-ARTICLE
               MOVE WS-TR-DEPART(WS-INDEX) TO F-TR-DEPART
               MOVE WS-TR-ARRIVEE(WS-INDEX) TO F-TR-ARRIVEE
               MOVE WS-TR-QTE(WS-INDEX) TO F-TR-QTE
               MOVE WS-TR-EXPEDIE-LE(WS-INDEX) TO F-TR-EXPEDIE-LE
               MOVE WS-TR-EXPEDIE-PAR(WS-INDEX) TO F-TR-EXPEDIE-PAR
               MOVE WS-TR-ETAT(WS-INDEX) TO F-TR-ETAT
               MOVE WS-TR-RECU-LE(WS-INDEX) TO F-TR-RECU-LE
               MOVE WS-TR-RECU-PAR(WS-INDEX) TO F-TR-RECU-PAR
               WRITE F-TRANSFERT

           END-PERFORM

           CLOSE FICHIER-REGISTRE
       .

      ******************************************************************

      *Ajoute la ligne préparée dans F-LIGNE-JOURNAL à la suite du
      *journal des ajustements, créé au premier changement, comme
      *comptage.cbl
       9000-ECRIT-JOURNAL.

           OPEN EXTEND FICHIER-JOURNAL

           IF WS-STATUT-JOURNAL = "35"
               OPEN OUTPUT FICHIER-JOURNAL
           END-IF

           WRITE F-LIGNE-JOURNAL

           CLOSE FICHIER-JOURNAL
       .
