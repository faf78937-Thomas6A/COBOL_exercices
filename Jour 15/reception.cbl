      *d'inventaire.txt au lieu d'une retouche du fichier à la main,
      *signale les livraisons d'articles inconnus de l'inventaire, et
      *consigne dans un rapport ce qui a été appliqué et rejeté.
      *Chaque livraison traitée est aussi ajoutée, datée du jour, à
      *l'historique des réceptions (receptions-historique.txt) lu par
      *scorefourn.cbl pour l'évaluation des fournisseurs. Début,
      *abandons, rejets et bilan sont aussi notés au journal
      *d'exploitation commun (journalop.cbl). Le retard des commandes
      *fournisseurs se compte en jours ouvrés du calendrier commun
      *(calendrier.cbl), week-ends et jours fériés exclus.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reception.
       AUTHOR. Thomas Baudrin.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-LOTS.

      *Alias de l'historique des réceptions : livraisons.txt est
      *remplacé chaque jour, l'historique garde la date et le sort de
      *chaque livraison
       SELECT FICHIER-HISTORIQUE ASSIGN TO "receptions-historique.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-HISTORIQUE.

       DATA DIVISION.

       FILE SECTION.
       FD FICHIER-INVENTAIRE.
       01 F-INVENTAIRE.
           05 F-NOM                  PIC X(10).
           05 F-STOCK                PIC 9(5).
           05 FILLER                 PIC X.
           05 F-FOURNISSEUR          PIC X(10).
           05 FILLER                 PIC X.
           05 FILLER                 PIC X.
           05 F-LO-QTE               PIC 9(3).

      *Définition de l'historique des réceptions : date AAAAMMJJ,
      *article, quantité, référence du bon, site et sort de la
      *livraison (A = appliquée, I = article inconnu, S = article sur
      *plusieurs sites sans site précisé)
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

       WORKING-STORAGE SECTION.

      *Tableau de l'inventaire, dimensionné au lancement sur le
           05 WS-INVENTAIRE          OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-ARTICLES.
               10 WS-NOM             PIC X(10).
               10 WS-STOCK           PIC 9(6).
               10 WS-FOURNISSEUR     PIC X(10).
               10 WS-SITE            PIC X(3).


      *Compteurs du bilan de réception : livraisons lues, appliquées
      *sur le stock, rejetées (article inconnu) et écrêtées (stock
      *plafonné à 99999, la colonne stock du fichier n'ayant que
      *cinq chiffres)
       77 WS-NB-LUES                 PIC 9(3)              VALUE 0.
       77 WS-NB-APPLIQUEES           PIC 9(3)              VALUE 0.
       77 WS-NB-REJETEES             PIC 9(3)              VALUE 0.
       77 WS-JOURS-AUJOURDHUI        PIC 9(7)              VALUE 0.
       77 WS-RETARD-PO               PIC S9(5)             VALUE 0.
       77 WS-RETARD-PO-ED            PIC ZZZZ9.
      *Commande passée au sous-programme commun du calendrier ouvré
      *(calendrier.cbl) : le délai fournisseur et le retard se
      *comptent en jours ouvrés
       01 WS-CAL-COMMANDE.
           05 WS-CAL-ACTION          PIC X.
           05 WS-CAL-DATE-1          PIC 9(8).
           05 WS-CAL-DATE-2          PIC 9(8).
           05 WS-CAL-NOMBRE          PIC S9(5).
           05 WS-CAL-RESULTAT        PIC X.
      *Compteurs du suivi : livraisons pointées au registre, hors
      *registre, et commandes en retard relevées
       77 WS-NB-POINTEES             PIC 9(3)              VALUE 0.
       77 WS-STATUT-LOTS             PIC XX.
       77 WS-NB-LOTS-POINTES         PIC 9(3)              VALUE 0.

      *Statut de l'historique des réceptions
       77 WS-STATUT-HISTORIQUE       PIC XX.

      *Reliquats de stock chargés en mémoire, triés par date pour une
      *libération au plus ancien d'abord
       01 WS-BACKORDERS-TAB.
           05 WS-VERROU-NOM       PIC X(20).
           05 WS-VERROU-RESULTAT  PIC X.

      *Commande passée au sous-programme commun de journalisation
      *(journalop.cbl) : programme, gravité, code et texte
       01 WS-JOURNAL-COMMANDE.
           05 WS-JO-PROGRAMME     PIC X(12)     VALUE "reception".
           05 WS-JO-GRAVITE       PIC X(5).
           05 WS-JO-CODE          PIC X(8).
           05 WS-JO-TEXTE         PIC X(80).

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

      *Stock avant application de la livraison, pour le rapport
       77 WS-STOCK-AVANT             PIC 9(5)              VALUE 0.
      *Versions éditées des quantités portées sur le rapport
       77 WS-STOCK-AVANT-ED          PIC ZZZZ9.
       77 WS-STOCK-APRES-ED          PIC ZZZZ9.
       77 WS-QTE-ED                  PIC ZZ9.

       PROCEDURE DIVISION.

      *Début du lancement noté au journal d'exploitation
       MOVE "INFO" TO WS-JO-GRAVITE.
       MOVE "REC-DEB" TO WS-JO-CODE.
       MOVE "Réception des livraisons lancée" TO WS-JO-TEXTE.
       CALL "journalop" USING WS-JOURNAL-COMMANDE.

      *Prise du verrou inventaire avant de toucher au fichier : un
      *lancement concurrent patiente ou abandonne au lieu d'écraser
       MOVE "P" TO WS-VERROU-ACTION.
       IF WS-VERROU-RESULTAT NOT = "O"
           DISPLAY "inventaire.txt verrouillé par un autre "
               "lancement, abandon"
           MOVE "FATAL" TO WS-JO-GRAVITE
           MOVE "REC-VERR" TO WS-JO-CODE
           MOVE "inventaire.txt verrouillé par un autre lancement"
               TO WS-JO-TEXTE
           CALL "journalop" USING WS-JOURNAL-COMMANDE
           GOBACK
       END-IF.

      *Chargement de l'inventaire : le tableau grandit au fil de la
       IF WS-STATUT-INVENTAIRE NOT = "00"
           DISPLAY "Fichier inventaire.txt introuvable (statut "
               WS-STATUT-INVENTAIRE "), réception impossible"
           MOVE "FATAL" TO WS-JO-GRAVITE
           MOVE "REC-INV" TO WS-JO-CODE
           MOVE SPACES TO WS-JO-TEXTE
           STRING "inventaire.txt introuvable (statut "
               WS-STATUT-INVENTAIRE "), réception impossible"
               INTO WS-JO-TEXTE
           END-STRING
           CALL "journalop" USING WS-JOURNAL-COMMANDE
           MOVE "L" TO WS-VERROU-ACTION
           CALL "verrou" USING WS-VERROU-COMMANDE
           GOBACK
       END-IF.

       MOVE 0 TO WS-NB-ARTICLES.
                   IF WS-NB-ARTICLES >= 999
                       DISPLAY "inventaire.txt au-delà de 999 "
                           "lignes, réception impossible"
                       MOVE "FATAL" TO WS-JO-GRAVITE
                       MOVE "REC-TAIL" TO WS-JO-CODE
                       MOVE "inventaire.txt au-delà de 999 lignes"
                           TO WS-JO-TEXTE
                       CALL "journalop" USING WS-JOURNAL-COMMANDE
                       MOVE "L" TO WS-VERROU-ACTION
                       CALL "verrou" USING WS-VERROU-COMMANDE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-NB-ARTICLES
                   MOVE F-NOM TO WS-NOM(WS-NB-ARTICLES)
       IF WS-STATUT-LIVRAISONS NOT = "00"
           DISPLAY "Fichier livraisons.txt introuvable (statut "
               WS-STATUT-LIVRAISONS "), rien à appliquer"
           MOVE "WARN" TO WS-JO-GRAVITE
           MOVE "REC-LIVR" TO WS-JO-CODE
           MOVE "livraisons.txt introuvable, rien à appliquer"
               TO WS-JO-TEXTE
           CALL "journalop" USING WS-JOURNAL-COMMANDE
           MOVE 'T' TO WS-FIN-LIVRAISONS
       END-IF.

      *L'historique est complété à la suite, créé s'il n'existe pas
      *encore (statut 35)
       OPEN EXTEND FICHIER-HISTORIQUE.

       IF WS-STATUT-HISTORIQUE = "35"
           OPEN OUTPUT FICHIER-HISTORIQUE
       END-IF.

       PERFORM UNTIL WS-FIN-LIVRAISONS = 'T'

           READ FICHIER-LIVRAISONS
           CLOSE FICHIER-LIVRAISONS
       END-IF.

       CLOSE FICHIER-HISTORIQUE.

      *Libération des reliquats de stock au plus ancien d'abord : le
      *stock fraîchement reçu sert d'abord les clients qui attendent,
      *et la liste du matin dit à l'entrepôt quoi expédier
       DISPLAY "Reliquats encore en attente : " WS-NB-EN-ATTENTE
       DISPLAY "Livraisons lotées pointées : " WS-NB-LOTS-POINTES.

      *Bilan noté au journal d'exploitation : des rejets sont un
      *avertissement, une réception propre une simple information
       IF WS-NB-REJETEES > 0
           MOVE "WARN" TO WS-JO-GRAVITE
       ELSE
           MOVE "INFO" TO WS-JO-GRAVITE
       END-IF.
       MOVE "REC-FIN" TO WS-JO-CODE.
       MOVE SPACES TO WS-JO-TEXTE.
       STRING "Livraisons lues " WS-NB-LUES
           ", appliquées " WS-NB-APPLIQUEES
           ", rejetées " WS-NB-REJETEES
           ", en retard " WS-NB-EN-RETARD
           INTO WS-JO-TEXTE.
       CALL "journalop" USING WS-JOURNAL-COMMANDE.

      *Libération du verrou avant de rendre la main
       MOVE "L" TO WS-VERROU-ACTION.
       CALL "verrou" USING WS-VERROU-COMMANDE.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis menugeneral.cbl comme sous-programme, sans
      *rien changer à son comportement lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************

      *Applique la livraison courante : recherche de l'article par
      *son nom dans le tableau, mise à jour du stock (plafonné à
      *99999, largeur de la colonne stock du fichier), et ligne de
      *rapport appliqué/rejeté avec la référence de la livraison
       0100-APPLIQUE-LIVRAISON.

      *Recherche de l'article : avec un site sur la ligne de
           MOVE 0 TO WS-INDEX-TROUVE
           MOVE 0 TO WS-NB-CORRESPONDANTS

           MOVE SPACES TO F-HISTORIQUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO F-HI-DATE
           MOVE F-NOM-LIVRAISON TO F-HI-ARTICLE
           MOVE F-QTE-LIVRAISON TO F-HI-QTE
           MOVE F-REF-LIVRAISON TO F-HI-REF
           MOVE F-SITE-LIVRAISON TO F-HI-SITE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ARTICLES

           IF WS-NB-CORRESPONDANTS > 1

               ADD 1 TO WS-NB-REJETEES
               MOVE "S" TO F-HI-RESULTAT

               MOVE SPACES TO F-LIGNE-RAPPORT
               STRING "REJETÉ   " F-NOM-LIVRAISON
           IF WS-INDEX-TROUVE = 0

               ADD 1 TO WS-NB-REJETEES
               MOVE "I" TO F-HI-RESULTAT

               MOVE SPACES TO F-LIGNE-RAPPORT
               STRING "REJETÉ   " F-NOM-LIVRAISON

               ADD F-QTE-LIVRAISON TO WS-STOCK(WS-INDEX-TROUVE)

      *La colonne stock du fichier n'a que cinq chiffres : un stock
      *qui déborderait est plafonné à 99999 et signalé plutôt que
      *tronqué silencieusement à la réécriture
               IF WS-STOCK(WS-INDEX-TROUVE) > 99999
                   MOVE 99999 TO WS-STOCK(WS-INDEX-TROUVE)
                   ADD 1 TO WS-NB-ECRETEES
               END-IF

               ADD 1 TO WS-NB-APPLIQUEES
               MOVE "A" TO F-HI-RESULTAT

      *Consignation au grand livre de la quantité réellement entrée
               MOVE WS-NOM(WS-INDEX-TROUVE) TO WS-MV-ARTICLE
               MOVE WS-SITE(WS-INDEX-TROUVE) TO WS-MV-SITE
               MOVE "REC" TO WS-MV-TYPE
               MOVE "+" TO WS-MV-SENS
               COMPUTE WS-MV-QTE =
                   WS-STOCK(WS-INDEX-TROUVE) - WS-STOCK-AVANT
               MOVE SPACES TO WS-MV-DOCUMENT
               STRING "BL " F-REF-LIVRAISON
                   INTO WS-MV-DOCUMENT
               END-STRING
               MOVE WS-STOCK(WS-INDEX-TROUVE) TO WS-MV-SOLDE
               CALL "mvtstock" USING WS-MOUVEMENT
               MOVE WS-SITE(WS-INDEX-TROUVE) TO F-HI-SITE

      *Pointage de la livraison sur sa ligne du registre des
      *commandes fournisseurs, par la référence du bon et l'article

           END-IF
           END-IF

           WRITE F-HISTORIQUE
       .

      ******************************************************************
               MOVE "O" TO WS-BO-LIBERE(WS-INDEX-BO)
               ADD 1 TO WS-NB-LIBERES

               MOVE WS-NOM(WS-INDEX-TROUVE) TO WS-MV-ARTICLE
               MOVE WS-SITE(WS-INDEX-TROUVE) TO WS-MV-SITE
               MOVE "LIB" TO WS-MV-TYPE
               MOVE "-" TO WS-MV-SENS
               MOVE WS-BO-QTE(WS-INDEX-BO) TO WS-MV-QTE
               MOVE SPACES TO WS-MV-DOCUMENT
               STRING "CDE " WS-BO-CLIENT(WS-INDEX-BO)
                   "-" WS-BO-NUMERO(WS-INDEX-BO)
                   INTO WS-MV-DOCUMENT
               END-STRING
               MOVE WS-STOCK(WS-INDEX-TROUVE) TO WS-MV-SOLDE
               CALL "mvtstock" USING WS-MOUVEMENT

               MOVE SPACES TO F-LIGNE-EXPEDIABLE
               STRING "Client " WS-BO-CLIENT(WS-INDEX-BO)
                   " commande " WS-BO-NUMERO(WS-INDEX-BO)
                       END-IF
                   END-PERFORM

      *Le délai court en jours ouvrés du calendrier commun à partir
      *de la date de commande ; le retard est le nombre de jours
      *ouvrés écoulés depuis la livraison attendue
                   IF WS-PO-DATE(WS-INDEX-PO) NUMERIC
                       MOVE "A" TO WS-CAL-ACTION
                       MOVE WS-PO-DATE(WS-INDEX-PO) TO WS-CAL-DATE-1
                       MOVE WS-DELAI-LIGNE TO WS-CAL-NOMBRE
                       CALL "calendrier" USING WS-CAL-COMMANDE
                       MOVE 0 TO WS-RETARD-PO
                       IF WS-CAL-RESULTAT = "O"
                           MOVE "N" TO WS-CAL-ACTION
                           MOVE WS-CAL-DATE-2 TO WS-CAL-DATE-1
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO WS-CAL-DATE-2
                           CALL "calendrier" USING WS-CAL-COMMANDE
                           MOVE WS-CAL-NOMBRE TO WS-RETARD-PO
                       END-IF
                       IF WS-RETARD-PO > 0
                           ADD 1 TO WS-NB-EN-RETARD
                           MOVE WS-RETARD-PO TO WS-RETARD-PO-ED
                           MOVE SPACES TO F-LIGNE-SUIVI
                           STRING "  EN RETARD de "
                               FUNCTION TRIM(WS-RETARD-PO-ED)
                               " jour(s) ouvré(s)"
                               " au-delà du délai de "
                               WS-DELAI-LIGNE " jour(s) ouvré(s)"
                               INTO F-LIGNE-SUIVI
                           END-STRING
                           WRITE F-LIGNE-SUIVI
