      *Programme de consultation du grand livre des mouvements de
      *stock (mouvements-stock.txt, alimenté par le sous-programme
      *commun mvtstock) : quand le stock d'un article paraît faux, la
      *fiche de stock retrace, mouvement par mouvement, comment il en
      *est arrivé là — date, site, type, quantité, document d'origine
      *et stock résultant — et se termine sur le stock actuel de
      *inventaire.txt. Le second mode reconstitue le stock de chaque
      *article et site tel qu'il était le soir d'une date passée : on
      *part du stock actuel et on défait, à rebours, chaque mouvement
      *daté d'après cette date. Le résultat n'est exact que depuis la
      *première ligne du grand livre, rappelée en tête d'état. Le
      *programme ne réécrit rien : il attend seulement, par le
      *sous-programme commun verrou (action A), qu'aucune réécriture
      *de inventaire.txt ne soit en cours.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fichestock.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier inventaire, lu pour le stock actuel
       SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-INVENTAIRE.

      *Alias du grand livre des mouvements de stock
       SELECT FICHIER-MOUVEMENTS ASSIGN TO "mouvements-stock.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-MOUVEMENTS.

       DATA DIVISION.

       FILE SECTION.

      *Définition du fichier inventaire, même découpage que
      *reception.cbl
       FD FICHIER-INVENTAIRE.
       01 F-INVENTAIRE.
           05 F-NOM                  PIC X(10).
           05 F-STOCK                PIC 9(5).
           05 FILLER                 PIC X.
           05 F-FOURNISSEUR          PIC X(10).
           05 FILLER                 PIC X.
           05 F-SITE                 PIC X(3).

      *Définition d'un mouvement, même découpage que mvtstock.cbl
       FD FICHIER-MOUVEMENTS.
       01 F-MOUVEMENT.
           05 F-MV-DATE              PIC X(8).
           05 FILLER                 PIC X.
           05 F-MV-ARTICLE           PIC X(10).
           05 FILLER                 PIC X.
           05 F-MV-SITE              PIC X(3).
           05 FILLER                 PIC X.
           05 F-MV-TYPE              PIC X(3).
           05 FILLER                 PIC X.
           05 F-MV-SENS              PIC X.
           05 F-MV-QTE               PIC 9(5).
           05 FILLER                 PIC X.
           05 F-MV-DOCUMENT          PIC X(20).
           05 FILLER                 PIC X.
           05 F-MV-SOLDE             PIC 9(5).

       WORKING-STORAGE SECTION.

      *Tableau de l'inventaire : stock actuel de chaque article et
      *site, et stock reconstitué à la date demandée (signé : un
      *grand livre incomplet peut faire passer le calcul sous zéro)
       01 WS-INVENTAIRE-TAB.
           05 WS-INVENTAIRE          OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-ARTICLES.
               10 WS-NOM             PIC X(10).
               10 WS-SITE            PIC X(3).
               10 WS-STOCK           PIC 9(5).
               10 WS-STOCK-DATE      PIC S9(7).

      *Commande du sous-programme commun de verrouillage
      *(verrou.cbl), en simple attente : la consultation ne prend
      *jamais le verrou
       01 WS-VERROU-COMMANDE.
           05 WS-VERROU-ACTION    PIC X.
           05 WS-VERROU-NOM       PIC X(20).
           05 WS-VERROU-RESULTAT  PIC X.

      *Commande du sous-programme commun d'édition d'états
       01 WS-ETAT-COMMANDE.
           05 WS-ETAT-ACTION      PIC X.
           05 WS-ETAT-FICHIER     PIC X(30).
           05 WS-ETAT-TEXTE       PIC X(80).

      *Effectif et index du tableau d'inventaire
       77 WS-NB-ARTICLES             PIC 9(3)              VALUE 1.
       77 WS-INDEX                   PIC 9(3)              VALUE 1.
       77 WS-INDEX-TROUVE            PIC 9(3)              VALUE 0.
      *Statuts et indicateurs de fin de fichier
       77 WS-STATUT-INVENTAIRE       PIC XX.
       77 WS-STATUT-MOUVEMENTS       PIC XX.
       77 WS-FIN-INVENTAIRE          PIC X                 VALUE 'F'.
       77 WS-FIN-MOUVEMENTS          PIC X                 VALUE 'F'.
      *Choix du mode et critères saisis
       77 WS-CHOIX                   PIC 9                 VALUE 0.
       77 WS-ARTICLE-SAISI           PIC X(10).
       77 WS-SITE-SAISI              PIC X(3).
       77 WS-DATE-SAISIE             PIC X(8).
       77 WS-DATE-JOUR               PIC X(8).
      *Première date du grand livre, limite de fiabilité de la
      *reconstitution
       77 WS-PREMIERE-DATE           PIC X(8)              VALUE SPACES.
      *Nom de l'état édité
       77 WS-NOM-ETAT                PIC X(30).
      *Compteurs et cumuls
       77 WS-NB-MOUVEMENTS           PIC 9(5)              VALUE 0.
       77 WS-NB-DEFAITS              PIC 9(5)              VALUE 0.
       77 WS-TOTAL-ENTREES           PIC 9(7)              VALUE 0.
       77 WS-TOTAL-SORTIES           PIC 9(7)              VALUE 0.
      *Libellé du type de mouvement
       77 WS-LIBELLE-TYPE            PIC X(12).
      *Versions éditées portées sur les états
       77 WS-QTE-ED                  PIC ZZZZ9.
       77 WS-SOLDE-ED                PIC ZZZZ9.
       77 WS-STOCK-ED                PIC ZZZZ9.
       77 WS-STOCK-DATE-ED           PIC -(6)9.
       77 WS-NB-ED                   PIC ZZZZ9.
       77 WS-TOTAL-ED                PIC Z(6)9.

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       DISPLAY "1. Fiche de stock d'un article".
       DISPLAY "2. Stock de tous les articles à une date passée".
       ACCEPT WS-CHOIX.

       IF WS-CHOIX NOT = 1 AND WS-CHOIX NOT = 2
           DISPLAY "Choix invalide"
           STOP RUN
       END-IF.

      *Attente d'une éventuelle réécriture de inventaire.txt en
      *cours, sans prendre le verrou
       MOVE "A" TO WS-VERROU-ACTION.
       MOVE "inventaire" TO WS-VERROU-NOM.
       CALL "verrou" USING WS-VERROU-COMMANDE.

       IF WS-VERROU-RESULTAT NOT = "O"
           DISPLAY "inventaire.txt toujours en cours de réécriture, "
               "abandon"
           STOP RUN
       END-IF.

      *Chargement de l'inventaire, comme reception.cbl
       OPEN INPUT FICHIER-INVENTAIRE.

       IF WS-STATUT-INVENTAIRE NOT = "00"
           DISPLAY "Fichier inventaire.txt introuvable (statut "
               WS-STATUT-INVENTAIRE "), consultation impossible"
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
                           "lignes, consultation impossible"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-NB-ARTICLES
                   MOVE F-NOM TO WS-NOM(WS-NB-ARTICLES)
                   MOVE F-SITE TO WS-SITE(WS-NB-ARTICLES)
                   MOVE FUNCTION NUMVAL(F-STOCK)
                       TO WS-STOCK(WS-NB-ARTICLES)
                   MOVE WS-STOCK(WS-NB-ARTICLES)
                       TO WS-STOCK-DATE(WS-NB-ARTICLES)

           END-READ

       END-PERFORM.

       CLOSE FICHIER-INVENTAIRE.

       EVALUATE WS-CHOIX

           WHEN 1
               PERFORM 1000-FICHE-ARTICLE

           WHEN 2
               PERFORM 2000-STOCK-A-DATE

       END-EVALUATE.

       STOP RUN.

      ******************************************************************

      *Fiche de stock d'un article : chaque mouvement du grand livre
      *pour cet article (et ce site, s'il est précisé) dans l'ordre
      *où il a été consigné, les totaux entrées/sorties, puis le
      *stock actuel de chaque site portant l'article
       1000-FICHE-ARTICLE.

           DISPLAY "Article : "
           ACCEPT WS-ARTICLE-SAISI
           DISPLAY "Site (à blanc pour tous les sites) : "
           ACCEPT WS-SITE-SAISI

           IF WS-ARTICLE-SAISI = SPACES
               DISPLAY "Article requis"
               STOP RUN
           END-IF

           MOVE SPACES TO WS-NOM-ETAT
           STRING "fiche-stock-" FUNCTION TRIM(WS-ARTICLE-SAISI)
               ".txt"
               INTO WS-NOM-ETAT
           END-STRING

           MOVE "O" TO WS-ETAT-ACTION
           MOVE WS-NOM-ETAT TO WS-ETAT-FICHIER
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Fiche de stock " WS-ARTICLE-SAISI
               " site " WS-SITE-SAISI
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "D" TO WS-ETAT-ACTION
           MOVE SPACES TO WS-ETAT-TEXTE
           MOVE "Date" TO WS-ETAT-TEXTE(1:4)
           MOVE "Site" TO WS-ETAT-TEXTE(10:4)
           MOVE "Mouvement" TO WS-ETAT-TEXTE(15:9)
           MOVE "Qté" TO WS-ETAT-TEXTE(30:4)
           MOVE "Document" TO WS-ETAT-TEXTE(35:8)
           MOVE "Stock" TO WS-ETAT-TEXTE(57:5)
           CALL "editetat" USING WS-ETAT-COMMANDE

           OPEN INPUT FICHIER-MOUVEMENTS

           IF WS-STATUT-MOUVEMENTS NOT = "00"
               MOVE SPACES TO WS-ETAT-TEXTE
               STRING "Aucun mouvement consigné "
                   "(mouvements-stock.txt absent)"
                   INTO WS-ETAT-TEXTE
               END-STRING
               CALL "editetat" USING WS-ETAT-COMMANDE
           ELSE

               PERFORM UNTIL WS-FIN-MOUVEMENTS = 'T'
                   READ FICHIER-MOUVEMENTS
                       AT END
                           MOVE 'T' TO WS-FIN-MOUVEMENTS
                       NOT AT END
                           IF F-MV-ARTICLE = WS-ARTICLE-SAISI
                               AND (WS-SITE-SAISI = SPACES
                                   OR F-MV-SITE = WS-SITE-SAISI)
                               PERFORM 1100-EDITE-MOUVEMENT
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-MOUVEMENTS

           END-IF

      *Totaux de la fiche
           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE WS-NB-MOUVEMENTS TO WS-NB-ED
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Mouvements : " WS-NB-ED
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE WS-TOTAL-ENTREES TO WS-TOTAL-ED
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Total des entrées : " WS-TOTAL-ED
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE WS-TOTAL-SORTIES TO WS-TOTAL-ED
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Total des sorties : " WS-TOTAL-ED
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

      *Stock actuel de chaque site portant l'article, pour comparer
      *au dernier stock résultant de la fiche
           MOVE 0 TO WS-INDEX-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ARTICLES

               IF WS-NOM(WS-INDEX) = WS-ARTICLE-SAISI
                   AND (WS-SITE-SAISI = SPACES
                       OR WS-SITE(WS-INDEX) = WS-SITE-SAISI)
                   MOVE WS-INDEX TO WS-INDEX-TROUVE
                   MOVE WS-STOCK(WS-INDEX) TO WS-STOCK-ED
                   MOVE SPACES TO WS-ETAT-TEXTE
                   STRING "Stock actuel site " WS-SITE(WS-INDEX)
                       " : " WS-STOCK-ED
                       INTO WS-ETAT-TEXTE
                   END-STRING
                   CALL "editetat" USING WS-ETAT-COMMANDE
               END-IF

           END-PERFORM

           IF WS-INDEX-TROUVE = 0
               MOVE "Article absent de inventaire.txt"
                   TO WS-ETAT-TEXTE
               CALL "editetat" USING WS-ETAT-COMMANDE
           END-IF

           MOVE "F" TO WS-ETAT-ACTION
           CALL "editetat" USING WS-ETAT-COMMANDE

           DISPLAY "Mouvements relevés : " WS-NB-MOUVEMENTS
           DISPLAY "Fiche de stock écrite dans " WS-NOM-ETAT
       .

      ******************************************************************

      *Édite le mouvement lu sur la fiche et le cumule en entrée ou
      *en sortie
       1100-EDITE-MOUVEMENT.

           ADD 1 TO WS-NB-MOUVEMENTS

           IF F-MV-SENS = "-"
               ADD F-MV-QTE TO WS-TOTAL-SORTIES
           ELSE
               ADD F-MV-QTE TO WS-TOTAL-ENTREES
           END-IF

           PERFORM 9000-LIBELLE-TYPE

           MOVE F-MV-QTE TO WS-QTE-ED
           MOVE F-MV-SOLDE TO WS-SOLDE-ED

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING F-MV-DATE " " F-MV-SITE "  " WS-LIBELLE-TYPE
               " " F-MV-SENS WS-QTE-ED " " F-MV-DOCUMENT
               "  " WS-SOLDE-ED
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE
       .

      ******************************************************************

      *Stock de tous les articles à une date passée : partant du
      *stock actuel, chaque mouvement daté d'après la date demandée
      *est défait (une entrée retranchée, une sortie rajoutée). Un
      *article mouvementé depuis mais disparu de l'inventaire est
      *repris avec un stock actuel nul
       2000-STOCK-A-DATE.

           DISPLAY "Date (AAAAMMJJ) : "
           ACCEPT WS-DATE-SAISIE

           IF WS-DATE-SAISIE NOT NUMERIC
               OR WS-DATE-SAISIE >= WS-DATE-JOUR
               DISPLAY "Date invalide : AAAAMMJJ antérieure à "
                   "aujourd'hui attendue"
               STOP RUN
           END-IF

           OPEN INPUT FICHIER-MOUVEMENTS

           IF WS-STATUT-MOUVEMENTS NOT = "00"
               DISPLAY "mouvements-stock.txt absent, stock supposé "
                   "inchangé depuis le " WS-DATE-SAISIE
           ELSE

               PERFORM UNTIL WS-FIN-MOUVEMENTS = 'T'
                   READ FICHIER-MOUVEMENTS
                       AT END
                           MOVE 'T' TO WS-FIN-MOUVEMENTS
                       NOT AT END
                           IF WS-PREMIERE-DATE = SPACES
                               MOVE F-MV-DATE TO WS-PREMIERE-DATE
                           END-IF
                           IF F-MV-DATE > WS-DATE-SAISIE
                               PERFORM 2100-DEFAIT-MOUVEMENT
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-MOUVEMENTS

           END-IF

           SORT WS-INVENTAIRE
               ON ASCENDING KEY WS-NOM
               ON ASCENDING KEY WS-SITE

           MOVE SPACES TO WS-NOM-ETAT
           STRING "stock-au-" WS-DATE-SAISIE ".txt"
               INTO WS-NOM-ETAT
           END-STRING

           MOVE "O" TO WS-ETAT-ACTION
           MOVE WS-NOM-ETAT TO WS-ETAT-FICHIER
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Stock au " WS-DATE-SAISIE " au soir"
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "D" TO WS-ETAT-ACTION
           MOVE SPACES TO WS-ETAT-TEXTE
           IF WS-PREMIERE-DATE = SPACES
               MOVE "Grand livre vide : stock actuel reporté"
                   TO WS-ETAT-TEXTE
           ELSE
               IF WS-PREMIERE-DATE > WS-DATE-SAISIE
                   STRING "Grand livre tenu depuis le "
                       WS-PREMIERE-DATE
                       " : résultat incertain avant"
                       INTO WS-ETAT-TEXTE
                   END-STRING
               ELSE
                   STRING "Grand livre tenu depuis le "
                       WS-PREMIERE-DATE
                       INTO WS-ETAT-TEXTE
                   END-STRING
               END-IF
           END-IF
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "Article    Site  Stock à date  Stock actuel"
               TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ARTICLES

               MOVE WS-STOCK-DATE(WS-INDEX) TO WS-STOCK-DATE-ED
               MOVE WS-STOCK(WS-INDEX) TO WS-STOCK-ED
               MOVE SPACES TO WS-ETAT-TEXTE
               STRING WS-NOM(WS-INDEX) " " WS-SITE(WS-INDEX)
                   "   " WS-STOCK-DATE-ED "         " WS-STOCK-ED
                   INTO WS-ETAT-TEXTE
               END-STRING
               CALL "editetat" USING WS-ETAT-COMMANDE

           END-PERFORM

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE WS-NB-DEFAITS TO WS-NB-ED
           STRING "Mouvements défaits depuis le " WS-DATE-SAISIE
               " : " WS-NB-ED
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "F" TO WS-ETAT-ACTION
           CALL "editetat" USING WS-ETAT-COMMANDE

           DISPLAY "Mouvements défaits : " WS-NB-DEFAITS
           DISPLAY "Stock à date écrit dans " WS-NOM-ETAT
       .

      ******************************************************************

      *Défait le mouvement lu sur la ligne d'inventaire de son
      *article et de son site, créée au besoin
       2100-DEFAIT-MOUVEMENT.

           MOVE 0 TO WS-INDEX-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ARTICLES
                   OR WS-INDEX-TROUVE NOT = 0

               IF WS-NOM(WS-INDEX) = F-MV-ARTICLE
                   AND WS-SITE(WS-INDEX) = F-MV-SITE
                   MOVE WS-INDEX TO WS-INDEX-TROUVE
               END-IF

           END-PERFORM

           IF WS-INDEX-TROUVE = 0 AND WS-NB-ARTICLES < 999
               ADD 1 TO WS-NB-ARTICLES
               MOVE WS-NB-ARTICLES TO WS-INDEX-TROUVE
               MOVE F-MV-ARTICLE TO WS-NOM(WS-INDEX-TROUVE)
               MOVE F-MV-SITE TO WS-SITE(WS-INDEX-TROUVE)
               MOVE 0 TO WS-STOCK(WS-INDEX-TROUVE)
               MOVE 0 TO WS-STOCK-DATE(WS-INDEX-TROUVE)
           END-IF

           IF WS-INDEX-TROUVE NOT = 0
               ADD 1 TO WS-NB-DEFAITS
               IF F-MV-SENS = "-"
                   ADD F-MV-QTE TO WS-STOCK-DATE(WS-INDEX-TROUVE)
               ELSE
                   SUBTRACT F-MV-QTE
                       FROM WS-STOCK-DATE(WS-INDEX-TROUVE)
               END-IF
           END-IF
       .

      ******************************************************************

      *Libellé en clair du type de mouvement lu, sans accent pour
      *garder l'alignement des colonnes de la fiche
       9000-LIBELLE-TYPE.

           EVALUATE F-MV-TYPE
               WHEN "REC"
                   MOVE "Reception" TO WS-LIBELLE-TYPE
               WHEN "LIB"
                   MOVE "Reliquat" TO WS-LIBELLE-TYPE
               WHEN "SOR"
                   MOVE "Sortie" TO WS-LIBELLE-TYPE
               WHEN "CPT"
                   MOVE "Comptage" TO WS-LIBELLE-TYPE
               WHEN "TRE"
                   MOVE "Transf. exp." TO WS-LIBELLE-TYPE
               WHEN "TRR"
                   MOVE "Transf. recu" TO WS-LIBELLE-TYPE
               WHEN "MAN"
                   MOVE "Manquant" TO WS-LIBELLE-TYPE
               WHEN "ASM"
                   MOVE "Assemblage" TO WS-LIBELLE-TYPE
               WHEN "RTF"
                   MOVE "Retour fourn" TO WS-LIBELLE-TYPE
               WHEN OTHER
                   MOVE F-MV-TYPE TO WS-LIBELLE-TYPE
           END-EVALUATE
       .
