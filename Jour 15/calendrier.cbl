      *Sous-programme commun du calendrier ouvré, appelé comme le
      *sont editetat ou verrou : relance.cbl, le vieillissement des
      *créances de command.cbl, le suivi des commandes fournisseurs
      *de reception.cbl et l'échéance des tâches d'anomtaches.cbl
      *comptaient chacun leurs jours à leur façon, week-ends et jours
      *fériés compris, et une échéance pouvait tomber un dimanche ou
      *un 1er mai. Le calendrier jours-feries.txt (une ligne AAAAMMJJ
      *et libellé par jour férié ou jour de fermeture ; vacances.txt
      *ne porte que les vacances scolaires) est chargé au premier
      *appel. Le sous-programme répond à trois questions : le N-ième
      *jour ouvré après une date (action A ; N = 0 rend la date
      *elle-même si elle est ouvrée, sinon le jour ouvré suivant),
      *le nombre de jours ouvrés entre deux dates (action N, la
      *première exclue, la seconde incluse) et si une date est un
      *jour ouvré (action O). Samedi et dimanche ne sont jamais
      *ouvrés.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calendrier.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du calendrier des jours fériés et de fermeture, lu une
      *seule fois au premier appel
       SELECT FICHIER-FERIES ASSIGN TO "jours-feries.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-FERIES.

       DATA DIVISION.

       FILE SECTION.

      *Définition d'une ligne du calendrier : date puis libellé
       FD FICHIER-FERIES.
       01 F-FERIE.
           05 F-FE-DATE           PIC X(8).
           05 FILLER              PIC X.
           05 F-FE-LIBELLE        PIC X(30).

       WORKING-STORAGE SECTION.

      *Jours fériés et de fermeture chargés, en jours depuis l'origine
      *d'INTEGER-OF-DATE, conservés entre les appels
       01 WS-FERIES-TAB.
           05 WS-FERIE            OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NB-FERIES.
               10 WS-FE-JOUR      PIC 9(7).

      *Effectif réel du tableau, indicateur de chargement fait, et
      *index de parcours
       77 WS-NB-FERIES            PIC 9(3)      VALUE 1.
       77 WS-CHARGE               PIC X         VALUE "N".
       77 WS-INDEX                PIC 9(3)      VALUE 1.
      *Indicateur de fin de fichier et statut
       77 WS-EOF                  PIC X         VALUE 'F'.
       77 WS-STATUT-FERIES        PIC XX.
      *Jour examiné, bornes du décompte et pas de parcours
       77 WS-JOUR                 PIC 9(7)      VALUE 0.
       77 WS-JOUR-FIN             PIC 9(7)      VALUE 0.
       77 WS-RESTANTS             PIC 9(5)      VALUE 0.
       77 WS-COMPTE               PIC 9(5)      VALUE 0.
      *Réponse pour le jour examiné : O = ouvré, N = chômé
       77 WS-OUVRE                PIC X         VALUE "O".

       LINKAGE SECTION.

      *Commande passée par l'appelant : action (A = N-ième jour ouvré
      *après la date 1, rendu en date 2 ; N = nombre de jours ouvrés
      *de la date 1 exclue à la date 2 incluse, négatif si la date 2
      *précède ; O = la date 1 est-elle ouvrée), dates AAAAMMJJ,
      *nombre de jours, et résultat rendu (O = ouvré ou calcul fait,
      *N = chômé, E = date invalide ou action inconnue)
       01 LK-COMMANDE.
           05 LK-ACTION           PIC X.
           05 LK-DATE-1           PIC 9(8).
           05 LK-DATE-2           PIC 9(8).
           05 LK-NOMBRE           PIC S9(5).
           05 LK-RESULTAT         PIC X.

       PROCEDURE DIVISION USING LK-COMMANDE.

      *Chargement du calendrier au premier appel ; un fichier absent
      *ne laisse chômés que les week-ends
           IF WS-CHARGE = "N"
               PERFORM 1000-CHARGE-FERIES
               MOVE "O" TO WS-CHARGE
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(LK-DATE-1) NOT = 0
               MOVE "E" TO LK-RESULTAT
               GOBACK
           END-IF.

           EVALUATE LK-ACTION

               WHEN "A"
                   PERFORM 2000-JOUR-OUVRE-APRES

               WHEN "N"
                   IF FUNCTION TEST-DATE-YYYYMMDD(LK-DATE-2) NOT = 0
                       MOVE "E" TO LK-RESULTAT
                   ELSE
                       PERFORM 3000-COMPTE-JOURS-OUVRES
                   END-IF

               WHEN "O"
                   COMPUTE WS-JOUR =
                       FUNCTION INTEGER-OF-DATE(LK-DATE-1)
                   PERFORM 4000-EXAMINE-JOUR
                   MOVE WS-OUVRE TO LK-RESULTAT

               WHEN OTHER
                   MOVE "E" TO LK-RESULTAT

           END-EVALUATE.

           GOBACK.

      ******************************************************************

      *Charge jours-feries.txt : une date AAAAMMJJ valide par ligne,
      *les autres lignes (commentaires, dates mal saisies) ignorées
       1000-CHARGE-FERIES.

           MOVE 0 TO WS-NB-FERIES

           OPEN INPUT FICHIER-FERIES

           IF WS-STATUT-FERIES NOT = "00"
               CONTINUE
           ELSE

               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-FERIES
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF F-FE-DATE NUMERIC
                               AND FUNCTION TEST-DATE-YYYYMMDD(
                                   FUNCTION NUMVAL(F-FE-DATE)) = 0
                               AND WS-NB-FERIES < 500
                               ADD 1 TO WS-NB-FERIES
                               COMPUTE WS-FE-JOUR(WS-NB-FERIES) =
                                   FUNCTION INTEGER-OF-DATE(
                                       FUNCTION NUMVAL(F-FE-DATE))
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-FERIES

           END-IF
       .

      ******************************************************************

      *N-ième jour ouvré après la date 1 : on avance d'un jour tant
      *qu'il reste des jours ouvrés à compter ; pour N = 0, la date
      *elle-même si elle est ouvrée, sinon le jour ouvré suivant
       2000-JOUR-OUVRE-APRES.

           COMPUTE WS-JOUR = FUNCTION INTEGER-OF-DATE(LK-DATE-1)

           IF LK-NOMBRE > 0
               MOVE LK-NOMBRE TO WS-RESTANTS
               PERFORM UNTIL WS-RESTANTS = 0
                   ADD 1 TO WS-JOUR
                   PERFORM 4000-EXAMINE-JOUR
                   IF WS-OUVRE = "O"
                       SUBTRACT 1 FROM WS-RESTANTS
                   END-IF
               END-PERFORM
           ELSE
               PERFORM 4000-EXAMINE-JOUR
               PERFORM UNTIL WS-OUVRE = "O"
                   ADD 1 TO WS-JOUR
                   PERFORM 4000-EXAMINE-JOUR
               END-PERFORM
           END-IF

           COMPUTE LK-DATE-2 = FUNCTION DATE-OF-INTEGER(WS-JOUR)
           MOVE "O" TO LK-RESULTAT
       .

      ******************************************************************

      *Nombre de jours ouvrés de la date 1 exclue à la date 2
      *incluse ; parcours dans le sens croissant, le signe étant
      *rétabli quand la date 2 précède la date 1
       3000-COMPTE-JOURS-OUVRES.

           MOVE 0 TO WS-COMPTE

           IF LK-DATE-2 >= LK-DATE-1
               COMPUTE WS-JOUR = FUNCTION INTEGER-OF-DATE(LK-DATE-1)
               COMPUTE WS-JOUR-FIN =
                   FUNCTION INTEGER-OF-DATE(LK-DATE-2)
           ELSE
               COMPUTE WS-JOUR = FUNCTION INTEGER-OF-DATE(LK-DATE-2)
               COMPUTE WS-JOUR-FIN =
                   FUNCTION INTEGER-OF-DATE(LK-DATE-1)
           END-IF

           PERFORM UNTIL WS-JOUR >= WS-JOUR-FIN
               ADD 1 TO WS-JOUR
               PERFORM 4000-EXAMINE-JOUR
               IF WS-OUVRE = "O"
                   ADD 1 TO WS-COMPTE
               END-IF
           END-PERFORM

           IF LK-DATE-2 >= LK-DATE-1
               MOVE WS-COMPTE TO LK-NOMBRE
           ELSE
               COMPUTE LK-NOMBRE = 0 - WS-COMPTE
           END-IF

           MOVE "O" TO LK-RESULTAT
       .

      ******************************************************************

      *Le jour WS-JOUR est-il ouvré : l'origine d'INTEGER-OF-DATE
      *(1er janvier 1601) étant un lundi, le reste de la division par
      *7 vaut 6 le samedi et 0 le dimanche ; un jour du calendrier
      *des fériés est chômé
       4000-EXAMINE-JOUR.

           MOVE "O" TO WS-OUVRE

           IF FUNCTION MOD(WS-JOUR, 7) = 6
               OR FUNCTION MOD(WS-JOUR, 7) = 0
               MOVE "N" TO WS-OUVRE
           ELSE
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NB-FERIES
                   IF WS-FE-JOUR(WS-INDEX) = WS-JOUR
                       MOVE "N" TO WS-OUVRE
                   END-IF
               END-PERFORM
           END-IF
       .

       END PROGRAM "calendrier".
