      *Recherche dans les conteneurs d'archive d'archivejour.cbl :
      *quand un client conteste un relevé de mars dernier, il fallait
      *extraire puis parcourir des semaines de conteneurs
      *archive-jour-AAAAMMJJ.txt. Ce programme demande une période et
      *une clé (id client, numéro de facture, id élève ou texte
      *libre) et parcourt chaque conteneur de la période sans rien
      *extraire : pour chaque ligne trouvée, il affiche la date du
      *conteneur, le nom du membre, le numéro de ligne dans ce membre
      *et la ligne elle-même. Un id ou un numéro n'est retenu que
      *comme mot entier (le client 12 ne sort pas sur 2012) ; le
      *texte libre est cherché partout, sans tenir compte des
      *majuscules. Sur demande, toutes les lignes trouvées sont
      *recopiées dans archive-recherche.txt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. archrecherche.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du conteneur daté en cours de lecture
       SELECT FICHIER-CONTENEUR ASSIGN TO DYNAMIC WS-NOM-CONTENEUR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CONTENEUR.

      *Alias de l'export des lignes trouvées
       SELECT FICHIER-EXPORT ASSIGN TO "archive-recherche.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *Définition d'une ligne de conteneur, même longueur
      *qu'archivejour.cbl
       FD FICHIER-CONTENEUR.
       01 F-LIGNE-CONTENEUR   PIC X(140).

      *Définition d'une ligne d'export : date du conteneur, membre,
      *numéro de ligne et ligne trouvée, à positions fixes
       FD FICHIER-EXPORT.
       01 F-EXPORT.
           05 F-EX-DATE           PIC X(8).
           05 FILLER              PIC X.
           05 F-EX-MEMBRE         PIC X(30).
           05 FILLER              PIC X.
           05 F-EX-LIGNE          PIC 9(5).
           05 FILLER              PIC X.
           05 F-EX-TEXTE          PIC X(140).
       01 F-LIGNE-EXPORT          PIC X(186).

       WORKING-STORAGE SECTION.

      *Période demandée et date du conteneur examiné
       77 WS-DATE-DEBUT       PIC X(8).
       77 WS-DATE-FIN         PIC X(8).
       77 WS-DATE-CONTENEUR   PIC 9(8).
       77 WS-JOUR             PIC 9(7)      VALUE 0.
       77 WS-JOUR-FIN         PIC 9(7)      VALUE 0.
      *Type de clé (C = client, F = facture, E = élève, T = texte
      *libre), clé saisie, clé comparée et sa longueur
       77 WS-TYPE-CLE         PIC X.
       77 WS-CLE              PIC X(40).
       77 WS-CLE-CHERCHEE     PIC X(40).
       77 WS-LONGUEUR-CLE     PIC 99        VALUE 0.
      *Export demandé (O/N)
       77 WS-EXPORT           PIC X         VALUE "N".
      *Nom du conteneur, statut et indicateur de fin de fichier
       77 WS-NOM-CONTENEUR    PIC X(40).
       77 WS-STATUT-CONTENEUR PIC XX.
       77 WS-EOF              PIC X         VALUE 'F'.
      *Membre en cours, numéro de ligne dans le membre et indicateur
      *"dans un membre"
       77 WS-MEMBRE-COURANT   PIC X(30).
       77 WS-NO-LIGNE         PIC 9(5)      VALUE 0.
       77 WS-DANS-MEMBRE      PIC X         VALUE "N".
       77 WS-MOT-1            PIC X(10).
      *Ligne comparée (mise en majuscules pour le texte libre),
      *position examinée, caractères voisins et verdict
       77 WS-LIGNE-COMPAREE   PIC X(140).
       77 WS-POSITION         PIC 999       VALUE 1.
       77 WS-POSITION-MAX     PIC 999       VALUE 1.
       77 WS-CAR-AVANT        PIC X.
       77 WS-CAR-APRES        PIC X.
       77 WS-TROUVE           PIC X         VALUE "N".
      *Compteurs du bilan
       77 WS-NB-CONTENEURS    PIC 9(5)      VALUE 0.
       77 WS-NB-ABSENTS       PIC 9(5)      VALUE 0.
       77 WS-NB-TROUVEES      PIC 9(5)      VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY "Date de début AAAAMMJJ : ".
       ACCEPT WS-DATE-DEBUT.

       DISPLAY "Date de fin AAAAMMJJ (vide pour la date de début) : ".
       ACCEPT WS-DATE-FIN.

       IF WS-DATE-FIN = SPACES
           MOVE WS-DATE-DEBUT TO WS-DATE-FIN
       END-IF.

       IF WS-DATE-DEBUT NOT NUMERIC OR WS-DATE-FIN NOT NUMERIC
           DISPLAY "Dates invalides"
           GOBACK
       END-IF.

       IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-DATE-DEBUT))
           NOT = 0
           OR FUNCTION TEST-DATE-YYYYMMDD(
               FUNCTION NUMVAL(WS-DATE-FIN)) NOT = 0
           OR WS-DATE-FIN < WS-DATE-DEBUT
           DISPLAY "Période invalide"
           GOBACK
       END-IF.

       DISPLAY "Type de clé (C = client, F = facture, E = élève, "
           "T = texte libre) : ".
       ACCEPT WS-TYPE-CLE.

       EVALUATE WS-TYPE-CLE
           WHEN "c"
               MOVE "C" TO WS-TYPE-CLE
           WHEN "f"
               MOVE "F" TO WS-TYPE-CLE
           WHEN "e"
               MOVE "E" TO WS-TYPE-CLE
           WHEN "t"
               MOVE "T" TO WS-TYPE-CLE
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

       IF WS-TYPE-CLE NOT = "C" AND WS-TYPE-CLE NOT = "F"
           AND WS-TYPE-CLE NOT = "E" AND WS-TYPE-CLE NOT = "T"
           DISPLAY "Type de clé invalide"
           GOBACK
       END-IF.

       DISPLAY "Clé cherchée : ".
       ACCEPT WS-CLE.

      *La clé est comparée sans ses blancs de tête ; le texte libre
      *l'est en majuscules, comme les lignes lues
       MOVE FUNCTION TRIM(WS-CLE) TO WS-CLE-CHERCHEE.

       IF WS-CLE-CHERCHEE = SPACES
           DISPLAY "Clé vide"
           GOBACK
       END-IF.

       IF WS-TYPE-CLE = "T"
           MOVE FUNCTION UPPER-CASE(WS-CLE-CHERCHEE)
               TO WS-CLE-CHERCHEE
       END-IF.

       COMPUTE WS-LONGUEUR-CLE =
           FUNCTION LENGTH(FUNCTION TRIM(WS-CLE-CHERCHEE)).
       COMPUTE WS-POSITION-MAX = 140 - WS-LONGUEUR-CLE + 1.

       DISPLAY "Exporter les lignes trouvées dans "
           "archive-recherche.txt ? (O/N)".
       ACCEPT WS-EXPORT.

       IF WS-EXPORT = "o"
           MOVE "O" TO WS-EXPORT
       END-IF.

       IF WS-EXPORT = "O"
           OPEN OUTPUT FICHIER-EXPORT
           MOVE SPACES TO F-LIGNE-EXPORT
           STRING "--- Recherche de " FUNCTION TRIM(WS-CLE)
               " (type " WS-TYPE-CLE ") du " WS-DATE-DEBUT
               " au " WS-DATE-FIN " ---"
               INTO F-LIGNE-EXPORT
           END-STRING
           WRITE F-LIGNE-EXPORT
       END-IF.

      *Parcours de la période jour par jour ; un jour sans conteneur
      *(week-end, jour chômé) est simplement compté absent
       COMPUTE WS-JOUR =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-DATE-DEBUT)).
       COMPUTE WS-JOUR-FIN =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-DATE-FIN)).

       PERFORM UNTIL WS-JOUR > WS-JOUR-FIN
           COMPUTE WS-DATE-CONTENEUR =
               FUNCTION DATE-OF-INTEGER(WS-JOUR)
           PERFORM 1000-PARCOURT-CONTENEUR
           ADD 1 TO WS-JOUR
       END-PERFORM.

       DISPLAY "Bilan : " WS-NB-TROUVEES " ligne(s) trouvée(s) dans "
           WS-NB-CONTENEURS " conteneur(s), " WS-NB-ABSENTS
           " jour(s) sans conteneur".

       IF WS-EXPORT = "O"
           MOVE SPACES TO F-LIGNE-EXPORT
           STRING "Bilan : " WS-NB-TROUVEES
               " ligne(s) trouvée(s) dans " WS-NB-CONTENEURS
               " conteneur(s), " WS-NB-ABSENTS
               " jour(s) sans conteneur"
               INTO F-LIGNE-EXPORT
           END-STRING
           WRITE F-LIGNE-EXPORT
           CLOSE FICHIER-EXPORT
           DISPLAY "Lignes trouvées recopiées dans "
               "archive-recherche.txt"
       END-IF.

      *GOBACK plutôt que STOP RUN : ce programme se lance seul ou
      *depuis menugeneral.cbl comme sous-programme
       GOBACK.

      ******************************************************************

      *Parcourt le conteneur du jour WS-DATE-CONTENEUR sans rien
      *extraire : les marqueurs >>DEBUT / >>FIN donnent le membre en
      *cours et remettent à zéro le numéro de ligne, le manifeste et
      *les marqueurs ne sont pas examinés
       1000-PARCOURT-CONTENEUR.

           MOVE SPACES TO WS-NOM-CONTENEUR
           STRING "archive-jour-" WS-DATE-CONTENEUR ".txt"
               INTO WS-NOM-CONTENEUR
           END-STRING

           MOVE 'F' TO WS-EOF
           MOVE "N" TO WS-DANS-MEMBRE

           OPEN INPUT FICHIER-CONTENEUR

           IF WS-STATUT-CONTENEUR NOT = "00"
               ADD 1 TO WS-NB-ABSENTS
           ELSE

               ADD 1 TO WS-NB-CONTENEURS

               PERFORM UNTIL WS-EOF = 'T'

                   READ FICHIER-CONTENEUR

                       AT END
                           MOVE 'T' TO WS-EOF

                       NOT AT END
                           EVALUATE TRUE

                               WHEN F-LIGNE-CONTENEUR(1:8)
                                   = ">>DEBUT "
                                   MOVE SPACES TO WS-MOT-1
                                   MOVE SPACES TO WS-MEMBRE-COURANT
                                   UNSTRING F-LIGNE-CONTENEUR
                                       DELIMITED BY ALL SPACE
                                       INTO WS-MOT-1
                                           WS-MEMBRE-COURANT
                                   END-UNSTRING
                                   MOVE "O" TO WS-DANS-MEMBRE
                                   MOVE 0 TO WS-NO-LIGNE

                               WHEN F-LIGNE-CONTENEUR(1:6)
                                   = ">>FIN "
                                   MOVE "N" TO WS-DANS-MEMBRE

                               WHEN OTHER
                                   IF WS-DANS-MEMBRE = "O"
                                       ADD 1 TO WS-NO-LIGNE
                                       PERFORM 2000-EXAMINE-LIGNE
                                   END-IF

                           END-EVALUATE

                   END-READ

               END-PERFORM

               CLOSE FICHIER-CONTENEUR

           END-IF
       .

      ******************************************************************

      *Cherche la clé dans la ligne courante : le texte libre à toute
      *position, un id ou un numéro seulement entre deux caractères
      *qui ne sont ni lettre ni chiffre (ou en bord de ligne)
       2000-EXAMINE-LIGNE.

           MOVE "N" TO WS-TROUVE

           IF WS-TYPE-CLE = "T"
               MOVE FUNCTION UPPER-CASE(F-LIGNE-CONTENEUR)
                   TO WS-LIGNE-COMPAREE
           ELSE
               MOVE F-LIGNE-CONTENEUR TO WS-LIGNE-COMPAREE
           END-IF

           PERFORM VARYING WS-POSITION FROM 1 BY 1
               UNTIL WS-POSITION > WS-POSITION-MAX
                   OR WS-TROUVE = "O"

               IF WS-LIGNE-COMPAREE(WS-POSITION:WS-LONGUEUR-CLE)
                   = WS-CLE-CHERCHEE(1:WS-LONGUEUR-CLE)

                   IF WS-TYPE-CLE = "T"
                       MOVE "O" TO WS-TROUVE
                   ELSE
                       PERFORM 2100-CONTROLE-MOT-ENTIER
                   END-IF

               END-IF

           END-PERFORM

           IF WS-TROUVE = "O"
               PERFORM 3000-NOTE-TROUVAILLE
           END-IF
       .

      ******************************************************************

      *La clé trouvée en WS-POSITION est-elle un mot entier ? Les
      *caractères qui l'encadrent ne doivent être ni lettre ni
      *chiffre
       2100-CONTROLE-MOT-ENTIER.

           MOVE SPACE TO WS-CAR-AVANT
           MOVE SPACE TO WS-CAR-APRES

           IF WS-POSITION > 1
               MOVE WS-LIGNE-COMPAREE(WS-POSITION - 1:1)
                   TO WS-CAR-AVANT
           END-IF

           IF WS-POSITION < WS-POSITION-MAX
               MOVE WS-LIGNE-COMPAREE(WS-POSITION + WS-LONGUEUR-CLE:1)
                   TO WS-CAR-APRES
           END-IF

           IF WS-CAR-AVANT NOT ALPHABETIC AND WS-CAR-AVANT NOT NUMERIC
               OR WS-CAR-AVANT = SPACE
               IF WS-CAR-APRES NOT ALPHABETIC
                   AND WS-CAR-APRES NOT NUMERIC
                   OR WS-CAR-APRES = SPACE
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-IF
       .

      ******************************************************************

      *Affiche la ligne trouvée avec la date du conteneur, le membre
      *et le numéro de ligne, et la recopie dans l'export demandé
       3000-NOTE-TROUVAILLE.

           ADD 1 TO WS-NB-TROUVEES

           DISPLAY WS-DATE-CONTENEUR " "
               FUNCTION TRIM(WS-MEMBRE-COURANT) " ligne "
               WS-NO-LIGNE " : "
               FUNCTION TRIM(F-LIGNE-CONTENEUR TRAILING)

           IF WS-EXPORT = "O"
               MOVE SPACES TO F-EXPORT
               MOVE WS-DATE-CONTENEUR TO F-EX-DATE
               MOVE WS-MEMBRE-COURANT TO F-EX-MEMBRE
               MOVE WS-NO-LIGNE TO F-EX-LIGNE
               MOVE F-LIGNE-CONTENEUR TO F-EX-TEXTE
               WRITE F-EXPORT
           END-IF
       .
