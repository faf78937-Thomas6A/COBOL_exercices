      *Manifeste postal du jour : relit le registre du courrier
      *sortant tenu par le sous-programme commun courrier.cbl, et
      *imprime pour la date demandée (le jour même par défaut) la
      *liste des lettres à remettre à la poste, chacune avec son
      *affranchissement estimé, puis les lettres sans adresse connue,
      *signalées à part et retenues (elles ne peuvent pas partir), et
      *un récapitulatif par type : nombre de lettres, de pages et
      *affranchissement. Le tarif dépend du nombre de pages, par
      *tranches lues dans courrier-tarifs.txt (une ligne par tranche :
      *nombre de pages maximal sur 3 chiffres puis prix en centimes
      *sur 5 chiffres) ; sans ce fichier, trois tranches par défaut
      *(4, 10 et 999 pages). Le manifeste est écrit dans
      *manifeste-AAAAMMJJ.txt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. expedition.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du registre du courrier sortant tenu par courrier.cbl
       SELECT FICHIER-REGISTRE ASSIGN TO "courrier-registre.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-REGISTRE.

      *Alias des tranches de tarif postal
       SELECT FICHIER-TARIFS ASSIGN TO "courrier-tarifs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-TARIFS.

      *Alias du manifeste de la date demandée
       SELECT FICHIER-MANIFESTE ASSIGN TO DYNAMIC WS-NOM-MANIFESTE
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *Définition du registre, même découpage que courrier.cbl
       FD FICHIER-REGISTRE.
       01 F-COURRIER.
           05 F-CO-DATE           PIC X(8).
           05 FILLER              PIC X.
           05 F-CO-TYPE           PIC X(10).
           05 FILLER              PIC X.
           05 F-CO-ID             PIC X(10).
           05 FILLER              PIC X.
           05 F-CO-NOM            PIC X(30).
           05 FILLER              PIC X.
           05 F-CO-ADRESSE        PIC X(60).
           05 FILLER              PIC X.
           05 F-CO-PAGES          PIC 9(3).
           05 FILLER              PIC X.
           05 F-CO-REFERENCE      PIC X(20).

      *Définition d'une tranche de tarif : pages maximales et prix
      *en centimes
       FD FICHIER-TARIFS.
       01 F-TARIF.
           05 F-TA-PAGES          PIC 9(3).
           05 FILLER              PIC X.
           05 F-TA-CENTIMES       PIC 9(5).

      *Définition du manifeste, une ligne de texte libre
       FD FICHIER-MANIFESTE.
       01 F-LIGNE-MANIFESTE       PIC X(160).

       WORKING-STORAGE SECTION.

      *Tranches de tarif, triées par nombre de pages croissant
       01 WS-TARIFS-TAB.
           05 WS-TARIF            OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-NB-TARIFS.
               10 WS-TA-PAGES     PIC 9(3).
               10 WS-TA-CENTIMES  PIC 9(5).

      *Cumuls par type de lettre
       01 WS-TYPES-TAB.
           05 WS-TYPE             OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-NB-TYPES.
               10 WS-TY-TYPE      PIC X(10).
               10 WS-TY-LETTRES   PIC 9(5).
               10 WS-TY-PAGES     PIC 9(5).
               10 WS-TY-CENTIMES  PIC 9(9).
               10 WS-TY-SANS-ADR  PIC 9(5).

      *Effectifs réels des tableaux et index de parcours
       77 WS-NB-TARIFS            PIC 99                VALUE 1.
       77 WS-NB-TYPES             PIC 99                VALUE 1.
       77 WS-INDEX                PIC 99                VALUE 1.
       77 WS-INDEX-TROUVE         PIC 99                VALUE 0.
      *Date demandée et nom du manifeste composé
       77 WS-DATE-SAISIE          PIC X(8).
       77 WS-NOM-MANIFESTE        PIC X(40).
      *Indicateur de fin de fichier et statuts
       77 WS-EOF                  PIC X                 VALUE 'F'.
       77 WS-STATUT-REGISTRE      PIC XX.
       77 WS-STATUT-TARIFS        PIC XX.
      *Affranchissement de la lettre en cours, en centimes
       77 WS-AFFRANCHISSEMENT     PIC 9(5)              VALUE 0.
      *Compteurs et totaux du bilan
       77 WS-NB-A-POSTER          PIC 9(5)              VALUE 0.
       77 WS-NB-SANS-ADRESSE      PIC 9(5)              VALUE 0.
       77 WS-TOTAL-CENTIMES       PIC 9(9)              VALUE 0.
      *Montant mis en forme "euros,centimes €"
       77 WS-MONTANT-CENTS        PIC S9(11)            VALUE 0.
       77 WS-MONTANT-ABS          PIC 9(11)             VALUE 0.
       77 WS-MONTANT-EUROS        PIC 9(11).
       77 WS-MONTANT-CENTIMES     PIC 99.
       77 WS-MONTANT-EUROS-EDIT   PIC Z(10)9.
       77 WS-MONTANT-AFFICHE      PIC X(20).

       PROCEDURE DIVISION.

       DISPLAY "Date d'expédition AAAAMMJJ (vide pour aujourd'hui) : ".
       ACCEPT WS-DATE-SAISIE.

       IF WS-DATE-SAISIE = SPACES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-SAISIE
       END-IF.

       PERFORM 0200-CHARGE-TARIFS.

       OPEN INPUT FICHIER-REGISTRE.

       IF WS-STATUT-REGISTRE NOT = "00"
           DISPLAY "Registre courrier-registre.txt introuvable "
               "(statut " WS-STATUT-REGISTRE ")"
           GOBACK
       END-IF.

       MOVE SPACES TO WS-NOM-MANIFESTE.
       STRING "manifeste-" WS-DATE-SAISIE ".txt"
           INTO WS-NOM-MANIFESTE.

       OPEN OUTPUT FICHIER-MANIFESTE.

       MOVE SPACES TO F-LIGNE-MANIFESTE.
       STRING "--- Manifeste postal du " WS-DATE-SAISIE " ---"
           INTO F-LIGNE-MANIFESTE.
       WRITE F-LIGNE-MANIFESTE.

      *Premier passage : les lettres adressées du jour, à remettre à
      *la poste, avec leur affranchissement
       MOVE 0 TO WS-NB-TYPES.

       PERFORM UNTIL WS-EOF = 'T'
           READ FICHIER-REGISTRE
               AT END
                   MOVE 'T' TO WS-EOF
               NOT AT END
                   IF F-CO-DATE = WS-DATE-SAISIE
                       PERFORM 1000-NOTE-TYPE
                       IF F-CO-ADRESSE NOT = SPACES
                           PERFORM 2000-LETTRE-A-POSTER
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

       CLOSE FICHIER-REGISTRE.

      *Second passage : les lettres sans adresse connue, retenues
       MOVE SPACES TO F-LIGNE-MANIFESTE.
       MOVE "--- Lettres sans adresse connue, retenues ---"
           TO F-LIGNE-MANIFESTE.
       WRITE F-LIGNE-MANIFESTE.

       MOVE 'F' TO WS-EOF.

       OPEN INPUT FICHIER-REGISTRE.

       PERFORM UNTIL WS-EOF = 'T'
           READ FICHIER-REGISTRE
               AT END
                   MOVE 'T' TO WS-EOF
               NOT AT END
                   IF F-CO-DATE = WS-DATE-SAISIE
                       AND F-CO-ADRESSE = SPACES
                       PERFORM 3000-LETTRE-SANS-ADRESSE
                   END-IF
           END-READ
       END-PERFORM.

       CLOSE FICHIER-REGISTRE.

      *Récapitulatif par type puis bilan
       MOVE "--- Récapitulatif par type ---" TO F-LIGNE-MANIFESTE.
       WRITE F-LIGNE-MANIFESTE.

       PERFORM VARYING WS-INDEX FROM 1 BY 1
           UNTIL WS-INDEX > WS-NB-TYPES
           MOVE WS-TY-CENTIMES(WS-INDEX) TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE SPACES TO F-LIGNE-MANIFESTE
           STRING WS-TY-TYPE(WS-INDEX) " : "
               WS-TY-LETTRES(WS-INDEX) " lettre(s), "
               WS-TY-PAGES(WS-INDEX) " page(s), affranchissement "
               FUNCTION TRIM(WS-MONTANT-AFFICHE)
               ", sans adresse " WS-TY-SANS-ADR(WS-INDEX)
               INTO F-LIGNE-MANIFESTE
           END-STRING
           WRITE F-LIGNE-MANIFESTE
       END-PERFORM.

       MOVE WS-TOTAL-CENTIMES TO WS-MONTANT-CENTS.
       PERFORM 0100-FORMATE-PRIX.

       MOVE SPACES TO F-LIGNE-MANIFESTE.
       STRING "Bilan : " WS-NB-A-POSTER " lettre(s) à poster, "
           WS-NB-SANS-ADRESSE " sans adresse connue, "
           "affranchissement estimé "
           FUNCTION TRIM(WS-MONTANT-AFFICHE)
           INTO F-LIGNE-MANIFESTE.
       WRITE F-LIGNE-MANIFESTE.

       CLOSE FICHIER-MANIFESTE.

       DISPLAY "Lettres à poster : " WS-NB-A-POSTER
       DISPLAY "Lettres sans adresse connue : " WS-NB-SANS-ADRESSE
       DISPLAY "Affranchissement estimé : " WS-MONTANT-AFFICHE
       DISPLAY "Manifeste écrit dans " FUNCTION TRIM(WS-NOM-MANIFESTE).

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis menugeneral.cbl comme sous-programme, sans
      *rien changer à son comportement lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************

      *Formate WS-MONTANT-CENTS en euros dans WS-MONTANT-AFFICHE,
      *comme valorisation.cbl
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

      *Charge les tranches de tarif (les lignes mal formées sont
      *ignorées) et les trie par nombre de pages ; sans fichier ou
      *sans tranche valable, les trois tranches par défaut
       0200-CHARGE-TARIFS.

           MOVE 0 TO WS-NB-TARIFS

           OPEN INPUT FICHIER-TARIFS

           IF WS-STATUT-TARIFS = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-TARIFS
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF F-TA-PAGES NUMERIC
                               AND F-TA-CENTIMES NUMERIC
                               AND WS-NB-TARIFS < 20
                               ADD 1 TO WS-NB-TARIFS
                               MOVE F-TA-PAGES
                                   TO WS-TA-PAGES(WS-NB-TARIFS)
                               MOVE F-TA-CENTIMES
                                   TO WS-TA-CENTIMES(WS-NB-TARIFS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TARIFS
           END-IF

           MOVE 'F' TO WS-EOF

           IF WS-NB-TARIFS = 0
               MOVE 3 TO WS-NB-TARIFS
               MOVE 4 TO WS-TA-PAGES(1)
               MOVE 139 TO WS-TA-CENTIMES(1)
               MOVE 10 TO WS-TA-PAGES(2)
               MOVE 278 TO WS-TA-CENTIMES(2)
               MOVE 999 TO WS-TA-PAGES(3)
               MOVE 417 TO WS-TA-CENTIMES(3)
           END-IF

           SORT WS-TARIF ON ASCENDING KEY WS-TA-PAGES
       .

      ******************************************************************

      *Porte la lettre lue au cumul de son type, créé à sa première
      *rencontre
       1000-NOTE-TYPE.

           MOVE 0 TO WS-INDEX-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-TYPES
               IF WS-TY-TYPE(WS-INDEX) = F-CO-TYPE
                   MOVE WS-INDEX TO WS-INDEX-TROUVE
               END-IF
           END-PERFORM

           IF WS-INDEX-TROUVE = 0 AND WS-NB-TYPES < 20
               ADD 1 TO WS-NB-TYPES
               MOVE WS-NB-TYPES TO WS-INDEX-TROUVE
               MOVE F-CO-TYPE TO WS-TY-TYPE(WS-INDEX-TROUVE)
               MOVE 0 TO WS-TY-LETTRES(WS-INDEX-TROUVE)
               MOVE 0 TO WS-TY-PAGES(WS-INDEX-TROUVE)
               MOVE 0 TO WS-TY-CENTIMES(WS-INDEX-TROUVE)
               MOVE 0 TO WS-TY-SANS-ADR(WS-INDEX-TROUVE)
           END-IF
       .

      ******************************************************************

      *Lettre adressée : affranchissement de la première tranche qui
      *couvre son nombre de pages (la dernière au-delà), ligne au
      *manifeste et cumuls du type et du bilan
       2000-LETTRE-A-POSTER.

           MOVE 0 TO WS-AFFRANCHISSEMENT

           PERFORM VARYING WS-INDEX FROM WS-NB-TARIFS BY -1
               UNTIL WS-INDEX < 1
               IF F-CO-PAGES <= WS-TA-PAGES(WS-INDEX)
                   OR WS-INDEX = WS-NB-TARIFS
                   MOVE WS-TA-CENTIMES(WS-INDEX)
                       TO WS-AFFRANCHISSEMENT
               END-IF
           END-PERFORM

           ADD 1 TO WS-NB-A-POSTER
           ADD WS-AFFRANCHISSEMENT TO WS-TOTAL-CENTIMES

           IF WS-INDEX-TROUVE NOT = 0
               ADD 1 TO WS-TY-LETTRES(WS-INDEX-TROUVE)
               ADD F-CO-PAGES TO WS-TY-PAGES(WS-INDEX-TROUVE)
               ADD WS-AFFRANCHISSEMENT
                   TO WS-TY-CENTIMES(WS-INDEX-TROUVE)
           END-IF

           MOVE WS-AFFRANCHISSEMENT TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX

           MOVE SPACES TO F-LIGNE-MANIFESTE
           STRING F-CO-TYPE " " F-CO-ID " " F-CO-NOM " "
               F-CO-ADRESSE " " F-CO-PAGES " p. "
               FUNCTION TRIM(WS-MONTANT-AFFICHE) " "
               F-CO-REFERENCE
               INTO F-LIGNE-MANIFESTE
           END-STRING
           WRITE F-LIGNE-MANIFESTE
       .

      ******************************************************************

      *Lettre sans adresse connue : signalée au manifeste et comptée
      *à part, sans affranchissement
       3000-LETTRE-SANS-ADRESSE.

           ADD 1 TO WS-NB-SANS-ADRESSE

           PERFORM 1000-NOTE-TYPE

           IF WS-INDEX-TROUVE NOT = 0
               ADD 1 TO WS-TY-SANS-ADR(WS-INDEX-TROUVE)
           END-IF

           MOVE SPACES TO F-LIGNE-MANIFESTE
           STRING "SANS ADRESSE " F-CO-TYPE " " F-CO-ID " "
               F-CO-NOM " " F-CO-PAGES " p. " F-CO-REFERENCE
               INTO F-LIGNE-MANIFESTE
           END-STRING
           WRITE F-LIGNE-MANIFESTE
       .
