      *Consultation du journal d'exploitation tenu par journalop.cbl :
      *demande la date (le jour même par défaut), le programme (tous
      *par défaut) et la gravité minimale (INFO, WARN, ERROR ou
      *FATAL ; WARN montre aussi ERROR et FATAL), puis affiche les
      *lignes retenues et les recopie dans journal-extrait.txt, pour
      *pouvoir les joindre à un signalement.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. consjournal.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du journal d'exploitation de la date demandée
       SELECT FICHIER-JOURNAL ASSIGN TO DYNAMIC WS-NOM-JOURNAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-JOURNAL.

      *Alias de l'extrait des lignes retenues
       SELECT FICHIER-EXTRAIT ASSIGN TO "journal-extrait.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *Définition d'une ligne du journal, même découpage que
      *journalop.cbl
       FD FICHIER-JOURNAL.
       01 F-LIGNE-JOURNAL.
           05 F-JO-DATE           PIC X(8).
           05 FILLER              PIC X.
           05 F-JO-HEURE          PIC X(6).
           05 FILLER              PIC X.
           05 F-JO-PROGRAMME      PIC X(12).
           05 FILLER              PIC X.
           05 F-JO-GRAVITE        PIC X(5).
           05 FILLER              PIC X.
           05 F-JO-CODE           PIC X(8).
           05 FILLER              PIC X.
           05 F-JO-TEXTE          PIC X(80).

      *Définition de l'extrait, une ligne de texte libre
       FD FICHIER-EXTRAIT.
       01 F-LIGNE-EXTRAIT         PIC X(130).

       WORKING-STORAGE SECTION.

      *Critères saisis : date, programme et gravité minimale
       77 WS-DATE-SAISIE          PIC X(8).
       77 WS-PROGRAMME-SAISI      PIC X(12).
       77 WS-GRAVITE-SAISIE       PIC X(5).
      *Rang de la gravité minimale et de celle de la ligne lue
      *(1 = INFO, 2 = WARN, 3 = ERROR, 4 = FATAL)
       77 WS-RANG-MINIMUM         PIC 9                 VALUE 1.
       77 WS-RANG-LIGNE           PIC 9                 VALUE 1.
       77 WS-GRAVITE-RANG         PIC X(5).
       77 WS-RANG                 PIC 9                 VALUE 1.
      *Nom du journal, indicateur de fin de fichier et statut
       77 WS-NOM-JOURNAL          PIC X(40).
       77 WS-EOF                  PIC X                 VALUE 'F'.
       77 WS-STATUT-JOURNAL       PIC XX.
      *Compteurs de lignes lues et retenues
       77 WS-NB-LUES              PIC 9(5)              VALUE 0.
       77 WS-NB-RETENUES          PIC 9(5)              VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY "Date du journal AAAAMMJJ (vide pour aujourd'hui) : ".
       ACCEPT WS-DATE-SAISIE.

       IF WS-DATE-SAISIE = SPACES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-SAISIE
       END-IF.

       DISPLAY "Programme (vide pour tous) : ".
       ACCEPT WS-PROGRAMME-SAISI.

       DISPLAY "Gravité minimale INFO/WARN/ERROR/FATAL "
           "(vide pour INFO) : ".
       ACCEPT WS-GRAVITE-SAISIE.

       MOVE WS-GRAVITE-SAISIE TO WS-GRAVITE-RANG.
       PERFORM 0100-RANG-GRAVITE.
       MOVE WS-RANG TO WS-RANG-MINIMUM.

       MOVE SPACES TO WS-NOM-JOURNAL.
       STRING "journal-operations-" WS-DATE-SAISIE ".txt"
           INTO WS-NOM-JOURNAL.

       OPEN INPUT FICHIER-JOURNAL.

       IF WS-STATUT-JOURNAL NOT = "00"
           DISPLAY "Pas de journal " FUNCTION TRIM(WS-NOM-JOURNAL)
           GOBACK
       END-IF.

       OPEN OUTPUT FICHIER-EXTRAIT.

       MOVE SPACES TO F-LIGNE-EXTRAIT.
       STRING "--- Journal du " WS-DATE-SAISIE
           ", programme " WS-PROGRAMME-SAISI
           ", gravité à partir de " WS-GRAVITE-SAISIE " ---"
           INTO F-LIGNE-EXTRAIT.
       WRITE F-LIGNE-EXTRAIT.

       PERFORM UNTIL WS-EOF = 'T'
           READ FICHIER-JOURNAL
               AT END
                   MOVE 'T' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-NB-LUES
                   PERFORM 1000-FILTRE-LIGNE
           END-READ
       END-PERFORM.

       MOVE SPACES TO F-LIGNE-EXTRAIT.
       STRING "Bilan : " WS-NB-RETENUES " ligne(s) retenue(s) sur "
           WS-NB-LUES
           INTO F-LIGNE-EXTRAIT.
       WRITE F-LIGNE-EXTRAIT.

       CLOSE FICHIER-JOURNAL.
       CLOSE FICHIER-EXTRAIT.

       DISPLAY WS-NB-RETENUES " ligne(s) retenue(s) sur " WS-NB-LUES
           ", extrait dans journal-extrait.txt".

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis menugeneral.cbl comme sous-programme, sans
      *rien changer à son comportement lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************

      *Rang de la gravité WS-GRAVITE-RANG dans WS-RANG ; une gravité
      *vide ou inconnue vaut INFO
       0100-RANG-GRAVITE.

           EVALUATE WS-GRAVITE-RANG
               WHEN "WARN"
                   MOVE 2 TO WS-RANG
               WHEN "ERROR"
                   MOVE 3 TO WS-RANG
               WHEN "FATAL"
                   MOVE 4 TO WS-RANG
               WHEN OTHER
                   MOVE 1 TO WS-RANG
           END-EVALUATE
       .

      ******************************************************************

      *Retient la ligne lue si elle est du programme demandé (ou s'il
      *n'y en a pas) et d'une gravité au moins égale au minimum
       1000-FILTRE-LIGNE.

           MOVE F-JO-GRAVITE TO WS-GRAVITE-RANG
           PERFORM 0100-RANG-GRAVITE
           MOVE WS-RANG TO WS-RANG-LIGNE

           IF (WS-PROGRAMME-SAISI = SPACES
               OR WS-PROGRAMME-SAISI = F-JO-PROGRAMME)
               AND WS-RANG-LIGNE >= WS-RANG-MINIMUM
               ADD 1 TO WS-NB-RETENUES
               DISPLAY F-LIGNE-JOURNAL
               MOVE F-LIGNE-JOURNAL TO F-LIGNE-EXTRAIT
               WRITE F-LIGNE-EXTRAIT
           END-IF
       .
