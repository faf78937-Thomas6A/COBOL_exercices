      *Sous-programme commun de journalisation, appelé comme le sont
      *editetat ou verrou : chaque programme tenait son propre
      *journal (errors.log, insert-errors.log, permissions-refus.log)
      *ou se contentait de DISPLAY perdus dès que l'écran défilait.
      *L'appelant passe son nom, la gravité (INFO, WARN, ERROR ou
      *FATAL), un code de message et le texte ; le sous-programme
      *ajoute la ligne, horodatée, au journal d'exploitation du jour
      *journal-operations-AAAAMMJJ.txt, commun à tous les programmes
      *et relu par consjournal.cbl. Les journaux propres à chaque
      *programme restent tenus à côté, pour ne rien retirer à ceux
      *qui les lisent encore.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. journalop.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du journal d'exploitation du jour, nommé d'après la date
       SELECT FICHIER-JOURNAL ASSIGN TO DYNAMIC WS-NOM-JOURNAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-JOURNAL.

       DATA DIVISION.

       FILE SECTION.

      *Définition d'une ligne du journal : date, heure, programme,
      *gravité, code et texte à positions fixes, pour que
      *consjournal.cbl puisse filtrer sur chaque zone
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

       WORKING-STORAGE SECTION.

      *Nom du journal composé, et statut
       77 WS-NOM-JOURNAL      PIC X(40).
       77 WS-STATUT-JOURNAL   PIC XX.
      *Horodatage de l'appel
       77 WS-HORODATAGE       PIC X(21).

       LINKAGE SECTION.

      *Commande passée par l'appelant : nom du programme, gravité
      *(INFO, WARN, ERROR, FATAL ; toute autre valeur est notée
      *INFO), code du message et texte
       01 LK-COMMANDE.
           05 LK-PROGRAMME    PIC X(12).
           05 LK-GRAVITE      PIC X(5).
           05 LK-CODE         PIC X(8).
           05 LK-TEXTE        PIC X(80).

       PROCEDURE DIVISION USING LK-COMMANDE.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.

           MOVE SPACES TO WS-NOM-JOURNAL.
           STRING "journal-operations-" WS-HORODATAGE(1:8) ".txt"
               INTO WS-NOM-JOURNAL.

      *Ouverture en ajout ; le premier appel du jour crée le journal
           OPEN EXTEND FICHIER-JOURNAL.

           IF WS-STATUT-JOURNAL = "35"
               OPEN OUTPUT FICHIER-JOURNAL
           END-IF.

           MOVE SPACES TO F-LIGNE-JOURNAL.
           MOVE WS-HORODATAGE(1:8) TO F-JO-DATE.
           MOVE WS-HORODATAGE(9:6) TO F-JO-HEURE.
           MOVE LK-PROGRAMME TO F-JO-PROGRAMME.
           MOVE LK-CODE TO F-JO-CODE.
           MOVE LK-TEXTE TO F-JO-TEXTE.

           EVALUATE LK-GRAVITE
               WHEN "INFO"
               WHEN "WARN"
               WHEN "ERROR"
               WHEN "FATAL"
                   MOVE LK-GRAVITE TO F-JO-GRAVITE
               WHEN OTHER
                   MOVE "INFO" TO F-JO-GRAVITE
           END-EVALUATE.

           WRITE F-LIGNE-JOURNAL.

           CLOSE FICHIER-JOURNAL.

           GOBACK.

       END PROGRAM "journalop".
