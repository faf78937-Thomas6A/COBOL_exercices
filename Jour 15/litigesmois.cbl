      *Rapport mensuel des litiges anciens : relit le registre des
      *litiges tenu par litmaint.cbl et édite, par le sous-programme
      *commun editetat, chaque litige encore ouvert depuis plus de 30
      *jours, avec son ancienneté et son motif, pour que les
      *contestations oubliées remontent à la direction au lieu de
      *dormir hors relance.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. litigesmois.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du registre des litiges, tenu par litmaint.cbl
       SELECT FICHIER-LITIGES ASSIGN TO "litiges.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-LITIGES.

       DATA DIVISION.

       FILE SECTION.

      *Définition du registre des litiges, même découpage que
      *litmaint.cbl
       FD FICHIER-LITIGES.
       01 F-LITIGE.
           05 F-LI-CLIENT     PIC 9(6).
           05 FILLER          PIC X.
           05 F-LI-NUMERO     PIC 9(3).
           05 FILLER          PIC X.
           05 F-LI-OUVERTURE  PIC X(8).
           05 FILLER          PIC X.
           05 F-LI-RESOLU-LE  PIC X(8).
           05 FILLER          PIC X.
           05 F-LI-MOTIF      PIC X(30).
           05 FILLER          PIC X.
           05 F-LI-RESOLUTION PIC X(30).

       WORKING-STORAGE SECTION.

      *Ancienneté au-delà de laquelle un litige ouvert est signalé
       77 WS-SEUIL-JOURS          PIC 9(3)              VALUE 30.
      *Compte de jours du jour même et ancienneté du litige lu
       77 WS-JOURS-AUJOURDHUI     PIC 9(7)              VALUE 0.
       77 WS-AGE-JOURS            PIC S9(7)             VALUE 0.
       77 WS-AGE-JOURS-ED         PIC ZZZZ9.
      *Compteurs du bilan
       77 WS-NB-OUVERTS           PIC 9(3)              VALUE 0.
       77 WS-NB-ANCIENS           PIC 9(3)              VALUE 0.
      *Indicateur de fin de fichier et statut
       77 WS-EOF                  PIC X                 VALUE 'F'.
       77 WS-STATUT-LITIGES       PIC XX.

      *Commande passée au sous-programme commun d'édition d'états
      *(editetat.cbl) : action, nom du fichier, texte de la ligne
       01 WS-ETAT-COMMANDE.
           05 WS-ETAT-ACTION      PIC X.
           05 WS-ETAT-FICHIER     PIC X(30).
           05 WS-ETAT-TEXTE       PIC X(80).

       PROCEDURE DIVISION.

       COMPUTE WS-JOURS-AUJOURDHUI = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).

       OPEN INPUT FICHIER-LITIGES.

       IF WS-STATUT-LITIGES NOT = "00"
           DISPLAY "Registre litiges.txt absent (statut "
               WS-STATUT-LITIGES "), aucun litige"
           STOP RUN
       END-IF.

       MOVE "O" TO WS-ETAT-ACTION.
       MOVE "litiges-anciens.txt" TO WS-ETAT-FICHIER.
       MOVE "Litiges ouverts depuis plus de 30 jours"
           TO WS-ETAT-TEXTE.
       CALL "editetat" USING WS-ETAT-COMMANDE.

       MOVE "D" TO WS-ETAT-ACTION.

       PERFORM UNTIL WS-EOF = 'T'

           READ FICHIER-LITIGES

               AT END
                   MOVE 'T' TO WS-EOF

               NOT AT END
                   IF F-LI-RESOLU-LE = SPACES
                       AND F-LI-OUVERTURE NUMERIC
                       ADD 1 TO WS-NB-OUVERTS
                       PERFORM 1000-CONTROLE-LITIGE
                   END-IF

           END-READ

       END-PERFORM.

       CLOSE FICHIER-LITIGES.

       MOVE SPACES TO WS-ETAT-TEXTE.
       CALL "editetat" USING WS-ETAT-COMMANDE.

       STRING "Litiges ouverts : " WS-NB-OUVERTS
           ", dont plus de 30 jours : " WS-NB-ANCIENS
           INTO WS-ETAT-TEXTE.
       CALL "editetat" USING WS-ETAT-COMMANDE.

       MOVE "F" TO WS-ETAT-ACTION.
       CALL "editetat" USING WS-ETAT-COMMANDE.

       DISPLAY "Litiges ouverts : " WS-NB-OUVERTS.
       DISPLAY "Litiges ouverts depuis plus de 30 jours : "
           WS-NB-ANCIENS.

       STOP RUN.

      ******************************************************************

      *Calcule l'ancienneté du litige ouvert lu et l'édite s'il
      *dépasse le seuil
       1000-CONTROLE-LITIGE.

           COMPUTE WS-AGE-JOURS = WS-JOURS-AUJOURDHUI
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(F-LI-OUVERTURE))

           IF WS-AGE-JOURS > WS-SEUIL-JOURS

               ADD 1 TO WS-NB-ANCIENS
               MOVE WS-AGE-JOURS TO WS-AGE-JOURS-ED

               MOVE SPACES TO WS-ETAT-TEXTE
               STRING "Client " F-LI-CLIENT
                   " cde " F-LI-NUMERO
                   " ouvert le " F-LI-OUVERTURE
                   " (" FUNCTION TRIM(WS-AGE-JOURS-ED) " j) "
                   F-LI-MOTIF
                   INTO WS-ETAT-TEXTE
               END-STRING
               CALL "editetat" USING WS-ETAT-COMMANDE

           END-IF
       .
