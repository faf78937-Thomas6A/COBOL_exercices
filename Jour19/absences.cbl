      *secrétariat de saisir les absences et retards du jour
      *(ajoutés à un fichier daté), et édite un rapport mensuel par
      *classe avec le compte par élève et la liste des élèves
      *au-dessus d'un seuil d'absences saisi à l'exécution. Chaque
      *lettre de notification aux familles est portée au registre du
      *courrier sortant (courrier.cbl, Jour 15) ; responsables.txt ne
      *tenant pas d'adresse postale, elle y figure sans adresse.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. absences.
       AUTHOR. Thomas Baudrin.
           05 WS-ETAT-FICHIER     PIC X(30).
           05 WS-ETAT-TEXTE       PIC X(80).

      *Commande passée au sous-programme commun du registre du
      *courrier sortant (courrier, Jour 15)
       01 WS-COURRIER-COMMANDE.
           05 WS-CO-TYPE          PIC X(10)     VALUE "ABSENCE".
           05 WS-CO-ID            PIC X(10).
           05 WS-CO-NOM           PIC X(30).
           05 WS-CO-ADRESSE       PIC X(60)     VALUE SPACES.
           05 WS-CO-PAGES         PIC 9(3)      VALUE 1.
           05 WS-CO-REFERENCE     PIC X(20).

       PROCEDURE DIVISION.

      *Chargement du trombinoscope et relevé des classes distinctes
       IF WS-STATUT-CLASSES NOT = "00"
           DISPLAY "Trombinoscope input-classes.txt introuvable "
               "(statut " WS-STATUT-CLASSES "), arrêt"
           GOBACK
       END-IF.

       MOVE 0 TO WS-NB-INSCRITS.

       END-PERFORM.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis le menu général (menugeneral.cbl, Jour 15)
      *comme sous-programme, sans rien changer à son comportement
      *lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************


           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

      *Report au registre du courrier sortant
           MOVE WS-ID-INSCRIT(WS-INDEX) TO WS-CO-ID
           MOVE WS-DESTINATAIRE TO WS-CO-NOM
           MOVE SPACES TO WS-CO-REFERENCE
           STRING "absences " WS-MOIS-RAPPORT
               INTO WS-CO-REFERENCE
           END-STRING
           CALL "courrier" USING WS-COURRIER-COMMANDE
       .
