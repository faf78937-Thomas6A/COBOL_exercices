      *rappel, deuxième rappel ou mise en demeure, le ton montant
      *d'un niveau à chaque lancement — puis réécrit le fichier
      *d'état. Le même premier rappel poli cesse de partir pour
      *toujours. Un client sous échéancier (echmaint.cbl) à jour de
      *ses échéances n'a pas de ligne "Client ..." et n'est pas
      *relancé ; s'il manque une échéance, sa lettre ne réclame que
      *l'échéance manquée, détaillée sous sa ligne. Un client dont un
      *passage en perte (pertesmaint.cbl) attend son approbation, ou a
      *été approuvé depuis l'édition de l'état des impayés, n'est pas
      *relancé : on ne réclame pas une créance abandonnée. Le délai
      *de règlement de chaque lettre est une date en jours ouvrés du
      *calendrier commun (calendrier.cbl) : dix, six puis deux jours
      *ouvrés selon le niveau, jamais un dimanche ni un jour férié.
      *Chaque lettre est portée au registre du courrier sortant
      *(courrier.cbl) avec l'adresse du client tenue par adrmaint.cbl,
      *vide quand elle est inconnue.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. relance.
       AUTHOR. Thomas Baudrin.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-ETAT.

      *Alias du registre des propositions de passage en perte tenu
      *par pertesmaint.cbl
       SELECT FICHIER-PROPOSITIONS ASSIGN TO "pertes-propositions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PROPOSITIONS.

      *Alias du journal des passages en perte approuvés
       SELECT FICHIER-PERTES ASSIGN TO "pertes-journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PERTES.

      *Alias du fichier des adresses tenu par adrmaint.cbl
       SELECT FICHIER-ADRESSES ASSIGN TO "adresses-clients.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-ADRESSES.

       DATA DIVISION.

       FILE SECTION.
           05 FILLER              PIC X.
           05 F-REL-DATE          PIC X(8).

      *Définition du registre des propositions, même découpage que
      *pertesmaint.cbl ; seuls le client et l'état servent ici
       FD FICHIER-PROPOSITIONS.
       01 F-PROPOSITION.
           05 F-PP-NUMERO         PIC 9(5).
           05 FILLER              PIC X.
           05 F-PP-CLIENT         PIC 9(6).
           05 FILLER              PIC X(43).
           05 F-PP-ETAT           PIC X.
           05 FILLER              PIC X(61).

      *Définition du journal des pertes, même découpage que
      *pertesmaint.cbl ; seuls le client et la date d'approbation
      *servent ici
       FD FICHIER-PERTES.
       01 F-PERTE.
           05 F-PJ-CLIENT         PIC 9(6).
           05 FILLER              PIC X(13).
           05 F-PJ-DATE           PIC X(10).
           05 FILLER              PIC X(80).

      *Définition du fichier des adresses, même découpage
      *qu'adrmaint.cbl
       FD FICHIER-ADRESSES.
       01 F-ADRESSE.
           05 F-ADR-CLIENT        PIC 9(6).
           05 FILLER              PIC X.
           05 F-ADR-RUE           PIC X(30).
           05 FILLER              PIC X.
           05 F-ADR-CP            PIC X(5).
           05 FILLER              PIC X.
           05 F-ADR-VILLE         PIC X(20).

       WORKING-STORAGE SECTION.

      *Tableau de l'état des relances chargé au lancement : le niveau
               10 WS-REL-DATE     PIC X(8).
               10 WS-REL-ACTIF    PIC X.

      *Tableau des passages en perte qui écartent un client de la
      *relance : client et date à partir de laquelle l'état des
      *impayés n'en tient pas encore compte (date d'approbation, ou
      *99999999 pour une proposition en attente)
       01 WS-PERTES-TAB.
           05 WS-PERTE            OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-PERTES.
               10 WS-PE-CLIENT    PIC 9(6).
               10 WS-PE-DATE      PIC X(8).

      *Effectif réel du tableau des pertes, statuts de ses deux
      *fichiers, date d'édition de l'état des impayés (relevée sur
      *son en-tête), verdict pour le client courant et compte des
      *clients écartés
       77 WS-NB-PERTES            PIC 9(3)              VALUE 1.
       77 WS-STATUT-PROPOSITIONS  PIC XX.
       77 WS-STATUT-PERTES        PIC XX.
       77 WS-DATE-IMPAYES         PIC X(8)              VALUE SPACES.
       77 WS-EN-PERTE             PIC X                 VALUE "N".
       77 WS-NB-EN-PERTE          PIC 9(3)              VALUE 0.

      *Effectif réel du tableau des relances
       77 WS-NB-RELANCES          PIC 9(3)              VALUE 1.
      *Index de parcours et index du client retrouvé (0 = premier
       77 WS-NB-NIVEAU-1          PIC 9(3)              VALUE 0.
       77 WS-NB-NIVEAU-2          PIC 9(3)              VALUE 0.
       77 WS-NB-NIVEAU-3          PIC 9(3)              VALUE 0.
      *Lettre commencée et pas encore close : les lignes de détail
      *d'échéances manquées qui suivent la ligne du client s'y
      *ajoutent avant la formule d'usage
       77 WS-LETTRE-OUVERTE       PIC X                 VALUE "N".

      *Commande passée au sous-programme d'édition d'états
       01 WS-ETAT-COMMANDE.
           05 WS-ETAT-FICHIER     PIC X(30).
           05 WS-ETAT-TEXTE       PIC X(80).

      *Commande passée au sous-programme commun du calendrier ouvré
      *(calendrier.cbl), et date limite de règlement de la lettre
      *mise en forme JJ/MM/AAAA
       01 WS-CAL-COMMANDE.
           05 WS-CAL-ACTION       PIC X.
           05 WS-CAL-DATE-1       PIC 9(8).
           05 WS-CAL-DATE-2       PIC 9(8).
           05 WS-CAL-NOMBRE       PIC S9(5).
           05 WS-CAL-RESULTAT     PIC X.
      *Adresses des clients chargées au lancement, pour le registre
      *du courrier sortant
       01 WS-ADRESSES-TAB.
           05 WS-ADRESSE          OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-ADRESSES.
               10 WS-ADR-CLIENT   PIC 9(6).
               10 WS-ADR-LIGNE    PIC X(60).
       77 WS-NB-ADRESSES          PIC 9(3)              VALUE 1.
       77 WS-STATUT-ADRESSES      PIC XX.

      *Commande passée au sous-programme commun du registre du
      *courrier sortant (courrier.cbl)
       01 WS-COURRIER-COMMANDE.
           05 WS-CO-TYPE          PIC X(10)     VALUE "RELANCE".
           05 WS-CO-ID            PIC X(10).
           05 WS-CO-NOM           PIC X(30).
           05 WS-CO-ADRESSE       PIC X(60).
           05 WS-CO-PAGES         PIC 9(3)      VALUE 1.
           05 WS-CO-REFERENCE     PIC X(20).

       01 WS-LIMITE-REGLEMENT.
           05 WS-LIMITE-JJ        PIC XX.
           05 FILLER              PIC X         VALUE "/".
           05 WS-LIMITE-MM        PIC XX.
           05 FILLER              PIC X         VALUE "/".
           05 WS-LIMITE-AAAA      PIC X(4).

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       DISPLAY "Clients déjà relancés : " WS-NB-RELANCES.

      *Chargement des passages en perte en attente ou approuvés ; des
      *fichiers absents signifient qu'aucune perte n'a été proposée
       PERFORM 3000-CHARGE-PERTES.

      *Chargement des adresses ; un fichier absent laisse les lettres
      *sans adresse au registre du courrier
       PERFORM 3200-CHARGE-ADRESSES.

      *Parcours de l'état des impayés : chaque ligne "Client ..." vaut
      *une créance à relancer, les lignes "  Échéance du ..." qui la
      *suivent précisent l'échéance réclamée, le reste (en-tête,
      *total) est ignoré
       OPEN INPUT FICHIER-IMPAYES.

       IF WS-STATUT-IMPAYES NOT = "00"
           DISPLAY "État impayes.txt introuvable (statut "
               WS-STATUT-IMPAYES "), lancer command d'abord"
           GOBACK
       END-IF.

       MOVE "O" TO WS-ETAT-ACTION.
                   MOVE 'T' TO WS-EOF

               NOT AT END
                   EVALUATE TRUE
                       WHEN F-LIGNE-IMPAYES(1:26)
                           = "--- État des impayés du "
                           MOVE F-LIGNE-IMPAYES(27:8)
                               TO WS-DATE-IMPAYES
                       WHEN F-LIGNE-IMPAYES(1:7) = "Client "
                           AND F-LIGNE-IMPAYES(8:6) NUMERIC
                           IF WS-LETTRE-OUVERTE = "O"
                               PERFORM 1200-TERMINE-LETTRE
                           END-IF
                           MOVE F-LIGNE-IMPAYES(8:6)
                               TO WS-CLIENT-COURANT
                           PERFORM 3100-CONTROLE-PERTE
                           IF WS-EN-PERTE = "O"
                               ADD 1 TO WS-NB-EN-PERTE
                           ELSE
                               PERFORM 1000-RELANCE-CLIENT
                           END-IF
                       WHEN F-LIGNE-IMPAYES(1:15) = "  Échéance du"
                           AND WS-LETTRE-OUVERTE = "O"
                           MOVE "D" TO WS-ETAT-ACTION
                           MOVE F-LIGNE-IMPAYES(1:80) TO WS-ETAT-TEXTE
                           CALL "editetat" USING WS-ETAT-COMMANDE
                       WHEN F-LIGNE-IMPAYES(1:2) NOT = SPACES
                           AND WS-LETTRE-OUVERTE = "O"
                           PERFORM 1200-TERMINE-LETTRE
                   END-EVALUATE

           END-READ

       END-PERFORM.

       IF WS-LETTRE-OUVERTE = "O"
           PERFORM 1200-TERMINE-LETTRE
       END-IF.

       CLOSE FICHIER-IMPAYES.

       MOVE "F" TO WS-ETAT-ACTION.
       DISPLAY "Premiers rappels : " WS-NB-NIVEAU-1
       DISPLAY "Deuxièmes rappels : " WS-NB-NIVEAU-2
       DISPLAY "Mises en demeure : " WS-NB-NIVEAU-3.
       DISPLAY "Non relancés (passage en perte) : " WS-NB-EN-PERTE.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis menugeneral.cbl comme sous-programme, sans
      *rien changer à son comportement lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************


      ******************************************************************

      *Commence la lettre du client courant dans l'état commun : un
      *séparateur, l'en-tête au ton du niveau et le rappel de la
      *créance (la ligne de l'état des impayés, reprise telle quelle) ;
      *la formule d'usage attend les échéances manquées éventuelles
       1100-EDITE-LETTRE.

           MOVE "D" TO WS-ETAT-ACTION
           MOVE F-LIGNE-IMPAYES(1:80) TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

      *Destinataire pour le registre du courrier : id et nom repris
      *de la ligne "Client ...", adresse du fichier des adresses
           MOVE WS-CLIENT-COURANT TO WS-CO-ID
           MOVE F-LIGNE-IMPAYES(15:11) TO WS-CO-NOM
           MOVE SPACES TO WS-CO-ADRESSE
           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ADRESSES
               IF WS-ADR-CLIENT(WS-INDEX) = WS-CLIENT-COURANT
                   MOVE WS-ADR-LIGNE(WS-INDEX) TO WS-CO-ADRESSE
               END-IF
           END-PERFORM

           MOVE "O" TO WS-LETTRE-OUVERTE
       .

      ******************************************************************

      *Termine la lettre commencée par la formule d'usage au ton du
      *niveau
       1200-TERMINE-LETTRE.

           MOVE "D" TO WS-ETAT-ACTION

      *Date limite de règlement en jours ouvrés après la lettre
           MOVE "A" TO WS-CAL-ACTION
           MOVE WS-DATE-JOUR TO WS-CAL-DATE-1
           EVALUATE WS-NIVEAU-COURANT
               WHEN 1
                   MOVE 10 TO WS-CAL-NOMBRE
               WHEN 2
                   MOVE 6 TO WS-CAL-NOMBRE
               WHEN OTHER
                   MOVE 2 TO WS-CAL-NOMBRE
           END-EVALUATE
           CALL "calendrier" USING WS-CAL-COMMANDE
           MOVE WS-CAL-DATE-2(7:2) TO WS-LIMITE-JJ
           MOVE WS-CAL-DATE-2(5:2) TO WS-LIMITE-MM
           MOVE WS-CAL-DATE-2(1:4) TO WS-LIMITE-AAAA

           MOVE SPACES TO WS-ETAT-TEXTE
           EVALUATE WS-NIVEAU-COURANT
               WHEN 1
                   MOVE "Sauf erreur de notre part, ce solde reste à
      -                "régler."
                       TO WS-ETAT-TEXTE
               WHEN 2
                   MOVE "Malgré notre premier rappel, ce solde reste
      -                "dû."
                       TO WS-ETAT-TEXTE
               WHEN OTHER
                   MOVE "Dernier avis avant mise au contentieux."
                       TO WS-ETAT-TEXTE
           END-EVALUATE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           EVALUATE WS-NIVEAU-COURANT
               WHEN 1
                   STRING "Merci de régulariser au plus tard le "
                       WS-LIMITE-REGLEMENT "."
                       INTO WS-ETAT-TEXTE
                   END-STRING
               WHEN 2
                   STRING "Règlement attendu au plus tard le "
                       WS-LIMITE-REGLEMENT "."
                       INTO WS-ETAT-TEXTE
                   END-STRING
               WHEN OTHER
                   STRING "Règlement exigé au plus tard le "
                       WS-LIMITE-REGLEMENT "."
                       INTO WS-ETAT-TEXTE
                   END-STRING
           END-EVALUATE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

      *Lettre close : portée au registre du courrier sortant
           MOVE SPACES TO WS-CO-REFERENCE
           STRING "relance niveau " WS-NIVEAU-COURANT
               INTO WS-CO-REFERENCE
           END-STRING
           CALL "courrier" USING WS-COURRIER-COMMANDE

           MOVE "N" TO WS-LETTRE-OUVERTE
       .

      ******************************************************************

           CLOSE FICHIER-ETAT-RELANCES
       .

      ******************************************************************

      *Charge les passages en perte qui écartent un client de la
      *relance : les propositions encore en attente (date 99999999,
      *toujours postérieure) et les pertes approuvées du journal, avec
      *leur date d'approbation
       3000-CHARGE-PERTES.

           MOVE 0 TO WS-NB-PERTES
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-PROPOSITIONS

           IF WS-STATUT-PROPOSITIONS = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-PROPOSITIONS
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF F-PP-ETAT = "P" AND WS-NB-PERTES < 999
                               ADD 1 TO WS-NB-PERTES
                               MOVE F-PP-CLIENT
                                   TO WS-PE-CLIENT(WS-NB-PERTES)
                               MOVE "99999999"
                                   TO WS-PE-DATE(WS-NB-PERTES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PROPOSITIONS
           END-IF

           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-PERTES

           IF WS-STATUT-PERTES = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-PERTES
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF WS-NB-PERTES < 999
                               ADD 1 TO WS-NB-PERTES
                               MOVE F-PJ-CLIENT
                                   TO WS-PE-CLIENT(WS-NB-PERTES)
                               MOVE F-PJ-DATE(1:8)
                                   TO WS-PE-DATE(WS-NB-PERTES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PERTES
           END-IF

           MOVE 'F' TO WS-EOF
       .

      ******************************************************************

      *Écarte de la relance le client WS-CLIENT-COURANT s'il a une
      *perte en attente, ou approuvée le jour même ou après l'édition
      *de l'état des impayés (sa créance y figure encore en entier) ;
      *son niveau de relance est conservé pour le cas d'un rejet
       3100-CONTROLE-PERTE.

           MOVE "N" TO WS-EN-PERTE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-PERTES

               IF WS-PE-CLIENT(WS-INDEX) = WS-CLIENT-COURANT
                   AND WS-PE-DATE(WS-INDEX) >= WS-DATE-IMPAYES
                   MOVE "O" TO WS-EN-PERTE
               END-IF

           END-PERFORM

           IF WS-EN-PERTE = "O"
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NB-RELANCES
                   IF WS-REL-CLIENT(WS-INDEX) = WS-CLIENT-COURANT
                       MOVE "O" TO WS-REL-ACTIF(WS-INDEX)
                   END-IF
               END-PERFORM
           END-IF
       .

      ******************************************************************

      *Charge les adresses des clients, rue, code postal et ville
      *réunis sur une ligne pour le registre du courrier
       3200-CHARGE-ADRESSES.

           MOVE 0 TO WS-NB-ADRESSES
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-ADRESSES

           IF WS-STATUT-ADRESSES = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-ADRESSES
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF WS-NB-ADRESSES < 999
                               ADD 1 TO WS-NB-ADRESSES
                               MOVE F-ADR-CLIENT
                                   TO WS-ADR-CLIENT(WS-NB-ADRESSES)
                               MOVE SPACES
                                   TO WS-ADR-LIGNE(WS-NB-ADRESSES)
                               STRING FUNCTION TRIM(F-ADR-RUE) ", "
                                   F-ADR-CP " "
                                   FUNCTION TRIM(F-ADR-VILLE)
                                   INTO WS-ADR-LIGNE(WS-NB-ADRESSES)
                               END-STRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ADRESSES
           END-IF

           MOVE 'F' TO WS-EOF
       .
