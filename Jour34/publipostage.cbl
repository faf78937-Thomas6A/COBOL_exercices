      *Export de la liste de diffusion filtrée par consentement :
      *passer clients.txt par exportdelim.cbl aurait écrit à tout le
      *monde. Ce programme joint clients.txt, l'email de la table
      *clients de la base (rapprochée par nom et prénom comme dans
      *rapproclients.cbl) et adresses-clients.txt, mais ne retient
      *que les clients dont le consentement en vigueur dans
      *consentements-clients.txt (tenu par consmaint.cbl) est donné
      *pour le canal choisi : E courriel (il faut un email) ou P
      *courrier (il faut une adresse). Le fichier produit,
      *publipostage-<canal>-<AAAAMMJJ>.txt, est délimité par
      *points-virgules avec sa ligne d'en-tête, comme les exports
      *d'exportdelim.cbl ; les exclusions sont comptées par motif.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. publipostage.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier plat des clients, disposition de command.cbl
       SELECT FICHIER-CLIENTS ASSIGN TO "clients.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CLIENTS.

      *Alias du registre des consentements de consmaint.cbl
       SELECT FICHIER-CONSENTEMENTS
           ASSIGN TO "consentements-clients.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CONSENTEMENTS.

      *Alias des adresses postales d'adrmaint.cbl
       SELECT FICHIER-ADRESSES ASSIGN TO "adresses-clients.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-ADRESSES.

      *Alias de la liste de diffusion produite
       SELECT FICHIER-EXPORT ASSIGN TO DYNAMIC WS-NOM-EXPORT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *Définition du fichier clients, même découpage que command.cbl
      *(id sur 6 chiffres, marqueur d'état dans la zone libre)
       FD FICHIER-CLIENTS.
       01 F-CLIENT.
           05 F-ID            PIC 9(6).
           05 F-ETAT          PIC X.
           05 FILLER          PIC X(5).
           05 F-NOM           PIC X(11).
           05 F-PRENOM        PIC X(11).

      *Définition du registre des consentements, même découpage que
      *consmaint.cbl
       FD FICHIER-CONSENTEMENTS.
       01 F-CONSENTEMENT.
           05 F-CS-CLIENT     PIC 9(6).
           05 FILLER          PIC X.
           05 F-CS-CANAL      PIC X.
           05 FILLER          PIC X.
           05 F-CS-ETAT       PIC X.
           05 FILLER          PIC X.
           05 F-CS-DATE       PIC X(8).
           05 FILLER          PIC X.
           05 F-CS-SOURCE     PIC X(20).

      *Définition des adresses, même découpage qu'adrmaint.cbl
       FD FICHIER-ADRESSES.
       01 F-ADRESSE.
           05 F-ADR-CLIENT    PIC 9(6).
           05 FILLER          PIC X.
           05 F-ADR-RUE       PIC X(30).
           05 FILLER          PIC X.
           05 F-ADR-CP        PIC X(5).
           05 FILLER          PIC X.
           05 F-ADR-VILLE     PIC X(20).

      *Définition de la liste de diffusion, une ligne délimitée
       FD FICHIER-EXPORT.
       01 F-LIGNE-EXPORT      PIC X(150).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  USERNAME           PIC X(30).
       01  PASSWD             PIC X(30).
       01  DBNAME             PIC X(10).
       01  CLIENT-NOM         PIC X(30).
       01  CLIENT-PRENOM      PIC X(30).
       01  CLIENT-EMAIL       PIC X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *Clients de la table de la base, pour l'email
       01 WS-BASE-TAB.
           05 WS-CLIENT-BASE  OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-BASE.
               10 WS-NOM-BASE     PIC X(30).
               10 WS-PRENOM-BASE  PIC X(30).
               10 WS-EMAIL-BASE   PIC X(30).

      *Ids des clients consentants pour le canal choisi
       01 WS-CONSENTANTS-TAB.
           05 WS-CONSENTANT   OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-CONSENTANTS.
               10 WS-CS-CLIENT    PIC 9(6).

      *Adresses postales
       01 WS-ADRESSES-TAB.
           05 WS-ADRESSE      OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-ADRESSES.
               10 WS-ADR-CLIENT   PIC 9(6).
               10 WS-ADR-RUE      PIC X(30).
               10 WS-ADR-CP       PIC X(5).
               10 WS-ADR-VILLE    PIC X(20).

      *Effectifs réels des tableaux
       77 WS-NB-BASE          PIC 9(3)      VALUE 1.
       77 WS-NB-CONSENTANTS   PIC 9(3)      VALUE 1.
       77 WS-NB-ADRESSES      PIC 9(3)      VALUE 1.
      *Index de parcours et index trouvés
       77 WS-INDEX            PIC 9(3)      VALUE 1.
       77 WS-EMAIL-TROUVE     PIC 9(3)      VALUE 0.
       77 WS-ADRESSE-TROUVEE  PIC 9(3)      VALUE 0.
       77 WS-CONSENTANT-TROUVE PIC 9(3)     VALUE 0.
      *Canal choisi et nom de l'export composé
       77 WS-CANAL            PIC X.
       77 WS-NOM-EXPORT       PIC X(40).
      *Indicateurs de fin et statuts
       77 WS-EOF              PIC X         VALUE 'F'.
       77 WS-FIN-CURSEUR      PIC X         VALUE 'F'.
       77 WS-STATUT-CLIENTS   PIC XX.
       77 WS-STATUT-CONSENTEMENTS PIC XX.
       77 WS-STATUT-ADRESSES  PIC XX.
      *Compteurs du bilan
       77 WS-NB-CLIENTS       PIC 9(3)      VALUE 0.
       77 WS-NB-EXPORTES      PIC 9(3)      VALUE 0.
       77 WS-NB-SANS-CONSENT  PIC 9(3)      VALUE 0.
       77 WS-NB-SANS-COORD    PIC 9(3)      VALUE 0.

      *Identifiant applicatif authentifié par le sous-programme
      *login et résultat de l'authentification
       77 WS-LOGIN-ID         PIC X(10).
       77 WS-LOGIN-RESULTAT   PIC X         VALUE 'N'.

       PROCEDURE DIVISION.

      *Les identifiants de connexion sont saisis au lancement plutôt
      *que codés en dur, comme dans main_sql.cbl
           DISPLAY "Utilisateur de connexion : ".
           ACCEPT USERNAME.
           DISPLAY "Mot de passe de connexion : ".
           ACCEPT PASSWD.
           DISPLAY "Nom de la base de données : ".
           ACCEPT DBNAME.

           DISPLAY "Connexion à la base de données...".
           EXEC SQL
                CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
               STOP RUN
           END-IF.

      *Authentification de l'utilisateur applicatif, avant tout
      *traitement
           CALL "login" USING WS-LOGIN-ID WS-LOGIN-RESULTAT.
           IF WS-LOGIN-RESULTAT NOT = 'O'
               STOP RUN
           END-IF.

           DISPLAY "Canal (E = courriel, P = courrier) : ".
           ACCEPT WS-CANAL.

           IF WS-CANAL NOT = "E" AND WS-CANAL NOT = "P"
               DISPLAY "Canal invalide"
               STOP RUN
           END-IF.

           PERFORM 0100-CHARGE-CONSENTEMENTS.

           IF WS-CANAL = "E"
               PERFORM 0200-CHARGE-EMAILS
           ELSE
               PERFORM 0300-CHARGE-ADRESSES
           END-IF.

           OPEN INPUT FICHIER-CLIENTS.

           IF WS-STATUT-CLIENTS NOT = "00"
               DISPLAY "Fichier clients.txt introuvable (statut "
                   WS-STATUT-CLIENTS ")"
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-NOM-EXPORT.
           STRING "publipostage-" WS-CANAL "-"
               FUNCTION CURRENT-DATE(1:8) ".txt"
               INTO WS-NOM-EXPORT.

           OPEN OUTPUT FICHIER-EXPORT.

           IF WS-CANAL = "E"
               MOVE "ID;NOM;PRENOM;EMAIL" TO F-LIGNE-EXPORT
           ELSE
               MOVE "ID;NOM;PRENOM;RUE;CP;VILLE" TO F-LIGNE-EXPORT
           END-IF.
           WRITE F-LIGNE-EXPORT.

           MOVE 'F' TO WS-EOF.

           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-CLIENTS
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-CLIENTS
                       PERFORM 1000-TRAITE-CLIENT
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CLIENTS.
           CLOSE FICHIER-EXPORT.

           DISPLAY "Clients lus : " WS-NB-CLIENTS
           DISPLAY "Exportés : " WS-NB-EXPORTES
           DISPLAY "Exclus faute de consentement : "
               WS-NB-SANS-CONSENT
           DISPLAY "Exclus faute d'email ou d'adresse : "
               WS-NB-SANS-COORD
           DISPLAY "Liste de diffusion dans " WS-NOM-EXPORT.

           STOP RUN.

      ******************************************************************

      *Retient les ids dont le consentement en vigueur pour le canal
      *choisi est donné (O) ; sans registre, personne n'est retenu
       0100-CHARGE-CONSENTEMENTS.

           MOVE 0 TO WS-NB-CONSENTANTS
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-CONSENTEMENTS

           IF WS-STATUT-CONSENTEMENTS = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-CONSENTEMENTS
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF F-CS-CANAL = WS-CANAL
                               AND F-CS-ETAT = "O"
                               AND WS-NB-CONSENTANTS < 999
                               ADD 1 TO WS-NB-CONSENTANTS
                               MOVE F-CS-CLIENT
                                   TO WS-CS-CLIENT(WS-NB-CONSENTANTS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONSENTEMENTS
           ELSE
               DISPLAY "Registre consentements-clients.txt "
                   "introuvable : aucun client ne sera exporté"
           END-IF
       .

      ******************************************************************

      *Charge nom, prénom et email de la table clients par curseur
       0200-CHARGE-EMAILS.

           MOVE 0 TO WS-NB-BASE
           MOVE 'F' TO WS-FIN-CURSEUR

           EXEC SQL
                DECLARE CUR-CLIENTS CURSOR FOR
                    SELECT nom, prenom, email
                    FROM clients
                    ORDER BY nom, prenom
           END-EXEC

           EXEC SQL
                OPEN CUR-CLIENTS
           END-EXEC

           PERFORM UNTIL WS-FIN-CURSEUR = 'T'

               EXEC SQL
                    FETCH CUR-CLIENTS
                    INTO :CLIENT-NOM, :CLIENT-PRENOM, :CLIENT-EMAIL
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'T' TO WS-FIN-CURSEUR
               ELSE IF SQLCODE NOT = 0
                   DISPLAY "Erreur de lecture SQLCODE: " SQLCODE
                   MOVE 'T' TO WS-FIN-CURSEUR
               ELSE
                   IF WS-NB-BASE < 999
                       ADD 1 TO WS-NB-BASE
                       MOVE CLIENT-NOM TO WS-NOM-BASE(WS-NB-BASE)
                       MOVE CLIENT-PRENOM
                           TO WS-PRENOM-BASE(WS-NB-BASE)
                       MOVE CLIENT-EMAIL TO WS-EMAIL-BASE(WS-NB-BASE)
                   END-IF
               END-IF
               END-IF

           END-PERFORM

           EXEC SQL
                CLOSE CUR-CLIENTS
           END-EXEC
       .

      ******************************************************************

      *Charge les adresses postales
       0300-CHARGE-ADRESSES.

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
                               MOVE F-ADR-RUE
                                   TO WS-ADR-RUE(WS-NB-ADRESSES)
                               MOVE F-ADR-CP
                                   TO WS-ADR-CP(WS-NB-ADRESSES)
                               MOVE F-ADR-VILLE
                                   TO WS-ADR-VILLE(WS-NB-ADRESSES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ADRESSES
           END-IF
       .

      ******************************************************************

      *Exporte le client courant s'il a consenti pour le canal et
      *qu'on a de quoi le joindre ; les clients anonymisés par
      *effacement.cbl n'ont plus de consentement et tombent d'office
       1000-TRAITE-CLIENT.

           MOVE 0 TO WS-CONSENTANT-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-CONSENTANTS
               OR WS-CONSENTANT-TROUVE NOT = 0
               IF WS-CS-CLIENT(WS-INDEX) = F-ID
                   MOVE WS-INDEX TO WS-CONSENTANT-TROUVE
               END-IF
           END-PERFORM

           IF WS-CONSENTANT-TROUVE = 0
               ADD 1 TO WS-NB-SANS-CONSENT
           ELSE
               IF WS-CANAL = "E"
                   PERFORM 1100-EXPORTE-EMAIL
               ELSE
                   PERFORM 1200-EXPORTE-ADRESSE
               END-IF
           END-IF
       .

      ******************************************************************

      *Ligne courriel : l'email est celui de la table de la base au
      *même nom et prénom, après retrait des espaces de fin
       1100-EXPORTE-EMAIL.

           MOVE 0 TO WS-EMAIL-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-BASE
               OR WS-EMAIL-TROUVE NOT = 0
               IF FUNCTION TRIM(WS-NOM-BASE(WS-INDEX))
                   = FUNCTION TRIM(F-NOM)
                   AND FUNCTION TRIM(WS-PRENOM-BASE(WS-INDEX))
                   = FUNCTION TRIM(F-PRENOM)
                   AND WS-EMAIL-BASE(WS-INDEX) NOT = SPACES
                   MOVE WS-INDEX TO WS-EMAIL-TROUVE
               END-IF
           END-PERFORM

           IF WS-EMAIL-TROUVE = 0
               ADD 1 TO WS-NB-SANS-COORD
           ELSE
               ADD 1 TO WS-NB-EXPORTES
               MOVE SPACES TO F-LIGNE-EXPORT
               STRING F-ID ";" FUNCTION TRIM(F-NOM)
                   ";" FUNCTION TRIM(F-PRENOM)
                   ";" FUNCTION TRIM(WS-EMAIL-BASE(WS-EMAIL-TROUVE))
                   INTO F-LIGNE-EXPORT
               END-STRING
               WRITE F-LIGNE-EXPORT
           END-IF
       .

      ******************************************************************

      *Ligne courrier : l'adresse est celle d'adresses-clients.txt
       1200-EXPORTE-ADRESSE.

           MOVE 0 TO WS-ADRESSE-TROUVEE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-ADRESSES
               OR WS-ADRESSE-TROUVEE NOT = 0
               IF WS-ADR-CLIENT(WS-INDEX) = F-ID
                   MOVE WS-INDEX TO WS-ADRESSE-TROUVEE
               END-IF
           END-PERFORM

           IF WS-ADRESSE-TROUVEE = 0
               ADD 1 TO WS-NB-SANS-COORD
           ELSE
               ADD 1 TO WS-NB-EXPORTES
               MOVE SPACES TO F-LIGNE-EXPORT
               STRING F-ID ";" FUNCTION TRIM(F-NOM)
                   ";" FUNCTION TRIM(F-PRENOM)
                   ";" FUNCTION TRIM(WS-ADR-RUE(WS-ADRESSE-TROUVEE))
                   ";" WS-ADR-CP(WS-ADRESSE-TROUVEE)
                   ";" FUNCTION TRIM(
                       WS-ADR-VILLE(WS-ADRESSE-TROUVEE))
                   INTO F-LIGNE-EXPORT
               END-STRING
               WRITE F-LIGNE-EXPORT
           END-IF
       .

       END PROGRAM "publipostage".
