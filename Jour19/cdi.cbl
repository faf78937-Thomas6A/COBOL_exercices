      *Gestion des prêts du CDI : les emprunts se notaient dans un
      *cahier et des dizaines de livres se perdaient chaque année. Le
      *catalogue cdi-catalogue.txt (numéro, titre, auteur, nombre
      *d'exemplaires) et le fichier des prêts cdi-prets.txt (livre,
      *id élève du trombinoscope, dates de prêt, d'échéance et de
      *retour) se tiennent ici ; la durée du prêt et le nombre de
      *prêts simultanés se règlent dans cdi-config.txt (DUREE n en
      *jours, MAXI n). Le sous-programme commun editetat édite le
      *relevé des retards par classe pour les enseignants et les
      *lettres de relance aux parents, adressées au premier
      *responsable de responsables.txt ; la liste de fin d'année des
      *livres non rendus, cdi-non-rendus.txt, est relue par
      *promotion.cbl avant le passage de classe. Chaque lettre de
      *relance est portée au registre du courrier sortant
      *(courrier.cbl, Jour 15) ; responsables.txt ne tenant pas
      *d'adresse postale, elle y figure sans adresse.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cdi.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du trombinoscope de l'école, le même que fichclass.cbl
       SELECT FICHIER-CLASSES ASSIGN TO "input-classes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CLASSES.

      *Alias du fichier des responsables tenu par responsables.cbl
       SELECT FICHIER-RESPONSABLES ASSIGN TO "responsables.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-RESPONSABLES.

      *Alias du catalogue, relu au lancement et réécrit à chaque
      *changement
       SELECT FICHIER-CATALOGUE ASSIGN TO "cdi-catalogue.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CATALOGUE.

      *Alias des prêts, relu au lancement et réécrit à chaque prêt
      *ou retour
       SELECT FICHIER-PRETS ASSIGN TO "cdi-prets.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PRETS.

      *Alias de la configuration : DUREE n (jours de prêt), MAXI n
      *(prêts simultanés par élève)
       SELECT FICHIER-CONFIG ASSIGN TO "cdi-config.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CONFIG.

      *Alias de la liste de fin d'année des livres non rendus, relue
      *par promotion.cbl
       SELECT FICHIER-NON-RENDUS ASSIGN TO "cdi-non-rendus.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *Définition du trombinoscope, même découpage que fichclass.cbl
       FD FICHIER-CLASSES.
       01 F-ELEVE.
           05 F-CLASSE        PIC X(3).
           05 FILLER          PIC X(2).
           05 F-NOM           PIC X(9).
           05 F-PRENOM        PIC X(9).
           05 F-NAISSANCE     PIC X(8).
           05 F-ID-ELEVE      PIC 9(5).
           05 FILLER          PIC X(30).

      *Définition du fichier des responsables, même découpage que
      *responsables.cbl
       FD FICHIER-RESPONSABLES.
       01 F-RESPONSABLE.
           05 F-RE-ID-ELEVE       PIC 9(5).
           05 FILLER              PIC X.
           05 F-RE-NOM            PIC X(15).
           05 FILLER              PIC X.
           05 F-RE-LIEN           PIC X(10).
           05 FILLER              PIC X.
           05 F-RE-TELEPHONE      PIC X(10).
           05 FILLER              PIC X.
           05 F-RE-PRIORITE       PIC 9.

      *Définition d'un livre du catalogue : numéro, titre, auteur et
      *nombre d'exemplaires possédés
       FD FICHIER-CATALOGUE.
       01 F-LIVRE.
           05 F-LI-NUMERO         PIC X(6).
           05 FILLER              PIC X.
           05 F-LI-TITRE          PIC X(30).
           05 FILLER              PIC X.
           05 F-LI-AUTEUR         PIC X(20).
           05 FILLER              PIC X.
           05 F-LI-EXEMPLAIRES    PIC 99.

      *Définition d'un prêt : livre, id élève, dates AAAAMMJJ de
      *prêt, d'échéance et de retour (à blanc tant que le livre est
      *dehors)
       FD FICHIER-PRETS.
       01 F-PRET.
           05 F-PT-NUMERO         PIC X(6).
           05 FILLER              PIC X.
           05 F-PT-ID-ELEVE       PIC 9(5).
           05 FILLER              PIC X.
           05 F-PT-DATE-PRET      PIC X(8).
           05 FILLER              PIC X.
           05 F-PT-ECHEANCE       PIC X(8).
           05 FILLER              PIC X.
           05 F-PT-RETOUR         PIC X(8).

      *Définition du fichier de configuration
       FD FICHIER-CONFIG.
       01 F-LIGNE-CONFIG          PIC X(40).

      *Définition de la liste des livres non rendus : id élève,
      *classe, numéro du livre, échéance et titre
       FD FICHIER-NON-RENDUS.
       01 F-NON-RENDU.
           05 F-NR-ID-ELEVE       PIC 9(5).
           05 FILLER              PIC X.
           05 F-NR-CLASSE         PIC X(3).
           05 FILLER              PIC X.
           05 F-NR-NUMERO         PIC X(6).
           05 FILLER              PIC X.
           05 F-NR-ECHEANCE       PIC X(8).
           05 FILLER              PIC X.
           05 F-NR-TITRE          PIC X(30).

       WORKING-STORAGE SECTION.

      *Tableau du trombinoscope : classe, nom, prénom et id de chaque
      *élève inscrit
       01 WS-ELEVES-TAB.
           05 WS-INSCRIT          OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-INSCRITS.
               10 WS-CLASSE-INSCRIT   PIC X(3).
               10 WS-NOM-INSCRIT      PIC X(9).
               10 WS-PRENOM-INSCRIT   PIC X(9).
               10 WS-ID-INSCRIT       PIC 9(5).

      *Tableau des classes distinctes, pour le relevé par classe
       01 WS-CLASSES-TAB.
           05 WS-CLASSE-DISTINCTE OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-NB-CLASSES PIC X(3).

      *Tableau des responsables, pour l'adresse des relances
       01 WS-RESPONSABLES-TAB.
           05 WS-RESPONSABLE      OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-RESPONSABLES.
               10 WS-RE-ID-ELEVE  PIC 9(5).
               10 WS-RE-NOM       PIC X(15).
               10 WS-RE-LIEN      PIC X(10).
               10 WS-RE-PRIORITE  PIC 9.

      *Tableau du catalogue
       01 WS-CATALOGUE-TAB.
           05 WS-LIVRE            OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-LIVRES.
               10 WS-LI-NUMERO    PIC X(6).
               10 WS-LI-TITRE     PIC X(30).
               10 WS-LI-AUTEUR    PIC X(20).
               10 WS-LI-EXEMPLAIRES PIC 99.

      *Tableau des prêts, du plus ancien au plus récent
       01 WS-PRETS-TAB.
           05 WS-PRET             OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-NB-PRETS.
               10 WS-PT-NUMERO    PIC X(6).
               10 WS-PT-ID-ELEVE  PIC 9(5).
               10 WS-PT-DATE-PRET PIC X(8).
               10 WS-PT-ECHEANCE  PIC X(8).
               10 WS-PT-RETOUR    PIC X(8).

      *Effectifs réels des tableaux et index de parcours
       77 WS-NB-INSCRITS          PIC 9(3)              VALUE 1.
       77 WS-NB-CLASSES           PIC 99                VALUE 1.
       77 WS-NB-RESPONSABLES      PIC 9(3)              VALUE 1.
       77 WS-NB-LIVRES            PIC 9(3)              VALUE 1.
       77 WS-NB-PRETS             PIC 9(4)              VALUE 1.
       77 WS-INDEX                PIC 9(3)              VALUE 1.
       77 WS-INDEX-CLASSE         PIC 99                VALUE 1.
       77 WS-INDEX-RE             PIC 9(3)              VALUE 1.
       77 WS-INDEX-LIVRE          PIC 9(3)              VALUE 1.
       77 WS-INDEX-PT             PIC 9(4)              VALUE 1.
       77 WS-INDEX-TROUVE         PIC 9(3)              VALUE 0.
       77 WS-LIVRE-TROUVE         PIC 9(3)              VALUE 0.
       77 WS-PRET-TROUVE          PIC 9(4)              VALUE 0.
       77 WS-RESPONSABLE-TROUVE   PIC 9(3)              VALUE 0.
      *Indicateur de fin de fichier et statuts
       77 WS-EOF                  PIC X                 VALUE 'F'.
       77 WS-STATUT-CLASSES       PIC XX.
       77 WS-STATUT-RESPONSABLES  PIC XX.
       77 WS-STATUT-CATALOGUE     PIC XX.
       77 WS-STATUT-PRETS         PIC XX.
       77 WS-STATUT-CONFIG        PIC XX.
      *Choix du menu et champs de saisie
       77 WS-CHOIX                PIC 9                 VALUE 0.
       77 WS-ID-SAISI             PIC 9(5).
       77 WS-NUMERO-SAISI         PIC X(6).
       77 WS-TITRE-SAISI          PIC X(30).
       77 WS-AUTEUR-SAISI         PIC X(20).
       77 WS-EXEMPLAIRES-SAISIS   PIC 99.
      *Durée du prêt en jours (défaut 21) et prêts simultanés
      *autorisés par élève (défaut 3), configurables
       77 WS-DUREE-PRET           PIC 9(3)              VALUE 21.
       77 WS-MAXI-PRETS           PIC 99                VALUE 3.
      *Découpage d'une ligne de configuration
       77 WS-MOT-CLE              PIC X(20).
       77 WS-VALEUR               PIC X(10).
      *Dates du jour et calculs de jours
       77 WS-DATE-JOUR            PIC X(8).
       77 WS-JOUR-ENTIER          PIC 9(7).
       77 WS-ECHEANCE-NUM         PIC 9(8).
       77 WS-JOURS-RETARD         PIC 9(4)              VALUE 0.
       77 WS-DATE-ED              PIC X(10).
       77 WS-JOURS-ED             PIC ZZZ9.
      *Compteurs de travail
       77 WS-NB-DEHORS            PIC 9(3)              VALUE 0.
       77 WS-NB-PRETS-ELEVE       PIC 99                VALUE 0.
       77 WS-NB-RETARDS           PIC 9(4)              VALUE 0.
       77 WS-NB-RETARDS-CLASSE    PIC 9(3)              VALUE 0.
       77 WS-NB-RETARDS-ELEVE     PIC 9(3)              VALUE 0.
       77 WS-NB-LETTRES           PIC 9(3)              VALUE 0.
       77 WS-NB-NON-RENDUS        PIC 9(4)              VALUE 0.

      *Commande passée au sous-programme d'édition d'états
       01 WS-ETAT-COMMANDE.
           05 WS-ETAT-ACTION      PIC X.
           05 WS-ETAT-FICHIER     PIC X(30).
           05 WS-ETAT-TEXTE       PIC X(80).

      *Commande passée au sous-programme commun du registre du
      *courrier sortant (courrier, Jour 15)
       01 WS-COURRIER-COMMANDE.
           05 WS-CO-TYPE          PIC X(10)     VALUE "CDI".
           05 WS-CO-ID            PIC X(10).
           05 WS-CO-NOM           PIC X(30).
           05 WS-CO-ADRESSE       PIC X(60)     VALUE SPACES.
           05 WS-CO-PAGES         PIC 9(3)      VALUE 1.
           05 WS-CO-REFERENCE     PIC X(20).

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       COMPUTE WS-JOUR-ENTIER = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(WS-DATE-JOUR)).

      *Chargement du trombinoscope et relevé des classes distinctes
       OPEN INPUT FICHIER-CLASSES.

       IF WS-STATUT-CLASSES NOT = "00"
           DISPLAY "Trombinoscope input-classes.txt introuvable "
               "(statut " WS-STATUT-CLASSES "), arrêt"
           GOBACK
       END-IF.

       MOVE 0 TO WS-NB-INSCRITS.
       MOVE 0 TO WS-NB-CLASSES.

       PERFORM UNTIL WS-EOF = 'T'

           READ FICHIER-CLASSES

               AT END
                   MOVE 'T' TO WS-EOF

               NOT AT END
                   IF WS-NB-INSCRITS < 999
                       ADD 1 TO WS-NB-INSCRITS
                       MOVE F-CLASSE
                           TO WS-CLASSE-INSCRIT(WS-NB-INSCRITS)
                       MOVE F-NOM
                           TO WS-NOM-INSCRIT(WS-NB-INSCRITS)
                       MOVE F-PRENOM
                           TO WS-PRENOM-INSCRIT(WS-NB-INSCRITS)
                       IF F-ID-ELEVE NUMERIC
                           MOVE F-ID-ELEVE
                               TO WS-ID-INSCRIT(WS-NB-INSCRITS)
                       ELSE
                           MOVE 0
                               TO WS-ID-INSCRIT(WS-NB-INSCRITS)
                       END-IF
                       PERFORM 0050-NOTE-CLASSE
                   END-IF

           END-READ

       END-PERFORM.

       CLOSE FICHIER-CLASSES.

      *Chargement des responsables, pour l'adresse des relances
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-RESPONSABLES.

       OPEN INPUT FICHIER-RESPONSABLES.

       IF WS-STATUT-RESPONSABLES = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-RESPONSABLES
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-NB-RESPONSABLES < 999
                           ADD 1 TO WS-NB-RESPONSABLES
                           MOVE F-RE-ID-ELEVE
                               TO WS-RE-ID-ELEVE(WS-NB-RESPONSABLES)
                           MOVE F-RE-NOM
                               TO WS-RE-NOM(WS-NB-RESPONSABLES)
                           MOVE F-RE-LIEN
                               TO WS-RE-LIEN(WS-NB-RESPONSABLES)
                           MOVE F-RE-PRIORITE
                               TO WS-RE-PRIORITE(WS-NB-RESPONSABLES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-RESPONSABLES
       END-IF.

      *Chargement du catalogue
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-LIVRES.

       OPEN INPUT FICHIER-CATALOGUE.

       IF WS-STATUT-CATALOGUE = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-CATALOGUE
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-NB-LIVRES < 999
                           ADD 1 TO WS-NB-LIVRES
                           MOVE F-LI-NUMERO
                               TO WS-LI-NUMERO(WS-NB-LIVRES)
                           MOVE F-LI-TITRE
                               TO WS-LI-TITRE(WS-NB-LIVRES)
                           MOVE F-LI-AUTEUR
                               TO WS-LI-AUTEUR(WS-NB-LIVRES)
                           IF F-LI-EXEMPLAIRES NUMERIC
                               MOVE F-LI-EXEMPLAIRES
                                   TO WS-LI-EXEMPLAIRES(WS-NB-LIVRES)
                           ELSE
                               MOVE 0
                                   TO WS-LI-EXEMPLAIRES(WS-NB-LIVRES)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-CATALOGUE
       END-IF.

      *Chargement des prêts
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-PRETS.

       OPEN INPUT FICHIER-PRETS.

       IF WS-STATUT-PRETS = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-PRETS
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-NB-PRETS < 5000
                           ADD 1 TO WS-NB-PRETS
                           MOVE F-PT-NUMERO
                               TO WS-PT-NUMERO(WS-NB-PRETS)
                           MOVE F-PT-ID-ELEVE
                               TO WS-PT-ID-ELEVE(WS-NB-PRETS)
                           MOVE F-PT-DATE-PRET
                               TO WS-PT-DATE-PRET(WS-NB-PRETS)
                           MOVE F-PT-ECHEANCE
                               TO WS-PT-ECHEANCE(WS-NB-PRETS)
                           MOVE F-PT-RETOUR
                               TO WS-PT-RETOUR(WS-NB-PRETS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-PRETS
       END-IF.

      *Durée et plafond des prêts, lus dans la configuration
       PERFORM 0080-CHARGE-CONFIG.

       DISPLAY "Livres au catalogue : " WS-NB-LIVRES
       DISPLAY "Prêts de " WS-DUREE-PRET " jours, " WS-MAXI-PRETS
           " au plus par élève".

      *Boucle de menu, jusqu'à la saisie de 7
       PERFORM UNTIL WS-CHOIX = 7

           DISPLAY "1. Ajouter ou modifier un livre"
           DISPLAY "2. Enregistrer un prêt"
           DISPLAY "3. Enregistrer un retour"
           DISPLAY "4. Relevé des retards par classe"
           DISPLAY "5. Lettres de relance aux parents"
           DISPLAY "6. Liste de fin d'année des livres non rendus"
           DISPLAY "7. Quitter"
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX

               WHEN 1
                   PERFORM 1000-MAJ-LIVRE

               WHEN 2
                   PERFORM 2000-PRETE-LIVRE

               WHEN 3
                   PERFORM 3000-RETOURNE-LIVRE

               WHEN 4
                   PERFORM 4000-RETARDS-CLASSES

               WHEN 5
                   PERFORM 5000-RELANCES-PARENTS

               WHEN 6
                   PERFORM 6000-LISTE-NON-RENDUS

               WHEN 7
                   DISPLAY "Fin du programme"

               WHEN OTHER
                   DISPLAY "Choix invalide"

           END-EVALUATE

       END-PERFORM.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis le menu général (menugeneral.cbl, Jour 15)
      *comme sous-programme, sans rien changer à son comportement
      *lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************

      *Ajoute F-CLASSE au tableau des classes distinctes si elle n'y
      *figure pas encore, comme 0050-NOTE-CLASSE de cantine.cbl
       0050-NOTE-CLASSE.

           MOVE 0 TO WS-INDEX-TROUVE

           PERFORM VARYING WS-INDEX-CLASSE FROM 1 BY 1
               UNTIL WS-INDEX-CLASSE > WS-NB-CLASSES

               IF WS-CLASSE-DISTINCTE(WS-INDEX-CLASSE) = F-CLASSE
                   MOVE WS-INDEX-CLASSE TO WS-INDEX-TROUVE
               END-IF

           END-PERFORM

           IF WS-INDEX-TROUVE = 0 AND WS-NB-CLASSES < 20
               ADD 1 TO WS-NB-CLASSES
               MOVE F-CLASSE TO WS-CLASSE-DISTINCTE(WS-NB-CLASSES)
           END-IF
       .

      ******************************************************************

      *Charge la configuration du CDI, même mécanique que
      *cantine-config.txt dans cantine.cbl
       0080-CHARGE-CONFIG.

           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-CONFIG

           IF WS-STATUT-CONFIG = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-CONFIG
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-MOT-CLE
                           MOVE SPACES TO WS-VALEUR
                           UNSTRING F-LIGNE-CONFIG
                               DELIMITED BY ALL SPACE
                               INTO WS-MOT-CLE WS-VALEUR
                           END-UNSTRING
                           EVALUATE WS-MOT-CLE
                               WHEN "DUREE"
                                   MOVE FUNCTION NUMVAL(WS-VALEUR)
                                       TO WS-DUREE-PRET
                               WHEN "MAXI"
                                   MOVE FUNCTION NUMVAL(WS-VALEUR)
                                       TO WS-MAXI-PRETS
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONFIG
           END-IF

           MOVE 'F' TO WS-EOF
       .

      ******************************************************************

      *Ajoute un livre au catalogue ou en modifie un existant ; le
      *nombre d'exemplaires ne peut descendre sous le nombre
      *d'exemplaires actuellement prêtés
       1000-MAJ-LIVRE.

           DISPLAY "Numéro du livre (6 caractères) : "
           ACCEPT WS-NUMERO-SAISI

           PERFORM 7100-TROUVE-LIVRE

           IF WS-LIVRE-TROUVE = 0 AND WS-NB-LIVRES >= 999
               DISPLAY "Catalogue plein, ajout impossible"
           ELSE

               IF WS-LIVRE-TROUVE NOT = 0
                   DISPLAY "Livre actuel : "
                       WS-LI-TITRE(WS-LIVRE-TROUVE) " - "
                       WS-LI-AUTEUR(WS-LIVRE-TROUVE) " - "
                       WS-LI-EXEMPLAIRES(WS-LIVRE-TROUVE)
                       " exemplaire(s)"
               END-IF

               DISPLAY "Titre : "
               ACCEPT WS-TITRE-SAISI
               DISPLAY "Auteur : "
               ACCEPT WS-AUTEUR-SAISI
               DISPLAY "Nombre d'exemplaires (2 chiffres) : "
               ACCEPT WS-EXEMPLAIRES-SAISIS

               IF WS-LIVRE-TROUVE NOT = 0
                   PERFORM 7300-COMPTE-DEHORS
               ELSE
                   MOVE 0 TO WS-NB-DEHORS
               END-IF

               IF WS-EXEMPLAIRES-SAISIS NOT NUMERIC
                   OR WS-EXEMPLAIRES-SAISIS < WS-NB-DEHORS
                   DISPLAY "Nombre d'exemplaires invalide ("
                       WS-NB-DEHORS " actuellement prêtés)"
               ELSE
                   IF WS-LIVRE-TROUVE = 0
                       ADD 1 TO WS-NB-LIVRES
                       MOVE WS-NB-LIVRES TO WS-LIVRE-TROUVE
                       MOVE WS-NUMERO-SAISI
                           TO WS-LI-NUMERO(WS-LIVRE-TROUVE)
                   END-IF
                   MOVE WS-TITRE-SAISI TO WS-LI-TITRE(WS-LIVRE-TROUVE)
                   MOVE WS-AUTEUR-SAISI
                       TO WS-LI-AUTEUR(WS-LIVRE-TROUVE)
                   MOVE WS-EXEMPLAIRES-SAISIS
                       TO WS-LI-EXEMPLAIRES(WS-LIVRE-TROUVE)

                   PERFORM 8000-SAUVE-CATALOGUE

                   DISPLAY "Livre enregistré"
               END-IF

           END-IF
       .

      ******************************************************************

      *Enregistre un prêt : élève connu du trombinoscope, sous son
      *plafond et sans retard en cours, livre au catalogue avec un
      *exemplaire disponible ; l'échéance est calculée à la durée
      *configurée
       2000-PRETE-LIVRE.

           DISPLAY "Id de l'élève (5 chiffres) : "
           ACCEPT WS-ID-SAISI

           PERFORM 7000-TROUVE-ELEVE

           IF WS-INDEX-TROUVE = 0
               DISPLAY "Aucun élève avec l'id " WS-ID-SAISI
           ELSE

               MOVE 0 TO WS-NB-PRETS-ELEVE
               MOVE 0 TO WS-NB-RETARDS-ELEVE
               PERFORM VARYING WS-INDEX-PT FROM 1 BY 1
                   UNTIL WS-INDEX-PT > WS-NB-PRETS
                   IF WS-PT-ID-ELEVE(WS-INDEX-PT) = WS-ID-SAISI
                       AND WS-PT-RETOUR(WS-INDEX-PT) = SPACES
                       ADD 1 TO WS-NB-PRETS-ELEVE
                       IF WS-PT-ECHEANCE(WS-INDEX-PT) < WS-DATE-JOUR
                           ADD 1 TO WS-NB-RETARDS-ELEVE
                       END-IF
                   END-IF
               END-PERFORM

               DISPLAY "Numéro du livre : "
               ACCEPT WS-NUMERO-SAISI

               PERFORM 7100-TROUVE-LIVRE

               IF WS-LIVRE-TROUVE NOT = 0
                   PERFORM 7300-COMPTE-DEHORS
               END-IF

               EVALUATE TRUE

                   WHEN WS-NB-RETARDS-ELEVE > 0
                       DISPLAY "Prêt refusé : " WS-NB-RETARDS-ELEVE
                           " livre(s) en retard à rendre d'abord"

                   WHEN WS-NB-PRETS-ELEVE >= WS-MAXI-PRETS
                       DISPLAY "Prêt refusé : déjà "
                           WS-NB-PRETS-ELEVE " livre(s) emprunté(s)"

                   WHEN WS-LIVRE-TROUVE = 0
                       DISPLAY "Livre " WS-NUMERO-SAISI
                           " absent du catalogue"

                   WHEN WS-NB-DEHORS
                       >= WS-LI-EXEMPLAIRES(WS-LIVRE-TROUVE)
                       DISPLAY "Aucun exemplaire disponible de "
                           WS-LI-TITRE(WS-LIVRE-TROUVE)

                   WHEN WS-NB-PRETS >= 5000
                       DISPLAY "Fichier des prêts plein, prêt refusé"

                   WHEN OTHER
                       COMPUTE WS-ECHEANCE-NUM =
                           FUNCTION DATE-OF-INTEGER(
                               WS-JOUR-ENTIER + WS-DUREE-PRET)
                       ADD 1 TO WS-NB-PRETS
                       MOVE WS-NUMERO-SAISI
                           TO WS-PT-NUMERO(WS-NB-PRETS)
                       MOVE WS-ID-SAISI TO WS-PT-ID-ELEVE(WS-NB-PRETS)
                       MOVE WS-DATE-JOUR
                           TO WS-PT-DATE-PRET(WS-NB-PRETS)
                       MOVE WS-ECHEANCE-NUM
                           TO WS-PT-ECHEANCE(WS-NB-PRETS)
                       MOVE SPACES TO WS-PT-RETOUR(WS-NB-PRETS)

                       PERFORM 8100-SAUVE-PRETS

                       MOVE WS-NB-PRETS TO WS-INDEX-PT
                       PERFORM 9000-FORMATE-ECHEANCE
                       DISPLAY "Prêt enregistré : "
                           WS-LI-TITRE(WS-LIVRE-TROUVE)
                           " à rendre le " WS-DATE-ED

               END-EVALUATE

           END-IF
       .

      ******************************************************************

      *Enregistre le retour d'un livre prêté à un élève, avec le
      *nombre de jours de retard éventuel
       3000-RETOURNE-LIVRE.

           DISPLAY "Id de l'élève (5 chiffres) : "
           ACCEPT WS-ID-SAISI
           DISPLAY "Numéro du livre : "
           ACCEPT WS-NUMERO-SAISI

           MOVE 0 TO WS-PRET-TROUVE

           PERFORM VARYING WS-INDEX-PT FROM 1 BY 1
               UNTIL WS-INDEX-PT > WS-NB-PRETS
               IF WS-PT-ID-ELEVE(WS-INDEX-PT) = WS-ID-SAISI
                   AND WS-PT-NUMERO(WS-INDEX-PT) = WS-NUMERO-SAISI
                   AND WS-PT-RETOUR(WS-INDEX-PT) = SPACES
                   MOVE WS-INDEX-PT TO WS-PRET-TROUVE
               END-IF
           END-PERFORM

           IF WS-PRET-TROUVE = 0
               DISPLAY "Aucun prêt en cours du livre " WS-NUMERO-SAISI
                   " à l'élève " WS-ID-SAISI
           ELSE

               MOVE WS-DATE-JOUR TO WS-PT-RETOUR(WS-PRET-TROUVE)

               PERFORM 8100-SAUVE-PRETS

               MOVE WS-PRET-TROUVE TO WS-INDEX-PT
               PERFORM 7400-CALCULE-RETARD

               IF WS-JOURS-RETARD > 0
                   MOVE WS-JOURS-RETARD TO WS-JOURS-ED
                   DISPLAY "Retour enregistré avec "
                       FUNCTION TRIM(WS-JOURS-ED) " jour(s) de retard"
               ELSE
                   DISPLAY "Retour enregistré"
               END-IF

           END-IF
       .

      ******************************************************************

      *Relevé des retards pour les enseignants : classe par classe,
      *les prêts en cours dont l'échéance est passée, avec l'élève,
      *le livre, l'échéance et les jours de retard
       4000-RETARDS-CLASSES.

           MOVE 0 TO WS-NB-RETARDS

           MOVE "O" TO WS-ETAT-ACTION
           MOVE "cdi-retards.txt" TO WS-ETAT-FICHIER
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Retards du CDI au " WS-DATE-JOUR
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "D" TO WS-ETAT-ACTION

           PERFORM VARYING WS-INDEX-CLASSE FROM 1 BY 1
               UNTIL WS-INDEX-CLASSE > WS-NB-CLASSES

               MOVE 0 TO WS-NB-RETARDS-CLASSE

               PERFORM VARYING WS-INDEX-PT FROM 1 BY 1
                   UNTIL WS-INDEX-PT > WS-NB-PRETS

                   IF WS-PT-RETOUR(WS-INDEX-PT) = SPACES
                       AND WS-PT-ECHEANCE(WS-INDEX-PT) < WS-DATE-JOUR
                       MOVE WS-PT-ID-ELEVE(WS-INDEX-PT) TO WS-ID-SAISI
                       PERFORM 7000-TROUVE-ELEVE
                       IF WS-INDEX-TROUVE NOT = 0
                           AND WS-CLASSE-INSCRIT(WS-INDEX-TROUVE)
                               = WS-CLASSE-DISTINCTE(WS-INDEX-CLASSE)
                           PERFORM 4100-EDITE-RETARD
                       END-IF
                   END-IF

               END-PERFORM

           END-PERFORM

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Prêts en retard : " WS-NB-RETARDS
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "F" TO WS-ETAT-ACTION
           CALL "editetat" USING WS-ETAT-COMMANDE

           DISPLAY "Relevé écrit dans cdi-retards.txt : "
               WS-NB-RETARDS " prêt(s) en retard"
       .

      ******************************************************************

      *Édite la ligne du prêt en retard WS-INDEX-PT de l'élève
      *WS-INDEX-TROUVE, précédée de l'en-tête de la classe au premier
      *retard de celle-ci
       4100-EDITE-RETARD.

           IF WS-NB-RETARDS-CLASSE = 0
               MOVE SPACES TO WS-ETAT-TEXTE
               CALL "editetat" USING WS-ETAT-COMMANDE
               MOVE SPACES TO WS-ETAT-TEXTE
               STRING "Classe " WS-CLASSE-DISTINCTE(WS-INDEX-CLASSE)
                   INTO WS-ETAT-TEXTE
               END-STRING
               CALL "editetat" USING WS-ETAT-COMMANDE
           END-IF

           ADD 1 TO WS-NB-RETARDS-CLASSE
           ADD 1 TO WS-NB-RETARDS

           MOVE WS-PT-NUMERO(WS-INDEX-PT) TO WS-NUMERO-SAISI
           PERFORM 7100-TROUVE-LIVRE
           PERFORM 7400-CALCULE-RETARD
           PERFORM 9000-FORMATE-ECHEANCE
           MOVE WS-JOURS-RETARD TO WS-JOURS-ED

           MOVE SPACES TO WS-ETAT-TEXTE
           IF WS-LIVRE-TROUVE = 0
               STRING "  " WS-NOM-INSCRIT(WS-INDEX-TROUVE) " "
                   WS-PRENOM-INSCRIT(WS-INDEX-TROUVE) " "
                   WS-PT-NUMERO(WS-INDEX-PT) " (hors catalogue)"
                   "          " WS-DATE-ED WS-JOURS-ED " j"
                   INTO WS-ETAT-TEXTE
               END-STRING
           ELSE
               STRING "  " WS-NOM-INSCRIT(WS-INDEX-TROUVE) " "
                   WS-PRENOM-INSCRIT(WS-INDEX-TROUVE) " "
                   WS-PT-NUMERO(WS-INDEX-PT) " "
                   WS-LI-TITRE(WS-LIVRE-TROUVE)(1:25) " "
                   WS-DATE-ED WS-JOURS-ED " j"
                   INTO WS-ETAT-TEXTE
               END-STRING
           END-IF
           CALL "editetat" USING WS-ETAT-COMMANDE
       .

      ******************************************************************

      *Lettres de relance : une lettre par élève ayant au moins un
      *prêt en retard, adressée à son responsable de premier rang
      *dans responsables.txt (aux parents à défaut), avec la liste
      *des livres attendus
       5000-RELANCES-PARENTS.

           MOVE 0 TO WS-NB-LETTRES

           MOVE "O" TO WS-ETAT-ACTION
           MOVE "cdi-relances.txt" TO WS-ETAT-FICHIER
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Relances du CDI au " WS-DATE-JOUR
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "D" TO WS-ETAT-ACTION

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-INSCRITS

               MOVE 0 TO WS-NB-RETARDS-ELEVE

               PERFORM VARYING WS-INDEX-PT FROM 1 BY 1
                   UNTIL WS-INDEX-PT > WS-NB-PRETS
                   IF WS-PT-ID-ELEVE(WS-INDEX-PT)
                       = WS-ID-INSCRIT(WS-INDEX)
                       AND WS-ID-INSCRIT(WS-INDEX) NOT = 0
                       AND WS-PT-RETOUR(WS-INDEX-PT) = SPACES
                       AND WS-PT-ECHEANCE(WS-INDEX-PT) < WS-DATE-JOUR
                       ADD 1 TO WS-NB-RETARDS-ELEVE
                   END-IF
               END-PERFORM

               IF WS-NB-RETARDS-ELEVE > 0
                   PERFORM 5100-EDITE-LETTRE
               END-IF

           END-PERFORM

           MOVE "F" TO WS-ETAT-ACTION
           CALL "editetat" USING WS-ETAT-COMMANDE

           DISPLAY "Lettres écrites dans cdi-relances.txt : "
               WS-NB-LETTRES
       .

      ******************************************************************

      *Édite la lettre de relance de l'élève WS-INDEX : en-tête
      *adressé au responsable de plus petit ordre de priorité, puis
      *une ligne par livre en retard
       5100-EDITE-LETTRE.

           ADD 1 TO WS-NB-LETTRES

           MOVE 0 TO WS-RESPONSABLE-TROUVE

           PERFORM VARYING WS-INDEX-RE FROM 1 BY 1
               UNTIL WS-INDEX-RE > WS-NB-RESPONSABLES
               IF WS-RE-ID-ELEVE(WS-INDEX-RE) = WS-ID-INSCRIT(WS-INDEX)
                   IF WS-RESPONSABLE-TROUVE = 0
                       MOVE WS-INDEX-RE TO WS-RESPONSABLE-TROUVE
                   ELSE
                       IF WS-RE-PRIORITE(WS-INDEX-RE) <
                           WS-RE-PRIORITE(WS-RESPONSABLE-TROUVE)
                           MOVE WS-INDEX-RE TO WS-RESPONSABLE-TROUVE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE ALL "-" TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           IF WS-RESPONSABLE-TROUVE = 0
               STRING "Aux parents de "
                   FUNCTION TRIM(WS-PRENOM-INSCRIT(WS-INDEX)) " "
                   FUNCTION TRIM(WS-NOM-INSCRIT(WS-INDEX))
                   INTO WS-ETAT-TEXTE
               END-STRING
           ELSE
               STRING "À l'attention de "
                   FUNCTION TRIM(WS-RE-NOM(WS-RESPONSABLE-TROUVE))
                   " (" FUNCTION TRIM(WS-RE-LIEN(WS-RESPONSABLE-TROUVE))
                   ") de " FUNCTION TRIM(WS-PRENOM-INSCRIT(WS-INDEX))
                   " " FUNCTION TRIM(WS-NOM-INSCRIT(WS-INDEX))
                   INTO WS-ETAT-TEXTE
               END-STRING
           END-IF
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Classe " WS-CLASSE-INSCRIT(WS-INDEX)
               " - les livres suivants empruntés au CDI sont en "
               "retard :"
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           PERFORM VARYING WS-INDEX-PT FROM 1 BY 1
               UNTIL WS-INDEX-PT > WS-NB-PRETS
               IF WS-PT-ID-ELEVE(WS-INDEX-PT) = WS-ID-INSCRIT(WS-INDEX)
                   AND WS-PT-RETOUR(WS-INDEX-PT) = SPACES
                   AND WS-PT-ECHEANCE(WS-INDEX-PT) < WS-DATE-JOUR
                   MOVE WS-PT-NUMERO(WS-INDEX-PT) TO WS-NUMERO-SAISI
                   PERFORM 7100-TROUVE-LIVRE
                   PERFORM 9000-FORMATE-ECHEANCE
                   MOVE SPACES TO WS-ETAT-TEXTE
                   IF WS-LIVRE-TROUVE = 0
                       STRING "  Livre n° " WS-PT-NUMERO(WS-INDEX-PT)
                           ", à rendre depuis le " WS-DATE-ED
                           INTO WS-ETAT-TEXTE
                       END-STRING
                   ELSE
                       STRING "  "
                           FUNCTION TRIM(WS-LI-TITRE(WS-LIVRE-TROUVE))
                           ", à rendre depuis le " WS-DATE-ED
                           INTO WS-ETAT-TEXTE
                       END-STRING
                   END-IF
                   CALL "editetat" USING WS-ETAT-COMMANDE
               END-IF
           END-PERFORM

           MOVE "Merci de veiller à leur retour rapide au CDI."
               TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

      *Report au registre du courrier sortant
           MOVE WS-ID-INSCRIT(WS-INDEX) TO WS-CO-ID
           MOVE SPACES TO WS-CO-NOM
           IF WS-RESPONSABLE-TROUVE = 0
               STRING "Parents de "
                   FUNCTION TRIM(WS-NOM-INSCRIT(WS-INDEX))
                   INTO WS-CO-NOM
               END-STRING
           ELSE
               MOVE WS-RE-NOM(WS-RESPONSABLE-TROUVE) TO WS-CO-NOM
           END-IF
           MOVE SPACES TO WS-CO-REFERENCE
           STRING "relance CDI " WS-DATE-JOUR
               INTO WS-CO-REFERENCE
           END-STRING
           CALL "courrier" USING WS-COURRIER-COMMANDE
       .

      ******************************************************************

      *Liste de fin d'année : tous les prêts encore dehors, quelle
      *que soit leur échéance, dans cdi-non-rendus.txt que
      *promotion.cbl relit avant le passage de classe
       6000-LISTE-NON-RENDUS.

           MOVE 0 TO WS-NB-NON-RENDUS

           OPEN OUTPUT FICHIER-NON-RENDUS

           PERFORM VARYING WS-INDEX-PT FROM 1 BY 1
               UNTIL WS-INDEX-PT > WS-NB-PRETS

               IF WS-PT-RETOUR(WS-INDEX-PT) = SPACES
                   MOVE WS-PT-ID-ELEVE(WS-INDEX-PT) TO WS-ID-SAISI
                   PERFORM 7000-TROUVE-ELEVE
                   MOVE WS-PT-NUMERO(WS-INDEX-PT) TO WS-NUMERO-SAISI
                   PERFORM 7100-TROUVE-LIVRE

                   MOVE SPACES TO F-NON-RENDU
                   MOVE WS-PT-ID-ELEVE(WS-INDEX-PT) TO F-NR-ID-ELEVE
                   IF WS-INDEX-TROUVE NOT = 0
                       MOVE WS-CLASSE-INSCRIT(WS-INDEX-TROUVE)
                           TO F-NR-CLASSE
                   END-IF
                   MOVE WS-PT-NUMERO(WS-INDEX-PT) TO F-NR-NUMERO
                   MOVE WS-PT-ECHEANCE(WS-INDEX-PT) TO F-NR-ECHEANCE
                   IF WS-LIVRE-TROUVE NOT = 0
                       MOVE WS-LI-TITRE(WS-LIVRE-TROUVE) TO F-NR-TITRE
                   END-IF
                   WRITE F-NON-RENDU

                   ADD 1 TO WS-NB-NON-RENDUS
               END-IF

           END-PERFORM

           CLOSE FICHIER-NON-RENDUS

           DISPLAY "Livres non rendus : " WS-NB-NON-RENDUS
               " dans cdi-non-rendus.txt"
       .

      ******************************************************************

      *Recherche WS-ID-SAISI parmi les élèves du trombinoscope ;
      *laisse WS-INDEX-TROUVE à zéro si aucun élève ne porte cet id
       7000-TROUVE-ELEVE.

           MOVE 0 TO WS-INDEX-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-INSCRITS

               IF WS-ID-INSCRIT(WS-INDEX) = WS-ID-SAISI
                   MOVE WS-INDEX TO WS-INDEX-TROUVE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Recherche WS-NUMERO-SAISI au catalogue ; laisse
      *WS-LIVRE-TROUVE à zéro si le livre n'y figure pas
       7100-TROUVE-LIVRE.

           MOVE 0 TO WS-LIVRE-TROUVE

           PERFORM VARYING WS-INDEX-LIVRE FROM 1 BY 1
               UNTIL WS-INDEX-LIVRE > WS-NB-LIVRES

               IF WS-LI-NUMERO(WS-INDEX-LIVRE) = WS-NUMERO-SAISI
                   MOVE WS-INDEX-LIVRE TO WS-LIVRE-TROUVE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Compte dans WS-NB-DEHORS les exemplaires du livre
      *WS-NUMERO-SAISI actuellement prêtés
       7300-COMPTE-DEHORS.

           MOVE 0 TO WS-NB-DEHORS

           PERFORM VARYING WS-INDEX-PT FROM 1 BY 1
               UNTIL WS-INDEX-PT > WS-NB-PRETS
               IF WS-PT-NUMERO(WS-INDEX-PT) = WS-NUMERO-SAISI
                   AND WS-PT-RETOUR(WS-INDEX-PT) = SPACES
                   ADD 1 TO WS-NB-DEHORS
               END-IF
           END-PERFORM
       .

      ******************************************************************

      *Calcule dans WS-JOURS-RETARD les jours écoulés depuis
      *l'échéance du prêt WS-INDEX-PT (zéro s'il n'est pas échu)
       7400-CALCULE-RETARD.

           MOVE 0 TO WS-JOURS-RETARD

           IF WS-PT-ECHEANCE(WS-INDEX-PT) NUMERIC
               AND WS-PT-ECHEANCE(WS-INDEX-PT) < WS-DATE-JOUR
               COMPUTE WS-JOURS-RETARD = WS-JOUR-ENTIER
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-PT-ECHEANCE(WS-INDEX-PT)))
           END-IF
       .

      ******************************************************************

      *Réécrit cdi-catalogue.txt à partir du tableau du catalogue
       8000-SAUVE-CATALOGUE.

           OPEN OUTPUT FICHIER-CATALOGUE

           PERFORM VARYING WS-INDEX-LIVRE FROM 1 BY 1
               UNTIL WS-INDEX-LIVRE > WS-NB-LIVRES

               MOVE SPACES TO F-LIVRE
               MOVE WS-LI-NUMERO(WS-INDEX-LIVRE) TO F-LI-NUMERO
               MOVE WS-LI-TITRE(WS-INDEX-LIVRE) TO F-LI-TITRE
               MOVE WS-LI-AUTEUR(WS-INDEX-LIVRE) TO F-LI-AUTEUR
               MOVE WS-LI-EXEMPLAIRES(WS-INDEX-LIVRE)
                   TO F-LI-EXEMPLAIRES
               WRITE F-LIVRE

           END-PERFORM

           CLOSE FICHIER-CATALOGUE
       .

      ******************************************************************

      *Réécrit cdi-prets.txt à partir du tableau des prêts
       8100-SAUVE-PRETS.

           OPEN OUTPUT FICHIER-PRETS

           PERFORM VARYING WS-INDEX-PT FROM 1 BY 1
               UNTIL WS-INDEX-PT > WS-NB-PRETS

               MOVE SPACES TO F-PRET
               MOVE WS-PT-NUMERO(WS-INDEX-PT) TO F-PT-NUMERO
               MOVE WS-PT-ID-ELEVE(WS-INDEX-PT) TO F-PT-ID-ELEVE
               MOVE WS-PT-DATE-PRET(WS-INDEX-PT) TO F-PT-DATE-PRET
               MOVE WS-PT-ECHEANCE(WS-INDEX-PT) TO F-PT-ECHEANCE
               MOVE WS-PT-RETOUR(WS-INDEX-PT) TO F-PT-RETOUR
               WRITE F-PRET

           END-PERFORM

           CLOSE FICHIER-PRETS
       .

      ******************************************************************

      *Met en forme l'échéance du prêt WS-INDEX-PT en JJ/MM/AAAA
       9000-FORMATE-ECHEANCE.

           MOVE SPACES TO WS-DATE-ED
           STRING WS-PT-ECHEANCE(WS-INDEX-PT)(7:2) "/"
               WS-PT-ECHEANCE(WS-INDEX-PT)(5:2) "/"
               WS-PT-ECHEANCE(WS-INDEX-PT)(1:4)
               INTO WS-DATE-ED
           END-STRING
       .
