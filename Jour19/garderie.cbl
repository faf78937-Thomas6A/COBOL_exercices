      *Gestion de la garderie du soir : l'émargement se faisait sur
      *une feuille et les retards n'étaient jamais facturés. Le
      *fichier garderie-presences.txt (date, id élève du
      *trombinoscope, heures d'arrivée et de départ, adulte venu
      *chercher l'enfant et témoin de contrôle) se tient ici :
      *l'animateur pointe l'arrivée, puis le départ avec le nom de
      *l'adulte, vérifié contre les personnes autorisées de
      *responsables.txt ; un adulte absent de la liste est signalé à
      *l'écran et consigné dans garderie-alertes.txt. La facturation
      *de fin de mois produit, comme celle de cantine.cbl, une
      *facture par famille : créneaux entamés au prix configuré, plus
      *une pénalité par tranche de retard entamée après la fermeture
      *(garderie-config.txt : PRIX, CRENEAU, FERMETURE, PENALITE,
      *PAS). Chaque facture est portée au registre du courrier
      *sortant (courrier.cbl, Jour 15) ; responsables.txt ne tenant
      *pas d'adresse postale, elle y figure sans adresse.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. garderie.
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

      *Alias des présences à la garderie, relu au lancement et
      *réécrit à chaque pointage
       SELECT FICHIER-PRESENCES ASSIGN TO "garderie-presences.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PRESENCES.

      *Alias de la configuration : PRIX n (centimes par créneau),
      *CRENEAU n (minutes), FERMETURE HHMM, PENALITE n (centimes par
      *tranche de retard), PAS n (minutes d'une tranche de retard)
       SELECT FICHIER-CONFIG ASSIGN TO "garderie-config.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CONFIG.

      *Alias des alertes de remise à un adulte non autorisé,
      *complété à chaque alerte
       SELECT FICHIER-ALERTES ASSIGN TO "garderie-alertes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-ALERTES.

      *Alias des factures de garderie du mois, une par famille
       SELECT FICHIER-FACTURES ASSIGN TO "factures-garderie.txt"
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

      *Définition d'une présence : date, id élève, arrivée et départ
      *HHMM (départ à blanc tant que l'enfant est là), adulte venu le
      *chercher et contrôle (O = autorisé, N = absent de la liste)
       FD FICHIER-PRESENCES.
       01 F-PRESENCE.
           05 F-PR-DATE           PIC X(8).
           05 FILLER              PIC X.
           05 F-PR-ID-ELEVE       PIC 9(5).
           05 FILLER              PIC X.
           05 F-PR-ARRIVEE        PIC X(4).
           05 FILLER              PIC X.
           05 F-PR-DEPART         PIC X(4).
           05 FILLER              PIC X.
           05 F-PR-ADULTE         PIC X(15).
           05 FILLER              PIC X.
           05 F-PR-CONTROLE       PIC X.

      *Définition du fichier de configuration
       FD FICHIER-CONFIG.
       01 F-LIGNE-CONFIG          PIC X(40).

      *Définition des alertes, une ligne de texte libre
       FD FICHIER-ALERTES.
       01 F-LIGNE-ALERTE          PIC X(80).

      *Définition des factures de garderie, une ligne de texte libre
       FD FICHIER-FACTURES.
       01 F-LIGNE-FACTURE         PIC X(80).

       WORKING-STORAGE SECTION.

      *Tableau du trombinoscope enrichi des cumuls de la facturation
      *du mois (créneaux, retards, minutes de retard, départs non
      *pointés, remises non autorisées)
       01 WS-ELEVES-TAB.
           05 WS-INSCRIT          OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-INSCRITS.
               10 WS-CLASSE-INSCRIT   PIC X(3).
               10 WS-NOM-INSCRIT      PIC X(9).
               10 WS-PRENOM-INSCRIT   PIC X(9).
               10 WS-ID-INSCRIT       PIC 9(5).
               10 WS-NB-CRENEAUX      PIC 9(4).
               10 WS-NB-RETARDS       PIC 9(3).
               10 WS-MINUTES-RETARD   PIC 9(5).
               10 WS-NB-TRANCHES      PIC 9(4).
               10 WS-NB-NON-POINTES   PIC 9(3).
               10 WS-NB-NON-AUTORISES PIC 9(3).

      *Tableau des personnes autorisées, chargé de responsables.txt
       01 WS-RESPONSABLES-TAB.
           05 WS-RESPONSABLE      OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-RESPONSABLES.
               10 WS-RE-ID-ELEVE  PIC 9(5).
               10 WS-RE-NOM       PIC X(15).

      *Tableau des présences, du plus ancien pointage au plus récent
       01 WS-PRESENCES-TAB.
           05 WS-PRESENCE         OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-NB-PRESENCES.
               10 WS-PR-DATE      PIC X(8).
               10 WS-PR-ID-ELEVE  PIC 9(5).
               10 WS-PR-ARRIVEE   PIC X(4).
               10 WS-PR-DEPART    PIC X(4).
               10 WS-PR-ADULTE    PIC X(15).
               10 WS-PR-CONTROLE  PIC X.

      *Effectifs réels des tableaux et index de parcours
       77 WS-NB-INSCRITS          PIC 9(3)              VALUE 1.
       77 WS-NB-RESPONSABLES      PIC 9(3)              VALUE 1.
       77 WS-NB-PRESENCES         PIC 9(4)              VALUE 1.
       77 WS-INDEX                PIC 9(3)              VALUE 1.
       77 WS-INDEX-RE             PIC 9(3)              VALUE 1.
       77 WS-INDEX-PR             PIC 9(4)              VALUE 1.
       77 WS-INDEX-TROUVE         PIC 9(3)              VALUE 0.
       77 WS-PRESENCE-TROUVEE     PIC 9(4)              VALUE 0.
      *Indicateur de fin de fichier et statuts
       77 WS-EOF                  PIC X                 VALUE 'F'.
       77 WS-STATUT-CLASSES       PIC XX.
       77 WS-STATUT-RESPONSABLES  PIC XX.
       77 WS-STATUT-PRESENCES     PIC XX.
       77 WS-STATUT-CONFIG        PIC XX.
       77 WS-STATUT-ALERTES       PIC XX.
      *Choix du menu et champs de saisie
       77 WS-CHOIX                PIC 9                 VALUE 0.
       77 WS-ID-SAISI             PIC 9(5).
       77 WS-HEURE-SAISIE         PIC X(4).
       77 WS-ADULTE-SAISI         PIC X(15).
       77 WS-AUTORISE             PIC X                 VALUE "N".
       77 WS-DATE-JOUR            PIC X(8).
      *Tarifs et horaires, configurables : prix d'un créneau en
      *centimes (défaut 150), durée d'un créneau en minutes (défaut
      *30), heure de fermeture (défaut 1830), pénalité en centimes
      *par tranche de retard entamée (défaut 500) et durée d'une
      *tranche en minutes (défaut 15)
       77 WS-PRIX-CRENEAU         PIC 9(5)              VALUE 150.
       77 WS-DUREE-CRENEAU        PIC 9(3)              VALUE 30.
       77 WS-FERMETURE            PIC X(4)              VALUE "1830".
       77 WS-PENALITE             PIC 9(5)              VALUE 500.
       77 WS-PAS-RETARD           PIC 9(3)              VALUE 15.
      *Découpage d'une ligne de configuration
       77 WS-MOT-CLE              PIC X(20).
       77 WS-VALEUR               PIC X(10).
      *Champs de calcul d'une présence, en minutes depuis minuit
       77 WS-MIN-ARRIVEE          PIC 9(4).
       77 WS-MIN-DEPART           PIC 9(4).
       77 WS-MIN-FERMETURE        PIC 9(4).
       77 WS-DUREE                PIC 9(4).
       77 WS-RETARD               PIC 9(4).
      *Champs de la facturation : mois demandé, montants et formes
      *éditées
       77 WS-MOIS-FACTURE         PIC X(6).
       77 WS-MONTANT-CRENEAUX     PIC 9(7)              VALUE 0.
       77 WS-MONTANT-PENALITES    PIC 9(7)              VALUE 0.
       77 WS-MONTANT-FACTURE      PIC 9(7)              VALUE 0.
       77 WS-TOTAL-FACTURES       PIC 9(9)              VALUE 0.
       77 WS-NB-CRENEAUX-ED       PIC ZZZ9.
       77 WS-NB-ED                PIC ZZ9.
       77 WS-MINUTES-ED           PIC ZZZZ9.
       77 WS-MONTANT-ED           PIC Z(6)9.
       77 WS-PRIX-ED              PIC ZZZZ9.
       77 WS-TOTAL-ED             PIC Z(8)9.
       77 WS-NB-FACTURES          PIC 9(3)              VALUE 0.

      *Commande passée au sous-programme commun du registre du
      *courrier sortant (courrier, Jour 15)
       01 WS-COURRIER-COMMANDE.
           05 WS-CO-TYPE          PIC X(10)     VALUE "GARDERIE".
           05 WS-CO-ID            PIC X(10).
           05 WS-CO-NOM           PIC X(30).
           05 WS-CO-ADRESSE       PIC X(60)     VALUE SPACES.
           05 WS-CO-PAGES         PIC 9(3)      VALUE 1.
           05 WS-CO-REFERENCE     PIC X(20).

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

      *Chargement du trombinoscope
       OPEN INPUT FICHIER-CLASSES.

       IF WS-STATUT-CLASSES NOT = "00"
           DISPLAY "Trombinoscope input-classes.txt introuvable "
               "(statut " WS-STATUT-CLASSES "), arrêt"
           GOBACK
       END-IF.

       MOVE 0 TO WS-NB-INSCRITS.

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
                   END-IF

           END-READ

       END-PERFORM.

       CLOSE FICHIER-CLASSES.

      *Chargement des personnes autorisées à reprendre un enfant
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
                           MOVE FUNCTION UPPER-CASE(F-RE-NOM)
                               TO WS-RE-NOM(WS-NB-RESPONSABLES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-RESPONSABLES
       ELSE
           DISPLAY "Fichier responsables.txt absent : tout adulte "
               "sera signalé"
       END-IF.

      *Chargement des présences déjà pointées
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-PRESENCES.

       OPEN INPUT FICHIER-PRESENCES.

       IF WS-STATUT-PRESENCES = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-PRESENCES
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-NB-PRESENCES < 5000
                           ADD 1 TO WS-NB-PRESENCES
                           MOVE F-PR-DATE
                               TO WS-PR-DATE(WS-NB-PRESENCES)
                           MOVE F-PR-ID-ELEVE
                               TO WS-PR-ID-ELEVE(WS-NB-PRESENCES)
                           MOVE F-PR-ARRIVEE
                               TO WS-PR-ARRIVEE(WS-NB-PRESENCES)
                           MOVE F-PR-DEPART
                               TO WS-PR-DEPART(WS-NB-PRESENCES)
                           MOVE F-PR-ADULTE
                               TO WS-PR-ADULTE(WS-NB-PRESENCES)
                           MOVE F-PR-CONTROLE
                               TO WS-PR-CONTROLE(WS-NB-PRESENCES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-PRESENCES
       END-IF.

      *Tarifs et horaires, lus dans la configuration
       PERFORM 0080-CHARGE-CONFIG.

       DISPLAY "Élèves au trombinoscope : " WS-NB-INSCRITS
       DISPLAY "Créneau de " WS-DUREE-CRENEAU " min à "
           WS-PRIX-CRENEAU " centimes, fermeture à " WS-FERMETURE.

      *Boucle de menu, jusqu'à la saisie de 4
       PERFORM UNTIL WS-CHOIX = 4

           DISPLAY "1. Pointer une arrivée"
           DISPLAY "2. Pointer un départ"
           DISPLAY "3. Facturation du mois"
           DISPLAY "4. Quitter"
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX

               WHEN 1
                   PERFORM 1000-POINTE-ARRIVEE

               WHEN 2
                   PERFORM 2000-POINTE-DEPART

               WHEN 3
                   PERFORM 3000-FACTURE-MOIS

               WHEN 4
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

      *Charge la configuration de la garderie, même mécanique que
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
                               WHEN "PRIX"
                                   MOVE FUNCTION NUMVAL(WS-VALEUR)
                                       TO WS-PRIX-CRENEAU
                               WHEN "CRENEAU"
                                   MOVE FUNCTION NUMVAL(WS-VALEUR)
                                       TO WS-DUREE-CRENEAU
                               WHEN "FERMETURE"
                                   MOVE WS-VALEUR(1:4) TO WS-FERMETURE
                               WHEN "PENALITE"
                                   MOVE FUNCTION NUMVAL(WS-VALEUR)
                                       TO WS-PENALITE
                               WHEN "PAS"
                                   MOVE FUNCTION NUMVAL(WS-VALEUR)
                                       TO WS-PAS-RETARD
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONFIG
           END-IF

      *Garde-fous contre une configuration nulle ou illisible
           IF WS-DUREE-CRENEAU = 0
               MOVE 30 TO WS-DUREE-CRENEAU
           END-IF

           IF WS-PAS-RETARD = 0
               MOVE 15 TO WS-PAS-RETARD
           END-IF

           IF WS-FERMETURE NOT NUMERIC
               MOVE "1830" TO WS-FERMETURE
           END-IF

           COMPUTE WS-MIN-FERMETURE =
               FUNCTION NUMVAL(WS-FERMETURE(1:2)) * 60
               + FUNCTION NUMVAL(WS-FERMETURE(3:2))

           MOVE 'F' TO WS-EOF
       .

      ******************************************************************

      *Pointe l'arrivée d'un enfant : id validé contre le
      *trombinoscope, refus s'il est déjà présent aujourd'hui sans
      *départ pointé, puis réécriture des présences
       1000-POINTE-ARRIVEE.

           DISPLAY "Id de l'élève (5 chiffres) : "
           ACCEPT WS-ID-SAISI

           PERFORM 7000-TROUVE-ELEVE

           IF WS-INDEX-TROUVE = 0
               DISPLAY "Aucun élève avec l'id " WS-ID-SAISI
           ELSE

               PERFORM 7100-TROUVE-PRESENCE-OUVERTE

               IF WS-PRESENCE-TROUVEE NOT = 0
                   DISPLAY "Élève déjà présent depuis "
                       WS-PR-ARRIVEE(WS-PRESENCE-TROUVEE)
                       ", arrivée refusée"
               ELSE
                   IF WS-NB-PRESENCES >= 5000
                       DISPLAY "Fichier des présences plein, "
                           "arrivée refusée"
                   ELSE

                       PERFORM 7200-SAISIT-HEURE

                       IF WS-HEURE-SAISIE NOT = SPACES
                           ADD 1 TO WS-NB-PRESENCES
                           MOVE WS-DATE-JOUR
                               TO WS-PR-DATE(WS-NB-PRESENCES)
                           MOVE WS-ID-SAISI
                               TO WS-PR-ID-ELEVE(WS-NB-PRESENCES)
                           MOVE WS-HEURE-SAISIE
                               TO WS-PR-ARRIVEE(WS-NB-PRESENCES)
                           MOVE SPACES
                               TO WS-PR-DEPART(WS-NB-PRESENCES)
                           MOVE SPACES
                               TO WS-PR-ADULTE(WS-NB-PRESENCES)
                           MOVE SPACE
                               TO WS-PR-CONTROLE(WS-NB-PRESENCES)

                           PERFORM 8000-SAUVE-PRESENCES

                           DISPLAY "Arrivée de "
                               WS-NOM-INSCRIT(WS-INDEX-TROUVE) " "
                               WS-PRENOM-INSCRIT(WS-INDEX-TROUVE)
                               " pointée à " WS-HEURE-SAISIE
                       END-IF

                   END-IF
               END-IF

           END-IF
       .

      ******************************************************************

      *Pointe le départ d'un enfant présent : heure de départ, nom de
      *l'adulte venu le chercher, contrôlé contre les responsables
      *de l'enfant ; un adulte absent de la liste est signalé et
      *consigné dans les alertes
       2000-POINTE-DEPART.

           DISPLAY "Id de l'élève (5 chiffres) : "
           ACCEPT WS-ID-SAISI

           PERFORM 7000-TROUVE-ELEVE

           IF WS-INDEX-TROUVE = 0
               DISPLAY "Aucun élève avec l'id " WS-ID-SAISI
           ELSE

               PERFORM 7100-TROUVE-PRESENCE-OUVERTE

               IF WS-PRESENCE-TROUVEE = 0
                   DISPLAY "Aucune arrivée pointée aujourd'hui pour "
                       WS-NOM-INSCRIT(WS-INDEX-TROUVE) " "
                       WS-PRENOM-INSCRIT(WS-INDEX-TROUVE)
               ELSE

                   PERFORM 7200-SAISIT-HEURE

                   IF WS-HEURE-SAISIE NOT = SPACES
                       AND WS-HEURE-SAISIE
                           < WS-PR-ARRIVEE(WS-PRESENCE-TROUVEE)
                       DISPLAY "Départ avant l'arrivée ("
                           WS-PR-ARRIVEE(WS-PRESENCE-TROUVEE)
                           "), refusé"
                       MOVE SPACES TO WS-HEURE-SAISIE
                   END-IF

                   IF WS-HEURE-SAISIE NOT = SPACES

                       DISPLAY "Nom de l'adulte venu chercher "
                           "l'enfant : "
                       ACCEPT WS-ADULTE-SAISI

                       PERFORM 2100-CONTROLE-ADULTE

                       MOVE WS-HEURE-SAISIE
                           TO WS-PR-DEPART(WS-PRESENCE-TROUVEE)
                       MOVE WS-ADULTE-SAISI
                           TO WS-PR-ADULTE(WS-PRESENCE-TROUVEE)
                       MOVE WS-AUTORISE
                           TO WS-PR-CONTROLE(WS-PRESENCE-TROUVEE)

                       PERFORM 8000-SAUVE-PRESENCES

                       IF WS-AUTORISE = "O"
                           DISPLAY "Départ pointé à " WS-HEURE-SAISIE
                               " avec " WS-ADULTE-SAISI
                       ELSE
                           PERFORM 2200-SIGNALE-ADULTE
                       END-IF

                   END-IF

               END-IF

           END-IF
       .

      ******************************************************************

      *Cherche WS-ADULTE-SAISI parmi les responsables de l'enfant
      *WS-ID-SAISI (sans tenir compte des majuscules) ; WS-AUTORISE
      *passe à O s'il y figure
       2100-CONTROLE-ADULTE.

           MOVE "N" TO WS-AUTORISE

           PERFORM VARYING WS-INDEX-RE FROM 1 BY 1
               UNTIL WS-INDEX-RE > WS-NB-RESPONSABLES

               IF WS-RE-ID-ELEVE(WS-INDEX-RE) = WS-ID-SAISI
                   AND WS-RE-NOM(WS-INDEX-RE)
                       = FUNCTION UPPER-CASE(WS-ADULTE-SAISI)
                   MOVE "O" TO WS-AUTORISE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Signale à l'animateur la remise de l'enfant à un adulte qui
      *n'est pas sur la liste de ses responsables, et la consigne
      *dans garderie-alertes.txt
       2200-SIGNALE-ADULTE.

           DISPLAY "*** ATTENTION : " FUNCTION TRIM(WS-ADULTE-SAISI)
               " n'est pas autorisé(e) à reprendre "
               FUNCTION TRIM(WS-PRENOM-INSCRIT(WS-INDEX-TROUVE)) " "
               FUNCTION TRIM(WS-NOM-INSCRIT(WS-INDEX-TROUVE)) " ***"
           DISPLAY "Personnes autorisées :"

           PERFORM VARYING WS-INDEX-RE FROM 1 BY 1
               UNTIL WS-INDEX-RE > WS-NB-RESPONSABLES
               IF WS-RE-ID-ELEVE(WS-INDEX-RE) = WS-ID-SAISI
                   DISPLAY "  " WS-RE-NOM(WS-INDEX-RE)
               END-IF
           END-PERFORM

           OPEN EXTEND FICHIER-ALERTES

           IF WS-STATUT-ALERTES = "35"
               OPEN OUTPUT FICHIER-ALERTES
           END-IF

           MOVE SPACES TO F-LIGNE-ALERTE
           STRING WS-DATE-JOUR " " WS-HEURE-SAISIE
               " élève " WS-ID-SAISI " "
               FUNCTION TRIM(WS-NOM-INSCRIT(WS-INDEX-TROUVE)) " "
               FUNCTION TRIM(WS-PRENOM-INSCRIT(WS-INDEX-TROUVE))
               " remis à " FUNCTION TRIM(WS-ADULTE-SAISI)
               ", non autorisé"
               INTO F-LIGNE-ALERTE
           END-STRING
           WRITE F-LIGNE-ALERTE

           CLOSE FICHIER-ALERTES
       .

      ******************************************************************

      *Facturation du mois : chaque présence du mois compte ses
      *créneaux entamés entre l'arrivée et le départ (un départ non
      *pointé court jusqu'à la fermeture), et un départ après la
      *fermeture ajoute une pénalité par tranche de retard entamée ;
      *une facture part par famille ayant fréquenté la garderie
       3000-FACTURE-MOIS.

           DISPLAY "Mois à facturer (AAAAMM) : "
           ACCEPT WS-MOIS-FACTURE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-INSCRITS
               MOVE 0 TO WS-NB-CRENEAUX(WS-INDEX)
               MOVE 0 TO WS-NB-RETARDS(WS-INDEX)
               MOVE 0 TO WS-MINUTES-RETARD(WS-INDEX)
               MOVE 0 TO WS-NB-TRANCHES(WS-INDEX)
               MOVE 0 TO WS-NB-NON-POINTES(WS-INDEX)
               MOVE 0 TO WS-NB-NON-AUTORISES(WS-INDEX)
           END-PERFORM

           PERFORM VARYING WS-INDEX-PR FROM 1 BY 1
               UNTIL WS-INDEX-PR > WS-NB-PRESENCES
               IF WS-PR-DATE(WS-INDEX-PR)(1:6) = WS-MOIS-FACTURE
                   AND WS-PR-ARRIVEE(WS-INDEX-PR) NUMERIC
                   MOVE WS-PR-ID-ELEVE(WS-INDEX-PR) TO WS-ID-SAISI
                   PERFORM 7000-TROUVE-ELEVE
                   IF WS-INDEX-TROUVE NOT = 0
                       PERFORM 3100-CUMULE-PRESENCE
                   END-IF
               END-IF
           END-PERFORM

           OPEN OUTPUT FICHIER-FACTURES

           MOVE SPACES TO F-LIGNE-FACTURE
           STRING "--- Factures de garderie du mois "
               WS-MOIS-FACTURE " ---"
               INTO F-LIGNE-FACTURE
           END-STRING
           WRITE F-LIGNE-FACTURE

           MOVE 0 TO WS-NB-FACTURES
           MOVE 0 TO WS-TOTAL-FACTURES

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-INSCRITS
               IF WS-NB-CRENEAUX(WS-INDEX) > 0
                   PERFORM 3200-FACTURE-ENFANT
               END-IF
           END-PERFORM

           MOVE WS-TOTAL-FACTURES TO WS-TOTAL-ED

           MOVE SPACES TO F-LIGNE-FACTURE
           STRING "Factures émises : " WS-NB-FACTURES
               " pour " FUNCTION TRIM(WS-TOTAL-ED) " centimes"
               INTO F-LIGNE-FACTURE
           END-STRING
           WRITE F-LIGNE-FACTURE

           CLOSE FICHIER-FACTURES

           DISPLAY "Factures émises : " WS-NB-FACTURES
               " dans factures-garderie.txt"
       .

      ******************************************************************

      *Cumule la présence WS-INDEX-PR sur l'enfant WS-INDEX-TROUVE :
      *créneaux entamés (au moins un), retard après la fermeture en
      *tranches entamées, départ non pointé et remise non autorisée
       3100-CUMULE-PRESENCE.

           COMPUTE WS-MIN-ARRIVEE =
               FUNCTION NUMVAL(WS-PR-ARRIVEE(WS-INDEX-PR)(1:2)) * 60
               + FUNCTION NUMVAL(WS-PR-ARRIVEE(WS-INDEX-PR)(3:2))

           IF WS-PR-DEPART(WS-INDEX-PR) NUMERIC
               COMPUTE WS-MIN-DEPART =
                   FUNCTION NUMVAL(WS-PR-DEPART(WS-INDEX-PR)(1:2)) * 60
                   + FUNCTION NUMVAL(WS-PR-DEPART(WS-INDEX-PR)(3:2))
           ELSE
               ADD 1 TO WS-NB-NON-POINTES(WS-INDEX-TROUVE)
               MOVE WS-MIN-FERMETURE TO WS-MIN-DEPART
               IF WS-MIN-DEPART < WS-MIN-ARRIVEE
                   MOVE WS-MIN-ARRIVEE TO WS-MIN-DEPART
               END-IF
           END-IF

           COMPUTE WS-DUREE = WS-MIN-DEPART - WS-MIN-ARRIVEE

           IF WS-DUREE = 0
               ADD 1 TO WS-NB-CRENEAUX(WS-INDEX-TROUVE)
           ELSE
               COMPUTE WS-NB-CRENEAUX(WS-INDEX-TROUVE) =
                   WS-NB-CRENEAUX(WS-INDEX-TROUVE)
                   + (WS-DUREE + WS-DUREE-CRENEAU - 1)
                   / WS-DUREE-CRENEAU
           END-IF

           IF WS-MIN-DEPART > WS-MIN-FERMETURE
               COMPUTE WS-RETARD = WS-MIN-DEPART - WS-MIN-FERMETURE
               ADD 1 TO WS-NB-RETARDS(WS-INDEX-TROUVE)
               ADD WS-RETARD TO WS-MINUTES-RETARD(WS-INDEX-TROUVE)
               COMPUTE WS-NB-TRANCHES(WS-INDEX-TROUVE) =
                   WS-NB-TRANCHES(WS-INDEX-TROUVE)
                   + (WS-RETARD + WS-PAS-RETARD - 1) / WS-PAS-RETARD
           END-IF

           IF WS-PR-CONTROLE(WS-INDEX-PR) = "N"
               ADD 1 TO WS-NB-NON-AUTORISES(WS-INDEX-TROUVE)
           END-IF
       .

      ******************************************************************

      *Facture l'enfant WS-INDEX : créneaux du mois au prix
      *configuré, plus les pénalités de retard, avec le rappel des
      *départs non pointés et des remises non autorisées ; la facture
      *est portée au registre du courrier sortant
       3200-FACTURE-ENFANT.

           COMPUTE WS-MONTANT-CRENEAUX =
               WS-NB-CRENEAUX(WS-INDEX) * WS-PRIX-CRENEAU
           COMPUTE WS-MONTANT-PENALITES =
               WS-NB-TRANCHES(WS-INDEX) * WS-PENALITE
           COMPUTE WS-MONTANT-FACTURE =
               WS-MONTANT-CRENEAUX + WS-MONTANT-PENALITES

           ADD 1 TO WS-NB-FACTURES
           ADD WS-MONTANT-FACTURE TO WS-TOTAL-FACTURES

           MOVE WS-NB-CRENEAUX(WS-INDEX) TO WS-NB-CRENEAUX-ED
           MOVE WS-MONTANT-CRENEAUX TO WS-MONTANT-ED

           MOVE WS-PRIX-CRENEAU TO WS-PRIX-ED

           MOVE SPACES TO F-LIGNE-FACTURE
           STRING "Famille de " FUNCTION TRIM(WS-NOM-INSCRIT(WS-INDEX))
               " " FUNCTION TRIM(WS-PRENOM-INSCRIT(WS-INDEX))
               " (n° " WS-ID-INSCRIT(WS-INDEX)
               ") : " FUNCTION TRIM(WS-NB-CRENEAUX-ED)
               " créneaux x " FUNCTION TRIM(WS-PRIX-ED)
               " = " FUNCTION TRIM(WS-MONTANT-ED) " centimes"
               INTO F-LIGNE-FACTURE
           END-STRING
           WRITE F-LIGNE-FACTURE

           IF WS-NB-RETARDS(WS-INDEX) > 0
               MOVE WS-NB-RETARDS(WS-INDEX) TO WS-NB-ED
               MOVE WS-MINUTES-RETARD(WS-INDEX) TO WS-MINUTES-ED
               MOVE WS-MONTANT-PENALITES TO WS-MONTANT-ED
               MOVE SPACES TO F-LIGNE-FACTURE
               STRING "  Retards : " FUNCTION TRIM(WS-NB-ED)
                   " fois, " FUNCTION TRIM(WS-MINUTES-ED)
                   " min après " WS-FERMETURE
                   ", pénalité " FUNCTION TRIM(WS-MONTANT-ED)
                   " centimes"
                   INTO F-LIGNE-FACTURE
               END-STRING
               WRITE F-LIGNE-FACTURE
           END-IF

           IF WS-NB-NON-POINTES(WS-INDEX) > 0
               MOVE WS-NB-NON-POINTES(WS-INDEX) TO WS-NB-ED
               MOVE SPACES TO F-LIGNE-FACTURE
               STRING "  Départs non pointés comptés jusqu'à "
                   WS-FERMETURE " : " FUNCTION TRIM(WS-NB-ED)
                   INTO F-LIGNE-FACTURE
               END-STRING
               WRITE F-LIGNE-FACTURE
           END-IF

           IF WS-NB-NON-AUTORISES(WS-INDEX) > 0
               MOVE WS-NB-NON-AUTORISES(WS-INDEX) TO WS-NB-ED
               MOVE SPACES TO F-LIGNE-FACTURE
               STRING "  Remises à un adulte non autorisé : "
                   FUNCTION TRIM(WS-NB-ED)
                   INTO F-LIGNE-FACTURE
               END-STRING
               WRITE F-LIGNE-FACTURE
           END-IF

           MOVE WS-MONTANT-FACTURE TO WS-MONTANT-ED

           MOVE SPACES TO F-LIGNE-FACTURE
           STRING "  Total à payer : " FUNCTION TRIM(WS-MONTANT-ED)
               " centimes"
               INTO F-LIGNE-FACTURE
           END-STRING
           WRITE F-LIGNE-FACTURE

           MOVE WS-ID-INSCRIT(WS-INDEX) TO WS-CO-ID
           MOVE SPACES TO WS-CO-NOM
           STRING "Famille de " FUNCTION TRIM(WS-NOM-INSCRIT(WS-INDEX))
               INTO WS-CO-NOM
           END-STRING
           MOVE SPACES TO WS-CO-REFERENCE
           STRING "garderie " WS-MOIS-FACTURE
               INTO WS-CO-REFERENCE
           END-STRING
           CALL "courrier" USING WS-COURRIER-COMMANDE
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

      *Recherche la présence du jour de l'élève WS-ID-SAISI dont le
      *départ n'est pas encore pointé ; laisse WS-PRESENCE-TROUVEE à
      *zéro si l'enfant n'est pas à la garderie
       7100-TROUVE-PRESENCE-OUVERTE.

           MOVE 0 TO WS-PRESENCE-TROUVEE

           PERFORM VARYING WS-INDEX-PR FROM 1 BY 1
               UNTIL WS-INDEX-PR > WS-NB-PRESENCES

               IF WS-PR-DATE(WS-INDEX-PR) = WS-DATE-JOUR
                   AND WS-PR-ID-ELEVE(WS-INDEX-PR) = WS-ID-SAISI
                   AND WS-PR-DEPART(WS-INDEX-PR) = SPACES
                   MOVE WS-INDEX-PR TO WS-PRESENCE-TROUVEE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Saisit une heure HHMM, l'heure courante si la saisie est
      *vide ; une heure illisible est refusée et WS-HEURE-SAISIE
      *laissée à blanc
       7200-SAISIT-HEURE.

           DISPLAY "Heure (HHMM, vide = maintenant) : "
           MOVE SPACES TO WS-HEURE-SAISIE
           ACCEPT WS-HEURE-SAISIE

           IF WS-HEURE-SAISIE = SPACES
               MOVE FUNCTION CURRENT-DATE(9:4) TO WS-HEURE-SAISIE
           END-IF

           IF WS-HEURE-SAISIE NOT NUMERIC
               OR WS-HEURE-SAISIE(1:2) > "23"
               OR WS-HEURE-SAISIE(3:2) > "59"
               DISPLAY "Heure invalide : " WS-HEURE-SAISIE
               MOVE SPACES TO WS-HEURE-SAISIE
           END-IF
       .

      ******************************************************************

      *Réécrit garderie-presences.txt à partir du tableau des
      *présences
       8000-SAUVE-PRESENCES.

           OPEN OUTPUT FICHIER-PRESENCES

           PERFORM VARYING WS-INDEX-PR FROM 1 BY 1
               UNTIL WS-INDEX-PR > WS-NB-PRESENCES

               MOVE SPACES TO F-PRESENCE
               MOVE WS-PR-DATE(WS-INDEX-PR) TO F-PR-DATE
               MOVE WS-PR-ID-ELEVE(WS-INDEX-PR) TO F-PR-ID-ELEVE
               MOVE WS-PR-ARRIVEE(WS-INDEX-PR) TO F-PR-ARRIVEE
               MOVE WS-PR-DEPART(WS-INDEX-PR) TO F-PR-DEPART
               MOVE WS-PR-ADULTE(WS-INDEX-PR) TO F-PR-ADULTE
               MOVE WS-PR-CONTROLE(WS-INDEX-PR) TO F-PR-CONTROLE
               WRITE F-PRESENCE

           END-PERFORM

           CLOSE FICHIER-PRESENCES
       .
