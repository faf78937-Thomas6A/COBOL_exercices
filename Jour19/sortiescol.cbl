      *Gestion des sorties scolaires : autorisations, paiements et
      *liste du car se suivaient sur papier. Le fichier des sorties
      *sorties-scolaires.txt (code, classe, date, destination, coût
      *par enfant en centimes ; sorties.txt est celui des sorties de
      *stock de sorties.cbl, Jour 15) et celui des participations
      *sorties-participations.txt (code de sortie, id élève du
      *trombinoscope, autorisation reçue, paiement reçu) se tiennent
      *ici. Le sous-programme commun editetat édite les coupons
      *d'autorisation adressés au premier responsable de
      *responsables.txt, la liste de relance des autorisations et
      *paiements manquants, et le jour venu la liste définitive des
      *participants avec leurs contacts d'urgence et l'extrait de
      *leur fiche médicale tiré par fichsante. Chaque coupon est
      *porté au registre du courrier sortant (courrier.cbl, Jour 15) ;
      *responsables.txt ne tenant pas d'adresse postale, il y figure
      *sans adresse.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sortiescol.
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

      *Alias des sorties, relu au lancement et réécrit à chaque
      *changement
       SELECT FICHIER-SORTIES ASSIGN TO "sorties-scolaires.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-SORTIES.

      *Alias des participations, relu au lancement et réécrit à
      *chaque autorisation ou paiement enregistré
       SELECT FICHIER-PARTICIPATIONS
           ASSIGN TO "sorties-participations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PARTICIPATIONS.

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

      *Définition d'une sortie : code, classe, date AAAAMMJJ,
      *destination et coût par enfant en centimes
       FD FICHIER-SORTIES.
       01 F-SORTIE.
           05 F-SO-CODE           PIC X(6).
           05 FILLER              PIC X.
           05 F-SO-CLASSE         PIC X(3).
           05 FILLER              PIC X.
           05 F-SO-DATE           PIC X(8).
           05 FILLER              PIC X.
           05 F-SO-DESTINATION    PIC X(30).
           05 FILLER              PIC X.
           05 F-SO-COUT           PIC 9(5).

      *Définition d'une participation : code de sortie, id élève,
      *autorisation (N = attendue, O = reçue, R = refusée) et
      *paiement (N = attendu, O = reçu)
       FD FICHIER-PARTICIPATIONS.
       01 F-PARTICIPATION.
           05 F-PA-CODE           PIC X(6).
           05 FILLER              PIC X.
           05 F-PA-ID-ELEVE       PIC 9(5).
           05 FILLER              PIC X.
           05 F-PA-ACCORD         PIC X.
           05 FILLER              PIC X.
           05 F-PA-PAIEMENT       PIC X.

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

      *Tableau des classes distinctes, pour valider la classe d'une
      *sortie
       01 WS-CLASSES-TAB.
           05 WS-CLASSE-DISTINCTE OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-NB-CLASSES PIC X(3).

      *Tableau des responsables, pour l'adresse des coupons et les
      *contacts d'urgence
       01 WS-RESPONSABLES-TAB.
           05 WS-RESPONSABLE      OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-RESPONSABLES.
               10 WS-RE-ID-ELEVE  PIC 9(5).
               10 WS-RE-NOM       PIC X(15).
               10 WS-RE-LIEN      PIC X(10).
               10 WS-RE-TELEPHONE PIC X(10).
               10 WS-RE-PRIORITE  PIC 9.

      *Tableau des sorties
       01 WS-SORTIES-TAB.
           05 WS-SORTIE           OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-NB-SORTIES.
               10 WS-SO-CODE      PIC X(6).
               10 WS-SO-CLASSE    PIC X(3).
               10 WS-SO-DATE      PIC X(8).
               10 WS-SO-DESTINATION PIC X(30).
               10 WS-SO-COUT      PIC 9(5).

      *Tableau des participations, dans l'ordre de création
       01 WS-PARTICIPATIONS-TAB.
           05 WS-PARTICIPATION    OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-NB-PARTICIPATIONS.
               10 WS-PA-CODE      PIC X(6).
               10 WS-PA-ID-ELEVE  PIC 9(5).
               10 WS-PA-ACCORD    PIC X.
               10 WS-PA-PAIEMENT  PIC X.

      *Effectifs réels des tableaux et index de parcours
       77 WS-NB-INSCRITS          PIC 9(3)              VALUE 1.
       77 WS-NB-CLASSES           PIC 99                VALUE 1.
       77 WS-NB-RESPONSABLES      PIC 9(3)              VALUE 1.
       77 WS-NB-SORTIES           PIC 9(3)              VALUE 1.
       77 WS-NB-PARTICIPATIONS    PIC 9(4)              VALUE 1.
       77 WS-INDEX                PIC 9(3)              VALUE 1.
       77 WS-INDEX-CLASSE         PIC 99                VALUE 1.
       77 WS-INDEX-RE             PIC 9(3)              VALUE 1.
       77 WS-INDEX-SORTIE         PIC 9(3)              VALUE 1.
       77 WS-INDEX-PA             PIC 9(4)              VALUE 1.
       77 WS-INDEX-TROUVE         PIC 9(3)              VALUE 0.
       77 WS-SORTIE-TROUVEE       PIC 9(3)              VALUE 0.
       77 WS-PARTICIPATION-TROUVEE PIC 9(4)             VALUE 0.
       77 WS-RESPONSABLE-TROUVE   PIC 9(3)              VALUE 0.
       77 WS-PRIORITE             PIC 99                VALUE 0.
       77 WS-INDEX-LIGNE          PIC 9                 VALUE 1.
      *Indicateur de fin de fichier et statuts
       77 WS-EOF                  PIC X                 VALUE 'F'.
       77 WS-STATUT-CLASSES       PIC XX.
       77 WS-STATUT-RESPONSABLES  PIC XX.
       77 WS-STATUT-SORTIES       PIC XX.
       77 WS-STATUT-PARTICIPATIONS PIC XX.
      *Choix du menu et champs de saisie
       77 WS-CHOIX                PIC 9                 VALUE 0.
       77 WS-ID-SAISI             PIC 9(5).
       77 WS-CODE-SAISI           PIC X(6).
       77 WS-CLASSE-SAISIE        PIC X(3).
       77 WS-DATE-SAISIE          PIC X(8).
       77 WS-DESTINATION-SAISIE   PIC X(30).
       77 WS-COUT-SAISI           PIC 9(5).
       77 WS-ACCORD-SAISI         PIC X.
       77 WS-PAIEMENT-SAISI       PIC X.
      *Date du jour, date de sortie et coût mis en forme
       77 WS-DATE-JOUR            PIC X(8).
       77 WS-DATE-ED              PIC X(10).
       77 WS-COUT-EUROS           PIC 9(3)V99           VALUE 0.
       77 WS-COUT-ED              PIC ZZ9.99.
      *Compteurs des éditions
       77 WS-NB-CREEES            PIC 9(3)              VALUE 0.
       77 WS-NB-COUPONS           PIC 9(3)              VALUE 0.
       77 WS-NB-A-RELANCER        PIC 9(3)              VALUE 0.
       77 WS-NB-PARTICIPANTS      PIC 9(3)              VALUE 0.
       77 WS-NB-ABSENTS-SORTIE    PIC 9(3)              VALUE 0.
       77 WS-NB-ACCORDS           PIC 9(3)              VALUE 0.
       77 WS-NB-PAYES             PIC 9(3)              VALUE 0.
       77 WS-MONTANT-ENCAISSE     PIC 9(7)              VALUE 0.
       77 WS-MONTANT-ATTENDU      PIC 9(7)              VALUE 0.
       77 WS-MONTANT-ED           PIC Z(6)9.
       77 WS-ATTENDU-ED           PIC Z(6)9.
      *Motif de relance de la participation en cours
       77 WS-MOTIF                PIC X(30).

      *Commande passée au sous-programme d'édition d'états
       01 WS-ETAT-COMMANDE.
           05 WS-ETAT-ACTION      PIC X.
           05 WS-ETAT-FICHIER     PIC X(30).
           05 WS-ETAT-TEXTE       PIC X(80).

      *Commande passée au sous-programme commun du registre du
      *courrier sortant (courrier, Jour 15)
       01 WS-COURRIER-COMMANDE.
           05 WS-CO-TYPE          PIC X(10)     VALUE "SORTIE".
           05 WS-CO-ID            PIC X(10).
           05 WS-CO-NOM           PIC X(30).
           05 WS-CO-ADRESSE       PIC X(60)     VALUE SPACES.
           05 WS-CO-PAGES         PIC 9(3)      VALUE 1.
           05 WS-CO-REFERENCE     PIC X(20).

      *Commande passée au sous-programme de la fiche médicale
       01 WS-SANTE-COMMANDE.
           05 WS-SANTE-ACTION     PIC X                 VALUE "L".
           05 WS-SANTE-ID-ELEVE   PIC 9(5).
           05 WS-SANTE-ALLERGIES  PIC X(30).
           05 WS-SANTE-REGIME     PIC X(20).
           05 WS-SANTE-TRAITEMENT PIC X(30).
           05 WS-SANTE-PAI        PIC X.
           05 WS-SANTE-NB-LIGNES  PIC 9.
           05 WS-SANTE-LIGNE      PIC X(60) OCCURS 3 TIMES.
           05 WS-SANTE-RESULTAT   PIC X.

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

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

      *Chargement des responsables, pour les coupons et les contacts
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
                           MOVE F-RE-TELEPHONE
                               TO WS-RE-TELEPHONE(WS-NB-RESPONSABLES)
                           MOVE F-RE-PRIORITE
                               TO WS-RE-PRIORITE(WS-NB-RESPONSABLES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-RESPONSABLES
       END-IF.

      *Chargement des sorties
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-SORTIES.

       OPEN INPUT FICHIER-SORTIES.

       IF WS-STATUT-SORTIES = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-SORTIES
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-NB-SORTIES < 200
                           ADD 1 TO WS-NB-SORTIES
                           MOVE F-SO-CODE
                               TO WS-SO-CODE(WS-NB-SORTIES)
                           MOVE F-SO-CLASSE
                               TO WS-SO-CLASSE(WS-NB-SORTIES)
                           MOVE F-SO-DATE
                               TO WS-SO-DATE(WS-NB-SORTIES)
                           MOVE F-SO-DESTINATION
                               TO WS-SO-DESTINATION(WS-NB-SORTIES)
                           IF F-SO-COUT NUMERIC
                               MOVE F-SO-COUT
                                   TO WS-SO-COUT(WS-NB-SORTIES)
                           ELSE
                               MOVE 0 TO WS-SO-COUT(WS-NB-SORTIES)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-SORTIES
       END-IF.

      *Chargement des participations
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-PARTICIPATIONS.

       OPEN INPUT FICHIER-PARTICIPATIONS.

       IF WS-STATUT-PARTICIPATIONS = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-PARTICIPATIONS
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-NB-PARTICIPATIONS < 5000
                           AND F-PA-ID-ELEVE NUMERIC
                           ADD 1 TO WS-NB-PARTICIPATIONS
                           MOVE F-PA-CODE
                               TO WS-PA-CODE(WS-NB-PARTICIPATIONS)
                           MOVE F-PA-ID-ELEVE
                               TO WS-PA-ID-ELEVE(WS-NB-PARTICIPATIONS)
                           MOVE F-PA-ACCORD
                               TO WS-PA-ACCORD(WS-NB-PARTICIPATIONS)
                           MOVE F-PA-PAIEMENT
                               TO WS-PA-PAIEMENT(WS-NB-PARTICIPATIONS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-PARTICIPATIONS
       END-IF.

       DISPLAY "Sorties : " WS-NB-SORTIES
       DISPLAY "Participations : " WS-NB-PARTICIPATIONS.

      *Boucle de menu, jusqu'à la saisie de 6
       PERFORM UNTIL WS-CHOIX = 6

           DISPLAY "1. Créer ou modifier une sortie"
           DISPLAY "2. Enregistrer une autorisation ou un paiement"
           DISPLAY "3. Coupons d'autorisation aux familles"
           DISPLAY "4. Relance des autorisations et paiements"
           DISPLAY "5. Liste définitive des participants"
           DISPLAY "6. Quitter"
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX

               WHEN 1
                   PERFORM 1000-MAJ-SORTIE

               WHEN 2
                   PERFORM 2000-MAJ-PARTICIPATION

               WHEN 3
                   PERFORM 3000-COUPONS-AUTORISATION

               WHEN 4
                   PERFORM 4000-RELANCES

               WHEN 5
                   PERFORM 5000-LISTE-DEFINITIVE

               WHEN 6
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

      *Crée une sortie ou modifie sa date, sa destination et son
      *coût ; à la création, chaque élève de la classe reçoit une
      *participation à autorisation et paiement attendus
       1000-MAJ-SORTIE.

           DISPLAY "Code de la sortie (6 caractères) : "
           ACCEPT WS-CODE-SAISI

           PERFORM 7100-TROUVE-SORTIE

           IF WS-SORTIE-TROUVEE = 0 AND WS-NB-SORTIES >= 200
               DISPLAY "Tableau des sorties plein, création impossible"
           ELSE

               IF WS-SORTIE-TROUVEE = 0
                   DISPLAY "Classe : "
                   ACCEPT WS-CLASSE-SAISIE
                   PERFORM 7200-TROUVE-CLASSE
               ELSE
                   DISPLAY "Sortie actuelle : classe "
                       WS-SO-CLASSE(WS-SORTIE-TROUVEE) " le "
                       WS-SO-DATE(WS-SORTIE-TROUVEE) " - "
                       WS-SO-DESTINATION(WS-SORTIE-TROUVEE) " - "
                       WS-SO-COUT(WS-SORTIE-TROUVEE) " centimes"
                   MOVE WS-SO-CLASSE(WS-SORTIE-TROUVEE)
                       TO WS-CLASSE-SAISIE
                   MOVE 1 TO WS-INDEX-TROUVE
               END-IF

               IF WS-INDEX-TROUVE = 0
                   DISPLAY "Classe inconnue : " WS-CLASSE-SAISIE
               ELSE

                   DISPLAY "Date de la sortie (AAAAMMJJ) : "
                   ACCEPT WS-DATE-SAISIE
                   DISPLAY "Destination : "
                   MOVE SPACES TO WS-DESTINATION-SAISIE
                   ACCEPT WS-DESTINATION-SAISIE
                   DISPLAY "Coût par enfant en centimes "
                       "(5 chiffres) : "
                   ACCEPT WS-COUT-SAISI

                   IF WS-DATE-SAISIE NOT NUMERIC
                       OR WS-COUT-SAISI NOT NUMERIC
                       DISPLAY "Date ou coût invalide"
                   ELSE
                       PERFORM 1100-ENREGISTRE-SORTIE
                   END-IF

               END-IF

           END-IF
       .

      ******************************************************************

      *Range la sortie saisie au tableau, crée les participations de
      *la classe pour une nouvelle sortie, et réécrit les fichiers
       1100-ENREGISTRE-SORTIE.

           MOVE 0 TO WS-NB-CREEES

           IF WS-SORTIE-TROUVEE = 0
               ADD 1 TO WS-NB-SORTIES
               MOVE WS-NB-SORTIES TO WS-SORTIE-TROUVEE
               MOVE WS-CODE-SAISI TO WS-SO-CODE(WS-SORTIE-TROUVEE)
               MOVE WS-CLASSE-SAISIE TO WS-SO-CLASSE(WS-SORTIE-TROUVEE)

               PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NB-INSCRITS
                   IF WS-CLASSE-INSCRIT(WS-INDEX) = WS-CLASSE-SAISIE
                       AND WS-ID-INSCRIT(WS-INDEX) NOT = 0
                       AND WS-NB-PARTICIPATIONS < 5000
                       ADD 1 TO WS-NB-PARTICIPATIONS
                       MOVE WS-CODE-SAISI
                           TO WS-PA-CODE(WS-NB-PARTICIPATIONS)
                       MOVE WS-ID-INSCRIT(WS-INDEX)
                           TO WS-PA-ID-ELEVE(WS-NB-PARTICIPATIONS)
                       MOVE "N" TO WS-PA-ACCORD(WS-NB-PARTICIPATIONS)
                       MOVE "N"
                           TO WS-PA-PAIEMENT(WS-NB-PARTICIPATIONS)
                       ADD 1 TO WS-NB-CREEES
                   END-IF
               END-PERFORM

               PERFORM 8100-SAUVE-PARTICIPATIONS
           END-IF

           MOVE WS-DATE-SAISIE TO WS-SO-DATE(WS-SORTIE-TROUVEE)
           MOVE WS-DESTINATION-SAISIE
               TO WS-SO-DESTINATION(WS-SORTIE-TROUVEE)
           MOVE WS-COUT-SAISI TO WS-SO-COUT(WS-SORTIE-TROUVEE)

           PERFORM 8000-SAUVE-SORTIES

           DISPLAY "Sortie enregistrée, " WS-NB-CREEES
               " participation(s) créée(s)"
       .

      ******************************************************************

      *Enregistre l'autorisation (O reçue, R refusée) ou le paiement
      *d'un élève pour une sortie ; une saisie à blanc laisse la
      *rubrique inchangée ; un élève arrivé dans la classe après la
      *création de la sortie y est ajouté
       2000-MAJ-PARTICIPATION.

           DISPLAY "Code de la sortie : "
           ACCEPT WS-CODE-SAISI

           PERFORM 7100-TROUVE-SORTIE

           IF WS-SORTIE-TROUVEE = 0
               DISPLAY "Sortie inconnue : " WS-CODE-SAISI
           ELSE

               DISPLAY "Id de l'élève (5 chiffres) : "
               ACCEPT WS-ID-SAISI

               PERFORM 7000-TROUVE-ELEVE

               IF WS-INDEX-TROUVE = 0
                   DISPLAY "Aucun élève avec l'id " WS-ID-SAISI
               ELSE
                   PERFORM 7300-TROUVE-PARTICIPATION

                   IF WS-PARTICIPATION-TROUVEE = 0
                       AND WS-NB-PARTICIPATIONS >= 5000
                       DISPLAY "Tableau des participations plein"
                   ELSE
                       PERFORM 2100-SAISIT-PARTICIPATION
                   END-IF
               END-IF

           END-IF
       .

      ******************************************************************

      *Saisit l'autorisation et le paiement de l'élève
      *WS-INDEX-TROUVE et réécrit les participations
       2100-SAISIT-PARTICIPATION.

           IF WS-PARTICIPATION-TROUVEE = 0
               IF WS-CLASSE-INSCRIT(WS-INDEX-TROUVE)
                   NOT = WS-SO-CLASSE(WS-SORTIE-TROUVEE)
                   DISPLAY "Attention : élève d'une autre classe ("
                       WS-CLASSE-INSCRIT(WS-INDEX-TROUVE) ")"
               END-IF
               ADD 1 TO WS-NB-PARTICIPATIONS
               MOVE WS-NB-PARTICIPATIONS TO WS-PARTICIPATION-TROUVEE
               MOVE WS-CODE-SAISI
                   TO WS-PA-CODE(WS-PARTICIPATION-TROUVEE)
               MOVE WS-ID-SAISI
                   TO WS-PA-ID-ELEVE(WS-PARTICIPATION-TROUVEE)
               MOVE "N" TO WS-PA-ACCORD(WS-PARTICIPATION-TROUVEE)
               MOVE "N" TO WS-PA-PAIEMENT(WS-PARTICIPATION-TROUVEE)
           END-IF

           DISPLAY "Élève : " WS-NOM-INSCRIT(WS-INDEX-TROUVE) " "
               WS-PRENOM-INSCRIT(WS-INDEX-TROUVE)
               " - autorisation " WS-PA-ACCORD(WS-PARTICIPATION-TROUVEE)
               ", paiement " WS-PA-PAIEMENT(WS-PARTICIPATION-TROUVEE)

           DISPLAY "Autorisation (O reçue, R refusée, N attendue, "
               "vide inchangée) : "
           MOVE SPACE TO WS-ACCORD-SAISI
           ACCEPT WS-ACCORD-SAISI
           DISPLAY "Paiement (O reçu, N attendu, vide inchangé) : "
           MOVE SPACE TO WS-PAIEMENT-SAISI
           ACCEPT WS-PAIEMENT-SAISI

           IF WS-ACCORD-SAISI = "O" OR "R" OR "N"
               MOVE WS-ACCORD-SAISI
                   TO WS-PA-ACCORD(WS-PARTICIPATION-TROUVEE)
           END-IF

           IF WS-PAIEMENT-SAISI = "O" OR "N"
               MOVE WS-PAIEMENT-SAISI
                   TO WS-PA-PAIEMENT(WS-PARTICIPATION-TROUVEE)
           END-IF

           PERFORM 8100-SAUVE-PARTICIPATIONS

           DISPLAY "Participation enregistrée"
       .

      ******************************************************************

      *Coupons d'autorisation : un coupon par élève dont
      *l'autorisation est encore attendue, adressé à son responsable
      *de premier rang (aux parents à défaut) ; réimprimé tant que le
      *coupon n'est pas revenu
       3000-COUPONS-AUTORISATION.

           DISPLAY "Code de la sortie : "
           ACCEPT WS-CODE-SAISI

           PERFORM 7100-TROUVE-SORTIE

           IF WS-SORTIE-TROUVEE = 0
               DISPLAY "Sortie inconnue : " WS-CODE-SAISI
           ELSE

               MOVE 0 TO WS-NB-COUPONS
               PERFORM 9000-FORMATE-SORTIE

               MOVE "O" TO WS-ETAT-ACTION
               MOVE "sorties-autorisations.txt" TO WS-ETAT-FICHIER
               MOVE SPACES TO WS-ETAT-TEXTE
               STRING "Autorisations de sortie " WS-CODE-SAISI
                   INTO WS-ETAT-TEXTE
               END-STRING
               CALL "editetat" USING WS-ETAT-COMMANDE

               MOVE "D" TO WS-ETAT-ACTION

               PERFORM VARYING WS-INDEX-PA FROM 1 BY 1
                   UNTIL WS-INDEX-PA > WS-NB-PARTICIPATIONS
                   IF WS-PA-CODE(WS-INDEX-PA) = WS-CODE-SAISI
                       AND WS-PA-ACCORD(WS-INDEX-PA) = "N"
                       MOVE WS-PA-ID-ELEVE(WS-INDEX-PA) TO WS-ID-SAISI
                       PERFORM 7000-TROUVE-ELEVE
                       IF WS-INDEX-TROUVE NOT = 0
                           PERFORM 3100-EDITE-COUPON
                       END-IF
                   END-IF
               END-PERFORM

               MOVE "F" TO WS-ETAT-ACTION
               CALL "editetat" USING WS-ETAT-COMMANDE

               DISPLAY "Coupons écrits dans "
                   "sorties-autorisations.txt : "
                   WS-NB-COUPONS
           END-IF
       .

      ******************************************************************

      *Édite le coupon de l'élève WS-INDEX-TROUVE : adresse, sortie,
      *coût et partie à retourner signée
       3100-EDITE-COUPON.

           ADD 1 TO WS-NB-COUPONS

           PERFORM 7400-TROUVE-RESPONSABLE

           MOVE ALL "-" TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           IF WS-RESPONSABLE-TROUVE = 0
               STRING "Aux parents de "
                   FUNCTION TRIM(WS-PRENOM-INSCRIT(WS-INDEX-TROUVE))
                   " " FUNCTION TRIM(WS-NOM-INSCRIT(WS-INDEX-TROUVE))
                   INTO WS-ETAT-TEXTE
               END-STRING
           ELSE
               STRING "À l'attention de "
                   FUNCTION TRIM(WS-RE-NOM(WS-RESPONSABLE-TROUVE))
                   " (" FUNCTION TRIM(WS-RE-LIEN(WS-RESPONSABLE-TROUVE))
                   ") de "
                   FUNCTION TRIM(WS-PRENOM-INSCRIT(WS-INDEX-TROUVE))
                   " " FUNCTION TRIM(WS-NOM-INSCRIT(WS-INDEX-TROUVE))
                   INTO WS-ETAT-TEXTE
               END-STRING
           END-IF
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "La classe " WS-SO-CLASSE(WS-SORTIE-TROUVEE)
               " part le " WS-DATE-ED " : "
               FUNCTION TRIM(WS-SO-DESTINATION(WS-SORTIE-TROUVEE))
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           IF WS-SO-COUT(WS-SORTIE-TROUVEE) = 0
               MOVE "Cette sortie est gratuite pour les familles."
                   TO WS-ETAT-TEXTE
           ELSE
               STRING "Participation demandée : "
                   FUNCTION TRIM(WS-COUT-ED) " euros par enfant"
                   INTO WS-ETAT-TEXTE
               END-STRING
           END-IF
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "Coupon à retourner signé à l'enseignant :"
               TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "  J'autorise "
               FUNCTION TRIM(WS-PRENOM-INSCRIT(WS-INDEX-TROUVE))
               " " FUNCTION TRIM(WS-NOM-INSCRIT(WS-INDEX-TROUVE))
               " à participer à la sortie " WS-CODE-SAISI
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "  Nom :                          Signature :"
               TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

      *Report au registre du courrier sortant
           MOVE WS-ID-INSCRIT(WS-INDEX-TROUVE) TO WS-CO-ID
           MOVE SPACES TO WS-CO-NOM
           IF WS-RESPONSABLE-TROUVE = 0
               STRING "Parents de "
                   FUNCTION TRIM(WS-NOM-INSCRIT(WS-INDEX-TROUVE))
                   INTO WS-CO-NOM
               END-STRING
           ELSE
               MOVE WS-RE-NOM(WS-RESPONSABLE-TROUVE) TO WS-CO-NOM
           END-IF
           MOVE SPACES TO WS-CO-REFERENCE
           STRING "sortie " WS-CODE-SAISI
               INTO WS-CO-REFERENCE
           END-STRING
           CALL "courrier" USING WS-COURRIER-COMMANDE
       .

      ******************************************************************

      *Liste de relance : chaque élève dont l'autorisation est
      *attendue, ou qui vient sans avoir payé une sortie payante,
      *avec le téléphone de son premier responsable ; bilan des
      *sommes encaissées
       4000-RELANCES.

           DISPLAY "Code de la sortie : "
           ACCEPT WS-CODE-SAISI

           PERFORM 7100-TROUVE-SORTIE

           IF WS-SORTIE-TROUVEE = 0
               DISPLAY "Sortie inconnue : " WS-CODE-SAISI
           ELSE

               MOVE 0 TO WS-NB-A-RELANCER
               MOVE 0 TO WS-NB-ACCORDS
               MOVE 0 TO WS-NB-PAYES
               PERFORM 9000-FORMATE-SORTIE

               MOVE "O" TO WS-ETAT-ACTION
               MOVE "sorties-relances.txt" TO WS-ETAT-FICHIER
               MOVE SPACES TO WS-ETAT-TEXTE
               STRING "Relances sortie " WS-CODE-SAISI
                   " au " WS-DATE-JOUR
                   INTO WS-ETAT-TEXTE
               END-STRING
               CALL "editetat" USING WS-ETAT-COMMANDE

               MOVE "D" TO WS-ETAT-ACTION
               MOVE SPACES TO WS-ETAT-TEXTE
               STRING "Classe " WS-SO-CLASSE(WS-SORTIE-TROUVEE)
                   ", le " WS-DATE-ED " : "
                   FUNCTION TRIM(WS-SO-DESTINATION(WS-SORTIE-TROUVEE))
                   INTO WS-ETAT-TEXTE
               END-STRING
               CALL "editetat" USING WS-ETAT-COMMANDE
               MOVE SPACES TO WS-ETAT-TEXTE
               CALL "editetat" USING WS-ETAT-COMMANDE

               PERFORM VARYING WS-INDEX-PA FROM 1 BY 1
                   UNTIL WS-INDEX-PA > WS-NB-PARTICIPATIONS
                   IF WS-PA-CODE(WS-INDEX-PA) = WS-CODE-SAISI
                       PERFORM 4100-EXAMINE-PARTICIPATION
                   END-IF
               END-PERFORM

               COMPUTE WS-MONTANT-ENCAISSE =
                   WS-NB-PAYES * WS-SO-COUT(WS-SORTIE-TROUVEE)
               COMPUTE WS-MONTANT-ATTENDU =
                   WS-NB-ACCORDS * WS-SO-COUT(WS-SORTIE-TROUVEE)
               MOVE WS-MONTANT-ENCAISSE TO WS-MONTANT-ED
               MOVE WS-MONTANT-ATTENDU TO WS-ATTENDU-ED

               MOVE SPACES TO WS-ETAT-TEXTE
               CALL "editetat" USING WS-ETAT-COMMANDE
               MOVE SPACES TO WS-ETAT-TEXTE
               STRING "Familles à relancer : " WS-NB-A-RELANCER
                   " - autorisations reçues : " WS-NB-ACCORDS
                   INTO WS-ETAT-TEXTE
               END-STRING
               CALL "editetat" USING WS-ETAT-COMMANDE
               MOVE SPACES TO WS-ETAT-TEXTE
               STRING "Encaissé : " FUNCTION TRIM(WS-MONTANT-ED)
                   " centimes sur "
                   FUNCTION TRIM(WS-ATTENDU-ED) " attendus"
                   INTO WS-ETAT-TEXTE
               END-STRING
               CALL "editetat" USING WS-ETAT-COMMANDE

               MOVE "F" TO WS-ETAT-ACTION
               CALL "editetat" USING WS-ETAT-COMMANDE

               DISPLAY "Relances écrites dans sorties-relances.txt : "
                   WS-NB-A-RELANCER
           END-IF
       .

      ******************************************************************

      *Compte la participation WS-INDEX-PA et l'édite si
      *l'autorisation manque, ou si le paiement d'une sortie payante
      *manque alors que l'enfant vient ; un refus n'est pas relancé
       4100-EXAMINE-PARTICIPATION.

           MOVE SPACES TO WS-MOTIF

           IF WS-PA-ACCORD(WS-INDEX-PA) = "O"
               ADD 1 TO WS-NB-ACCORDS
           END-IF

           IF WS-PA-PAIEMENT(WS-INDEX-PA) = "O"
               ADD 1 TO WS-NB-PAYES
           END-IF

           IF WS-PA-ACCORD(WS-INDEX-PA) = "N"
               IF WS-PA-PAIEMENT(WS-INDEX-PA) = "O"
                   OR WS-SO-COUT(WS-SORTIE-TROUVEE) = 0
                   MOVE "autorisation manquante" TO WS-MOTIF
               ELSE
                   MOVE "autorisation et paiement" TO WS-MOTIF
               END-IF
           ELSE
               IF WS-PA-ACCORD(WS-INDEX-PA) = "O"
                   AND WS-PA-PAIEMENT(WS-INDEX-PA) NOT = "O"
                   AND WS-SO-COUT(WS-SORTIE-TROUVEE) > 0
                   MOVE "paiement manquant" TO WS-MOTIF
               END-IF
           END-IF

           IF WS-MOTIF NOT = SPACES
               ADD 1 TO WS-NB-A-RELANCER
               MOVE WS-PA-ID-ELEVE(WS-INDEX-PA) TO WS-ID-SAISI
               PERFORM 7000-TROUVE-ELEVE
               MOVE SPACES TO WS-ETAT-TEXTE
               IF WS-INDEX-TROUVE = 0
                   STRING "  Élève n° " WS-ID-SAISI
                       " (inconnu) : " WS-MOTIF
                       INTO WS-ETAT-TEXTE
                   END-STRING
               ELSE
                   PERFORM 7400-TROUVE-RESPONSABLE
                   IF WS-RESPONSABLE-TROUVE = 0
                       STRING "  " WS-NOM-INSCRIT(WS-INDEX-TROUVE)
                           " " WS-PRENOM-INSCRIT(WS-INDEX-TROUVE)
                           " " WS-MOTIF " pas de responsable"
                           INTO WS-ETAT-TEXTE
                       END-STRING
                   ELSE
                       STRING "  " WS-NOM-INSCRIT(WS-INDEX-TROUVE)
                           " " WS-PRENOM-INSCRIT(WS-INDEX-TROUVE)
                           " " WS-MOTIF " "
                           WS-RE-NOM(WS-RESPONSABLE-TROUVE) " "
                           WS-RE-TELEPHONE(WS-RESPONSABLE-TROUVE)
                           INTO WS-ETAT-TEXTE
                       END-STRING
                   END-IF
               END-IF
               CALL "editetat" USING WS-ETAT-COMMANDE
           END-IF
       .

      ******************************************************************

      *Liste définitive du jour de la sortie : les élèves autorisés
      *et à jour de paiement, chacun avec ses responsables par ordre
      *de priorité pour les contacts d'urgence et l'extrait de sa
      *fiche médicale ; les élèves restant à l'école sont comptés
       5000-LISTE-DEFINITIVE.

           DISPLAY "Code de la sortie : "
           ACCEPT WS-CODE-SAISI

           PERFORM 7100-TROUVE-SORTIE

           IF WS-SORTIE-TROUVEE = 0
               DISPLAY "Sortie inconnue : " WS-CODE-SAISI
           ELSE

               IF WS-SO-DATE(WS-SORTIE-TROUVEE) NOT = WS-DATE-JOUR
                   DISPLAY "Attention : la sortie n'est pas prévue "
                       "aujourd'hui (" WS-SO-DATE(WS-SORTIE-TROUVEE) ")"
               END-IF

               MOVE 0 TO WS-NB-PARTICIPANTS
               MOVE 0 TO WS-NB-ABSENTS-SORTIE
               PERFORM 9000-FORMATE-SORTIE

               MOVE "R" TO WS-SANTE-ACTION
               CALL "fichsante" USING WS-SANTE-COMMANDE
               MOVE "L" TO WS-SANTE-ACTION

               MOVE "O" TO WS-ETAT-ACTION
               MOVE "sorties-liste.txt" TO WS-ETAT-FICHIER
               MOVE SPACES TO WS-ETAT-TEXTE
               STRING "Participants sortie " WS-CODE-SAISI
                   INTO WS-ETAT-TEXTE
               END-STRING
               CALL "editetat" USING WS-ETAT-COMMANDE

               MOVE "D" TO WS-ETAT-ACTION
               MOVE SPACES TO WS-ETAT-TEXTE
               STRING "Classe " WS-SO-CLASSE(WS-SORTIE-TROUVEE)
                   ", le " WS-DATE-ED " : "
                   FUNCTION TRIM(WS-SO-DESTINATION(WS-SORTIE-TROUVEE))
                   INTO WS-ETAT-TEXTE
               END-STRING
               CALL "editetat" USING WS-ETAT-COMMANDE
               MOVE "Document confidentiel, réservé aux accompagnants"
                   TO WS-ETAT-TEXTE
               CALL "editetat" USING WS-ETAT-COMMANDE

               PERFORM VARYING WS-INDEX-PA FROM 1 BY 1
                   UNTIL WS-INDEX-PA > WS-NB-PARTICIPATIONS
                   IF WS-PA-CODE(WS-INDEX-PA) = WS-CODE-SAISI
                       IF WS-PA-ACCORD(WS-INDEX-PA) = "O"
                           AND (WS-PA-PAIEMENT(WS-INDEX-PA) = "O"
                           OR WS-SO-COUT(WS-SORTIE-TROUVEE) = 0)
                           MOVE WS-PA-ID-ELEVE(WS-INDEX-PA)
                               TO WS-ID-SAISI
                           PERFORM 7000-TROUVE-ELEVE
                           IF WS-INDEX-TROUVE NOT = 0
                               PERFORM 5100-EDITE-PARTICIPANT
                           END-IF
                       ELSE
                           ADD 1 TO WS-NB-ABSENTS-SORTIE
                       END-IF
                   END-IF
               END-PERFORM

               MOVE SPACES TO WS-ETAT-TEXTE
               CALL "editetat" USING WS-ETAT-COMMANDE
               MOVE SPACES TO WS-ETAT-TEXTE
               STRING "Participants : " WS-NB-PARTICIPANTS
                   " - restent à l'école : " WS-NB-ABSENTS-SORTIE
                   INTO WS-ETAT-TEXTE
               END-STRING
               CALL "editetat" USING WS-ETAT-COMMANDE

               MOVE "F" TO WS-ETAT-ACTION
               CALL "editetat" USING WS-ETAT-COMMANDE

               DISPLAY "Liste écrite dans sorties-liste.txt : "
                   WS-NB-PARTICIPANTS " participant(s)"
           END-IF
       .

      ******************************************************************

      *Édite le participant WS-INDEX-TROUVE, ses responsables du
      *premier au dernier rang de priorité, puis l'extrait de sa
      *fiche médicale
       5100-EDITE-PARTICIPANT.

           ADD 1 TO WS-NB-PARTICIPANTS

           MOVE ALL "-" TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING WS-NOM-INSCRIT(WS-INDEX-TROUVE)
               " " WS-PRENOM-INSCRIT(WS-INDEX-TROUVE)
               " (n° " WS-ID-SAISI ")"
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE 0 TO WS-RESPONSABLE-TROUVE

           PERFORM VARYING WS-PRIORITE FROM 1 BY 1
               UNTIL WS-PRIORITE > 9
               PERFORM VARYING WS-INDEX-RE FROM 1 BY 1
                   UNTIL WS-INDEX-RE > WS-NB-RESPONSABLES
                   IF WS-RE-ID-ELEVE(WS-INDEX-RE) = WS-ID-SAISI
                       AND WS-RE-PRIORITE(WS-INDEX-RE) = WS-PRIORITE
                       MOVE WS-INDEX-RE TO WS-RESPONSABLE-TROUVE
                       MOVE SPACES TO WS-ETAT-TEXTE
                       STRING "  Urgence "
                           WS-RE-PRIORITE(WS-INDEX-RE) " : "
                           WS-RE-NOM(WS-INDEX-RE) " "
                           WS-RE-LIEN(WS-INDEX-RE) " "
                           WS-RE-TELEPHONE(WS-INDEX-RE)
                           INTO WS-ETAT-TEXTE
                       END-STRING
                       CALL "editetat" USING WS-ETAT-COMMANDE
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WS-RESPONSABLE-TROUVE = 0
               MOVE "  Aucun contact d'urgence enregistré"
                   TO WS-ETAT-TEXTE
               CALL "editetat" USING WS-ETAT-COMMANDE
           END-IF

           MOVE WS-ID-SAISI TO WS-SANTE-ID-ELEVE
           CALL "fichsante" USING WS-SANTE-COMMANDE

           PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
               UNTIL WS-INDEX-LIGNE > WS-SANTE-NB-LIGNES
               MOVE SPACES TO WS-ETAT-TEXTE
               STRING "  " WS-SANTE-LIGNE(WS-INDEX-LIGNE)
                   INTO WS-ETAT-TEXTE
               END-STRING
               CALL "editetat" USING WS-ETAT-COMMANDE
           END-PERFORM
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

      *Recherche WS-CODE-SAISI parmi les sorties ; laisse
      *WS-SORTIE-TROUVEE à zéro si la sortie n'existe pas
       7100-TROUVE-SORTIE.

           MOVE 0 TO WS-SORTIE-TROUVEE

           PERFORM VARYING WS-INDEX-SORTIE FROM 1 BY 1
               UNTIL WS-INDEX-SORTIE > WS-NB-SORTIES

               IF WS-SO-CODE(WS-INDEX-SORTIE) = WS-CODE-SAISI
                   MOVE WS-INDEX-SORTIE TO WS-SORTIE-TROUVEE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Vérifie que WS-CLASSE-SAISIE figure au trombinoscope ; laisse
      *WS-INDEX-TROUVE à zéro sinon
       7200-TROUVE-CLASSE.

           MOVE 0 TO WS-INDEX-TROUVE

           PERFORM VARYING WS-INDEX-CLASSE FROM 1 BY 1
               UNTIL WS-INDEX-CLASSE > WS-NB-CLASSES

               IF WS-CLASSE-DISTINCTE(WS-INDEX-CLASSE)
                   = WS-CLASSE-SAISIE
                   MOVE WS-INDEX-CLASSE TO WS-INDEX-TROUVE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Recherche la participation de WS-ID-SAISI à la sortie
      *WS-CODE-SAISI ; laisse WS-PARTICIPATION-TROUVEE à zéro sinon
       7300-TROUVE-PARTICIPATION.

           MOVE 0 TO WS-PARTICIPATION-TROUVEE

           PERFORM VARYING WS-INDEX-PA FROM 1 BY 1
               UNTIL WS-INDEX-PA > WS-NB-PARTICIPATIONS

               IF WS-PA-CODE(WS-INDEX-PA) = WS-CODE-SAISI
                   AND WS-PA-ID-ELEVE(WS-INDEX-PA) = WS-ID-SAISI
                   MOVE WS-INDEX-PA TO WS-PARTICIPATION-TROUVEE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Recherche le responsable de plus petit ordre de priorité de
      *l'élève WS-ID-SAISI ; laisse WS-RESPONSABLE-TROUVE à zéro s'il
      *n'en a aucun
       7400-TROUVE-RESPONSABLE.

           MOVE 0 TO WS-RESPONSABLE-TROUVE

           PERFORM VARYING WS-INDEX-RE FROM 1 BY 1
               UNTIL WS-INDEX-RE > WS-NB-RESPONSABLES
               IF WS-RE-ID-ELEVE(WS-INDEX-RE) = WS-ID-SAISI
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
       .

      ******************************************************************

      *Réécrit sorties-scolaires.txt à partir du tableau des sorties
       8000-SAUVE-SORTIES.

           OPEN OUTPUT FICHIER-SORTIES

           PERFORM VARYING WS-INDEX-SORTIE FROM 1 BY 1
               UNTIL WS-INDEX-SORTIE > WS-NB-SORTIES

               MOVE SPACES TO F-SORTIE
               MOVE WS-SO-CODE(WS-INDEX-SORTIE) TO F-SO-CODE
               MOVE WS-SO-CLASSE(WS-INDEX-SORTIE) TO F-SO-CLASSE
               MOVE WS-SO-DATE(WS-INDEX-SORTIE) TO F-SO-DATE
               MOVE WS-SO-DESTINATION(WS-INDEX-SORTIE)
                   TO F-SO-DESTINATION
               MOVE WS-SO-COUT(WS-INDEX-SORTIE) TO F-SO-COUT
               WRITE F-SORTIE

           END-PERFORM

           CLOSE FICHIER-SORTIES
       .

      ******************************************************************

      *Réécrit sorties-participations.txt à partir du tableau
       8100-SAUVE-PARTICIPATIONS.

           OPEN OUTPUT FICHIER-PARTICIPATIONS

           PERFORM VARYING WS-INDEX-PA FROM 1 BY 1
               UNTIL WS-INDEX-PA > WS-NB-PARTICIPATIONS

               MOVE SPACES TO F-PARTICIPATION
               MOVE WS-PA-CODE(WS-INDEX-PA) TO F-PA-CODE
               MOVE WS-PA-ID-ELEVE(WS-INDEX-PA) TO F-PA-ID-ELEVE
               MOVE WS-PA-ACCORD(WS-INDEX-PA) TO F-PA-ACCORD
               MOVE WS-PA-PAIEMENT(WS-INDEX-PA) TO F-PA-PAIEMENT
               WRITE F-PARTICIPATION

           END-PERFORM

           CLOSE FICHIER-PARTICIPATIONS
       .

      ******************************************************************

      *Met en forme la date de la sortie WS-SORTIE-TROUVEE en
      *JJ/MM/AAAA et son coût en euros
       9000-FORMATE-SORTIE.

           MOVE SPACES TO WS-DATE-ED
           STRING WS-SO-DATE(WS-SORTIE-TROUVEE)(7:2) "/"
               WS-SO-DATE(WS-SORTIE-TROUVEE)(5:2) "/"
               WS-SO-DATE(WS-SORTIE-TROUVEE)(1:4)
               INTO WS-DATE-ED
           END-STRING

           COMPUTE WS-COUT-EUROS = WS-SO-COUT(WS-SORTIE-TROUVEE) / 100
           MOVE WS-COUT-EUROS TO WS-COUT-ED
       .
