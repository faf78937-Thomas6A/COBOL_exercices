      *Programme de tenue de la fiche médicale confidentielle : les
      *allergies et les projets d'accueil individualisés (PAI)
      *n'étaient connus que de l'infirmière. Le fichier
      *sante-eleves.txt (id élève du trombinoscope, allergies,
      *régime alimentaire, conduite à tenir en urgence, témoin PAI)
      *se maintient ici à la manière de responsables.cbl, chaque
      *changement étant journalisé sans en recopier le contenu
      *médical ; l'extrait d'une classe pour les adultes
      *accompagnants part par editetat, les rubriques étant mises en
      *forme par le sous-programme commun fichsante, le même que
      *pour l'effectif de cantine.cbl et les listes de ramassage.cbl.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sante.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du trombinoscope de l'école, le même que fichclass.cbl
       SELECT FICHIER-CLASSES ASSIGN TO "input-classes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CLASSES.

      *Alias du fichier médical confidentiel, relu au lancement et
      *réécrit à chaque changement
       SELECT FICHIER-SANTE ASSIGN TO "sante-eleves.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-SANTE.

      *Alias du journal des modifications, complété à chaque
      *changement (une ligne datée par opération)
       SELECT FICHIER-JOURNAL ASSIGN TO "sante-journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-JOURNAL.

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

      *Définition d'une fiche médicale : id élève, allergies, régime
      *alimentaire, conduite à tenir en urgence et témoin PAI (O/N)
       FD FICHIER-SANTE.
       01 F-FICHE-SANTE.
           05 F-SA-ID-ELEVE       PIC 9(5).
           05 FILLER              PIC X.
           05 F-SA-ALLERGIES      PIC X(30).
           05 FILLER              PIC X.
           05 F-SA-REGIME         PIC X(20).
           05 FILLER              PIC X.
           05 F-SA-TRAITEMENT     PIC X(30).
           05 FILLER              PIC X.
           05 F-SA-PAI            PIC X.

      *Définition du journal des modifications, une ligne de texte
      *libre par opération
       FD FICHIER-JOURNAL.
       01 F-LIGNE-JOURNAL         PIC X(80).

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

      *Tableau des fiches médicales chargées depuis le fichier
       01 WS-FICHES-TAB.
           05 WS-FICHE            OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-FICHES.
               10 WS-SA-ID-ELEVE  PIC 9(5).
               10 WS-SA-ALLERGIES PIC X(30).
               10 WS-SA-REGIME    PIC X(20).
               10 WS-SA-TRAITEMENT PIC X(30).
               10 WS-SA-PAI       PIC X.

      *Effectifs réels des tableaux et index de parcours
       77 WS-NB-INSCRITS          PIC 9(3)              VALUE 1.
       77 WS-NB-FICHES            PIC 9(3)              VALUE 1.
       77 WS-INDEX                PIC 9(3)              VALUE 1.
       77 WS-INDEX-FICHE          PIC 9(3)              VALUE 1.
       77 WS-INDEX-DECALE         PIC 9(3)              VALUE 1.
       77 WS-INDEX-TROUVE         PIC 9(3)              VALUE 0.
       77 WS-FICHE-TROUVEE        PIC 9(3)              VALUE 0.
      *Indicateur de fin de fichier et statuts
       77 WS-EOF                  PIC X                 VALUE 'F'.
       77 WS-STATUT-CLASSES       PIC XX.
       77 WS-STATUT-SANTE         PIC XX.
       77 WS-STATUT-JOURNAL       PIC XX.
      *Choix du menu et champs de saisie
       77 WS-CHOIX                PIC 9                 VALUE 0.
       77 WS-ID-SAISI             PIC 9(5).
       77 WS-CLASSE-SAISIE        PIC X(3).
       77 WS-ALLERGIES-SAISIES    PIC X(30).
       77 WS-REGIME-SAISI         PIC X(20).
       77 WS-TRAITEMENT-SAISI     PIC X(30).
       77 WS-PAI-SAISI            PIC X.
       77 WS-OPERATION            PIC X(12).
      *Compteurs de l'extrait de classe
       77 WS-NB-SIGNALES          PIC 9(3)              VALUE 0.
       77 WS-INDEX-LIGNE          PIC 9                 VALUE 1.

      *Commande passée au sous-programme d'édition d'états
       01 WS-ETAT-COMMANDE.
           05 WS-ETAT-ACTION      PIC X.
           05 WS-ETAT-FICHIER     PIC X(30).
           05 WS-ETAT-TEXTE       PIC X(80).

      *Commande passée au sous-programme de la fiche médicale
       01 WS-SANTE-COMMANDE.
           05 WS-SANTE-ACTION     PIC X.
           05 WS-SANTE-ID-ELEVE   PIC 9(5).
           05 WS-SANTE-ALLERGIES  PIC X(30).
           05 WS-SANTE-REGIME     PIC X(20).
           05 WS-SANTE-TRAITEMENT PIC X(30).
           05 WS-SANTE-PAI        PIC X.
           05 WS-SANTE-NB-LIGNES  PIC 9.
           05 WS-SANTE-LIGNE      PIC X(60) OCCURS 3 TIMES.
           05 WS-SANTE-RESULTAT   PIC X.

       PROCEDURE DIVISION.

      *Chargement du trombinoscope
       OPEN INPUT FICHIER-CLASSES.

       IF WS-STATUT-CLASSES NOT = "00"
           DISPLAY "Trombinoscope input-classes.txt introuvable "
               "(statut " WS-STATUT-CLASSES "), arrêt"
           STOP RUN
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

      *Chargement des fiches médicales existantes
       MOVE 'F' TO WS-EOF.
       MOVE 0 TO WS-NB-FICHES.

       OPEN INPUT FICHIER-SANTE.

       IF WS-STATUT-SANTE = "00"
           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-SANTE
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-NB-FICHES < 999
                           AND F-SA-ID-ELEVE NUMERIC
                           ADD 1 TO WS-NB-FICHES
                           MOVE F-SA-ID-ELEVE
                               TO WS-SA-ID-ELEVE(WS-NB-FICHES)
                           MOVE F-SA-ALLERGIES
                               TO WS-SA-ALLERGIES(WS-NB-FICHES)
                           MOVE F-SA-REGIME
                               TO WS-SA-REGIME(WS-NB-FICHES)
                           MOVE F-SA-TRAITEMENT
                               TO WS-SA-TRAITEMENT(WS-NB-FICHES)
                           MOVE F-SA-PAI
                               TO WS-SA-PAI(WS-NB-FICHES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-SANTE
       END-IF.

       DISPLAY "Élèves au trombinoscope : " WS-NB-INSCRITS
       DISPLAY "Fiches médicales : " WS-NB-FICHES.

      *Boucle de menu, jusqu'à la saisie de 3
       PERFORM UNTIL WS-CHOIX = 3

           DISPLAY "1. Saisir ou modifier la fiche d'un élève"
           DISPLAY "2. Extrait médical d'une classe"
           DISPLAY "3. Quitter"
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX

               WHEN 1
                   PERFORM 1000-MAJ-FICHE

               WHEN 2
                   PERFORM 2000-EXTRAIT-CLASSE

               WHEN 3
                   DISPLAY "Fin du programme"

               WHEN OTHER
                   DISPLAY "Choix invalide"

           END-EVALUATE

       END-PERFORM.

       STOP RUN.

      ******************************************************************

      *Saisit ou modifie la fiche d'un élève validé contre le
      *trombinoscope ; une fiche vidée (aucune rubrique, pas de PAI)
      *est supprimée ; le fichier est réécrit et l'opération
      *journalisée
       1000-MAJ-FICHE.

           DISPLAY "Id de l'élève (5 chiffres) : "
           ACCEPT WS-ID-SAISI

           PERFORM 7000-TROUVE-ELEVE

           IF WS-INDEX-TROUVE = 0
               DISPLAY "Aucun élève avec l'id " WS-ID-SAISI
           ELSE

               DISPLAY "Élève : "
                   WS-NOM-INSCRIT(WS-INDEX-TROUVE) " "
                   WS-PRENOM-INSCRIT(WS-INDEX-TROUVE)
                   " (classe "
                   WS-CLASSE-INSCRIT(WS-INDEX-TROUVE) ")"

               PERFORM 7100-TROUVE-FICHE

               IF WS-FICHE-TROUVEE NOT = 0
                   DISPLAY "Allergies : "
                       WS-SA-ALLERGIES(WS-FICHE-TROUVEE)
                   DISPLAY "Régime : " WS-SA-REGIME(WS-FICHE-TROUVEE)
                   DISPLAY "Conduite à tenir : "
                       WS-SA-TRAITEMENT(WS-FICHE-TROUVEE)
                   DISPLAY "PAI : " WS-SA-PAI(WS-FICHE-TROUVEE)
               END-IF

               DISPLAY "Allergies (vide = aucune) : "
               MOVE SPACES TO WS-ALLERGIES-SAISIES
               ACCEPT WS-ALLERGIES-SAISIES
               DISPLAY "Régime alimentaire (vide = aucun) : "
               MOVE SPACES TO WS-REGIME-SAISI
               ACCEPT WS-REGIME-SAISI
               DISPLAY "Conduite à tenir en urgence (vide = aucune) : "
               MOVE SPACES TO WS-TRAITEMENT-SAISI
               ACCEPT WS-TRAITEMENT-SAISI
               DISPLAY "PAI (O/N) : "
               ACCEPT WS-PAI-SAISI

               IF WS-PAI-SAISI NOT = "O"
                   MOVE "N" TO WS-PAI-SAISI
               END-IF

               IF WS-ALLERGIES-SAISIES = SPACES
                   AND WS-REGIME-SAISI = SPACES
                   AND WS-TRAITEMENT-SAISI = SPACES
                   AND WS-PAI-SAISI = "N"
                   PERFORM 1100-SUPPRIME-FICHE
               ELSE
                   PERFORM 1200-ENREGISTRE-FICHE
               END-IF

           END-IF
       .

      ******************************************************************

      *Supprime la fiche WS-FICHE-TROUVEE en remontant les suivantes
       1100-SUPPRIME-FICHE.

           IF WS-FICHE-TROUVEE = 0
               DISPLAY "Rien à enregistrer"
           ELSE

               PERFORM VARYING WS-INDEX-DECALE
                   FROM WS-FICHE-TROUVEE BY 1
                   UNTIL WS-INDEX-DECALE >= WS-NB-FICHES

                   MOVE WS-FICHE(WS-INDEX-DECALE + 1)
                       TO WS-FICHE(WS-INDEX-DECALE)

               END-PERFORM

               SUBTRACT 1 FROM WS-NB-FICHES

               MOVE "SUPPRESSION" TO WS-OPERATION
               PERFORM 8000-SAUVE-FICHIER
               PERFORM 9000-ECRIT-JOURNAL

               DISPLAY "Fiche supprimée"

           END-IF
       .

      ******************************************************************

      *Enregistre les rubriques saisies dans la fiche de l'élève,
      *créée s'il n'en avait pas
       1200-ENREGISTRE-FICHE.

           IF WS-FICHE-TROUVEE = 0 AND WS-NB-FICHES >= 999
               DISPLAY "Tableau des fiches complet"
           ELSE

               IF WS-FICHE-TROUVEE = 0
                   ADD 1 TO WS-NB-FICHES
                   MOVE WS-NB-FICHES TO WS-FICHE-TROUVEE
                   MOVE WS-ID-SAISI TO WS-SA-ID-ELEVE(WS-FICHE-TROUVEE)
                   MOVE "AJOUT" TO WS-OPERATION
               ELSE
                   MOVE "MODIFICATION" TO WS-OPERATION
               END-IF

               MOVE WS-ALLERGIES-SAISIES
                   TO WS-SA-ALLERGIES(WS-FICHE-TROUVEE)
               MOVE WS-REGIME-SAISI TO WS-SA-REGIME(WS-FICHE-TROUVEE)
               MOVE WS-TRAITEMENT-SAISI
                   TO WS-SA-TRAITEMENT(WS-FICHE-TROUVEE)
               MOVE WS-PAI-SAISI TO WS-SA-PAI(WS-FICHE-TROUVEE)

               PERFORM 8000-SAUVE-FICHIER
               PERFORM 9000-ECRIT-JOURNAL

               DISPLAY "Fiche enregistrée"

           END-IF
       .

      ******************************************************************

      *Édite via editetat l'extrait médical d'une classe : chaque
      *élève ayant une fiche à signaler, suivi des lignes préparées
      *par fichsante, relu au préalable pour tenir compte des
      *modifications de la séance
       2000-EXTRAIT-CLASSE.

           DISPLAY "Classe : "
           ACCEPT WS-CLASSE-SAISIE

           MOVE "R" TO WS-SANTE-ACTION
           CALL "fichsante" USING WS-SANTE-COMMANDE
           MOVE "L" TO WS-SANTE-ACTION

           MOVE 0 TO WS-NB-SIGNALES

           MOVE "O" TO WS-ETAT-ACTION
           MOVE "extrait-sante.txt" TO WS-ETAT-FICHIER
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Extrait médical, classe " WS-CLASSE-SAISIE
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "D" TO WS-ETAT-ACTION
           MOVE "Document confidentiel, réservé aux accompagnants"
               TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-INSCRITS

               IF WS-CLASSE-INSCRIT(WS-INDEX) = WS-CLASSE-SAISIE
                   AND WS-ID-INSCRIT(WS-INDEX) NOT = 0
                   MOVE WS-ID-INSCRIT(WS-INDEX) TO WS-SANTE-ID-ELEVE
                   CALL "fichsante" USING WS-SANTE-COMMANDE
                   IF WS-SANTE-RESULTAT = "O"
                       PERFORM 2100-EDITE-FICHE
                   END-IF
               END-IF

           END-PERFORM

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Élèves à surveiller : " WS-NB-SIGNALES
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "F" TO WS-ETAT-ACTION
           CALL "editetat" USING WS-ETAT-COMMANDE

           DISPLAY "Extrait écrit dans extrait-sante.txt : "
               WS-NB-SIGNALES " élève(s) à surveiller"
       .

      ******************************************************************

      *Écrit dans l'état en cours l'élève WS-INDEX et les lignes de
      *sa fiche rendues par fichsante
       2100-EDITE-FICHE.

           ADD 1 TO WS-NB-SIGNALES

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "  " WS-NOM-INSCRIT(WS-INDEX)
               " " WS-PRENOM-INSCRIT(WS-INDEX)
               " (n° " WS-ID-INSCRIT(WS-INDEX) ")"
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
               UNTIL WS-INDEX-LIGNE > WS-SANTE-NB-LIGNES
               MOVE SPACES TO WS-ETAT-TEXTE
               STRING "      " WS-SANTE-LIGNE(WS-INDEX-LIGNE)
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

      *Recherche la fiche de l'élève WS-ID-SAISI ; laisse
      *WS-FICHE-TROUVEE à zéro s'il n'en a pas
       7100-TROUVE-FICHE.

           MOVE 0 TO WS-FICHE-TROUVEE

           PERFORM VARYING WS-INDEX-FICHE FROM 1 BY 1
               UNTIL WS-INDEX-FICHE > WS-NB-FICHES

               IF WS-SA-ID-ELEVE(WS-INDEX-FICHE) = WS-ID-SAISI
                   MOVE WS-INDEX-FICHE TO WS-FICHE-TROUVEE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Réécrit sante-eleves.txt en entier à partir du tableau
       8000-SAUVE-FICHIER.

           OPEN OUTPUT FICHIER-SANTE

           PERFORM VARYING WS-INDEX-FICHE FROM 1 BY 1
               UNTIL WS-INDEX-FICHE > WS-NB-FICHES

               MOVE SPACES TO F-FICHE-SANTE
               MOVE WS-SA-ID-ELEVE(WS-INDEX-FICHE) TO F-SA-ID-ELEVE
               MOVE WS-SA-ALLERGIES(WS-INDEX-FICHE) TO F-SA-ALLERGIES
               MOVE WS-SA-REGIME(WS-INDEX-FICHE) TO F-SA-REGIME
               MOVE WS-SA-TRAITEMENT(WS-INDEX-FICHE)
                   TO F-SA-TRAITEMENT
               MOVE WS-SA-PAI(WS-INDEX-FICHE) TO F-SA-PAI
               WRITE F-FICHE-SANTE

           END-PERFORM

           CLOSE FICHIER-SANTE
       .

      ******************************************************************

      *Ajoute au journal la date, l'opération et l'id élève, sans
      *rien du contenu médical de la fiche
       9000-ECRIT-JOURNAL.

           OPEN EXTEND FICHIER-JOURNAL

           IF WS-STATUT-JOURNAL = "35"
               OPEN OUTPUT FICHIER-JOURNAL
           END-IF

           MOVE SPACES TO F-LIGNE-JOURNAL
           STRING FUNCTION CURRENT-DATE(1:8) " "
               WS-OPERATION " fiche élève " WS-ID-SAISI
               INTO F-LIGNE-JOURNAL
           END-STRING
           WRITE F-LIGNE-JOURNAL

           CLOSE FICHIER-JOURNAL
       .
