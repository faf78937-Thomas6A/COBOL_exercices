      *la cuisine se calcule par classe en retirant les absents du
      *jour d'absences.txt ; et la facturation de fin de mois produit
      *une facture par famille au prix du repas configuré dans
      *cantine-config.txt (PRIX n, en centimes). L'effectif remis à
      *la cuisine se complète, classe par classe, des convives du
      *jour ayant une allergie, un régime ou un PAI, tirés de la
      *fiche médicale confidentielle par le sous-programme commun
      *fichsante.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cantine.
       AUTHOR. Thomas Baudrin.
       77 WS-NB-REPAS-ED          PIC ZZ9.
       77 WS-MONTANT-ED           PIC Z(6)9.
       77 WS-NB-FACTURES          PIC 9(3)              VALUE 0.
      *Convives à signaler à la cuisine : compteurs, témoin de
      *classe déjà titrée et index des lignes d'extrait
       77 WS-NB-SIGNALES          PIC 9(3)              VALUE 0.
       77 WS-CLASSE-TITREE        PIC X                 VALUE "N".
       77 WS-INDEX-LIGNE          PIC 9                 VALUE 1.

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

      *Effectif du matin : les absents du jour sont relevés dans
      *absences.txt, puis l'effectif mangeant aujourd'hui se compte
      *par classe (inscrits au jour de la semaine, non absents) avec
      *le total pour la cuisine, suivi des convives à signaler
       2000-EFFECTIF-MATIN.

      *Jour de la semaine du jour même : le jour 1 du compte
               END-STRING
               WRITE F-LIGNE-EFFECTIF

               PERFORM 2200-CONVIVES-A-SIGNALER

               CLOSE FICHIER-EFFECTIF

               DISPLAY "Effectif écrit dans effectif-cantine.txt : "
                   WS-EFFECTIF-TOTAL-ED " repas, "
                   WS-NB-SIGNALES " convive(s) à signaler"

           END-IF
       .

      ******************************************************************

      *Ajoute à l'effectif, classe par classe, les convives du jour
      *(inscrits au jour de la semaine, non absents) dont la fiche
      *médicale a quelque chose à signaler, avec les lignes
      *d'extrait préparées par fichsante
       2200-CONVIVES-A-SIGNALER.

           MOVE 0 TO WS-NB-SIGNALES

           MOVE SPACES TO F-LIGNE-EFFECTIF
           WRITE F-LIGNE-EFFECTIF
           MOVE
               "--- Convives à signaler (allergies, régimes, PAI) ---"
               TO F-LIGNE-EFFECTIF
           WRITE F-LIGNE-EFFECTIF

           PERFORM VARYING WS-INDEX-CLASSE FROM 1 BY 1
               UNTIL WS-INDEX-CLASSE > WS-NB-CLASSES

               MOVE "N" TO WS-CLASSE-TITREE

               PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NB-INSCRITS

                   IF WS-CLASSE-INSCRIT(WS-INDEX)
                       = WS-CLASSE-DISTINCTE(WS-INDEX-CLASSE)
                       AND WS-JOURS-CANTINE(WS-INDEX)
                           (WS-JOUR-SEMAINE:1) = "O"
                       AND WS-ABSENT-JOUR(WS-INDEX) = "N"
                       AND WS-ID-INSCRIT(WS-INDEX) NOT = 0
                       MOVE WS-ID-INSCRIT(WS-INDEX)
                           TO WS-SANTE-ID-ELEVE
                       CALL "fichsante" USING WS-SANTE-COMMANDE
                       IF WS-SANTE-RESULTAT = "O"
                           PERFORM 2300-ECRIT-CONVIVE
                       END-IF
                   END-IF

               END-PERFORM

           END-PERFORM

           IF WS-NB-SIGNALES = 0
               MOVE "Aucun convive à signaler" TO F-LIGNE-EFFECTIF
               WRITE F-LIGNE-EFFECTIF
           END-IF
       .

      ******************************************************************

      *Écrit le convive WS-INDEX et ses lignes d'extrait, précédés du
      *nom de sa classe pour le premier convive signalé de la classe
       2300-ECRIT-CONVIVE.

           ADD 1 TO WS-NB-SIGNALES

           IF WS-CLASSE-TITREE = "N"
               MOVE "O" TO WS-CLASSE-TITREE
               MOVE SPACES TO F-LIGNE-EFFECTIF
               STRING "Classe " WS-CLASSE-DISTINCTE(WS-INDEX-CLASSE)
                   " :"
                   INTO F-LIGNE-EFFECTIF
               END-STRING
               WRITE F-LIGNE-EFFECTIF
           END-IF

           MOVE SPACES TO F-LIGNE-EFFECTIF
           STRING "  " WS-NOM-INSCRIT(WS-INDEX)
               " " WS-PRENOM-INSCRIT(WS-INDEX)
               " (n° " WS-ID-INSCRIT(WS-INDEX) ")"
               INTO F-LIGNE-EFFECTIF
           END-STRING
           WRITE F-LIGNE-EFFECTIF

           PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
               UNTIL WS-INDEX-LIGNE > WS-SANTE-NB-LIGNES
               MOVE SPACES TO F-LIGNE-EFFECTIF
               STRING "      " WS-SANTE-LIGNE(WS-INDEX-LIGNE)
                   INTO F-LIGNE-EFFECTIF
               END-STRING
               WRITE F-LIGNE-EFFECTIF
           END-PERFORM
       .

      ******************************************************************

      *Facturation du mois : pour chaque enfant inscrit, les repas du
      *mois sont estimés à quatre semaines de ses jours d'inscription
      *moins ses absences du mois, et une facture part par famille au
