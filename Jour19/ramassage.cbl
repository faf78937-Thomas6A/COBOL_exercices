      *l'ordre des arrêts, part par le sous-programme commun editetat
      *pour les chauffeurs, et les élèves sans route sortent sur une
      *liste d'exceptions. La sortie des classes cesse d'être le
      *moment où l'on perd le plus de temps. Sous chaque élève, le
      *chauffeur trouve les allergies, régime ou PAI de sa fiche
      *médicale, tirés par le sous-programme commun fichsante.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ramassage.
       AUTHOR. Thomas Baudrin.
       77 WS-NB-AFF-INCONNUES     PIC 9(3)              VALUE 0.
       77 WS-NB-SANS-ROUTE        PIC 9(3)              VALUE 0.
       77 WS-NB-MONTES            PIC 9(3)              VALUE 0.
      *Index des lignes d'extrait de la fiche médicale
       77 WS-INDEX-LIGNE          PIC 9                 VALUE 1.

      *Commande passée au sous-programme d'édition d'états
       01 WS-ETAT-COMMANDE.
           05 WS-ETAT-FICHIER     PIC X(30).
           05 WS-ETAT-TEXTE       PIC X(80).

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

      *Chargement du trombinoscope
      ******************************************************************

      *Écrit l'arrêt WS-INDEX-ARRET de la liste en cours, suivi des
      *élèves qui y montent, chacun avec l'extrait de sa fiche
      *médicale s'il a quelque chose à signaler
       2000-ARRET-DE-LISTE.

           MOVE "D" TO WS-ETAT-ACTION
                   END-STRING
                   CALL "editetat" USING WS-ETAT-COMMANDE

                   MOVE WS-ID-INSCRIT(WS-INDEX) TO WS-SANTE-ID-ELEVE
                   CALL "fichsante" USING WS-SANTE-COMMANDE

                   PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
                       UNTIL WS-INDEX-LIGNE > WS-SANTE-NB-LIGNES
                       MOVE SPACES TO WS-ETAT-TEXTE
                       STRING "        "
                           WS-SANTE-LIGNE(WS-INDEX-LIGNE)
                           INTO WS-ETAT-TEXTE
                       END-STRING
                       CALL "editetat" USING WS-ETAT-COMMANDE
                   END-PERFORM

               END-IF

           END-PERFORM
