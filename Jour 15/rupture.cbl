       FILE SECTION.

      *Définition du fichier inventaire, chaque ligne contenant
      *l'inventaire d'un article ayant un nom, un stock sur cinq
      *chiffres (deux avant migstock.cbl), le code de son fournisseur
      *et son site de stockage (les lignes d'avant l'ouverture du
      *second magasin n'ont pas de site et sont rattachées au magasin
      *historique S1)
       FD FICHIER-INVENTAIRE.
       01 F-INVENTAIRE.
           05 F-NOM                  PIC X(10).
           05 F-STOCK                PIC 9(5).
           05 FILLER                 PIC X.
           05 F-FOURNISSEUR          PIC X(10).
           05 FILLER                 PIC X.
       01 TRI-ENREG.
           05 TRI-FOURNISSEUR        PIC X(10).
           05 TRI-NOM                PIC X(10).
           05 TRI-STOCK              PIC 9(5).
           05 TRI-SITE               PIC X(3).

      *Définition de l'inventaire trié, même découpage que le
       01 F-TRIE.
           05 F-FOURNISSEUR-TRIE     PIC X(10).
           05 F-NOM-TRIE             PIC X(10).
           05 F-STOCK-TRIE           PIC 9(5).
           05 F-SITE-TRIE            PIC X(3).

      *Définition du fichier de réapprovisionnement, chaque ligne
       01 F-ARTICLE-REAPPRO.
           05 F-NOM-REAPPRO           PIC X(10).
           05 FILLER                  PIC X.
           05 F-STOCK-REAPPRO         PIC ZZZZ9.
           05 FILLER                  PIC X.
           05 F-QTE-REAPPRO           PIC ZZZ9.

      *Définition du fichier des articles en stock suffisant, chaque
      *ligne contenant un article ni en rupture ni sous le seuil bas
       01 F-ARTICLE-EN-STOCK.
           05 F-NOM-EN-STOCK          PIC X(10).
           05 FILLER                 PIC X.
           05 F-STOCK-EN-STOCK        PIC ZZZZ9.

      *Définition des sorties par site, mêmes dispositions que les
      *fichiers consolidés correspondants
       01 F-REAPPRO-SITE.
           05 F-NOM-REAP-S           PIC X(10).
           05 FILLER                 PIC X.
           05 F-STOCK-REAP-S         PIC ZZZZ9.
           05 FILLER                 PIC X.
           05 F-QTE-REAP-S           PIC ZZZ9.

      *Définition de la vue des transferts inter-sites, une ligne de
      *texte libre par suggestion (les accents comptant double, 80
       77 WS-NB-ARTICLES             PIC 9(4)              VALUE 0.
      *Seuil de stock bas déclenchant le réapprovisionnement, et
      *niveau cible jusqu'où réapprovisionner, saisis à l'exécution
       77 WS-SEUIL-BAS               PIC 9(4).
       77 WS-NIVEAU-CIBLE            PIC 9(4).
      *Quantité à commander pour un article en stock bas
       77 WS-QTE-COMMANDE            PIC 9(4).

      *Suggestions de prevision.cbl chargées en mémoire : quand un
      *article en porte une, elle remplace la règle plate niveau
       77 WS-BON-OUVERT              PIC X                 VALUE "N".
       77 WS-NB-BONS                 PIC 99                VALUE 0.
       77 WS-TOT-LIGNES-BON          PIC 99                VALUE 0.
       77 WS-TOT-QTE-BON             PIC 9(6)              VALUE 0.
      *Versions éditées des champs numériques portés sur le bon
       77 WS-STOCK-BON-ED            PIC ZZZZ9.
       77 WS-QTE-BON-ED              PIC ZZZ9.
       77 WS-TOT-LIGNES-BON-ED       PIC Z9.
       77 WS-TOT-QTE-BON-ED          PIC ZZZZZ9.

      *Référentiel des fournisseurs chargé en mémoire, et champs du
      *contrôle des codes de l'inventaire : statut du fichier (35 =
           05 WS-ENV-LOGIQUE         PIC X(20).
           05 WS-ENV-DEFAUT          PIC X(40).
           05 WS-ENV-RESOLU          PIC X(40).
      *Commande passée au sous-programme commun de journalisation
      *(journalop.cbl) : programme, gravité, code et texte
       01 WS-JOURNAL-COMMANDE.
           05 WS-JO-PROGRAMME        PIC X(12)     VALUE "rupture".
           05 WS-JO-GRAVITE          PIC X(5).
           05 WS-JO-CODE             PIC X(8).
           05 WS-JO-TEXTE            PIC X(80).
       77 WS-NB-TRANSFERTS           PIC 99                VALUE 0.
       77 WS-STOCK-AUTRE-ED          PIC ZZZZ9.

       PROCEDURE DIVISION.

      *Début du lancement noté au journal d'exploitation
       MOVE "INFO" TO WS-JO-GRAVITE.
       MOVE "RUP-DEB" TO WS-JO-CODE.
       MOVE "Classement de l'inventaire lancé" TO WS-JO-TEXTE.
       CALL "journalop" USING WS-JOURNAL-COMMANDE.

      *Résolution des noms de fichiers principaux par le
      *sous-programme d'environnement (PROD par défaut, TEST en
      *éditant environnement.txt)
       DISPLAY "Articles à réapprovisionner : " WS-NB-REAPPRO
       DISPLAY "Articles sans action : " WS-NB-SANS-ACTION.

      *Bilan noté au journal d'exploitation
       MOVE "INFO" TO WS-JO-GRAVITE.
       MOVE "RUP-FIN" TO WS-JO-CODE.
       MOVE SPACES TO WS-JO-TEXTE.
       STRING "Articles lus " WS-NB-ARTICLES
           ", en rupture " WS-NB-RUPTURE
           ", à réapprovisionner " WS-NB-REAPPRO
           ", bons " WS-NB-BONS
           INTO WS-JO-TEXTE.
       CALL "journalop" USING WS-JOURNAL-COMMANDE.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être enchaîné depuis bilanjour.cbl comme sous-programme, sans
      *rien changer à son comportement lorsqu'il est lancé seul

           DISPLAY "Codes fournisseurs inconnus : "
               WS-NB-FOURN-INCONNUS

           IF WS-NB-FOURN-INCONNUS > 0
               MOVE "WARN" TO WS-JO-GRAVITE
               MOVE "RUP-FOUR" TO WS-JO-CODE
               MOVE SPACES TO WS-JO-TEXTE
               STRING "Codes fournisseurs inconnus : "
                   WS-NB-FOURN-INCONNUS
                   INTO WS-JO-TEXTE
               END-STRING
               CALL "journalop" USING WS-JOURNAL-COMMANDE
           END-IF
       .

      ******************************************************************
           IF WS-STATUT-FOURNISSEURS NOT = "00"
               DISPLAY "Référentiel fournisseurs.txt absent (statut "
                   WS-STATUT-FOURNISSEURS "), contrôle sauté"
               MOVE "WARN" TO WS-JO-GRAVITE
               MOVE "RUP-REF" TO WS-JO-CODE
               MOVE SPACES TO WS-JO-TEXTE
               STRING "Référentiel fournisseurs.txt absent, "
                   "contrôle sauté"
                   INTO WS-JO-TEXTE
               END-STRING
               CALL "journalop" USING WS-JOURNAL-COMMANDE
           ELSE

               PERFORM UNTIL WS-FIN-FICHIER = 'T'
