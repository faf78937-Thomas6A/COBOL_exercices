      *Menu général de la boutique : les opérateurs lançaient la
      *centaine de programmes par leur nom depuis le shell, sans
      *savoir lesquels étaient sans danger ni dans quel ordre les
      *passer. Le menu regroupe les traitements courants par domaine
      *(C commandes et facturation, S stock, E école, A comptes, X
      *exploitation), dans l'ordre habituel de la journée, et lance
      *le programme choisi par CALL, comme planificateur.cbl ; le
      *programme est ensuite annulé (CANCEL) pour repartir à neuf au
      *lancement suivant. L'opérateur donne son nom : seuls les
      *domaines de son profil operateurs.txt (tenu par opermaint.cbl,
      *Jour34) sont affichés ; un opérateur absent du fichier n'a
      *accès à rien et, comme dans main_sql.cbl, sans fichier de
      *profils tout reste ouvert. Les utilitaires sensibles (migrid,
      *purgehist, effacement) demandent une confirmation puis le nom
      *d'un second opérateur, présent dans le fichier, différent du
      *premier et détenteur du domaine, qui confirme à son tour ;
      *sans fichier de profils ils restent fermés. Chaque ouverture,
      *lancement, retour et refus est inscrit, avec l'opérateur et
      *l'heure, au journal d'exploitation tenu par journalop.cbl.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. menugeneral.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier des profils, le même que opermaint.cbl, en
      *lecture seule
       SELECT FICHIER-OPERATEURS ASSIGN TO "operateurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-OPERATEURS.

       DATA DIVISION.

       FILE SECTION.

      *Définition du fichier des profils, même découpage que
      *opermaint.cbl : opérateur, droits de main_sql.cbl puis
      *domaines du menu
       FD FICHIER-OPERATEURS.
       01 F-OPERATEUR.
           05 F-OP-NOM        PIC X(30).
           05 FILLER          PIC X.
           05 F-OP-DROITS     PIC X(5).
           05 FILLER          PIC X.
           05 F-OP-DOMAINES   PIC X(10).

       WORKING-STORAGE SECTION.

      *Domaines du menu, dans l'ordre d'affichage : lettre du profil
      *et libellé
       01 WS-DOMAINES-VALEURS.
           05 FILLER              PIC X         VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "Commandes et facturation".
           05 FILLER              PIC X         VALUE "S".
           05 FILLER              PIC X(30)     VALUE "Stock".
           05 FILLER              PIC X         VALUE "E".
           05 FILLER              PIC X(30)     VALUE "École".
           05 FILLER              PIC X         VALUE "A".
           05 FILLER              PIC X(30)     VALUE "Comptes".
           05 FILLER              PIC X         VALUE "X".
           05 FILLER              PIC X(30)     VALUE "Exploitation".
       01 WS-DOMAINES-TAB REDEFINES WS-DOMAINES-VALEURS.
           05 WS-DOMAINE          OCCURS 5 TIMES.
               10 WS-DO-LETTRE    PIC X.
               10 WS-DO-LIBELLE   PIC X(30).

      *Catalogue des programmes du menu, dans l'ordre habituel de la
      *journée pour chaque domaine : domaine, programme appelé,
      *utilitaire sensible (O = double contrôle) et libellé
       01 WS-CATALOGUE-VALEURS.
           05 FILLER              PIC X(17)
               VALUE "Csaisiecmd      N".
           05 FILLER              PIC X(40)
               VALUE "Saisie guidée des commandes".
           05 FILLER              PIC X(17)
               VALUE "Ccommand        N".
           05 FILLER              PIC X(40)
               VALUE "Traitement des commandes et relevés".
           05 FILLER              PIC X(17)
               VALUE "Cfacturation    N".
           05 FILLER              PIC X(40)
               VALUE "Facturation".
           05 FILLER              PIC X(17)
               VALUE "Crelance        N".
           05 FILLER              PIC X(40)
               VALUE "Lettres de relance des impayés".
           05 FILLER              PIC X(17)
               VALUE "Cdevis          N".
           05 FILLER              PIC X(40)
               VALUE "Devis clients".
           05 FILLER              PIC X(17)
               VALUE "Cannulcmd       N".
           05 FILLER              PIC X(40)
               VALUE "Annulation de lignes de commande".
           05 FILLER              PIC X(17)
               VALUE "Cclimaint       N".
           05 FILLER              PIC X(40)
               VALUE "Tenue du fichier clients".
           05 FILLER              PIC X(17)
               VALUE "Cficheclient    N".
           05 FILLER              PIC X(40)
               VALUE "Consultation d'un compte client".
           05 FILLER              PIC X(17)
               VALUE "Cexpedition     N".
           05 FILLER              PIC X(40)
               VALUE "Manifeste postal du jour".
           05 FILLER              PIC X(17)
               VALUE "Clitmaint       N".
           05 FILLER              PIC X(40)
               VALUE "Tenue des litiges clients".
           05 FILLER              PIC X(17)
               VALUE "Cechmaint       N".
           05 FILLER              PIC X(40)
               VALUE "Échéanciers de paiement".
           05 FILLER              PIC X(17)
               VALUE "Crembourse      N".
           05 FILLER              PIC X(40)
               VALUE "Remboursement des clients créditeurs".
           05 FILLER              PIC X(17)
               VALUE "Cpertesmaint    N".
           05 FILLER              PIC X(40)
               VALUE "Passages en perte".
           05 FILLER              PIC X(17)
               VALUE "Csaisiefourn    N".
           05 FILLER              PIC X(40)
               VALUE "Saisie des factures fournisseurs".
           05 FILLER              PIC X(17)
               VALUE "Ctvamois        N".
           05 FILLER              PIC X(40)
               VALUE "Déclaration de TVA du mois".
           05 FILLER              PIC X(17)
               VALUE "Cexportcompta   N".
           05 FILLER              PIC X(40)
               VALUE "Export comptable".
           05 FILLER              PIC X(17)
               VALUE "Sreception      N".
           05 FILLER              PIC X(40)
               VALUE "Réception des marchandises".
           05 FILLER              PIC X(17)
               VALUE "Spreparation    N".
           05 FILLER              PIC X(40)
               VALUE "Listes de préparation".
           05 FILLER              PIC X(17)
               VALUE "Sbonlivraison   N".
           05 FILLER              PIC X(40)
               VALUE "Bons de livraison".
           05 FILLER              PIC X(17)
               VALUE "Ssorties        N".
           05 FILLER              PIC X(40)
               VALUE "Sorties de stock".
           05 FILLER              PIC X(17)
               VALUE "Stransfert      N".
           05 FILLER              PIC X(40)
               VALUE "Transferts entre sites".
           05 FILLER              PIC X(17)
               VALUE "Srupture        N".
           05 FILLER              PIC X(40)
               VALUE "Ruptures et réapprovisionnement".
           05 FILLER              PIC X(17)
               VALUE "Svalorisation   N".
           05 FILLER              PIC X(40)
               VALUE "Valorisation du stock".
           05 FILLER              PIC X(17)
               VALUE "Scomptage       N".
           05 FILLER              PIC X(40)
               VALUE "Comptage d'inventaire".
           05 FILLER              PIC X(17)
               VALUE "Efichclass      N".
           05 FILLER              PIC X(40)
               VALUE "Trombinoscope des classes".
           05 FILLER              PIC X(17)
               VALUE "Eabsences       N".
           05 FILLER              PIC X(40)
               VALUE "Suivi des absences".
           05 FILLER              PIC X(17)
               VALUE "Ecantine        N".
           05 FILLER              PIC X(40)
               VALUE "Gestion de la cantine".
           05 FILLER              PIC X(17)
               VALUE "Ecertificat     N".
           05 FILLER              PIC X(40)
               VALUE "Certificats de scolarité".
           05 FILLER              PIC X(17)
               VALUE "Enotemenu       N".
           05 FILLER              PIC X(40)
               VALUE "Carnet de notes".
           05 FILLER              PIC X(17)
               VALUE "Eincidents      N".
           05 FILLER              PIC X(40)
               VALUE "Incidents de discipline".
           05 FILLER              PIC X(17)
               VALUE "Esortiescol     N".
           05 FILLER              PIC X(40)
               VALUE "Sorties scolaires".
           05 FILLER              PIC X(17)
               VALUE "Ecdi            N".
           05 FILLER              PIC X(40)
               VALUE "Prêts du CDI".
           05 FILLER              PIC X(17)
               VALUE "Egarderie       N".
           05 FILLER              PIC X(40)
               VALUE "Garderie du soir".
           05 FILLER              PIC X(17)
               VALUE "Aopermaint      N".
           05 FILLER              PIC X(40)
               VALUE "Profils opérateurs et domaines".
           05 FILLER              PIC X(17)
               VALUE "Arecertif       N".
           05 FILLER              PIC X(40)
               VALUE "Recertification des accès".
           05 FILLER              PIC X(17)
               VALUE "Aeffacement     O".
           05 FILLER              PIC X(40)
               VALUE "Effacement RGPD d'une personne".
           05 FILLER              PIC X(17)
               VALUE "Xtableaubord    N".
           05 FILLER              PIC X(40)
               VALUE "Tableau de bord du matin".
           05 FILLER              PIC X(17)
               VALUE "Xconsjournal    N".
           05 FILLER              PIC X(40)
               VALUE "Journal d'exploitation".
           05 FILLER              PIC X(17)
               VALUE "Xarchrecherche  N".
           05 FILLER              PIC X(40)
               VALUE "Recherche dans les archives du jour".
           05 FILLER              PIC X(17)
               VALUE "Xtaches         N".
           05 FILLER              PIC X(40)
               VALUE "Tâches de l'équipe".
           05 FILLER              PIC X(17)
               VALUE "Xplanificateur  N".
           05 FILLER              PIC X(40)
               VALUE "Planificateur du soir".
           05 FILLER              PIC X(17)
               VALUE "Xsauvegarde     N".
           05 FILLER              PIC X(40)
               VALUE "Sauvegarde et restauration".
           05 FILLER              PIC X(17)
               VALUE "Xpurgehist      O".
           05 FILLER              PIC X(40)
               VALUE "Purge des historiques".
           05 FILLER              PIC X(17)
               VALUE "Xmigrid         O".
           05 FILLER              PIC X(40)
               VALUE "Migration des identifiants clients".
       01 WS-CATALOGUE-TAB REDEFINES WS-CATALOGUE-VALEURS.
           05 WS-ENTREE           OCCURS 44 TIMES.
               10 WS-EN-DOMAINE   PIC X.
               10 WS-EN-PROGRAMME PIC X(15).
               10 WS-EN-SENSIBLE  PIC X.
               10 WS-EN-LIBELLE   PIC X(40).

      *Tableau des profils chargés depuis le fichier
       01 WS-OPERATEURS-TAB.
           05 WS-OPERATEUR        OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-NB-OPERATEURS.
               10 WS-OP-NOM       PIC X(30).
               10 WS-OP-DOMAINES  PIC X(10).

      *Entrées affichées au dernier menu : rang dans le catalogue de
      *chaque numéro proposé
       01 WS-VISIBLES-TAB.
           05 WS-VISIBLE          PIC 99        OCCURS 44 TIMES.

      *Commande du journal d'exploitation
       01 WS-JOURNAL-COMMANDE.
           05 WS-JO-PROGRAMME     PIC X(12)     VALUE "menugeneral".
           05 WS-JO-GRAVITE       PIC X(5).
           05 WS-JO-CODE          PIC X(8).
           05 WS-JO-TEXTE         PIC X(80).

      *Effectif réel du tableau des profils et index de parcours
       77 WS-NB-OPERATEURS        PIC 9(3)      VALUE 1.
       77 WS-INDEX                PIC 9(3)      VALUE 1.
       77 WS-INDEX-TROUVE         PIC 9(3)      VALUE 0.
       77 WS-INDEX-DOMAINE        PIC 9         VALUE 1.
       77 WS-INDEX-ENTREE         PIC 99        VALUE 1.
      *Indicateur de fin de fichier, statut et présence des profils
       77 WS-EOF                  PIC X         VALUE 'F'.
       77 WS-STATUT-OPERATEURS    PIC XX.
       77 WS-PROFILS-PRESENTS     PIC X         VALUE "N".
      *Opérateur connecté et ses domaines
       77 WS-OPERATEUR-NOM        PIC X(30).
       77 WS-DOMAINES-OPERATEUR   PIC X(10).
      *Choix du menu, nombre d'entrées proposées, numéro affiché et
      *indicateur de fin de session
       77 WS-CHOIX                PIC 99        VALUE 0.
       77 WS-NB-VISIBLES          PIC 99        VALUE 0.
       77 WS-NUMERO-ED            PIC Z9.
       77 WS-QUITTER              PIC X         VALUE "N".
      *Recherche d'un profil par nom et contrôle d'un domaine : nom
      *cherché, domaines examinés, lettre cherchée, compte et verdict
       77 WS-NOM-CHERCHE          PIC X(30).
       77 WS-DOMAINES-EXAMINES    PIC X(10).
       77 WS-DOMAINE-EXAMINE      PIC X.
       77 WS-NB-LETTRES           PIC 99        VALUE 0.
       77 WS-DETIENT              PIC X         VALUE "N".
      *Double contrôle : confirmation du premier opérateur, nom du
      *second et sa confirmation
       77 WS-CONFIRMATION         PIC X         VALUE "N".
       77 WS-SECOND-NOM           PIC X(30).
       77 WS-CONFIRME             PIC X         VALUE "N".

       PROCEDURE DIVISION.

       DISPLAY "=== Menu général ===".

       PERFORM 1000-CHARGE-OPERATEURS.

       DISPLAY "Nom de l'opérateur : ".
       ACCEPT WS-OPERATEUR-NOM.

      *Domaines de l'opérateur : sans fichier de profils tout reste
      *ouvert, un opérateur absent du fichier n'a accès à rien
       IF WS-PROFILS-PRESENTS = "N"
           MOVE "CSEAX" TO WS-DOMAINES-OPERATEUR
           DISPLAY "Fichier des profils absent : tous les domaines "
               "restent ouverts, utilitaires sensibles exclus"
       ELSE
           MOVE WS-OPERATEUR-NOM TO WS-NOM-CHERCHE
           PERFORM 7000-TROUVE-OPERATEUR
           IF WS-INDEX-TROUVE = 0
               DISPLAY "Opérateur " FUNCTION TRIM(WS-OPERATEUR-NOM)
                   " absent du fichier des profils : accès refusé"
               MOVE "WARN" TO WS-JO-GRAVITE
               MOVE "MEN-REFU" TO WS-JO-CODE
               MOVE SPACES TO WS-JO-TEXTE
               STRING "Opérateur inconnu : "
                   FUNCTION TRIM(WS-OPERATEUR-NOM)
                   INTO WS-JO-TEXTE
               END-STRING
               PERFORM 8000-ECRIT-JOURNAL
               STOP RUN
           END-IF
           MOVE WS-OP-DOMAINES(WS-INDEX-TROUVE)
               TO WS-DOMAINES-OPERATEUR
       END-IF.

       IF WS-DOMAINES-OPERATEUR = SPACES
           DISPLAY "Aucun domaine attribué à "
               FUNCTION TRIM(WS-OPERATEUR-NOM)
               " : voir opermaint"
           STOP RUN
       END-IF.

       MOVE "INFO" TO WS-JO-GRAVITE.
       MOVE "MEN-DEB" TO WS-JO-CODE.
       MOVE SPACES TO WS-JO-TEXTE.
       STRING "Ouverture par " FUNCTION TRIM(WS-OPERATEUR-NOM)
           ", domaines " WS-DOMAINES-OPERATEUR
           INTO WS-JO-TEXTE.
       PERFORM 8000-ECRIT-JOURNAL.

      *Boucle de menu, jusqu'à la saisie de 0
       PERFORM UNTIL WS-QUITTER = "O"

           PERFORM 2000-AFFICHE-MENU

           MOVE 99 TO WS-CHOIX
           ACCEPT WS-CHOIX

           EVALUATE TRUE

               WHEN WS-CHOIX = 0
                   MOVE "O" TO WS-QUITTER

               WHEN WS-CHOIX <= WS-NB-VISIBLES
                   PERFORM 3000-LANCE-PROGRAMME

               WHEN OTHER
                   DISPLAY "Choix invalide"

           END-EVALUATE

       END-PERFORM.

       MOVE "INFO" TO WS-JO-GRAVITE.
       MOVE "MEN-FIN" TO WS-JO-CODE.
       MOVE SPACES TO WS-JO-TEXTE.
       STRING "Fermeture par " FUNCTION TRIM(WS-OPERATEUR-NOM)
           INTO WS-JO-TEXTE.
       PERFORM 8000-ECRIT-JOURNAL.

       DISPLAY "Fin du menu".

       STOP RUN.

      ******************************************************************

      *Charge les profils d'operateurs.txt ; un fichier absent laisse
      *WS-PROFILS-PRESENTS à N
       1000-CHARGE-OPERATEURS.

           MOVE 0 TO WS-NB-OPERATEURS

           OPEN INPUT FICHIER-OPERATEURS

           IF WS-STATUT-OPERATEURS = "00"
               MOVE "O" TO WS-PROFILS-PRESENTS
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-OPERATEURS
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF WS-NB-OPERATEURS < 100
                               ADD 1 TO WS-NB-OPERATEURS
                               MOVE F-OP-NOM
                                   TO WS-OP-NOM(WS-NB-OPERATEURS)
                               MOVE F-OP-DOMAINES
                                   TO WS-OP-DOMAINES(WS-NB-OPERATEURS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-OPERATEURS
           END-IF
       .

      ******************************************************************

      *Affiche, domaine par domaine, les entrées des domaines de
      *l'opérateur, numérotées à la suite, et retient pour chaque
      *numéro son rang dans le catalogue
       2000-AFFICHE-MENU.

           MOVE 0 TO WS-NB-VISIBLES

           PERFORM VARYING WS-INDEX-DOMAINE FROM 1 BY 1
               UNTIL WS-INDEX-DOMAINE > 5

               MOVE WS-DO-LETTRE(WS-INDEX-DOMAINE)
                   TO WS-DOMAINE-EXAMINE
               MOVE WS-DOMAINES-OPERATEUR TO WS-DOMAINES-EXAMINES
               PERFORM 7100-DETIENT-DOMAINE

               IF WS-DETIENT = "O"

                   DISPLAY "--- "
                       FUNCTION TRIM(WS-DO-LIBELLE(WS-INDEX-DOMAINE))
                       " ---"

                   PERFORM VARYING WS-INDEX-ENTREE FROM 1 BY 1
                       UNTIL WS-INDEX-ENTREE > 44
                       IF WS-EN-DOMAINE(WS-INDEX-ENTREE)
                           = WS-DOMAINE-EXAMINE
                           PERFORM 2100-AFFICHE-ENTREE
                       END-IF
                   END-PERFORM

               END-IF

           END-PERFORM

           DISPLAY " 0. Quitter"
           DISPLAY "Choix : "
       .

      ******************************************************************

      *Affiche l'entrée WS-INDEX-ENTREE sous le numéro suivant ; un
      *utilitaire sensible est signalé
       2100-AFFICHE-ENTREE.

           ADD 1 TO WS-NB-VISIBLES
           MOVE WS-INDEX-ENTREE TO WS-VISIBLE(WS-NB-VISIBLES)
           MOVE WS-NB-VISIBLES TO WS-NUMERO-ED

           IF WS-EN-SENSIBLE(WS-INDEX-ENTREE) = "O"
               DISPLAY WS-NUMERO-ED ". "
                   WS-EN-LIBELLE(WS-INDEX-ENTREE) " "
                   WS-EN-PROGRAMME(WS-INDEX-ENTREE)
                   " (double contrôle)"
           ELSE
               DISPLAY WS-NUMERO-ED ". "
                   WS-EN-LIBELLE(WS-INDEX-ENTREE) " "
                   WS-EN-PROGRAMME(WS-INDEX-ENTREE)
           END-IF
       .

      ******************************************************************

      *Lance le programme du numéro choisi : double contrôle d'abord
      *pour un utilitaire sensible, puis journalisation, CALL et
      *CANCEL pour que le lancement suivant reparte à neuf
       3000-LANCE-PROGRAMME.

           MOVE WS-VISIBLE(WS-CHOIX) TO WS-INDEX-ENTREE
           MOVE SPACES TO WS-SECOND-NOM
           MOVE "O" TO WS-CONFIRME

           IF WS-EN-SENSIBLE(WS-INDEX-ENTREE) = "O"
               PERFORM 4000-DOUBLE-CONTROLE
           END-IF

           IF WS-CONFIRME NOT = "O" AND WS-CONFIRME NOT = "o"

               DISPLAY "Lancement abandonné"

               MOVE "WARN" TO WS-JO-GRAVITE
               MOVE "MEN-REFU" TO WS-JO-CODE
               MOVE SPACES TO WS-JO-TEXTE
               STRING FUNCTION TRIM(WS-EN-PROGRAMME(WS-INDEX-ENTREE))
                   " non lancé par "
                   FUNCTION TRIM(WS-OPERATEUR-NOM)
                   " : double contrôle non obtenu"
                   INTO WS-JO-TEXTE
               END-STRING
               PERFORM 8000-ECRIT-JOURNAL

           ELSE

               MOVE "INFO" TO WS-JO-GRAVITE
               MOVE "MEN-LANC" TO WS-JO-CODE
               MOVE SPACES TO WS-JO-TEXTE

               IF WS-EN-SENSIBLE(WS-INDEX-ENTREE) = "O"
                   MOVE "WARN" TO WS-JO-GRAVITE
                   STRING
                       FUNCTION TRIM(WS-EN-PROGRAMME(WS-INDEX-ENTREE))
                       " lancé par " FUNCTION TRIM(WS-OPERATEUR-NOM)
                       ", validé par " FUNCTION TRIM(WS-SECOND-NOM)
                       INTO WS-JO-TEXTE
                   END-STRING
               ELSE
                   STRING
                       FUNCTION TRIM(WS-EN-PROGRAMME(WS-INDEX-ENTREE))
                       " lancé par " FUNCTION TRIM(WS-OPERATEUR-NOM)
                       INTO WS-JO-TEXTE
                   END-STRING
               END-IF

               PERFORM 8000-ECRIT-JOURNAL

               DISPLAY "--- Lancement de "
                   FUNCTION TRIM(WS-EN-PROGRAMME(WS-INDEX-ENTREE))
                   " ---"

               CALL WS-EN-PROGRAMME(WS-INDEX-ENTREE)
                   ON EXCEPTION
                       DISPLAY "Programme "
                           FUNCTION TRIM(
                               WS-EN-PROGRAMME(WS-INDEX-ENTREE))
                           " introuvable"
                       MOVE "ERROR" TO WS-JO-GRAVITE
                       MOVE "MEN-INTR" TO WS-JO-CODE
                       MOVE SPACES TO WS-JO-TEXTE
                       STRING "Programme introuvable : "
                           FUNCTION TRIM(
                               WS-EN-PROGRAMME(WS-INDEX-ENTREE))
                           INTO WS-JO-TEXTE
                       END-STRING
                       PERFORM 8000-ECRIT-JOURNAL
                   NOT ON EXCEPTION
                       CANCEL WS-EN-PROGRAMME(WS-INDEX-ENTREE)
                       MOVE "INFO" TO WS-JO-GRAVITE
                       MOVE "MEN-RET" TO WS-JO-CODE
                       MOVE SPACES TO WS-JO-TEXTE
                       STRING "Retour de "
                           FUNCTION TRIM(
                               WS-EN-PROGRAMME(WS-INDEX-ENTREE))
                           ", opérateur "
                           FUNCTION TRIM(WS-OPERATEUR-NOM)
                           INTO WS-JO-TEXTE
                       END-STRING
                       PERFORM 8000-ECRIT-JOURNAL
               END-CALL

           END-IF
       .

      ******************************************************************

      *Double contrôle d'un utilitaire sensible : l'opérateur
      *confirme, puis un second opérateur, présent dans le fichier
      *des profils, différent du premier et détenteur du domaine de
      *l'utilitaire, donne son nom et confirme ; WS-CONFIRME reste à
      *N au premier manquement
       4000-DOUBLE-CONTROLE.

           MOVE "N" TO WS-CONFIRME

           DISPLAY "Utilitaire sensible : "
               FUNCTION TRIM(WS-EN-LIBELLE(WS-INDEX-ENTREE))
               " (" FUNCTION TRIM(WS-EN-PROGRAMME(WS-INDEX-ENTREE))
               ")"
           DISPLAY "Confirmer le lancement ? (O/N)"
           MOVE "N" TO WS-CONFIRMATION
           ACCEPT WS-CONFIRMATION

           IF WS-CONFIRMATION NOT = "O" AND WS-CONFIRMATION NOT = "o"
               DISPLAY "Lancement non confirmé"
           ELSE
           IF WS-PROFILS-PRESENTS = "N"
               DISPLAY "Sans fichier des profils, le second "
                   "opérateur ne peut être vérifié"
           ELSE

               DISPLAY "Nom du second opérateur (double contrôle) : "
               ACCEPT WS-SECOND-NOM

               MOVE WS-SECOND-NOM TO WS-NOM-CHERCHE
               PERFORM 7000-TROUVE-OPERATEUR

               IF WS-SECOND-NOM = SPACES
                   DISPLAY "Second opérateur requis"
               ELSE
               IF WS-SECOND-NOM = WS-OPERATEUR-NOM
                   DISPLAY "Le second opérateur doit être différent "
                       "du premier"
               ELSE
               IF WS-INDEX-TROUVE = 0
                   DISPLAY FUNCTION TRIM(WS-SECOND-NOM)
                       " absent du fichier des profils"
               ELSE

                   MOVE WS-OP-DOMAINES(WS-INDEX-TROUVE)
                       TO WS-DOMAINES-EXAMINES
                   MOVE WS-EN-DOMAINE(WS-INDEX-ENTREE)
                       TO WS-DOMAINE-EXAMINE
                   PERFORM 7100-DETIENT-DOMAINE

                   IF WS-DETIENT = "N"
                       DISPLAY FUNCTION TRIM(WS-SECOND-NOM)
                           " ne détient pas le domaine "
                           WS-DOMAINE-EXAMINE
                   ELSE
                       DISPLAY FUNCTION TRIM(WS-SECOND-NOM)
                           ", confirmer le lancement ? (O/N)"
                       ACCEPT WS-CONFIRME
                   END-IF

               END-IF
               END-IF
               END-IF

           END-IF
           END-IF
       .

      ******************************************************************

      *Recherche WS-NOM-CHERCHE parmi les profils ; laisse
      *WS-INDEX-TROUVE à zéro si aucun profil ne porte ce nom
       7000-TROUVE-OPERATEUR.

           MOVE 0 TO WS-INDEX-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-OPERATEURS

               IF WS-OP-NOM(WS-INDEX) = WS-NOM-CHERCHE
                   MOVE WS-INDEX TO WS-INDEX-TROUVE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *La lettre WS-DOMAINE-EXAMINE figure-t-elle parmi
      *WS-DOMAINES-EXAMINES ? Réponse O ou N dans WS-DETIENT
       7100-DETIENT-DOMAINE.

           MOVE 0 TO WS-NB-LETTRES
           INSPECT WS-DOMAINES-EXAMINES TALLYING WS-NB-LETTRES
               FOR ALL WS-DOMAINE-EXAMINE

           IF WS-NB-LETTRES > 0
               MOVE "O" TO WS-DETIENT
           ELSE
               MOVE "N" TO WS-DETIENT
           END-IF
       .

      ******************************************************************

      *Ajoute la ligne préparée dans WS-JOURNAL-COMMANDE au journal
      *d'exploitation du jour
       8000-ECRIT-JOURNAL.

           CALL "journalop" USING WS-JOURNAL-COMMANDE
       .
