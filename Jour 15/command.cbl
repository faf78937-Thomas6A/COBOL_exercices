           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PAIEMENTS.

      *Alias du journal des passages en perte approuvés par
      *pertesmaint.cbl : chaque créance abandonnée y figure comme un
      *règlement (client, commande, montant) et solde d'autant le
      *restant dû au lieu de traîner sur l'état des impayés ; son
      *absence (statut 35) signifie qu'aucune perte n'a été passée
       SELECT FICHIER-PERTES ASSIGN TO "pertes-journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PERTES.

      *Alias du fichier des remboursements tenu par rembourse.cbl :
      *une ligne par décision sur un client créditeur, remboursement
      *(type R, qui rend au client une part de son trop-perçu) ou
      *crédit conservé pour les prochaines commandes (type C) ; son
      *absence (statut 35) signifie qu'aucune décision n'a été prise
       SELECT FICHIER-REMBOURSEMENTS ASSIGN TO "remboursements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-REMBOURSEMENTS.

      *Alias de l'état des clients créditeurs, le pendant de l'état
      *des impayés : une ligne par client dont le payé dépasse le
      *commandé, à traiter par rembourse.cbl
       SELECT FICHIER-CREDITEURS ASSIGN TO "clients-crediteurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Alias du rapport des paiements mal référencés : une ligne par
      *règlement dont le numéro de commande n'existe pas chez le
      *client payeur, pour que la comptabilité sache quelles
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-INVENTAIRE.

      *Alias des nomenclatures : la composition de chaque kit du
      *catalogue (coffret, pack de démarrage) en articles
      *d'inventaire, pour que le contrôle de disponibilité consomme
      *le stock des composants ; absent, aucun produit n'est un kit
       SELECT FICHIER-NOMENCLATURES ASSIGN TO "nomenclatures.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-NOMENCL.

      *Alias du fichier des reliquats de stock : une ligne par ligne
      *de commande que le stock disponible ne couvre pas, que
      *reception.cbl libérera au fil des arrivages
       SELECT FICHIER-BACKORDERS ASSIGN TO "backorders.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Alias du fichier des lignes prêtes à préparer : une ligne par
      *ligne de commande que le stock disponible couvre, relue par
      *preparation.cbl pour les listes de préparation par site
       SELECT FICHIER-A-PREPARER ASSIGN TO "lignes-a-preparer.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Alias du fichier des expéditions saisies par l'entrepôt (le
      *même que bonlivraison.cbl) : il permet d'afficher commandé et
      *expédié en regard sur le relevé
       SELECT FICHIER-RELIQUATS ASSIGN TO "reliquats.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Alias du registre des annulations saisies par annulcmd.cbl :
      *une ligne par quantité annulée sur une ligne de commande pas
      *encore expédiée, retirée de la ligne avant le calcul des
      *reliquats ; son absence (statut 35) signifie qu'aucune ligne
      *n'a été annulée
       SELECT FICHIER-ANNULATIONS ASSIGN TO "annulations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-ANNULATIONS.

      *Alias du compte rendu des annulations pour le service
      *commercial : annulations appliquées et annulations ignorées
      *(ligne remplacée ou introuvable)
       SELECT FICHIER-ANNUL-RAPPORT
           ASSIGN TO "annulations-appliquees.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Alias du fichier des promotions : une ligne par campagne (code
      *produit, début, fin, pourcentage de remise) appliquée à la
      *fusion au lieu des prix unitaires retouchés à la main qui
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CONDITIONS.

      *Alias des échéanciers de paiement tenus par echmaint.cbl : une
      *commande réglée en plusieurs fois ne vieillit plus d'un bloc
      *mais échéance par échéance ; un fichier absent laisse toutes
      *les commandes exigibles d'un bloc
       SELECT FICHIER-ECHEANCIERS ASSIGN TO "echeanciers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-ECHEANCIERS.

      *Alias du registre des litiges tenu par litmaint.cbl : une
      *commande contestée et non résolue sort de la relance et des
      *pénalités ; un fichier absent laisse tout exigible
       SELECT FICHIER-LITIGES ASSIGN TO "litiges.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-LITIGES.

      *Alias du fichier des plafonds de crédit : une ligne par client
      *encadré (id et plafond d'encours en centimes) ; un client
      *absent du fichier garde le comportement historique, sans
           05 FILLER              PIC X.
           05 F-DATE-PAIEMENT     PIC X(10).

      *Définition du journal des passages en perte, même découpage
      *que pertesmaint.cbl : les quatre premières zones suivent celui
      *des paiements, la suite trace la proposition et ses deux
      *opérateurs
       FD FICHIER-PERTES.
       01 F-PERTE.
           05 F-PJ-CLIENT         PIC 9(6).
           05 FILLER              PIC X.
           05 F-PJ-NUMERO         PIC 9(3).
           05 FILLER              PIC X.
           05 F-PJ-MONTANT        PIC 9(7).
           05 FILLER              PIC X.
           05 F-PJ-DATE           PIC X(10).
           05 FILLER              PIC X(100).

      *Définition du fichier des remboursements, même découpage que
      *rembourse.cbl : client, type de décision (R remboursement, C
      *crédit conservé), montant en centimes, date, opérateur et moyen
      *de remboursement
       FD FICHIER-REMBOURSEMENTS.
       01 F-REMBOURSEMENT.
           05 F-RB-CLIENT         PIC 9(6).
           05 FILLER              PIC X.
           05 F-RB-TYPE           PIC X.
           05 FILLER              PIC X.
           05 F-RB-MONTANT        PIC 9(7).
           05 FILLER              PIC X.
           05 F-RB-DATE           PIC X(8).
           05 FILLER              PIC X(32).

      *Définition de l'état des clients créditeurs, une ligne de texte
      *libre par client (et les lignes d'en-tête et de total)
       FD FICHIER-CREDITEURS.
       01 F-LIGNE-CREDITEUR       PIC X(132).

      *Définition du rapport des paiements mal référencés, une ligne
      *de texte libre par règlement signalé
       FD FICHIER-PAIEMENTS-KO.
       FD FICHIER-INVENTAIRE.
       01 F-INVENTAIRE.
           05 F-NOM-INV           PIC X(10).
           05 F-STOCK-INV         PIC 9(5).
           05 FILLER              PIC X.
           05 F-FOURNISSEUR-INV   PIC X(10).
           05 FILLER              PIC X.
           05 F-SITE-INV          PIC X(3).

      *Définition des nomenclatures : code produit du kit au
      *catalogue, article d'inventaire composant et quantité de ce
      *composant par kit, une ligne par composant
       FD FICHIER-NOMENCLATURES.
       01 F-NOMENCLATURE.
           05 F-NO-KIT            PIC X(6).
           05 FILLER              PIC X.
           05 F-NO-COMPOSANT      PIC X(10).
           05 FILLER              PIC X.
           05 F-NO-QTE            PIC 9(3).

      *Définition du fichier des reliquats de stock : client, numéro
      *de commande, code produit, article d'inventaire, quantité en
      *attente et date de la commande
           05 FILLER              PIC X.
           05 F-BO-DATE           PIC X(8).

      *Définition du fichier des lignes prêtes à préparer, même
      *découpage que backorders.txt : client, numéro de commande, code
      *produit, article d'inventaire, quantité à servir et date ; la
      *quantité tient ici sur 7 chiffres, le besoin d'un composant de
      *kit éclaté (restant à servir x quantité par kit) pouvant
      *dépasser 999
       FD FICHIER-A-PREPARER.
       01 F-A-PREPARER.
           05 F-AP-CLIENT         PIC 9(6).
           05 FILLER              PIC X.
           05 F-AP-NUMERO         PIC 9(3).
           05 FILLER              PIC X.
           05 F-AP-CODE           PIC X(6).
           05 FILLER              PIC X.
           05 F-AP-ARTICLE        PIC X(10).
           05 FILLER              PIC X.
           05 F-AP-QTE            PIC 9(7).
           05 FILLER              PIC X.
           05 F-AP-DATE           PIC X(8).

      *Définition du fichier des expéditions, même découpage que
      *bonlivraison.cbl
       FD FICHIER-EXPEDITIONS.
           05 F-EX-QTE            PIC 9(3).
           05 FILLER              PIC X.
           05 F-EX-DATE           PIC X(8).
           05 FILLER              PIC X.
           05 F-EX-LOT            PIC X(8).

      *Définition du reliquat, une ligne de texte libre par ligne de
      *commande pas encore entièrement expédiée
       FD FICHIER-RELIQUATS.
       01 F-LIGNE-RELIQUAT        PIC X(100).

      *Définition du registre des annulations, même découpage que
      *annulcmd.cbl : client, numéro de commande, code produit,
      *quantité annulée, date AAAAMMJJ, opérateur et motif
       FD FICHIER-ANNULATIONS.
       01 F-ANNULATION.
           05 F-AN-CLIENT         PIC 9(6).
           05 FILLER              PIC X.
           05 F-AN-NUMERO         PIC 9(3).
           05 FILLER              PIC X.
           05 F-AN-CODE           PIC X(6).
           05 FILLER              PIC X.
           05 F-AN-QTE            PIC 9(3).
           05 FILLER              PIC X.
           05 F-AN-DATE           PIC X(8).
           05 FILLER              PIC X.
           05 F-AN-OPERATEUR      PIC X(20).
           05 FILLER              PIC X.
           05 F-AN-MOTIF          PIC X(30).

      *Définition du compte rendu des annulations, une ligne de texte
      *libre par annulation
       FD FICHIER-ANNUL-RAPPORT.
       01 F-LIGNE-ANNUL-RAPPORT   PIC X(132).

      *Définition du fichier des promotions : code produit, fenêtre
      *AAAAMMJJ de début et de fin, pourcentage de remise
       FD FICHIER-PROMOTIONS.
           05 FILLER              PIC X.
           05 F-CR-TAUX           PIC 99.

      *Définition des échéanciers, même découpage que echmaint.cbl :
      *client, numéro de commande, rang, date d'exigibilité AAAAMMJJ
      *et montant de l'échéance en centimes
       FD FICHIER-ECHEANCIERS.
       01 F-ECHEANCE.
           05 F-EP-CLIENT         PIC 9(6).
           05 FILLER              PIC X.
           05 F-EP-NUMERO         PIC 9(3).
           05 FILLER              PIC X.
           05 F-EP-RANG           PIC 99.
           05 FILLER              PIC X.
           05 F-EP-DATE           PIC X(8).
           05 FILLER              PIC X.
           05 F-EP-MONTANT        PIC 9(7).

      *Définition du registre des litiges, même découpage que
      *litmaint.cbl ; un litige ouvert a une date de résolution à
      *blanc
       FD FICHIER-LITIGES.
       01 F-LITIGE.
           05 F-LI-CLIENT         PIC 9(6).
           05 FILLER              PIC X.
           05 F-LI-NUMERO         PIC 9(3).
           05 FILLER              PIC X.
           05 F-LI-OUVERTURE      PIC X(8).
           05 FILLER              PIC X.
           05 F-LI-RESOLU-LE      PIC X(8).
           05 FILLER              PIC X.
           05 F-LI-MOTIF          PIC X(30).
           05 FILLER              PIC X.
           05 F-LI-RESOLUTION     PIC X(30).

      *Définition du fichier des plafonds de crédit : id client et
      *plafond d'encours en centimes
       FD FICHIER-LIMITES.
      *paiements.txt après la fusion des commandes
               10 WS-PAYE     PIC 9(8).
               10 WS-DERNIER-PAIEMENT PIC X(10).
      *Part du payé provenant de passages en perte approuvés
      *(pertes-journal.txt), montrée à part sur le relevé
               10 WS-PERTE    PIC 9(8).
      *Cumul des remboursements rendus au client (remboursements.txt)
      *qui réduisent d'autant son trop-perçu, et décision de conserver
      *son crédit pour les prochaines commandes (O), la dernière
      *décision du fichier l'emportant
               10 WS-REMBOURSE PIC 9(8).
               10 WS-CREDIT-CONSERVE PIC X.
      *Reports des périodes closes par cloture.cbl : commandé et payé
      *archivés, chargés depuis soldes-ouverture.txt et réintégrés aux
      *totaux du client pour que le relevé ressorte identique le
      *chez le client payeur (montant tout de même cumulé sur le
      *client, l'argent a bien été encaissé)
       77 WS-NB-PAIEMENTS-SANS-CDE PIC 9(3)            VALUE 0.
      *Lecture du journal des passages en perte : fin de fichier,
      *statut (35 = aucune perte passée), nombre de pertes imputées
      *et de pertes dont le client n'existe plus
       77 WS-FIN-PERTES          PIC X                 VALUE 'F'.
       77 WS-STATUT-PERTES       PIC XX.
       77 WS-NB-PERTES           PIC 9(5)              VALUE 0.
       77 WS-NB-PERTES-PERDUES   PIC 9(3)              VALUE 0.
      *Lecture des remboursements : fin de fichier, statut (35 =
      *aucune décision), compte des remboursements imputés ; état des
      *créditeurs : compte des clients et total de leurs crédits
       77 WS-FIN-REMBOURSEMENTS  PIC X                 VALUE 'F'.
       77 WS-STATUT-REMBOURSEMENTS PIC XX.
       77 WS-NB-REMBOURSEMENTS   PIC 9(5)              VALUE 0.
       77 WS-NB-CREDITEURS       PIC 9(3)              VALUE 0.
       77 WS-TOTAL-CREDIT        PIC 9(9)              VALUE 0.
      *Montants formatés conservés le temps de composer une ligne de
      *l'état des créditeurs
       77 WS-CRE-CREDIT-AFF      PIC X(18).
       77 WS-CRE-REMBOURSE-AFF   PIC X(18).
      *Décision sur le crédit (conservé ou à traiter)
       77 WS-CRE-DECISION        PIC X(10).
      *Libellé de l'état de règlement de la ligne de relevé en cours
      *(PAYEE, PARTIELLE ou OUVERTE)
       77 WS-ETAT-LIGNE          PIC X(9).
      *catalogue, et limite tolérée (prix catalogue x tolérance)
       77 WS-ECART-PRIX          PIC S9(5)             VALUE 0.
       77 WS-ECART-LIMITE        PIC 9(6)              VALUE 0.
      *Prix de référence de la ligne : le prix contractuel du client
      *valide à la date du fichier de commandes, sinon celui de
      *l'historique des prix en vigueur à cette date, à défaut le prix
      *catalogue, avec son origine pour ecarts-prix.txt ; commandes
      *passées aux sous-programmes communs prixcontrat et prixdate
       77 WS-PRIX-REFERENCE      PIC 9(4)              VALUE 0.
       77 WS-ORIGINE-REFERENCE   PIC X(9)              VALUE SPACES.
       01 WS-CONTRAT-COMMANDE.
           05 WS-CONTRAT-CLIENT      PIC 9(6).
           05 WS-CONTRAT-CODE        PIC X(6).
           05 WS-CONTRAT-DATE        PIC X(8).
           05 WS-CONTRAT-PRIX        PIC 9(4).
           05 WS-CONTRAT-RESULTAT    PIC X.
       01 WS-PRIXDATE-COMMANDE.
           05 WS-PRIXDATE-CODE       PIC X(6).
           05 WS-PRIXDATE-DATE       PIC X(8).
           05 WS-PRIXDATE-PRIX       PIC 9(4).
           05 WS-PRIXDATE-TAUX       PIC 9(4).
           05 WS-PRIXDATE-RESULTAT   PIC X.

      *Champs utilisés pour fusionner plusieurs fichiers de commandes
      *datés en une seule fois : le nom courant assigné dynamiquement
           05 WS-ENV-LOGIQUE        PIC X(20).
           05 WS-ENV-DEFAUT         PIC X(40).
           05 WS-ENV-RESOLU         PIC X(40).
      *Commande passée au sous-programme commun de journalisation
      *(journalop.cbl) : programme, gravité, code et texte
       01 WS-JOURNAL-COMMANDE.
           05 WS-JO-PROGRAMME       PIC X(12)      VALUE "command".
           05 WS-JO-GRAVITE         PIC X(5).
           05 WS-JO-CODE            PIC X(8).
           05 WS-JO-TEXTE           PIC X(80).
      *Commande passée au sous-programme commun du registre du
      *courrier sortant (courrier.cbl) : une ligne par relevé posté
       01 WS-COURRIER-COMMANDE.
           05 WS-CO-TYPE            PIC X(10)      VALUE "RELEVE".
           05 WS-CO-ID              PIC X(10).
           05 WS-CO-NOM             PIC X(30).
           05 WS-CO-ADRESSE         PIC X(60).
           05 WS-CO-PAGES           PIC 9(3)       VALUE 1.
           05 WS-CO-REFERENCE       PIC X(20).
       77 WS-MODE-LISTE             PIC X          VALUE "N".
       77 WS-STATUT-LISTE           PIC XX.
       77 WS-FICHIER-OUVERT         PIC X          VALUE "N".
           05 WS-STOCK-ART       OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-STOCKS.
               10 WS-ST-ARTICLE  PIC X(10).
               10 WS-ST-DISPO    PIC S9(7).
       77 WS-NB-STOCKS           PIC 9(3)              VALUE 1.
       77 WS-INDEX-STOCK         PIC 9(3)              VALUE 1.
       77 WS-STOCK-TROUVE        PIC 9(3)              VALUE 0.
       77 WS-CODE-CHERCHE        PIC X(6).
       77 WS-RESTANT-A-SERVIR    PIC S9(5)             VALUE 0.
       77 WS-NB-BACKORDERS       PIC 9(3)              VALUE 0.
       77 WS-NB-A-PREPARER       PIC 9(4)              VALUE 0.
      *Article et quantité de la ligne prête à préparer ou du reliquat
      *à écrire : l'article du catalogue pour un produit simple, un
      *composant et son besoin pour un kit éclaté
       77 WS-ARTICLE-A-SERVIR    PIC X(10).
       77 WS-QTE-A-SERVIR        PIC S9(7)             VALUE 0.

      *Nomenclatures des kits chargées en mémoire ; champs de
      *l'éclatement : composants du kit en cours, besoin d'un
      *composant (restant à servir fois quantité par kit), indicateurs
      *kit servi fini et composants tous couverts, compte des kits
      *éclatés en composants
       01 WS-NOMENCL-TAB.
           05 WS-NOMENCL         OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NB-NOMENCL.
               10 WS-NO-KIT       PIC X(6).
               10 WS-NO-COMPOSANT PIC X(10).
               10 WS-NO-QTE       PIC 9(3).
       77 WS-NB-NOMENCL          PIC 9(3)              VALUE 1.
       77 WS-INDEX-NOMENCL       PIC 9(3)              VALUE 1.
       77 WS-STATUT-NOMENCL      PIC XX.
       77 WS-NB-COMPOSANTS-KIT   PIC 9(3)              VALUE 0.
       77 WS-BESOIN-COMPOSANT    PIC S9(7)             VALUE 0.
       77 WS-KIT-SERVI           PIC X                 VALUE "N".
       77 WS-KIT-COUVERT         PIC X                 VALUE "N".
       77 WS-NB-KITS-ECLATES     PIC 9(4)              VALUE 0.

      *Champs du suivi des expéditions : statut du fichier (35 = rien
      *encore expédié), compteurs des lignes en reliquat et des
       77 WS-QTE-CDE-ED          PIC ZZ9.
       77 WS-QTE-EXP-ED          PIC ZZZZ9.

      *Champs des annulations : statut du registre (35 = aucune
      *annulation), compteurs des annulations appliquées et ignorées,
      *quantité retirée et quantité restante de la ligne annulée
       77 WS-STATUT-ANNULATIONS  PIC XX.
       77 WS-FIN-ANNULATIONS     PIC X                 VALUE 'F'.
       77 WS-NB-ANNULATIONS      PIC 9(4)              VALUE 0.
       77 WS-NB-ANNUL-IGNOREES   PIC 9(4)              VALUE 0.
       77 WS-QTE-ANNULEE         PIC 9(3)              VALUE 0.
       77 WS-QTE-RESTE           PIC 9(3)              VALUE 0.

      *Promotions chargées en mémoire avec leurs cumuls de campagne
      *(quantité et chiffre net vendus sous la promotion), et champs
      *de l'application : code, date et quantité de la ligne en cours,
       77 WS-DATE-ANCIENNE       PIC X(8)              VALUE SPACES.
       77 WS-JOURS-AUJOURDHUI    PIC 9(7)              VALUE 0.
       77 WS-JOURS-ECHEANCE      PIC 9(7)              VALUE 0.
      *Commande passée au sous-programme commun du calendrier ouvré
      *(calendrier.cbl) : une échéance tombant un week-end ou un jour
      *férié est reportée au jour ouvré suivant
       01 WS-CAL-COMMANDE.
           05 WS-CAL-ACTION      PIC X.
           05 WS-CAL-DATE-1      PIC 9(8).
           05 WS-CAL-DATE-2      PIC 9(8).
           05 WS-CAL-NOMBRE      PIC S9(5).
           05 WS-CAL-RESULTAT    PIC X.
       77 WS-RETARD-JOURS        PIC S9(5)             VALUE 0.
       77 WS-RETARD-JOURS-ED     PIC ZZZZ9.
       77 WS-TRANCHE             PIC 9                 VALUE 0.
       77 WS-TRANCHE-3           PIC S9(9)             VALUE 0.
       77 WS-TOTAL-PENALITES     PIC 9(9)              VALUE 0.

      *Échéanciers de paiement chargés en mémoire et leur effet sur
      *le client courant : restant dû des commandes sous échéancier,
      *part échue et impayée de ces échéances, date de la plus
      *vieille échéance manquée, restant dû hors échéancier et
      *montant réellement exigible (le seul vieilli, pénalisé et
      *relancé)
       01 WS-ECHEANCIERS-TAB.
           05 WS-ECHEANCE-PLAN   OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-NB-ECHEANCES.
               10 WS-EP-CLIENT   PIC 9(6).
               10 WS-EP-NUMERO   PIC 9(3).
               10 WS-EP-DATE     PIC X(8).
               10 WS-EP-MONTANT  PIC 9(7).
       77 WS-NB-ECHEANCES        PIC 9(4)              VALUE 1.
       77 WS-INDEX-EP            PIC 9(4)              VALUE 1.
       77 WS-STATUT-ECHEANCIERS  PIC XX.
       77 WS-A-ECHEANCIER        PIC X                 VALUE "N".
       77 WS-LIGNE-SOUS-PLAN     PIC X                 VALUE "N".
       77 WS-RESTANT-PLAN        PIC S9(9)             VALUE 0.
       77 WS-ECHU-PLAN           PIC S9(9)             VALUE 0.
       77 WS-RESTANT-HORS-PLAN   PIC S9(9)             VALUE 0.
       77 WS-EXIGIBLE            PIC S9(9)             VALUE 0.
       77 WS-CUMUL-ECHEANCES     PIC 9(9)              VALUE 0.
       77 WS-IMPAYE-ECHEANCE     PIC S9(9)             VALUE 0.
       77 WS-DATE-MANQUEE        PIC X(8)              VALUE SPACES.
       77 WS-IMP-ECHOIR-AFF      PIC X(18).

      *Litiges ouverts chargés en mémoire, avec le restant dû en
      *suspens de la commande contestée (calculé client par client),
      *et leur effet sur le client courant : index du litige de la
      *ligne examinée (0 = pas de litige), restant dû en litige du
      *client et total général en litige
       01 WS-LITIGES-TAB.
           05 WS-LITIGE          OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-LITIGES.
               10 WS-LI-CLIENT   PIC 9(6).
               10 WS-LI-NUMERO   PIC 9(3).
               10 WS-LI-OUVERTURE PIC X(8).
               10 WS-LI-MOTIF    PIC X(30).
               10 WS-LI-SUSPENS  PIC 9(9).
       77 WS-NB-LITIGES          PIC 9(3)              VALUE 1.
       77 WS-INDEX-LI            PIC 9(3)              VALUE 1.
       77 WS-LITIGE-TROUVE       PIC 9(3)              VALUE 0.
       77 WS-STATUT-LITIGES      PIC XX.
       77 WS-RESTANT-LITIGE      PIC S9(9)             VALUE 0.
       77 WS-TOTAL-LITIGES       PIC 9(9)              VALUE 0.

       PROCEDURE DIVISION.

      *Début du lancement noté au journal d'exploitation
       MOVE "INFO" TO WS-JO-GRAVITE.
       MOVE "CMD-DEB" TO WS-JO-CODE.
       MOVE "Fusion des commandes lancée" TO WS-JO-TEXTE.
       CALL "journalop" USING WS-JOURNAL-COMMANDE.

      *Résolution des noms de fichiers principaux par le
      *sous-programme d'environnement : une répétition sur des
      *copies TEST s'obtient en éditant environnement.txt, plus en
       COMPUTE WS-JOURS-AUJOURDHUI = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).
       PERFORM 1000-CHARGE-CONDITIONS.
       PERFORM 1070-CHARGE-ECHEANCIERS.
       PERFORM 1080-CHARGE-LITIGES.

      *Chargement des autorisations de retour, contre lesquelles les
      *lignes C seront contrôlées à la fusion
      *de disponibilité des lignes commandées
       PERFORM 1300-CHARGE-STOCKS.

      *Chargement des nomenclatures, qui éclatent les kits en
      *composants au contrôle de disponibilité
       PERFORM 1310-CHARGE-NOMENCLATURES.

      *Passage unique sur clients.txt : le tableau d'affichage grandit
      *au fil de la lecture (WS-CLIENT-MAX suit l'indice rempli), et
      *chaque client est en même temps versé dans le fichier indexé
                   MOVE F-NOM TO WS-NOM(WS-POSITION-CLIENT)
                   MOVE F-PRENOM TO WS-PRENOM(WS-POSITION-CLIENT)
                   MOVE 0 TO WS-PAYE(WS-POSITION-CLIENT)
                   MOVE 0 TO WS-PERTE(WS-POSITION-CLIENT)
                   MOVE 0 TO WS-REMBOURSE(WS-POSITION-CLIENT)
                   MOVE "N" TO WS-CREDIT-CONSERVE(WS-POSITION-CLIENT)
                   MOVE SPACES TO
                       WS-DERNIER-PAIEMENT(WS-POSITION-CLIENT)
                   MOVE 0 TO WS-REPORT-COMMANDE(WS-POSITION-CLIENT)
       IF WS-CHECKPOINT-DEPART > 0
           DISPLAY "Reprise après " WS-CHECKPOINT-DEPART
               " commande(s) déjà fusionnée(s)"
           MOVE "WARN" TO WS-JO-GRAVITE
           MOVE "CMD-REPR" TO WS-JO-CODE
           MOVE SPACES TO WS-JO-TEXTE
           STRING "Reprise après " WS-CHECKPOINT-DEPART
               " commande(s) déjà fusionnée(s)"
               INTO WS-JO-TEXTE
           END-STRING
           CALL "journalop" USING WS-JOURNAL-COMMANDE
           OPEN EXTEND FICHIER-ORPHELINES
           IF WS-STATUT-ORPHELINES = "35"
               OPEN OUTPUT FICHIER-ORPHELINES
           CLOSE FICHIER-ECARTS-PRIX
           DISPLAY "Codes produits inconnus : " WS-NB-PROD-INCONNUS
           DISPLAY "Écarts de prix signalés : " WS-NB-ECARTS-PRIX
           IF WS-NB-PROD-INCONNUS > 0 OR WS-NB-ECARTS-PRIX > 0
               MOVE "WARN" TO WS-JO-GRAVITE
               MOVE "CMD-PROD" TO WS-JO-CODE
               MOVE SPACES TO WS-JO-TEXTE
               STRING "Codes produits inconnus : "
                   WS-NB-PROD-INCONNUS ", écarts de prix : "
                   WS-NB-ECARTS-PRIX
                   INTO WS-JO-TEXTE
               END-STRING
               CALL "journalop" USING WS-JOURNAL-COMMANDE
           END-IF
       END-IF.

      *La fusion s'est terminée normalement : le journal de reprise

       END-IF.

      *Lecture des passages en perte approuvés : chaque perte se
      *traite comme un règlement pour le solde (payé du client et de
      *la ligne de commande visée) mais ne change pas la date du
      *dernier règlement, aucun argent n'ayant été reçu
       OPEN INPUT FICHIER-PERTES.

       IF WS-STATUT-PERTES = "00"

           PERFORM UNTIL WS-FIN-PERTES = 'T'

               READ FICHIER-PERTES

                   AT END
                       MOVE 'T' TO WS-FIN-PERTES

                   NOT AT END
                       MOVE F-PJ-CLIENT TO F-IDX-ID
                       READ FICHIER-CLIENTS-IDX

                           INVALID KEY
                               ADD 1 TO WS-NB-PERTES-PERDUES
                               DISPLAY "Perte sans client connu : "
                                   F-PJ-CLIENT " commande "
                                   F-PJ-NUMERO

                           NOT INVALID KEY
                               ADD 1 TO WS-NB-PERTES
                               MOVE F-IDX-POSITION
                                   TO WS-POSITION-CLIENT
                               ADD F-PJ-MONTANT
                                   TO WS-PAYE(WS-POSITION-CLIENT)
                               ADD F-PJ-MONTANT
                                   TO WS-PERTE(WS-POSITION-CLIENT)
                               IF F-PJ-NUMERO >= 1
                                   AND F-PJ-NUMERO
                                       <= WS-COMMANDE-MAX
                                   AND WS-PRIX(WS-POSITION-CLIENT,
                                       F-PJ-NUMERO) NOT = 0
                                   ADD F-PJ-MONTANT TO
                                       WS-PAYE-LIGNE
                                           (WS-POSITION-CLIENT,
                                           F-PJ-NUMERO)
                               END-IF

                       END-READ

               END-READ

           END-PERFORM

           CLOSE FICHIER-PERTES

       END-IF.

      *Lecture des décisions sur les clients créditeurs : un
      *remboursement rend au client une part de son trop-perçu et
      *remonte d'autant son solde ; un crédit conservé ne change pas
      *le solde, qui s'imputera sur les prochaines commandes
       OPEN INPUT FICHIER-REMBOURSEMENTS.

       IF WS-STATUT-REMBOURSEMENTS = "00"

           PERFORM UNTIL WS-FIN-REMBOURSEMENTS = 'T'

               READ FICHIER-REMBOURSEMENTS

                   AT END
                       MOVE 'T' TO WS-FIN-REMBOURSEMENTS

                   NOT AT END
                       MOVE F-RB-CLIENT TO F-IDX-ID
                       READ FICHIER-CLIENTS-IDX

                           INVALID KEY
                               DISPLAY "Remboursement sans client "
                                   "connu : " F-RB-CLIENT

                           NOT INVALID KEY
                               MOVE F-IDX-POSITION
                                   TO WS-POSITION-CLIENT
                               EVALUATE F-RB-TYPE
                                   WHEN "R"
                                       ADD 1 TO WS-NB-REMBOURSEMENTS
                                       ADD F-RB-MONTANT TO
                                           WS-REMBOURSE
                                               (WS-POSITION-CLIENT)
                                       MOVE "N" TO
                                           WS-CREDIT-CONSERVE
                                               (WS-POSITION-CLIENT)
                                   WHEN "C"
                                       MOVE "O" TO
                                           WS-CREDIT-CONSERVE
                                               (WS-POSITION-CLIENT)
                               END-EVALUATE

                       END-READ

               END-READ

           END-PERFORM

           CLOSE FICHIER-REMBOURSEMENTS

       END-IF.

      *Lecture des expéditions de l'entrepôt : chaque quantité
      *expédiée se cumule sur la ligne de commande qu'elle sert, pour
      *afficher commandé et expédié en regard sur le relevé ; une

       END-IF.

      *Application des annulations de lignes pas encore expédiées :
      *la quantité annulée est retirée de la ligne (et son montant au
      *prorata) avant le contrôle de disponibilité et le reliquat, qui
      *ne la réclament donc plus ; chacune est tracée dans le compte
      *rendu du service commercial
       OPEN INPUT FICHIER-ANNULATIONS.

       IF WS-STATUT-ANNULATIONS = "00"

           OPEN OUTPUT FICHIER-ANNUL-RAPPORT

           MOVE SPACES TO F-LIGNE-ANNUL-RAPPORT
           STRING "--- Annulations de lignes de commande du "
               FUNCTION CURRENT-DATE(1:8) " ---"
               INTO F-LIGNE-ANNUL-RAPPORT
           END-STRING
           WRITE F-LIGNE-ANNUL-RAPPORT

           PERFORM UNTIL WS-FIN-ANNULATIONS = 'T'

               READ FICHIER-ANNULATIONS

                   AT END
                       MOVE 'T' TO WS-FIN-ANNULATIONS

                   NOT AT END
                       MOVE F-AN-CLIENT TO F-IDX-ID
                       READ FICHIER-CLIENTS-IDX
                           INVALID KEY
                               MOVE 0 TO WS-POSITION-CLIENT
                           NOT INVALID KEY
                               MOVE F-IDX-POSITION
                                   TO WS-POSITION-CLIENT
                       END-READ
                       PERFORM 1370-APPLIQUE-ANNULATION

               END-READ

           END-PERFORM

           CLOSE FICHIER-ANNULATIONS
           CLOSE FICHIER-ANNUL-RAPPORT

           DISPLAY "Annulations appliquées : " WS-NB-ANNULATIONS
           IF WS-NB-ANNUL-IGNOREES > 0
               DISPLAY "Annulations ignorées : "
                   WS-NB-ANNUL-IGNOREES
           END-IF

       END-IF.

      *Le fichier indexé a rempli son office une fois commandes et
      *paiements rattachés
       CLOSE FICHIER-CLIENTS-IDX.
           INTO F-LIGNE-BLOQUE.
       WRITE F-LIGNE-BLOQUE.

      *Ouverture de l'état des clients créditeurs : chaque client dont
      *le payé dépasse le commandé y sera reporté au fil des relevés
       OPEN OUTPUT FICHIER-CREDITEURS.

       MOVE SPACES TO F-LIGNE-CREDITEUR.
       STRING "--- Clients créditeurs du "
           FUNCTION CURRENT-DATE(1:8) " ---"
           INTO F-LIGNE-CREDITEUR.
       WRITE F-LIGNE-CREDITEUR.

      *Boucle itérant sur le tableau client pour l'affichage
       PERFORM VARYING WS-CLIENT-INDEX FROM 1 BY 1
           UNTIL WS-CLIENT-INDEX > WS-CLIENT-MAX
                       END-STRING
                       WRITE F-LIGNE-RELEVE

      *Litige ouvert sur la commande : rappelé sous la ligne
                       PERFORM 1057-CHERCHE-LITIGE
                       IF WS-LITIGE-TROUVE NOT = 0
                           MOVE SPACES TO F-LIGNE-RELEVE
                           STRING "    Litige ouvert le "
                               WS-LI-OUVERTURE(WS-LITIGE-TROUVE)
                               " : "
                               WS-LI-MOTIF(WS-LITIGE-TROUVE)
                               INTO F-LIGNE-RELEVE
                           END-STRING
                           WRITE F-LIGNE-RELEVE
                       END-IF

                   END-IF

                   ADD WS-PRIX(WS-CLIENT-INDEX, WS-COMMANDE-INDEX)
           DISPLAY "Payé : " WS-MONTANT-AFFICHE
           ADD WS-PAYE(WS-CLIENT-INDEX) TO WS-TOTAL-PAYE

      *Part du payé passée en perte, pour que le relevé ne la
      *confonde pas avec un encaissement
           IF WS-PERTE(WS-CLIENT-INDEX) > 0
               MOVE WS-PERTE(WS-CLIENT-INDEX) TO WS-MONTANT-CENTS
               PERFORM 0100-FORMATE-PRIX
               DISPLAY "Dont passé en perte : " WS-MONTANT-AFFICHE
               MOVE SPACES TO F-LIGNE-RELEVE
               STRING "  Dont passé en perte (au payé) : "
                   FUNCTION TRIM(WS-MONTANT-AFFICHE)
                   INTO F-LIGNE-RELEVE
               END-STRING
               WRITE F-LIGNE-RELEVE
           END-IF

      *Remboursements rendus au client sur son trop-perçu
           IF WS-REMBOURSE(WS-CLIENT-INDEX) > 0
               MOVE WS-REMBOURSE(WS-CLIENT-INDEX) TO WS-MONTANT-CENTS
               PERFORM 0100-FORMATE-PRIX
               DISPLAY "Remboursé : " WS-MONTANT-AFFICHE
               MOVE SPACES TO F-LIGNE-RELEVE
               STRING "  Remboursé au client : "
                   FUNCTION TRIM(WS-MONTANT-AFFICHE)
                   INTO F-LIGNE-RELEVE
               END-STRING
               WRITE F-LIGNE-RELEVE
           END-IF

           COMPUTE WS-RESTANT-CLIENT =
               WS-SOUS-TOTAL - WS-PAYE(WS-CLIENT-INDEX)
               + WS-REMBOURSE(WS-CLIENT-INDEX)
           ADD WS-RESTANT-CLIENT TO WS-TOTAL-RESTANT

      *Part exigible du restant dû : les échéances non encore échues
      *d'une commande sous échéancier et les commandes en litige
      *n'en font pas partie
           PERFORM 1060-CALCULE-ECHEANCES

           IF WS-RESTANT-CLIENT < 0
               COMPUTE WS-MONTANT-CENTS = 0 - WS-RESTANT-CLIENT
               PERFORM 0100-FORMATE-PRIX
           END-IF
           WRITE F-LIGNE-RELEVE

      *Trop-perçu que le client a choisi de garder en avoir
           IF WS-RESTANT-CLIENT < 0
               AND WS-CREDIT-CONSERVE(WS-CLIENT-INDEX) = "O"
               MOVE SPACES TO F-LIGNE-RELEVE
               STRING "  Crédit conservé, imputé sur les "
                   "prochaines commandes"
                   INTO F-LIGNE-RELEVE
               END-STRING
               WRITE F-LIGNE-RELEVE
           END-IF

      *Part du restant dû suspendue par un litige ouvert, montrée à
      *part : elle n'est ni relancée ni pénalisée
           IF WS-RESTANT-LITIGE > 0 AND WS-RESTANT-CLIENT > 0
               MOVE WS-RESTANT-LITIGE TO WS-MONTANT-CENTS
               PERFORM 0100-FORMATE-PRIX
               DISPLAY "Dont en litige : " WS-MONTANT-AFFICHE
               MOVE SPACES TO F-LIGNE-RELEVE
               STRING "  Dont en litige (hors relance) : "
                   FUNCTION TRIM(WS-MONTANT-AFFICHE)
                   INTO F-LIGNE-RELEVE
               END-STRING
               WRITE F-LIGNE-RELEVE
           END-IF

      *Report du client sur l'état des impayés si son payé ne couvre
      *pas son commandé, avec la date de son dernier règlement (ou
      *la mention qu'aucun n'a jamais été reçu) pour situer
               PERFORM 0100-FORMATE-PRIX
               MOVE WS-MONTANT-AFFICHE TO WS-IMP-PAYE-AFF

               MOVE WS-EXIGIBLE TO WS-MONTANT-CENTS
               PERFORM 0100-FORMATE-PRIX
               MOVE WS-MONTANT-AFFICHE TO WS-IMP-RESTANT-AFF

               MOVE SPACES TO F-LIGNE-IMPAYES
               EVALUATE TRUE
      *Client dont tout le restant est en litige : montré à part,
      *la ligne ne commence pas par "Client ", relance.cbl ne le
      *relance pas
               WHEN WS-RESTANT-LITIGE > 0 AND WS-EXIGIBLE <= 0
                   MOVE WS-RESTANT-LITIGE TO WS-MONTANT-CENTS
                   PERFORM 0100-FORMATE-PRIX
                   STRING "Litige client " WS-ID(WS-CLIENT-INDEX)
                       " " WS-NOM(WS-CLIENT-INDEX)
                       " : " FUNCTION TRIM(WS-MONTANT-AFFICHE)
                       " en suspens (commandé "
                       FUNCTION TRIM(WS-IMP-COMMANDE-AFF)
                       ", payé " FUNCTION TRIM(WS-IMP-PAYE-AFF) ")"
                       INTO F-LIGNE-IMPAYES
                   END-STRING
      *Client sous échéancier à jour de ses échéances : la ligne ne
      *commence pas par "Client ", relance.cbl ne le relance pas
               WHEN WS-A-ECHEANCIER = "O" AND WS-EXIGIBLE <= 0
                   MOVE WS-RESTANT-CLIENT TO WS-MONTANT-CENTS
                   PERFORM 0100-FORMATE-PRIX
                   STRING "Échéancier client " WS-ID(WS-CLIENT-INDEX)
                       " " WS-NOM(WS-CLIENT-INDEX)
                       " à jour, restant "
                       FUNCTION TRIM(WS-MONTANT-AFFICHE)
                       " à échoir (commandé "
                       FUNCTION TRIM(WS-IMP-COMMANDE-AFF)
                       ", payé " FUNCTION TRIM(WS-IMP-PAYE-AFF) ")"
                       INTO F-LIGNE-IMPAYES
                   END-STRING
               WHEN WS-DERNIER-PAIEMENT(WS-CLIENT-INDEX) = SPACES
                   STRING "Client " WS-ID(WS-CLIENT-INDEX)
                       " " WS-NOM(WS-CLIENT-INDEX)
                       " dû " FUNCTION TRIM(WS-IMP-RESTANT-AFF)
                       "), aucun règlement reçu"
                       INTO F-LIGNE-IMPAYES
                   END-STRING
               WHEN OTHER
                   STRING "Client " WS-ID(WS-CLIENT-INDEX)
                       " " WS-NOM(WS-CLIENT-INDEX)
                       " dû " FUNCTION TRIM(WS-IMP-RESTANT-AFF)
                       WS-DERNIER-PAIEMENT(WS-CLIENT-INDEX)
                       INTO F-LIGNE-IMPAYES
                   END-STRING
               END-EVALUATE
               WRITE F-LIGNE-IMPAYES

      *Détail des échéances manquées et du restant à échoir, repris
      *par relance.cbl dans la lettre du client
               IF WS-A-ECHEANCIER = "O"
                   PERFORM 1065-DETAILLE-ECHEANCES
               END-IF

      *Commandes en litige du client, en suspens hors relance
               IF WS-RESTANT-LITIGE > 0
                   PERFORM 1068-DETAILLE-LITIGES
               END-IF

      *Vieillissement de la créance : retard en jours d'après la plus
      *vieille ligne impayée et les conditions de règlement du client,
      *tranche 0-30/31-60/60+ et pénalité contractuelle ; rien à
      *vieillir pour un client à jour de son échéancier
               IF WS-EXIGIBLE > 0
                   PERFORM 1050-VIEILLIT-CREANCE
               END-IF

           END-IF

      *client sans plafond garde le comportement historique
           PERFORM 0850-CONTROLE-PLAFOND

      *Report du client sur l'état des créditeurs si son payé dépasse
      *son commandé
           PERFORM 0860-CONTROLE-CREDIT

       END-PERFORM.

      *Fermeture du fichier des relevés, chaque client ayant sa page
      *Fermeture du fichier des clients bloqués
       CLOSE FICHIER-BLOQUES.

      *Clôture de l'état des créditeurs : total des crédits et compte
      *des clients reportés
       MOVE WS-TOTAL-CREDIT TO WS-MONTANT-CENTS.
       PERFORM 0100-FORMATE-PRIX.

       MOVE SPACES TO F-LIGNE-CREDITEUR.
       STRING "Total des crédits : "
           FUNCTION TRIM(WS-MONTANT-AFFICHE)
           " sur " WS-NB-CREDITEURS " client(s)"
           INTO F-LIGNE-CREDITEUR.
       WRITE F-LIGNE-CREDITEUR.

       CLOSE FICHIER-CREDITEURS.

       IF WS-NB-CREDITEURS > 0
           DISPLAY "Clients créditeurs : " WS-NB-CREDITEURS
       END-IF.

      *Fermeture du reliquat
       CLOSE FICHIER-RELIQUATS.

       IF WS-NB-BLOQUES > 0
           DISPLAY "Clients bloqués (plafond dépassé) : "
               WS-NB-BLOQUES
           MOVE "WARN" TO WS-JO-GRAVITE
           MOVE "CMD-PLAF" TO WS-JO-CODE
           MOVE SPACES TO WS-JO-TEXTE
           STRING "Clients bloqués (plafond dépassé) : "
               WS-NB-BLOQUES
               INTO WS-JO-TEXTE
           END-STRING
           CALL "journalop" USING WS-JOURNAL-COMMANDE
       END-IF.

      *Affichage du total général une fois tous les clients parcourus,
               WS-NB-PAIEMENTS-SANS-CDE
       END-IF.

       IF WS-NB-PERTES > 0
           DISPLAY "Passages en perte imputés : " WS-NB-PERTES
       END-IF.

       IF WS-NB-PERTES-PERDUES > 0
           DISPLAY "Passages en perte sans client connu : "
               WS-NB-PERTES-PERDUES
       END-IF.

       IF WS-NB-REMBOURSEMENTS > 0
           DISPLAY "Remboursements imputés : " WS-NB-REMBOURSEMENTS
       END-IF.

      *Clôture de l'état des impayés : ligne de total puis compte des
      *clients reportés, pour le contrôle de la comptabilité
       IF WS-TOTAL-RESTANT > 0
           INTO F-LIGNE-IMPAYES.
       WRITE F-LIGNE-IMPAYES.

      *Les litiges ouverts sont montrés à part : leur montant en
      *suspens reste dans le restant dû mais hors tranches et hors
      *pénalités
       IF WS-NB-LITIGES > 0
           MOVE WS-TOTAL-LITIGES TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE SPACES TO F-LIGNE-IMPAYES
           STRING "Montant en litige (hors relance) : "
               FUNCTION TRIM(WS-MONTANT-AFFICHE)
               " sur " WS-NB-LITIGES " litige(s) ouvert(s)"
               INTO F-LIGNE-IMPAYES
           END-STRING
           WRITE F-LIGNE-IMPAYES
       END-IF.

       CLOSE FICHIER-IMPAYES.

      *Rapport par produit : le cumul se fait par code produit réel,

       END-IF.

      *Fin du lancement notée au journal d'exploitation, avec le
      *total général commandé
       MOVE WS-TOTAL-GENERAL TO WS-MONTANT-CENTS.
       PERFORM 0100-FORMATE-PRIX.
       MOVE "INFO" TO WS-JO-GRAVITE.
       MOVE "CMD-FIN" TO WS-JO-CODE.
       MOVE SPACES TO WS-JO-TEXTE.
       STRING "Fusion terminée, total commandé net "
           FUNCTION TRIM(WS-MONTANT-AFFICHE)
           INTO WS-JO-TEXTE.
       CALL "journalop" USING WS-JOURNAL-COMMANDE.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis menugeneral.cbl comme sous-programme, sans
      *rien changer à son comportement lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************

                               WS-FICHIER-COMMANDES-NOM
                               " introuvable (statut "
                               WS-STATUT-COMMANDES "), ignoré"
                           MOVE "ERROR" TO WS-JO-GRAVITE
                           MOVE "CMD-FICH" TO WS-JO-CODE
                           MOVE SPACES TO WS-JO-TEXTE
                           STRING "Fichier de commandes "
                               WS-FICHIER-COMMANDES-NOM
                               " introuvable, ignoré"
                               INTO WS-JO-TEXTE
                           END-STRING
                           CALL "journalop"
                               USING WS-JOURNAL-COMMANDE
                       END-IF
                   END-IF
               END-IF
           IF WS-STATUT-PRODUITS NOT = "00"
               DISPLAY "Catalogue produits.txt absent (statut "
                   WS-STATUT-PRODUITS "), contrôle sauté"
               MOVE "WARN" TO WS-JO-GRAVITE
               MOVE "CMD-CATA" TO WS-JO-CODE
               MOVE "Catalogue produits.txt absent, contrôle sauté"
                   TO WS-JO-TEXTE
               CALL "journalop" USING WS-JOURNAL-COMMANDE
           ELSE

               PERFORM UNTIL WS-STATUT-PRODUITS NOT = "00"

      ******************************************************************

      *Charge les nomenclatures des kits ; un fichier absent laisse
      *tous les produits simples, une ligne sans quantité numérique
      *ou au-delà du tableau est ignorée
       1310-CHARGE-NOMENCLATURES.

           MOVE 0 TO WS-NB-NOMENCL

           OPEN INPUT FICHIER-NOMENCLATURES

           IF WS-STATUT-NOMENCL = "00"

               PERFORM UNTIL WS-STATUT-NOMENCL NOT = "00"
                   READ FICHIER-NOMENCLATURES
                       AT END
                           MOVE "10" TO WS-STATUT-NOMENCL
                       NOT AT END
                           IF F-NO-QTE NUMERIC AND F-NO-QTE > 0
                               AND F-NO-COMPOSANT NOT = SPACES
                               AND WS-NB-NOMENCL < 500
                               ADD 1 TO WS-NB-NOMENCL
                               MOVE F-NO-KIT
                                   TO WS-NO-KIT(WS-NB-NOMENCL)
                               MOVE F-NO-COMPOSANT
                                   TO WS-NO-COMPOSANT(WS-NB-NOMENCL)
                               MOVE F-NO-QTE
                                   TO WS-NO-QTE(WS-NB-NOMENCL)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-NOMENCLATURES

               DISPLAY "Composants de kits chargés : " WS-NB-NOMENCL

           END-IF
       .

      ******************************************************************

      *Détecte les reliquats de stock : pour chaque ligne positive pas
      *encore entièrement expédiée, le restant à servir consomme le
      *stock disponible de son article (retrouvé par le catalogue) ;
       1350-DETECTE-BACKORDERS.

           OPEN OUTPUT FICHIER-BACKORDERS
           OPEN OUTPUT FICHIER-A-PREPARER

           IF WS-NB-STOCKS = 0
               CLOSE FICHIER-BACKORDERS
               CLOSE FICHIER-A-PREPARER
           ELSE

               PERFORM VARYING WS-CLIENT-INDEX FROM 1 BY 1
               END-PERFORM

               CLOSE FICHIER-BACKORDERS
               CLOSE FICHIER-A-PREPARER

               IF WS-NB-BACKORDERS > 0
                   DISPLAY "Lignes en attente de stock : "
                       WS-NB-BACKORDERS
               END-IF

               DISPLAY "Lignes prêtes à préparer : " WS-NB-A-PREPARER

               IF WS-NB-KITS-ECLATES > 0
                   DISPLAY "Kits servis par leurs composants : "
                       WS-NB-KITS-ECLATES
               END-IF

           END-IF
       .


      *Contrôle la disponibilité de la ligne WS-CLIENT-INDEX /
      *WS-COMMANDE-INDEX : le restant à servir (commandé moins déjà
      *expédié) consomme le stock de l'article du catalogue ; un kit
      *décrit dans les nomenclatures passe par 1380 ; un produit sans
      *article suivi ni nomenclature reste hors contrôle
       1360-CONTROLE-DISPONIBILITE.

           COMPUTE WS-RESTANT-A-SERVIR =
                   TO WS-CODE-CHERCHE
               PERFORM 0655-CHERCHE-CATALOGUE-CODE

               MOVE 0 TO WS-NB-COMPOSANTS-KIT
               IF WS-CAT-TROUVE NOT = 0
                   PERFORM VARYING WS-INDEX-NOMENCL FROM 1 BY 1
                       UNTIL WS-INDEX-NOMENCL > WS-NB-NOMENCL
                       IF WS-NO-KIT(WS-INDEX-NOMENCL) = WS-CODE-CHERCHE
                           ADD 1 TO WS-NB-COMPOSANTS-KIT
                       END-IF
                   END-PERFORM
               END-IF

               IF WS-NB-COMPOSANTS-KIT > 0

                   PERFORM 1380-CONTROLE-KIT

               ELSE

                   IF WS-CAT-TROUVE NOT = 0
                       AND WS-ARTICLE-CAT(WS-CAT-TROUVE) NOT = SPACES

                       MOVE WS-ARTICLE-CAT(WS-CAT-TROUVE)
                           TO WS-ARTICLE-A-SERVIR
                       PERFORM 1375-CHERCHE-STOCK

                       IF WS-STOCK-TROUVE NOT = 0

                           IF WS-ST-DISPO(WS-STOCK-TROUVE)
                               >= WS-RESTANT-A-SERVIR
                               SUBTRACT WS-RESTANT-A-SERVIR
                                   FROM WS-ST-DISPO(WS-STOCK-TROUVE)
                               MOVE WS-RESTANT-A-SERVIR
                                   TO WS-QTE-A-SERVIR
                               PERFORM 1365-ECRIT-A-PREPARER
                           ELSE
                               PERFORM 1366-ECRIT-BACKORDER
                           END-IF

                       END-IF

                   END-IF

               END-IF

           END-IF
       .

      ******************************************************************

      *Cherche WS-ARTICLE-A-SERVIR dans les stocks disponibles ;
      *laisse WS-STOCK-TROUVE à zéro s'il n'est pas à l'inventaire
       1375-CHERCHE-STOCK.

           MOVE 0 TO WS-STOCK-TROUVE
           PERFORM VARYING WS-INDEX-STOCK FROM 1 BY 1
               UNTIL WS-INDEX-STOCK > WS-NB-STOCKS
               IF WS-ST-ARTICLE(WS-INDEX-STOCK) = WS-ARTICLE-A-SERVIR
                   MOVE WS-INDEX-STOCK TO WS-STOCK-TROUVE
               END-IF
           END-PERFORM
       .

      ******************************************************************

      *Contrôle la disponibilité d'un kit : les kits déjà assemblés
      *(article du catalogue, alimenté par assemblage.cbl) servent
      *d'abord s'ils couvrent tout le restant ; sinon le kit est
      *éclaté, chaque composant devant couvrir le restant fois sa
      *quantité par kit, tout ou rien — une ligne prête à préparer
      *par composant, sous le code produit du kit ; faute de quoi la
      *ligne entière part en reliquat sur l'article du kit (son code
      *produit s'il n'a pas d'article fini)
       1380-CONTROLE-KIT.

           MOVE "N" TO WS-KIT-SERVI

           IF WS-ARTICLE-CAT(WS-CAT-TROUVE) NOT = SPACES
               MOVE WS-ARTICLE-CAT(WS-CAT-TROUVE)
                   TO WS-ARTICLE-A-SERVIR
               PERFORM 1375-CHERCHE-STOCK
               IF WS-STOCK-TROUVE NOT = 0
                   IF WS-ST-DISPO(WS-STOCK-TROUVE)
                       >= WS-RESTANT-A-SERVIR
                       SUBTRACT WS-RESTANT-A-SERVIR
                           FROM WS-ST-DISPO(WS-STOCK-TROUVE)
                       MOVE WS-RESTANT-A-SERVIR TO WS-QTE-A-SERVIR
                       PERFORM 1365-ECRIT-A-PREPARER
                       MOVE "O" TO WS-KIT-SERVI
                   END-IF
               END-IF
           END-IF

           IF WS-KIT-SERVI = "N"

               MOVE "O" TO WS-KIT-COUVERT

               PERFORM VARYING WS-INDEX-NOMENCL FROM 1 BY 1
                   UNTIL WS-INDEX-NOMENCL > WS-NB-NOMENCL
                   IF WS-NO-KIT(WS-INDEX-NOMENCL) = WS-CODE-CHERCHE
                       MOVE WS-NO-COMPOSANT(WS-INDEX-NOMENCL)
                           TO WS-ARTICLE-A-SERVIR
                       PERFORM 1375-CHERCHE-STOCK
                       COMPUTE WS-BESOIN-COMPOSANT =
                           WS-RESTANT-A-SERVIR
                           * WS-NO-QTE(WS-INDEX-NOMENCL)
                       IF WS-STOCK-TROUVE = 0
                           MOVE "N" TO WS-KIT-COUVERT
                       ELSE
                           IF WS-ST-DISPO(WS-STOCK-TROUVE)
                               < WS-BESOIN-COMPOSANT
                               MOVE "N" TO WS-KIT-COUVERT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-KIT-COUVERT = "O"

                   ADD 1 TO WS-NB-KITS-ECLATES

                   PERFORM VARYING WS-INDEX-NOMENCL FROM 1 BY 1
                       UNTIL WS-INDEX-NOMENCL > WS-NB-NOMENCL
                       IF WS-NO-KIT(WS-INDEX-NOMENCL) = WS-CODE-CHERCHE
                           MOVE WS-NO-COMPOSANT(WS-INDEX-NOMENCL)
                               TO WS-ARTICLE-A-SERVIR
                           PERFORM 1375-CHERCHE-STOCK
                           COMPUTE WS-BESOIN-COMPOSANT =
                               WS-RESTANT-A-SERVIR
                               * WS-NO-QTE(WS-INDEX-NOMENCL)
                           SUBTRACT WS-BESOIN-COMPOSANT
                               FROM WS-ST-DISPO(WS-STOCK-TROUVE)
                           MOVE WS-BESOIN-COMPOSANT TO WS-QTE-A-SERVIR
                           PERFORM 1365-ECRIT-A-PREPARER
                       END-IF
                   END-PERFORM

               ELSE

                   IF WS-ARTICLE-CAT(WS-CAT-TROUVE) = SPACES
                       MOVE WS-CODE-CHERCHE TO WS-ARTICLE-A-SERVIR
                   ELSE
                       MOVE WS-ARTICLE-CAT(WS-CAT-TROUVE)
                           TO WS-ARTICLE-A-SERVIR
                   END-IF
                   PERFORM 1366-ECRIT-BACKORDER

               END-IF

      *vieille ligne impayée datée, calcule le retard au-delà du délai
      *de règlement du client, range le restant dû dans sa tranche
      *(0-30, 31-60, au-delà) et calcule la pénalité contractuelle
      *(restant dû x taux du client) dès le premier jour de retard.
      *Sous échéancier, seule la part exigible (WS-EXIGIBLE) vieillit
      *et se pénalise : les lignes sous échéancier ne comptent qu'à
      *partir de leur plus vieille échéance manquée, sans délai
      *supplémentaire, l'échéance étant déjà la date convenue
       1050-VIEILLIT-CREANCE.

      *Conditions du client : celles du fichier, sinon les défauts

           END-PERFORM

      *Plus vieille ligne impayée datée du client, hors lignes sous
      *échéancier ou en litige, tant qu'il reste un dû hors
      *échéancier et hors litige
           MOVE SPACES TO WS-DATE-ANCIENNE

           PERFORM VARYING WS-COMMANDE-INDEX FROM 1 BY 1
               UNTIL WS-COMMANDE-INDEX > WS-COMMANDE-MAX
                   OR WS-RESTANT-HORS-PLAN <= 0

               IF WS-PRIX(WS-CLIENT-INDEX, WS-COMMANDE-INDEX) > 0
                   AND WS-PAYE-LIGNE
                       (WS-CLIENT-INDEX, WS-COMMANDE-INDEX)
                       NOT = SPACES

                   PERFORM 1055-CHERCHE-ECHEANCIER
                   PERFORM 1057-CHERCHE-LITIGE

                   IF WS-LIGNE-SOUS-PLAN = "N"
                       AND WS-LITIGE-TROUVE = 0
                       AND (WS-DATE-ANCIENNE = SPACES
                       OR WS-DATE-LIGNE
                           (WS-CLIENT-INDEX, WS-COMMANDE-INDEX)
                           < WS-DATE-ANCIENNE)
                       MOVE WS-DATE-LIGNE
                           (WS-CLIENT-INDEX, WS-COMMANDE-INDEX)
                           TO WS-DATE-ANCIENNE

           END-PERFORM

      *Sans ligne datée ni échéance manquée, la créance reste hors
      *vieillissement (les fichiers non datés d'avant la saisie
      *guidée)
           IF WS-DATE-ANCIENNE = SPACES
               AND WS-DATE-MANQUEE = SPACES
               MOVE SPACES TO F-LIGNE-IMPAYES
               MOVE "  (créance non datée, hors vieillissement)"
                   TO F-LIGNE-IMPAYES
               WRITE F-LIGNE-IMPAYES
           ELSE

      *L'échéance retenue est la plus ancienne des deux : celle de la
      *plus vieille ligne hors échéancier (date + délai du client) et
      *la plus vieille échéance manquée
               IF WS-DATE-ANCIENNE NOT = SPACES
                   COMPUTE WS-JOURS-ECHEANCE =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-DATE-ANCIENNE))
                       + WS-DELAI-CLIENT
               ELSE
                   COMPUTE WS-JOURS-ECHEANCE =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-DATE-MANQUEE))
               END-IF

               IF WS-DATE-MANQUEE NOT = SPACES
                   AND FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-DATE-MANQUEE))
                       < WS-JOURS-ECHEANCE
                   COMPUTE WS-JOURS-ECHEANCE =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-DATE-MANQUEE))
               END-IF

      *Une échéance tombant un week-end ou un jour férié n'est due
      *que le jour ouvré suivant
               MOVE "A" TO WS-CAL-ACTION
               COMPUTE WS-CAL-DATE-1 =
                   FUNCTION DATE-OF-INTEGER(WS-JOURS-ECHEANCE)
               MOVE 0 TO WS-CAL-NOMBRE
               CALL "calendrier" USING WS-CAL-COMMANDE
               IF WS-CAL-RESULTAT = "O"
                   COMPUTE WS-JOURS-ECHEANCE =
                       FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-2)
               END-IF

               COMPUTE WS-RETARD-JOURS =
                   WS-JOURS-AUJOURDHUI - WS-JOURS-ECHEANCE
                   WHEN WS-RETARD-JOURS <= 30
                       MOVE 1 TO WS-TRANCHE
                       MOVE "0-30 j" TO WS-LIBELLE-TRANCHE
                       ADD WS-EXIGIBLE TO WS-TRANCHE-1
                   WHEN WS-RETARD-JOURS <= 60
                       MOVE 2 TO WS-TRANCHE
                       MOVE "31-60 j" TO WS-LIBELLE-TRANCHE
                       ADD WS-EXIGIBLE TO WS-TRANCHE-2
                   WHEN OTHER
                       MOVE 3 TO WS-TRANCHE
                       MOVE "60+ j" TO WS-LIBELLE-TRANCHE
                       ADD WS-EXIGIBLE TO WS-TRANCHE-3
               END-EVALUATE

               IF WS-RETARD-JOURS > 0

                   COMPUTE WS-PENALITE ROUNDED =
                       WS-EXIGIBLE * WS-TAUX-CLIENT / 100
                   ADD WS-PENALITE TO WS-TOTAL-PENALITES

                   MOVE WS-RETARD-JOURS TO WS-RETARD-JOURS-ED

      ******************************************************************

      *Indique par WS-LIGNE-SOUS-PLAN si la ligne WS-COMMANDE-INDEX du
      *client WS-CLIENT-INDEX est réglée selon un échéancier
       1055-CHERCHE-ECHEANCIER.

           MOVE "N" TO WS-LIGNE-SOUS-PLAN

           PERFORM VARYING WS-INDEX-EP FROM 1 BY 1
               UNTIL WS-INDEX-EP > WS-NB-ECHEANCES
                   OR WS-LIGNE-SOUS-PLAN = "O"

               IF WS-EP-CLIENT(WS-INDEX-EP) = WS-ID(WS-CLIENT-INDEX)
                   AND WS-EP-NUMERO(WS-INDEX-EP) = WS-COMMANDE-INDEX
                   MOVE "O" TO WS-LIGNE-SOUS-PLAN
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Cherche un litige ouvert sur la ligne WS-COMMANDE-INDEX du
      *client WS-CLIENT-INDEX ; laisse WS-LITIGE-TROUVE à zéro s'il
      *n'y en a pas
       1057-CHERCHE-LITIGE.

           MOVE 0 TO WS-LITIGE-TROUVE

           PERFORM VARYING WS-INDEX-LI FROM 1 BY 1
               UNTIL WS-INDEX-LI > WS-NB-LITIGES
                   OR WS-LITIGE-TROUVE NOT = 0

               IF WS-LI-CLIENT(WS-INDEX-LI) = WS-ID(WS-CLIENT-INDEX)
                   AND WS-LI-NUMERO(WS-INDEX-LI) = WS-COMMANDE-INDEX
                   MOVE WS-INDEX-LI TO WS-LITIGE-TROUVE
               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Calcule la part exigible du restant dû du client courant. Pour
      *chaque ligne sous échéancier, le restant de la ligne sort du
      *dû hors échéancier ; les échéances échues (date passée) sont
      *cumulées dans l'ordre et ce que le payé de la ligne ne couvre
      *pas est une échéance manquée, dont la plus vieille date sert
      *au vieillissement. Le restant d'une ligne en litige ouvert est
      *mis en suspens en entier, échéancier ou non. Sans échéancier
      *ni litige, tout le restant dû reste exigible comme auparavant
       1060-CALCULE-ECHEANCES.

           MOVE "N" TO WS-A-ECHEANCIER
           MOVE 0 TO WS-RESTANT-PLAN
           MOVE 0 TO WS-ECHU-PLAN
           MOVE 0 TO WS-RESTANT-LITIGE
           MOVE SPACES TO WS-DATE-MANQUEE

           PERFORM VARYING WS-COMMANDE-INDEX FROM 1 BY 1
               UNTIL WS-COMMANDE-INDEX > WS-COMMANDE-MAX
                   OR (WS-NB-ECHEANCES = 0 AND WS-NB-LITIGES = 0)

               IF WS-PRIX(WS-CLIENT-INDEX, WS-COMMANDE-INDEX) > 0

                   PERFORM 1055-CHERCHE-ECHEANCIER
                   PERFORM 1057-CHERCHE-LITIGE

                   IF WS-LITIGE-TROUVE NOT = 0
                       MOVE "N" TO WS-LIGNE-SOUS-PLAN
                       MOVE 0 TO WS-LI-SUSPENS(WS-LITIGE-TROUVE)
                       IF WS-PAYE-LIGNE
                           (WS-CLIENT-INDEX, WS-COMMANDE-INDEX)
                           < WS-PRIX
                           (WS-CLIENT-INDEX, WS-COMMANDE-INDEX)
                           COMPUTE WS-LI-SUSPENS(WS-LITIGE-TROUVE) =
                               WS-PRIX
                               (WS-CLIENT-INDEX, WS-COMMANDE-INDEX)
                               - WS-PAYE-LIGNE
                               (WS-CLIENT-INDEX, WS-COMMANDE-INDEX)
                           ADD WS-LI-SUSPENS(WS-LITIGE-TROUVE)
                               TO WS-RESTANT-LITIGE
                       END-IF
                   END-IF

                   IF WS-LIGNE-SOUS-PLAN = "O"

                       MOVE "O" TO WS-A-ECHEANCIER

                       IF WS-PAYE-LIGNE
                           (WS-CLIENT-INDEX, WS-COMMANDE-INDEX)
                           < WS-PRIX
                           (WS-CLIENT-INDEX, WS-COMMANDE-INDEX)
                           COMPUTE WS-RESTANT-PLAN = WS-RESTANT-PLAN
                               + WS-PRIX
                               (WS-CLIENT-INDEX, WS-COMMANDE-INDEX)
                               - WS-PAYE-LIGNE
                               (WS-CLIENT-INDEX, WS-COMMANDE-INDEX)
                       END-IF

                       MOVE 0 TO WS-CUMUL-ECHEANCES

                       PERFORM VARYING WS-INDEX-EP FROM 1 BY 1
                           UNTIL WS-INDEX-EP > WS-NB-ECHEANCES

                           IF WS-EP-CLIENT(WS-INDEX-EP)
                                   = WS-ID(WS-CLIENT-INDEX)
                               AND WS-EP-NUMERO(WS-INDEX-EP)
                                   = WS-COMMANDE-INDEX
                               AND WS-EP-DATE(WS-INDEX-EP)
                                   < WS-DATE-AUJOURDHUI

                               ADD WS-EP-MONTANT(WS-INDEX-EP)
                                   TO WS-CUMUL-ECHEANCES

                               IF WS-CUMUL-ECHEANCES > WS-PAYE-LIGNE
                                   (WS-CLIENT-INDEX, WS-COMMANDE-INDEX)
                                   AND (WS-DATE-MANQUEE = SPACES
                                   OR WS-EP-DATE(WS-INDEX-EP)
                                       < WS-DATE-MANQUEE)
                                   MOVE WS-EP-DATE(WS-INDEX-EP)
                                       TO WS-DATE-MANQUEE
                               END-IF

                           END-IF

                       END-PERFORM

                       IF WS-CUMUL-ECHEANCES > WS-PAYE-LIGNE
                           (WS-CLIENT-INDEX, WS-COMMANDE-INDEX)
                           COMPUTE WS-ECHU-PLAN = WS-ECHU-PLAN
                               + WS-CUMUL-ECHEANCES
                               - WS-PAYE-LIGNE
                               (WS-CLIENT-INDEX, WS-COMMANDE-INDEX)
                       END-IF

                   END-IF

               END-IF

           END-PERFORM

           COMPUTE WS-RESTANT-HORS-PLAN =
               WS-RESTANT-CLIENT - WS-RESTANT-PLAN - WS-RESTANT-LITIGE
           IF WS-RESTANT-HORS-PLAN < 0
               MOVE 0 TO WS-RESTANT-HORS-PLAN
           END-IF

           COMPUTE WS-EXIGIBLE = WS-RESTANT-HORS-PLAN + WS-ECHU-PLAN
           IF WS-EXIGIBLE > WS-RESTANT-CLIENT
               MOVE WS-RESTANT-CLIENT TO WS-EXIGIBLE
           END-IF
       .

      ******************************************************************

      *Détaille sur l'état des impayés, sous la ligne du client, chaque
      *échéance échue que le payé de sa ligne ne couvre pas (seule
      *cette échéance est relancée), puis le restant à échoir des
      *commandes sous échéancier
       1065-DETAILLE-ECHEANCES.

           PERFORM VARYING WS-COMMANDE-INDEX FROM 1 BY 1
               UNTIL WS-COMMANDE-INDEX > WS-COMMANDE-MAX

               PERFORM 1057-CHERCHE-LITIGE

               IF WS-PRIX(WS-CLIENT-INDEX, WS-COMMANDE-INDEX) > 0
                   AND WS-LITIGE-TROUVE = 0

                   MOVE 0 TO WS-CUMUL-ECHEANCES

                   PERFORM VARYING WS-INDEX-EP FROM 1 BY 1
                       UNTIL WS-INDEX-EP > WS-NB-ECHEANCES

                       IF WS-EP-CLIENT(WS-INDEX-EP)
                               = WS-ID(WS-CLIENT-INDEX)
                           AND WS-EP-NUMERO(WS-INDEX-EP)
                               = WS-COMMANDE-INDEX
                           AND WS-EP-DATE(WS-INDEX-EP)
                               < WS-DATE-AUJOURDHUI

                           ADD WS-EP-MONTANT(WS-INDEX-EP)
                               TO WS-CUMUL-ECHEANCES

      *Impayé de l'échéance : ce que le payé de la ligne laisse du
      *cumul échu, au plus le montant de l'échéance elle-même
                           COMPUTE WS-IMPAYE-ECHEANCE =
                               WS-CUMUL-ECHEANCES - WS-PAYE-LIGNE
                               (WS-CLIENT-INDEX, WS-COMMANDE-INDEX)
                           IF WS-IMPAYE-ECHEANCE
                               > WS-EP-MONTANT(WS-INDEX-EP)
                               MOVE WS-EP-MONTANT(WS-INDEX-EP)
                                   TO WS-IMPAYE-ECHEANCE
                           END-IF

                           IF WS-IMPAYE-ECHEANCE > 0
                               MOVE WS-IMPAYE-ECHEANCE
                                   TO WS-MONTANT-CENTS
                               PERFORM 0100-FORMATE-PRIX
                               MOVE SPACES TO F-LIGNE-IMPAYES
                               STRING "  Échéance du "
                                   WS-EP-DATE(WS-INDEX-EP)
                                   " commande " WS-COMMANDE-INDEX
                                   " impayée : "
                                   FUNCTION TRIM(WS-MONTANT-AFFICHE)
                                   INTO F-LIGNE-IMPAYES
                               END-STRING
                               WRITE F-LIGNE-IMPAYES
                           END-IF

                       END-IF

                   END-PERFORM

               END-IF

           END-PERFORM

           COMPUTE WS-MONTANT-CENTS = WS-RESTANT-CLIENT - WS-EXIGIBLE
               - WS-RESTANT-LITIGE
           PERFORM 0100-FORMATE-PRIX
           MOVE WS-MONTANT-AFFICHE TO WS-IMP-ECHOIR-AFF

           IF WS-EXIGIBLE > 0 OR WS-RESTANT-LITIGE > 0
               MOVE SPACES TO F-LIGNE-IMPAYES
               STRING "  Échéancier : "
                   FUNCTION TRIM(WS-IMP-ECHOIR-AFF)
                   " à échoir, hors relance et hors pénalités"
                   INTO F-LIGNE-IMPAYES
               END-STRING
               WRITE F-LIGNE-IMPAYES
           END-IF
       .

      ******************************************************************

      *Charge les échéanciers de paiement tenus par echmaint.cbl ; un
      *fichier absent (statut 35) laisse toutes les commandes
      *exigibles d'un bloc, comme auparavant
       1070-CHARGE-ECHEANCIERS.

           MOVE 0 TO WS-NB-ECHEANCES

           OPEN INPUT FICHIER-ECHEANCIERS

           IF WS-STATUT-ECHEANCIERS = "00"

               PERFORM UNTIL WS-STATUT-ECHEANCIERS NOT = "00"
                   READ FICHIER-ECHEANCIERS
                       AT END
                           MOVE "10" TO WS-STATUT-ECHEANCIERS
                       NOT AT END
                           IF WS-NB-ECHEANCES < 9999
                               AND F-EP-CLIENT NUMERIC
                               AND F-EP-NUMERO NUMERIC
                               AND F-EP-MONTANT NUMERIC
                               ADD 1 TO WS-NB-ECHEANCES
                               MOVE F-EP-CLIENT TO
                                   WS-EP-CLIENT(WS-NB-ECHEANCES)
                               MOVE F-EP-NUMERO TO
                                   WS-EP-NUMERO(WS-NB-ECHEANCES)
                               MOVE F-EP-DATE TO
                                   WS-EP-DATE(WS-NB-ECHEANCES)
                               MOVE F-EP-MONTANT TO
                                   WS-EP-MONTANT(WS-NB-ECHEANCES)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-ECHEANCIERS

               DISPLAY "Échéances de paiement chargées : "
                   WS-NB-ECHEANCES

           END-IF
       .

      ******************************************************************

      *Détaille sur l'état des impayés, sous la ligne du client, chaque
      *commande en litige ouvert et le montant mis en suspens
       1068-DETAILLE-LITIGES.

           PERFORM VARYING WS-INDEX-LI FROM 1 BY 1
               UNTIL WS-INDEX-LI > WS-NB-LITIGES

               IF WS-LI-CLIENT(WS-INDEX-LI) = WS-ID(WS-CLIENT-INDEX)
                   AND WS-LI-SUSPENS(WS-INDEX-LI) > 0

                   ADD WS-LI-SUSPENS(WS-INDEX-LI) TO WS-TOTAL-LITIGES

                   MOVE WS-LI-SUSPENS(WS-INDEX-LI) TO WS-MONTANT-CENTS
                   PERFORM 0100-FORMATE-PRIX

                   MOVE SPACES TO F-LIGNE-IMPAYES
                   STRING "  Litige commande "
                       WS-LI-NUMERO(WS-INDEX-LI)
                       " ouvert le " WS-LI-OUVERTURE(WS-INDEX-LI)
                       " : " FUNCTION TRIM(WS-MONTANT-AFFICHE)
                       " en suspens, hors relance et hors pénalités ("
                       FUNCTION TRIM(WS-LI-MOTIF(WS-INDEX-LI)) ")"
                       INTO F-LIGNE-IMPAYES
                   END-STRING
                   WRITE F-LIGNE-IMPAYES

               END-IF

           END-PERFORM
       .

      ******************************************************************

      *Charge les litiges encore ouverts du registre tenu par
      *litmaint.cbl (date de résolution à blanc) ; un fichier absent
      *laisse toutes les commandes exigibles
       1080-CHARGE-LITIGES.

           MOVE 0 TO WS-NB-LITIGES

           OPEN INPUT FICHIER-LITIGES

           IF WS-STATUT-LITIGES = "00"

               PERFORM UNTIL WS-STATUT-LITIGES NOT = "00"
                   READ FICHIER-LITIGES
                       AT END
                           MOVE "10" TO WS-STATUT-LITIGES
                       NOT AT END
                           IF WS-NB-LITIGES < 999
                               AND F-LI-RESOLU-LE = SPACES
                               AND F-LI-CLIENT NUMERIC
                               AND F-LI-NUMERO NUMERIC
                               ADD 1 TO WS-NB-LITIGES
                               MOVE F-LI-CLIENT TO
                                   WS-LI-CLIENT(WS-NB-LITIGES)
                               MOVE F-LI-NUMERO TO
                                   WS-LI-NUMERO(WS-NB-LITIGES)
                               MOVE F-LI-OUVERTURE TO
                                   WS-LI-OUVERTURE(WS-NB-LITIGES)
                               MOVE F-LI-MOTIF TO
                                   WS-LI-MOTIF(WS-NB-LITIGES)
                               MOVE 0 TO
                                   WS-LI-SUSPENS(WS-NB-LITIGES)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-LITIGES

               DISPLAY "Litiges ouverts chargés : " WS-NB-LITIGES

           END-IF
       .

      ******************************************************************

      *Charge les adresses postales tenues par adrmaint.cbl ; un
      *fichier absent (statut 35) laisse la table vide, tous les
      *relevés partent alors en liste d'exceptions

      *Imprime le bloc adresse du client WS-CLIENT-INDEX en tête de sa
      *page de relevé ; un client sans adresse connue est marqué non
      *postable et reporté sur la liste d'exceptions. La page est
      *portée au registre du courrier sortant, adresse vide quand
      *elle est inconnue
       0950-BLOC-ADRESSE.

           MOVE 0 TO WS-ADR-TROUVEE
           MOVE WS-ID(WS-CLIENT-INDEX) TO WS-CO-ID
           MOVE SPACES TO WS-CO-NOM
           STRING FUNCTION TRIM(WS-NOM(WS-CLIENT-INDEX)) " "
               FUNCTION TRIM(WS-PRENOM(WS-CLIENT-INDEX))
               INTO WS-CO-NOM
           END-STRING
           MOVE SPACES TO WS-CO-ADRESSE
           MOVE SPACES TO WS-CO-REFERENCE
           STRING "relevé " FUNCTION CURRENT-DATE(1:8)
               INTO WS-CO-REFERENCE
           END-STRING

           PERFORM VARYING WS-INDEX-ADR FROM 1 BY 1
               UNTIL WS-INDEX-ADR > WS-NB-ADRESSES
               END-STRING
               WRITE F-LIGNE-RELEVE

               STRING FUNCTION TRIM(WS-ADR-RUE(WS-ADR-TROUVEE)) ", "
                   WS-ADR-CP(WS-ADR-TROUVEE) " "
                   FUNCTION TRIM(WS-ADR-VILLE(WS-ADR-TROUVEE))
                   INTO WS-CO-ADRESSE
               END-STRING

           ELSE

               ADD 1 TO WS-NB-SANS-ADRESSE
               WRITE F-LIGNE-ADR-MANQUANTE

           END-IF

           CALL "courrier" USING WS-COURRIER-COMMANDE
       .

      ******************************************************************

      *Contrôle la ligne de commande courante contre le catalogue : un
      *code inconnu part dans produits-inconnus.txt, et un prix
      *unitaire qui s'écarte du prix de référence de plus de
      *WS-TOLERANCE-PCT pourcents part dans ecarts-prix.txt. Le prix
      *de référence est le prix négocié par le client quand un
      *contrat est valide, sinon le prix en vigueur, à la date du
      *fichier de commandes (aujourd'hui pour un fichier non daté) :
      *ni un grand compte ni un changement de tarif ne font plus
      *ressortir de fausses alertes
       0700-CONTROLE-CATALOGUE.

           PERFORM 0650-CHERCHE-CATALOGUE

           ELSE

               MOVE F-ID-COMMANDE TO WS-CONTRAT-CLIENT
               MOVE F-CODE-PRODUIT TO WS-CONTRAT-CODE
               MOVE WS-DATE-FICHIER TO WS-CONTRAT-DATE
               CALL "prixcontrat" USING WS-CONTRAT-COMMANDE

               MOVE F-CODE-PRODUIT TO WS-PRIXDATE-CODE
               MOVE WS-DATE-FICHIER TO WS-PRIXDATE-DATE
               CALL "prixdate" USING WS-PRIXDATE-COMMANDE

               EVALUATE TRUE
                   WHEN WS-CONTRAT-RESULTAT = "O"
                       MOVE WS-CONTRAT-PRIX TO WS-PRIX-REFERENCE
                       MOVE "contrat" TO WS-ORIGINE-REFERENCE
                   WHEN WS-PRIXDATE-RESULTAT = "O"
                       MOVE WS-PRIXDATE-PRIX TO WS-PRIX-REFERENCE
                       MOVE "catalogue" TO WS-ORIGINE-REFERENCE
                   WHEN OTHER
                       MOVE WS-PRIX-CAT(WS-CAT-TROUVE)
                           TO WS-PRIX-REFERENCE
                       MOVE "catalogue" TO WS-ORIGINE-REFERENCE
               END-EVALUATE

               COMPUTE WS-ECART-PRIX = F-PRIX-UNITAIRE
                   - WS-PRIX-REFERENCE
               IF WS-ECART-PRIX < 0
                   COMPUTE WS-ECART-PRIX = 0 - WS-ECART-PRIX
               END-IF

               COMPUTE WS-ECART-LIMITE =
                   WS-PRIX-REFERENCE * WS-TOLERANCE-PCT / 100

               IF WS-ECART-PRIX > WS-ECART-LIMITE

                   MOVE SPACES TO F-LIGNE-ECART
                   STRING "Produit " F-CODE-PRODUIT
                       " : PU facturé " F-PRIX-UNITAIRE
                       " contre "
                       FUNCTION TRIM(WS-ORIGINE-REFERENCE)
                       " " WS-PRIX-REFERENCE
                       " (client " F-ID-COMMANDE
                       " commande " F-NUMERO ")"
                       INTO F-LIGNE-ECART

           END-IF
       .

      ******************************************************************

      *Reporte le client WS-CLIENT-INDEX sur l'état des créditeurs si
      *son restant dû (WS-RESTANT-CLIENT) est négatif : crédit,
      *commandé, payé et remboursé, avec la décision déjà prise (crédit
      *conservé) ou à prendre dans rembourse.cbl
       0860-CONTROLE-CREDIT.

           IF WS-RESTANT-CLIENT < 0

               ADD 1 TO WS-NB-CREDITEURS
               COMPUTE WS-TOTAL-CREDIT =
                   WS-TOTAL-CREDIT - WS-RESTANT-CLIENT

               COMPUTE WS-MONTANT-CENTS = 0 - WS-RESTANT-CLIENT
               PERFORM 0100-FORMATE-PRIX
               MOVE WS-MONTANT-AFFICHE TO WS-CRE-CREDIT-AFF

               MOVE WS-REMBOURSE(WS-CLIENT-INDEX) TO WS-MONTANT-CENTS
               PERFORM 0100-FORMATE-PRIX
               MOVE WS-MONTANT-AFFICHE TO WS-CRE-REMBOURSE-AFF

               MOVE WS-SOUS-TOTAL TO WS-MONTANT-CENTS
               PERFORM 0100-FORMATE-PRIX
               MOVE WS-MONTANT-AFFICHE TO WS-IMP-COMMANDE-AFF

               MOVE WS-PAYE(WS-CLIENT-INDEX) TO WS-MONTANT-CENTS
               PERFORM 0100-FORMATE-PRIX
               MOVE WS-MONTANT-AFFICHE TO WS-IMP-PAYE-AFF

               IF WS-CREDIT-CONSERVE(WS-CLIENT-INDEX) = "O"
                   MOVE "conservé" TO WS-CRE-DECISION
               ELSE
                   MOVE "à traiter" TO WS-CRE-DECISION
               END-IF

               MOVE SPACES TO F-LIGNE-CREDITEUR
               STRING "Client " WS-ID(WS-CLIENT-INDEX)
                   " " WS-NOM(WS-CLIENT-INDEX)
                   " crédit " FUNCTION TRIM(WS-CRE-CREDIT-AFF)
                   " (commandé " FUNCTION TRIM(WS-IMP-COMMANDE-AFF)
                   ", payé " FUNCTION TRIM(WS-IMP-PAYE-AFF)
                   ", remboursé " FUNCTION TRIM(WS-CRE-REMBOURSE-AFF)
                   ") " FUNCTION TRIM(WS-CRE-DECISION)
                   INTO F-LIGNE-CREDITEUR
               END-STRING

               WRITE F-LIGNE-CREDITEUR

           END-IF
       .

      ******************************************************************

      *Applique l'annulation lue au client WS-POSITION-CLIENT (0 si
      *inconnu) : la ligne visée doit toujours être une ligne positive
      *du même produit, fusionnée au plus tard le jour de l'annulation
      *(sinon le numéro a été réutilisé depuis et l'annulation est
      *ignorée) ; la quantité retirée est plafonnée à la quantité de
      *la ligne, le montant et la remise suivent au prorata. Une
      *expédition arrivée après l'annulation et qui dépasse le
      *restant est signalée à l'entrepôt
       1370-APPLIQUE-ANNULATION.

           MOVE SPACES TO F-LIGNE-ANNUL-RAPPORT

           EVALUATE TRUE

               WHEN WS-POSITION-CLIENT = 0
                   ADD 1 TO WS-NB-ANNUL-IGNOREES
                   STRING "IGNORÉE    client " F-AN-CLIENT
                       " commande " F-AN-NUMERO
                       " : client inconnu"
                       INTO F-LIGNE-ANNUL-RAPPORT
                   END-STRING

               WHEN F-AN-NUMERO < 1
                   OR F-AN-NUMERO > WS-COMMANDE-MAX
                   ADD 1 TO WS-NB-ANNUL-IGNOREES
                   STRING "IGNORÉE    client " F-AN-CLIENT
                       " commande " F-AN-NUMERO
                       " : commande inconnue"
                       INTO F-LIGNE-ANNUL-RAPPORT
                   END-STRING

               WHEN WS-PRIX(WS-POSITION-CLIENT, F-AN-NUMERO) <= 0
                   OR WS-CODE-PRODUIT(WS-POSITION-CLIENT, F-AN-NUMERO)
                       NOT = F-AN-CODE
                   OR WS-DATE-LIGNE(WS-POSITION-CLIENT, F-AN-NUMERO)
                       > F-AN-DATE
                   ADD 1 TO WS-NB-ANNUL-IGNOREES
                   STRING "IGNORÉE    client " F-AN-CLIENT
                       " commande " F-AN-NUMERO
                       " produit " F-AN-CODE
                       " : ligne absente ou remplacée depuis le "
                       F-AN-DATE
                       INTO F-LIGNE-ANNUL-RAPPORT
                   END-STRING

               WHEN OTHER

                   ADD 1 TO WS-NB-ANNULATIONS

                   IF F-AN-QTE
                       > WS-QTE(WS-POSITION-CLIENT, F-AN-NUMERO)
                       MOVE WS-QTE(WS-POSITION-CLIENT, F-AN-NUMERO)
                           TO WS-QTE-ANNULEE
                   ELSE
                       MOVE F-AN-QTE TO WS-QTE-ANNULEE
                   END-IF

                   COMPUTE WS-QTE-RESTE =
                       WS-QTE(WS-POSITION-CLIENT, F-AN-NUMERO)
                       - WS-QTE-ANNULEE

                   COMPUTE WS-PRIX(WS-POSITION-CLIENT, F-AN-NUMERO)
                       ROUNDED =
                       WS-PRIX(WS-POSITION-CLIENT, F-AN-NUMERO)
                       * WS-QTE-RESTE
                       / WS-QTE(WS-POSITION-CLIENT, F-AN-NUMERO)

                   COMPUTE WS-REMISE-LIGNE
                       (WS-POSITION-CLIENT, F-AN-NUMERO) ROUNDED =
                       WS-REMISE-LIGNE(WS-POSITION-CLIENT, F-AN-NUMERO)
                       * WS-QTE-RESTE
                       / WS-QTE(WS-POSITION-CLIENT, F-AN-NUMERO)

                   MOVE WS-QTE-RESTE
                       TO WS-QTE(WS-POSITION-CLIENT, F-AN-NUMERO)

                   STRING "APPLIQUÉE  client " F-AN-CLIENT
                       " commande " F-AN-NUMERO
                       " produit " F-AN-CODE
                       " qté " WS-QTE-ANNULEE
                       " (reste " WS-QTE-RESTE ") le " F-AN-DATE
                       " par " FUNCTION TRIM(F-AN-OPERATEUR)
                       " : " FUNCTION TRIM(F-AN-MOTIF)
                       INTO F-LIGNE-ANNUL-RAPPORT
                   END-STRING

           END-EVALUATE

           WRITE F-LIGNE-ANNUL-RAPPORT

           IF WS-POSITION-CLIENT NOT = 0
               AND F-AN-NUMERO >= 1
               AND F-AN-NUMERO <= WS-COMMANDE-MAX
               IF WS-EXPEDIE-LIGNE(WS-POSITION-CLIENT, F-AN-NUMERO)
                   > WS-QTE(WS-POSITION-CLIENT, F-AN-NUMERO)
                   AND WS-CODE-PRODUIT(WS-POSITION-CLIENT,
                       F-AN-NUMERO) = F-AN-CODE
                   MOVE SPACES TO F-LIGNE-ANNUL-RAPPORT
                   STRING "ANOMALIE   client " F-AN-CLIENT
                       " commande " F-AN-NUMERO
                       " : expédié au-delà de la quantité restante"
                       " après annulation"
                       INTO F-LIGNE-ANNUL-RAPPORT
                   END-STRING
                   WRITE F-LIGNE-ANNUL-RAPPORT
               END-IF
           END-IF
       .

      ******************************************************************

      *Écrit la ligne WS-CLIENT-INDEX / WS-COMMANDE-INDEX, couverte par
      *le stock, dans le fichier des lignes prêtes à préparer : seul
      *le restant à servir est à prélever
       1365-ECRIT-A-PREPARER.

           ADD 1 TO WS-NB-A-PREPARER
           MOVE SPACES TO F-A-PREPARER
           MOVE WS-ID(WS-CLIENT-INDEX) TO F-AP-CLIENT
           MOVE WS-COMMANDE-INDEX TO F-AP-NUMERO
           MOVE WS-CODE-PRODUIT(WS-CLIENT-INDEX, WS-COMMANDE-INDEX)
               TO F-AP-CODE
           MOVE WS-ARTICLE-A-SERVIR TO F-AP-ARTICLE
           MOVE WS-QTE-A-SERVIR TO F-AP-QTE
           IF WS-DATE-LIGNE(WS-CLIENT-INDEX, WS-COMMANDE-INDEX)
               = SPACES
               MOVE WS-DATE-AUJOURDHUI TO F-AP-DATE
           ELSE
               MOVE WS-DATE-LIGNE(WS-CLIENT-INDEX, WS-COMMANDE-INDEX)
                   TO F-AP-DATE
           END-IF
           WRITE F-A-PREPARER
       .

      ******************************************************************

      *Écrit le reliquat de stock de la ligne en cours : tout le
      *restant à servir, en attente sur WS-ARTICLE-A-SERVIR
       1366-ECRIT-BACKORDER.

           ADD 1 TO WS-NB-BACKORDERS
           MOVE SPACES TO F-BACKORDER
           MOVE WS-ID(WS-CLIENT-INDEX) TO F-BO-CLIENT
           MOVE WS-COMMANDE-INDEX TO F-BO-NUMERO
           MOVE WS-CODE-PRODUIT(WS-CLIENT-INDEX, WS-COMMANDE-INDEX)
               TO F-BO-CODE
           MOVE WS-ARTICLE-A-SERVIR TO F-BO-ARTICLE
           MOVE WS-RESTANT-A-SERVIR TO F-BO-QTE
           IF WS-DATE-LIGNE(WS-CLIENT-INDEX, WS-COMMANDE-INDEX)
               = SPACES
               MOVE WS-DATE-AUJOURDHUI TO F-BO-DATE
           ELSE
               MOVE WS-DATE-LIGNE(WS-CLIENT-INDEX, WS-COMMANDE-INDEX)
                   TO F-BO-DATE
           END-IF
           WRITE F-BACKORDER
       .
