      *Rapprochement à trois voies des factures fournisseurs : les
      *factures saisies par saisiefourn.cbl étaient payées sans être
      *confrontées ni à ce que rupture.cbl a commandé ni à ce que
      *reception.cbl a réellement reçu. Pour chaque facture à
      *rapprocher ou bloquée, chaque ligne est confrontée à sa ligne
      *du registre commandes-fournisseurs.txt (commandé et reçu
      *cumulés) et au tarif du fournisseur (tarifs-fournisseurs.txt) :
      *une quantité facturée, cumulée avec les factures déjà
      *approuvées, qui dépasse le reçu ou le commandé, ou un prix qui
      *s'écarte du tarif au-delà de la tolérance, bloque la facture
      *entière. Une facture bloquée est réexaminée au lancement
      *suivant (la marchandise a pu arriver entre-temps). Une facture
      *approuvée passe aux dettes fournisseurs
      *(dettes-fournisseurs.txt), à échéance de 30 jours date de
      *facture. Le rapprochement est consigné dans
      *rapprochement-fournisseurs.txt, puis la balance âgée des
      *dettes non réglées est éditée par fournisseur via editetat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapprofourn.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier des factures fournisseurs, tenu par
      *saisiefourn.cbl et réécrit ici avec l'état de chaque ligne
       SELECT FICHIER-FACTURES ASSIGN TO "factures-fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-FACTURES.

      *Alias du registre des commandes fournisseurs, écrit par
      *rupture.cbl et pointé par reception.cbl
       SELECT FICHIER-REGISTRE-PO
           ASSIGN TO "commandes-fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-REGISTRE.

      *Alias des tarifs fournisseurs, les mêmes que rupture.cbl
       SELECT FICHIER-TARIFS ASSIGN TO "tarifs-fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-TARIFS.

      *Alias du fichier de référence des fournisseurs, pour leur nom
      *sur la balance âgée
       SELECT FICHIER-FOURNISSEURS ASSIGN TO "fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-FOURNISSEURS.

      *Alias des dettes fournisseurs, complétées des factures
      *approuvées
       SELECT FICHIER-DETTES ASSIGN TO "dettes-fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-DETTES.

      *Alias du rapport de rapprochement
       SELECT FICHIER-RAPPORT
           ASSIGN TO "rapprochement-fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *Définition du fichier des factures fournisseurs, même découpage
      *que saisiefourn.cbl (état : blanc = à rapprocher,
      *A = approuvée, B = bloquée)
       FD FICHIER-FACTURES.
       01 F-FACTURE-FOURN.
           05 F-FF-FOURNISSEUR       PIC X(10).
           05 FILLER                 PIC X.
           05 F-FF-FACTURE           PIC X(12).
           05 FILLER                 PIC X.
           05 F-FF-DATE              PIC X(8).
           05 FILLER                 PIC X.
           05 F-FF-PO-REF            PIC X(10).
           05 FILLER                 PIC X.
           05 F-FF-ARTICLE           PIC X(10).
           05 FILLER                 PIC X.
           05 F-FF-QTE               PIC 9(4).
           05 FILLER                 PIC X.
           05 F-FF-PU                PIC 9(5).
           05 FILLER                 PIC X.
           05 F-FF-ETAT              PIC X.

      *Définition du registre des commandes fournisseurs, même
      *découpage que rupture.cbl et reception.cbl
       FD FICHIER-REGISTRE-PO.
       01 F-REGISTRE-PO.
           05 F-PO-REF               PIC X(10).
           05 FILLER                 PIC X.
           05 F-PO-FOURNISSEUR       PIC X(10).
           05 FILLER                 PIC X.
           05 F-PO-ARTICLE           PIC X(10).
           05 FILLER                 PIC X.
           05 F-PO-QTE-CDE           PIC 9(4).
           05 FILLER                 PIC X.
           05 F-PO-QTE-RECUE         PIC 9(4).
           05 FILLER                 PIC X.
           05 F-PO-DATE              PIC X(8).

      *Définition des tarifs fournisseurs, même découpage que
      *rupture.cbl (coût unitaire en centimes)
       FD FICHIER-TARIFS.
       01 F-TARIF.
           05 F-TF-FOURNISSEUR       PIC X(10).
           05 FILLER                 PIC X.
           05 F-TF-ARTICLE           PIC X(10).
           05 FILLER                 PIC X.
           05 F-TF-COUT              PIC 9(5).

      *Définition du fichier de référence des fournisseurs, même
      *découpage que reception.cbl
       FD FICHIER-FOURNISSEURS.
       01 F-FOURNISSEUR-REF.
           05 F-CODE-FOURN           PIC X(10).
           05 FILLER                 PIC X.
           05 F-NOM-FOURN            PIC X(20).
           05 FILLER                 PIC X.
           05 F-CONTACT-FOURN        PIC X(20).
           05 FILLER                 PIC X.
           05 F-DELAI-FOURN          PIC 99.

      *Définition des dettes fournisseurs, une ligne par facture
      *approuvée : fournisseur, facture, date, échéance AAAAMMJJ,
      *montant en centimes, date de règlement (blanc = non réglée)
       FD FICHIER-DETTES.
       01 F-DETTE.
           05 F-DF-FOURNISSEUR       PIC X(10).
           05 FILLER                 PIC X.
           05 F-DF-FACTURE           PIC X(12).
           05 FILLER                 PIC X.
           05 F-DF-DATE              PIC X(8).
           05 FILLER                 PIC X.
           05 F-DF-ECHEANCE          PIC X(8).
           05 FILLER                 PIC X.
           05 F-DF-MONTANT           PIC 9(9).
           05 FILLER                 PIC X.
           05 F-DF-REGLE-LE          PIC X(8).

      *Définition du rapport, une ligne de texte libre
       FD FICHIER-RAPPORT.
       01 F-LIGNE-RAPPORT            PIC X(100).

       WORKING-STORAGE SECTION.

      *Lignes de factures chargées, avec un repère de facture déjà
      *traitée par ce lancement
       01 WS-FACTURES-TAB.
           05 WS-LIGNE-FACTURE    OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-NB-LIGNES.
               10 WS-FF-FOURNISSEUR   PIC X(10).
               10 WS-FF-FACTURE       PIC X(12).
               10 WS-FF-DATE          PIC X(8).
               10 WS-FF-PO-REF        PIC X(10).
               10 WS-FF-ARTICLE       PIC X(10).
               10 WS-FF-QTE           PIC 9(4).
               10 WS-FF-PU            PIC 9(5).
               10 WS-FF-ETAT          PIC X.
               10 WS-FF-VUE           PIC X.
       77 WS-NB-LIGNES            PIC 9(4)              VALUE 1.
       77 WS-INDEX-LIGNE          PIC 9(4)              VALUE 1.
       77 WS-INDEX-FACTURE        PIC 9(4)              VALUE 1.
       77 WS-INDEX-AUTRE          PIC 9(4)              VALUE 1.

      *Lignes du registre des commandes fournisseurs, commandé et
      *reçu cumulés
       01 WS-REGISTRE-TAB.
           05 WS-PO               OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-PO.
               10 WS-PO-REF           PIC X(10).
               10 WS-PO-FOURNISSEUR   PIC X(10).
               10 WS-PO-ARTICLE       PIC X(10).
               10 WS-PO-QTE-CDE       PIC 9(4).
               10 WS-PO-QTE-RECUE     PIC 9(4).
       77 WS-NB-PO                PIC 9(3)              VALUE 1.
       77 WS-INDEX-PO             PIC 9(4)              VALUE 1.
       77 WS-PO-TROUVE            PIC 9(4)              VALUE 0.

      *Tarifs fournisseurs chargés en mémoire (coût en centimes)
       01 WS-TARIFS-TAB.
           05 WS-TARIF            OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-TARIFS.
               10 WS-TF-FOURNISSEUR PIC X(10).
               10 WS-TF-ARTICLE   PIC X(10).
               10 WS-TF-COUT      PIC 9(5).
       77 WS-NB-TARIFS            PIC 9(3)              VALUE 1.
       77 WS-INDEX-TARIF          PIC 9(4)              VALUE 1.
       77 WS-COUT-TARIF           PIC 9(5)              VALUE 0.
       77 WS-TARIF-TROUVE         PIC X                 VALUE "N".

      *Fournisseurs connus, avec les tranches de leur balance âgée en
      *centimes : non échu, 1-30, 31-60, 61-90 et plus de 90 jours
       01 WS-FOURNISSEURS-TAB.
           05 WS-FOURNISSEUR      OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-NB-FOURNISSEURS.
               10 WS-FO-CODE      PIC X(10).
               10 WS-FO-NOM       PIC X(20).
               10 WS-FO-TRANCHE   PIC 9(9) OCCURS 5 TIMES.
               10 WS-FO-TOTAL     PIC 9(9).
               10 WS-FO-NB        PIC 9(4).
       77 WS-NB-FOURNISSEURS      PIC 9(3)              VALUE 1.
       77 WS-INDEX-FOURN          PIC 9(3)              VALUE 1.
       77 WS-FOURN-TROUVE         PIC 9(3)              VALUE 0.
       77 WS-INDEX-TRANCHE        PIC 9                 VALUE 1.

      *Tolérances du rapprochement : écart de prix admis sur le tarif
      *en centièmes de pourcent (200 = 2,00 %) et quantité facturée
      *admise au-delà du reçu
       77 WS-TOLERANCE-PRIX       PIC 9(4)              VALUE 200.
       77 WS-TOLERANCE-QTE        PIC 9(4)              VALUE 0.
      *Délai de paiement des factures approuvées, en jours date de
      *facture
       77 WS-DELAI-PAIEMENT       PIC 9(3)              VALUE 30.

      *Contrôle de la ligne courante : quantité déjà facturée sur la
      *même ligne de commande, écart de prix, motif de blocage
       77 WS-QTE-DEJA-FACTUREE    PIC 9(6)              VALUE 0.
       77 WS-QTE-CUMULEE          PIC 9(6)              VALUE 0.
       77 WS-ECART-PRIX           PIC 9(5)              VALUE 0.
       77 WS-MOTIF                PIC X(60).
      *Facture en cours : bloquée ou non, montant en centimes
       77 WS-FACTURE-BLOQUEE      PIC X                 VALUE "N".
       77 WS-ETAT-COURANT         PIC X                 VALUE SPACE.
       77 WS-MONTANT-FACTURE      PIC 9(9)              VALUE 0.
       77 WS-ECHEANCE             PIC 9(8).

      *Motifs de blocage de la facture en cours, écrits au rapport
      *sous sa ligne
       01 WS-MOTIFS-TAB.
           05 WS-MOTIF-LIGNE      PIC X(100) OCCURS 50 TIMES.
       77 WS-NB-MOTIFS            PIC 99                VALUE 0.

      *Balance âgée : retard d'une dette en jours et totaux généraux
       77 WS-JOURS-AUJOURDHUI     PIC 9(7)              VALUE 0.
       77 WS-RETARD-JOURS         PIC S9(7)             VALUE 0.
       01 WS-TOTAUX-TRANCHES.
           05 WS-TOTAL-TRANCHE    PIC 9(9) OCCURS 5 TIMES.
       77 WS-TOTAL-DETTES         PIC 9(9)              VALUE 0.

      *Libellés des tranches de la balance âgée
       01 WS-LIBELLES-TRANCHES.
           05 FILLER              PIC X(20) VALUE "Non échu".
           05 FILLER              PIC X(20) VALUE "1 à 30 jours".
           05 FILLER              PIC X(20) VALUE "31 à 60 jours".
           05 FILLER              PIC X(20) VALUE "61 à 90 jours".
           05 FILLER              PIC X(20) VALUE "Plus de 90 jours".
       01 WS-LIBELLES-TRANCHES-R REDEFINES WS-LIBELLES-TRANCHES.
           05 WS-LIBELLE-TRANCHE  PIC X(20) OCCURS 5 TIMES.

      *Compteurs du bilan
       77 WS-NB-APPROUVEES        PIC 9(4)              VALUE 0.
       77 WS-NB-BLOQUEES          PIC 9(4)              VALUE 0.
       77 WS-NB-DETTES-OUVERTES   PIC 9(4)              VALUE 0.

      *Quantités éditées dans les motifs
       77 WS-QTE-ED-1             PIC ZZZZZ9.
       77 WS-QTE-ED-2             PIC ZZZZZ9.
       77 WS-QTE-ED-3             PIC ZZZZZ9.
      *Montants formatés conservés pour une même ligne
       77 WS-MONTANT-AFF-1        PIC X(18).
       77 WS-MONTANT-AFF-2        PIC X(18).

      *Indicateurs de fin de fichier et statuts
       77 WS-EOF                  PIC X                 VALUE 'F'.
       77 WS-STATUT-FACTURES      PIC XX.
       77 WS-STATUT-REGISTRE      PIC XX.
       77 WS-STATUT-TARIFS        PIC XX.
       77 WS-STATUT-FOURNISSEURS  PIC XX.
       77 WS-STATUT-DETTES        PIC XX.

      *Date du jour AAAAMMJJ
       77 WS-DATE-JOUR            PIC X(8).

      *Champs utilisés pour formater un montant en centimes en
      *affichage "euros,centimes €", repris de command.cbl
       77 WS-MONTANT-CENTS       PIC S9(9)             VALUE 0.
       77 WS-MONTANT-ABS         PIC 9(9)              VALUE 0.
       77 WS-MONTANT-EUROS       PIC 9(9).
       77 WS-MONTANT-CENTIMES    PIC 99.
       77 WS-MONTANT-EUROS-EDIT  PIC Z(8)9.
       77 WS-MONTANT-AFFICHE     PIC X(18).

      *Commande passée au sous-programme commun de verrouillage
      *(verrou.cbl), qui protège la réécriture des factures contre une
      *saisie concurrente
       01 WS-VERROU-COMMANDE.
           05 WS-VERROU-ACTION    PIC X.
           05 WS-VERROU-NOM       PIC X(20).
           05 WS-VERROU-RESULTAT  PIC X.

      *Commande passée au sous-programme commun d'édition d'états
      *(editetat.cbl) : action, nom du fichier, texte de la ligne
       01 WS-ETAT-COMMANDE.
           05 WS-ETAT-ACTION      PIC X.
           05 WS-ETAT-FICHIER     PIC X(30).
           05 WS-ETAT-TEXTE       PIC X(80).

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       COMPUTE WS-JOURS-AUJOURDHUI = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(WS-DATE-JOUR)).

      *Même verrou que saisiefourn.cbl : le fichier des factures ne
      *doit pas être réécrit pendant une saisie
       MOVE "P" TO WS-VERROU-ACTION.
       MOVE "factures-fourn" TO WS-VERROU-NOM.
       CALL "verrou" USING WS-VERROU-COMMANDE.

       IF WS-VERROU-RESULTAT NOT = "O"
           DISPLAY "factures-fournisseurs.txt verrouillé par un autre "
               "lancement, abandon"
           STOP RUN
       END-IF.

       PERFORM 0200-CHARGE-FACTURES.
       PERFORM 0300-CHARGE-REGISTRE.
       PERFORM 0400-CHARGE-TARIFS.
       PERFORM 0500-CHARGE-FOURNISSEURS.

       OPEN OUTPUT FICHIER-RAPPORT.

       MOVE SPACES TO F-LIGNE-RAPPORT.
       STRING "--- Rapprochement des factures fournisseurs du "
           WS-DATE-JOUR " ---"
           INTO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.

      *Les dettes des factures approuvées sont ajoutées à la suite,
      *le fichier étant créé s'il n'existe pas encore (statut 35)
       OPEN EXTEND FICHIER-DETTES.

       IF WS-STATUT-DETTES = "35"
           OPEN OUTPUT FICHIER-DETTES
       END-IF.

      *Chaque facture non encore approuvée est rapprochée une fois,
      *à sa première ligne rencontrée
       PERFORM VARYING WS-INDEX-FACTURE FROM 1 BY 1
           UNTIL WS-INDEX-FACTURE > WS-NB-LIGNES

           IF WS-FF-VUE(WS-INDEX-FACTURE) = "N"
               AND WS-FF-ETAT(WS-INDEX-FACTURE) NOT = "A"
               PERFORM 1000-RAPPROCHE-FACTURE
           END-IF

       END-PERFORM.

       CLOSE FICHIER-DETTES.

       MOVE SPACES TO F-LIGNE-RAPPORT.
       STRING "Bilan : " WS-NB-APPROUVEES " facture(s) approuvée(s), "
           WS-NB-BLOQUEES " facture(s) bloquée(s)"
           INTO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.

       CLOSE FICHIER-RAPPORT.

      *Les états des lignes sont réécrits avant de rendre le verrou
       PERFORM 3000-SAUVE-FACTURES.

       MOVE "L" TO WS-VERROU-ACTION.
       CALL "verrou" USING WS-VERROU-COMMANDE.

       PERFORM 4000-BALANCE-AGEE.

       DISPLAY "Factures approuvées : " WS-NB-APPROUVEES.
       DISPLAY "Factures bloquées : " WS-NB-BLOQUEES.
       DISPLAY "Dettes fournisseurs non réglées : "
           WS-NB-DETTES-OUVERTES.
       DISPLAY "Rapport dans rapprochement-fournisseurs.txt, balance "
           "dans dettes-fournisseurs-agees.txt".

      *GOBACK plutôt que STOP RUN : le rapprochement peut être appelé
      *comme une étape du planificateur du soir
       GOBACK.

      ******************************************************************

      *Convertit un montant en centimes (WS-MONTANT-CENTS) en une
      *chaîne affichable "euros,centimes €", repris de command.cbl
       0100-FORMATE-PRIX.

           IF WS-MONTANT-CENTS < 0
               COMPUTE WS-MONTANT-ABS = 0 - WS-MONTANT-CENTS
           ELSE
               MOVE WS-MONTANT-CENTS TO WS-MONTANT-ABS
           END-IF

           COMPUTE WS-MONTANT-EUROS = WS-MONTANT-ABS / 100
           COMPUTE WS-MONTANT-CENTIMES =
               FUNCTION MOD(WS-MONTANT-ABS, 100)

           MOVE WS-MONTANT-EUROS TO WS-MONTANT-EUROS-EDIT

           MOVE SPACES TO WS-MONTANT-AFFICHE
           IF WS-MONTANT-CENTS < 0
               STRING "-"
                      FUNCTION TRIM(WS-MONTANT-EUROS-EDIT)
                      ","
                      WS-MONTANT-CENTIMES
                      " €"
                      INTO WS-MONTANT-AFFICHE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-MONTANT-EUROS-EDIT)
                      ","
                      WS-MONTANT-CENTIMES
                      " €"
                      INTO WS-MONTANT-AFFICHE
               END-STRING
           END-IF
       .

      ******************************************************************

      *Charge les lignes de factures fournisseurs ; sans fichier il
      *n'y a rien à rapprocher mais la balance âgée reste éditée
       0200-CHARGE-FACTURES.

           MOVE 0 TO WS-NB-LIGNES
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-FACTURES

           IF WS-STATUT-FACTURES NOT = "00"
               DISPLAY "Fichier factures-fournisseurs.txt absent "
                   "(statut " WS-STATUT-FACTURES "), rien à rapprocher"
           ELSE

               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-FACTURES
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF WS-NB-LIGNES < 9999
                               ADD 1 TO WS-NB-LIGNES
                               MOVE F-FF-FOURNISSEUR
                                   TO WS-FF-FOURNISSEUR(WS-NB-LIGNES)
                               MOVE F-FF-FACTURE
                                   TO WS-FF-FACTURE(WS-NB-LIGNES)
                               MOVE F-FF-DATE
                                   TO WS-FF-DATE(WS-NB-LIGNES)
                               MOVE F-FF-PO-REF
                                   TO WS-FF-PO-REF(WS-NB-LIGNES)
                               MOVE F-FF-ARTICLE
                                   TO WS-FF-ARTICLE(WS-NB-LIGNES)
                               MOVE F-FF-QTE TO WS-FF-QTE(WS-NB-LIGNES)
                               MOVE F-FF-PU TO WS-FF-PU(WS-NB-LIGNES)
                               MOVE F-FF-ETAT
                                   TO WS-FF-ETAT(WS-NB-LIGNES)
                               MOVE "N" TO WS-FF-VUE(WS-NB-LIGNES)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-FACTURES

           END-IF
       .

      ******************************************************************

      *Charge le registre des commandes fournisseurs, toutes lignes
      *confondues (une ligne soldée reste facturable)
       0300-CHARGE-REGISTRE.

           MOVE 0 TO WS-NB-PO

           OPEN INPUT FICHIER-REGISTRE-PO

           IF WS-STATUT-REGISTRE = "00"

               PERFORM UNTIL WS-STATUT-REGISTRE NOT = "00"
                   READ FICHIER-REGISTRE-PO
                       AT END
                           MOVE "10" TO WS-STATUT-REGISTRE
                       NOT AT END
                           IF WS-NB-PO < 999
                               AND F-PO-QTE-CDE NUMERIC
                               AND F-PO-QTE-RECUE NUMERIC
                               ADD 1 TO WS-NB-PO
                               MOVE F-PO-REF TO WS-PO-REF(WS-NB-PO)
                               MOVE F-PO-FOURNISSEUR TO
                                   WS-PO-FOURNISSEUR(WS-NB-PO)
                               MOVE F-PO-ARTICLE TO
                                   WS-PO-ARTICLE(WS-NB-PO)
                               MOVE F-PO-QTE-CDE TO
                                   WS-PO-QTE-CDE(WS-NB-PO)
                               MOVE F-PO-QTE-RECUE TO
                                   WS-PO-QTE-RECUE(WS-NB-PO)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-REGISTRE-PO

           END-IF
       .

      ******************************************************************

      *Charge les tarifs fournisseurs
       0400-CHARGE-TARIFS.

           MOVE 0 TO WS-NB-TARIFS

           OPEN INPUT FICHIER-TARIFS

           IF WS-STATUT-TARIFS = "00"

               PERFORM UNTIL WS-STATUT-TARIFS NOT = "00"
                   READ FICHIER-TARIFS
                       AT END
                           MOVE "10" TO WS-STATUT-TARIFS
                       NOT AT END
                           IF WS-NB-TARIFS < 999
                               AND F-TF-COUT NUMERIC
                               ADD 1 TO WS-NB-TARIFS
                               MOVE F-TF-FOURNISSEUR TO
                                   WS-TF-FOURNISSEUR(WS-NB-TARIFS)
                               MOVE F-TF-ARTICLE TO
                                   WS-TF-ARTICLE(WS-NB-TARIFS)
                               MOVE F-TF-COUT TO
                                   WS-TF-COUT(WS-NB-TARIFS)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-TARIFS

           END-IF
       .

      ******************************************************************

      *Charge les fournisseurs connus, tranches de balance à zéro
       0500-CHARGE-FOURNISSEURS.

           MOVE 0 TO WS-NB-FOURNISSEURS

           OPEN INPUT FICHIER-FOURNISSEURS

           IF WS-STATUT-FOURNISSEURS = "00"

               PERFORM UNTIL WS-STATUT-FOURNISSEURS NOT = "00"
                   READ FICHIER-FOURNISSEURS
                       AT END
                           MOVE "10" TO WS-STATUT-FOURNISSEURS
                       NOT AT END
                           IF WS-NB-FOURNISSEURS < 100
                               ADD 1 TO WS-NB-FOURNISSEURS
                               MOVE F-CODE-FOURN TO
                                   WS-FO-CODE(WS-NB-FOURNISSEURS)
                               MOVE F-NOM-FOURN TO
                                   WS-FO-NOM(WS-NB-FOURNISSEURS)
                               PERFORM 0550-RAZ-FOURNISSEUR
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-FOURNISSEURS

           END-IF
       .

      ******************************************************************

      *Remet à zéro la balance du dernier fournisseur ajouté
       0550-RAZ-FOURNISSEUR.

           PERFORM VARYING WS-INDEX-TRANCHE FROM 1 BY 1
               UNTIL WS-INDEX-TRANCHE > 5
               MOVE 0 TO
                   WS-FO-TRANCHE(WS-NB-FOURNISSEURS, WS-INDEX-TRANCHE)
           END-PERFORM

           MOVE 0 TO WS-FO-TOTAL(WS-NB-FOURNISSEURS)
           MOVE 0 TO WS-FO-NB(WS-NB-FOURNISSEURS)
       .

      ******************************************************************

      *Rapproche la facture dont la première ligne non vue est
      *WS-INDEX-FACTURE : toutes ses lignes sont contrôlées, puis la
      *facture entière est approuvée (et passe aux dettes) ou bloquée
       1000-RAPPROCHE-FACTURE.

           MOVE "N" TO WS-FACTURE-BLOQUEE
           MOVE 0 TO WS-MONTANT-FACTURE

           PERFORM VARYING WS-INDEX-LIGNE FROM WS-INDEX-FACTURE BY 1
               UNTIL WS-INDEX-LIGNE > WS-NB-LIGNES

               IF WS-FF-FOURNISSEUR(WS-INDEX-LIGNE)
                       = WS-FF-FOURNISSEUR(WS-INDEX-FACTURE)
                   AND WS-FF-FACTURE(WS-INDEX-LIGNE)
                       = WS-FF-FACTURE(WS-INDEX-FACTURE)
                   MOVE "O" TO WS-FF-VUE(WS-INDEX-LIGNE)
                   COMPUTE WS-MONTANT-FACTURE = WS-MONTANT-FACTURE
                       + WS-FF-QTE(WS-INDEX-LIGNE)
                       * WS-FF-PU(WS-INDEX-LIGNE)
                   PERFORM 1100-CONTROLE-LIGNE
               END-IF

           END-PERFORM

           MOVE WS-MONTANT-FACTURE TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX

           MOVE SPACES TO F-LIGNE-RAPPORT

           IF WS-FACTURE-BLOQUEE = "O"

               ADD 1 TO WS-NB-BLOQUEES
               MOVE "B" TO WS-ETAT-COURANT
               STRING "BLOQUÉE   " WS-FF-FOURNISSEUR(WS-INDEX-FACTURE)
                   " facture " WS-FF-FACTURE(WS-INDEX-FACTURE)
                   " du " WS-FF-DATE(WS-INDEX-FACTURE)
                   " " FUNCTION TRIM(WS-MONTANT-AFFICHE)
                   INTO F-LIGNE-RAPPORT
               END-STRING

           ELSE

               ADD 1 TO WS-NB-APPROUVEES
               MOVE "A" TO WS-ETAT-COURANT
               STRING "APPROUVÉE " WS-FF-FOURNISSEUR(WS-INDEX-FACTURE)
                   " facture " WS-FF-FACTURE(WS-INDEX-FACTURE)
                   " du " WS-FF-DATE(WS-INDEX-FACTURE)
                   " " FUNCTION TRIM(WS-MONTANT-AFFICHE)
                   INTO F-LIGNE-RAPPORT
               END-STRING
               PERFORM 2000-ECRIT-DETTE

           END-IF

           WRITE F-LIGNE-RAPPORT

      *L'état retenu est porté sur toutes les lignes de la facture
           PERFORM VARYING WS-INDEX-LIGNE FROM WS-INDEX-FACTURE BY 1
               UNTIL WS-INDEX-LIGNE > WS-NB-LIGNES

               IF WS-FF-FOURNISSEUR(WS-INDEX-LIGNE)
                       = WS-FF-FOURNISSEUR(WS-INDEX-FACTURE)
                   AND WS-FF-FACTURE(WS-INDEX-LIGNE)
                       = WS-FF-FACTURE(WS-INDEX-FACTURE)
                   MOVE WS-ETAT-COURANT TO WS-FF-ETAT(WS-INDEX-LIGNE)
               END-IF

           END-PERFORM

      *Les motifs de blocage suivent la ligne de la facture
           PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
               UNTIL WS-INDEX-LIGNE > WS-NB-MOTIFS
               MOVE WS-MOTIF-LIGNE(WS-INDEX-LIGNE) TO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT
           END-PERFORM

           MOVE 0 TO WS-NB-MOTIFS
       .

      ******************************************************************

      *Contrôle la ligne WS-INDEX-LIGNE contre sa ligne de commande
      *(même bon, même article, même fournisseur) et le tarif ; chaque
      *écart est noté comme motif de blocage
       1100-CONTROLE-LIGNE.

           MOVE 0 TO WS-PO-TROUVE

           PERFORM VARYING WS-INDEX-PO FROM 1 BY 1
               UNTIL WS-INDEX-PO > WS-NB-PO
                   OR WS-PO-TROUVE NOT = 0
               IF WS-PO-REF(WS-INDEX-PO) = WS-FF-PO-REF(WS-INDEX-LIGNE)
                   AND WS-PO-ARTICLE(WS-INDEX-PO)
                       = WS-FF-ARTICLE(WS-INDEX-LIGNE)
                   AND WS-PO-FOURNISSEUR(WS-INDEX-PO)
                       = WS-FF-FOURNISSEUR(WS-INDEX-LIGNE)
                   MOVE WS-INDEX-PO TO WS-PO-TROUVE
               END-IF
           END-PERFORM

           IF WS-PO-TROUVE = 0
               MOVE "absente du registre des commandes" TO WS-MOTIF
               PERFORM 1900-NOTE-MOTIF
           ELSE
               PERFORM 1200-CONTROLE-QUANTITE
           END-IF

           PERFORM 1300-CONTROLE-PRIX
       .

      ******************************************************************

      *Quantité : la quantité facturée, cumulée avec celles des
      *factures déjà approuvées et des lignes précédentes de cette
      *facture sur la même ligne de commande, ne doit dépasser ni le
      *reçu (plus la tolérance) ni le commandé
       1200-CONTROLE-QUANTITE.

           MOVE 0 TO WS-QTE-DEJA-FACTUREE

           PERFORM VARYING WS-INDEX-AUTRE FROM 1 BY 1
               UNTIL WS-INDEX-AUTRE > WS-NB-LIGNES

               IF WS-FF-PO-REF(WS-INDEX-AUTRE)
                       = WS-FF-PO-REF(WS-INDEX-LIGNE)
                   AND WS-FF-ARTICLE(WS-INDEX-AUTRE)
                       = WS-FF-ARTICLE(WS-INDEX-LIGNE)
                   AND WS-FF-FOURNISSEUR(WS-INDEX-AUTRE)
                       = WS-FF-FOURNISSEUR(WS-INDEX-LIGNE)
                   AND WS-INDEX-AUTRE NOT = WS-INDEX-LIGNE

                   EVALUATE TRUE
                       WHEN WS-FF-ETAT(WS-INDEX-AUTRE) = "A"
                           ADD WS-FF-QTE(WS-INDEX-AUTRE)
                               TO WS-QTE-DEJA-FACTUREE
                       WHEN WS-INDEX-AUTRE < WS-INDEX-LIGNE
                           AND WS-FF-FACTURE(WS-INDEX-AUTRE)
                               = WS-FF-FACTURE(WS-INDEX-LIGNE)
                           ADD WS-FF-QTE(WS-INDEX-AUTRE)
                               TO WS-QTE-DEJA-FACTUREE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE

               END-IF

           END-PERFORM

           COMPUTE WS-QTE-CUMULEE =
               WS-QTE-DEJA-FACTUREE + WS-FF-QTE(WS-INDEX-LIGNE)

           MOVE WS-FF-QTE(WS-INDEX-LIGNE) TO WS-QTE-ED-1
           MOVE WS-QTE-DEJA-FACTUREE TO WS-QTE-ED-2

           IF WS-QTE-CUMULEE >
               WS-PO-QTE-RECUE(WS-PO-TROUVE) + WS-TOLERANCE-QTE
               MOVE WS-PO-QTE-RECUE(WS-PO-TROUVE) TO WS-QTE-ED-3
               MOVE SPACES TO WS-MOTIF
               STRING "qté " FUNCTION TRIM(WS-QTE-ED-1)
                   " + déjà facturé " FUNCTION TRIM(WS-QTE-ED-2)
                   " > reçu " FUNCTION TRIM(WS-QTE-ED-3)
                   INTO WS-MOTIF
               END-STRING
               PERFORM 1900-NOTE-MOTIF
           END-IF

           IF WS-QTE-CUMULEE > WS-PO-QTE-CDE(WS-PO-TROUVE)
               MOVE WS-PO-QTE-CDE(WS-PO-TROUVE) TO WS-QTE-ED-3
               MOVE SPACES TO WS-MOTIF
               STRING "qté " FUNCTION TRIM(WS-QTE-ED-1)
                   " + déjà facturé " FUNCTION TRIM(WS-QTE-ED-2)
                   " > commandé " FUNCTION TRIM(WS-QTE-ED-3)
                   INTO WS-MOTIF
               END-STRING
               PERFORM 1900-NOTE-MOTIF
           END-IF
       .

      ******************************************************************

      *Prix : le prix unitaire facturé ne doit pas s'écarter du tarif
      *du fournisseur de plus de la tolérance ; sans tarif, la ligne
      *ne peut pas être contrôlée et bloque aussi
       1300-CONTROLE-PRIX.

           MOVE "N" TO WS-TARIF-TROUVE

           PERFORM VARYING WS-INDEX-TARIF FROM 1 BY 1
               UNTIL WS-INDEX-TARIF > WS-NB-TARIFS
                   OR WS-TARIF-TROUVE = "O"
               IF WS-TF-FOURNISSEUR(WS-INDEX-TARIF)
                       = WS-FF-FOURNISSEUR(WS-INDEX-LIGNE)
                   AND WS-TF-ARTICLE(WS-INDEX-TARIF)
                       = WS-FF-ARTICLE(WS-INDEX-LIGNE)
                   MOVE "O" TO WS-TARIF-TROUVE
                   MOVE WS-TF-COUT(WS-INDEX-TARIF) TO WS-COUT-TARIF
               END-IF
           END-PERFORM

           IF WS-TARIF-TROUVE = "N"
               MOVE "sans tarif fournisseur" TO WS-MOTIF
               PERFORM 1900-NOTE-MOTIF
           ELSE

               IF WS-FF-PU(WS-INDEX-LIGNE) > WS-COUT-TARIF
                   COMPUTE WS-ECART-PRIX =
                       WS-FF-PU(WS-INDEX-LIGNE) - WS-COUT-TARIF
               ELSE
                   COMPUTE WS-ECART-PRIX =
                       WS-COUT-TARIF - WS-FF-PU(WS-INDEX-LIGNE)
               END-IF

               IF WS-ECART-PRIX * 10000
                   > WS-COUT-TARIF * WS-TOLERANCE-PRIX

                   MOVE WS-FF-PU(WS-INDEX-LIGNE) TO WS-MONTANT-CENTS
                   PERFORM 0100-FORMATE-PRIX
                   MOVE WS-MONTANT-AFFICHE TO WS-MONTANT-AFF-1
                   MOVE WS-COUT-TARIF TO WS-MONTANT-CENTS
                   PERFORM 0100-FORMATE-PRIX
                   MOVE WS-MONTANT-AFFICHE TO WS-MONTANT-AFF-2

                   MOVE SPACES TO WS-MOTIF
                   STRING "prix " FUNCTION TRIM(WS-MONTANT-AFF-1)
                       " hors tolérance du tarif "
                       FUNCTION TRIM(WS-MONTANT-AFF-2)
                       INTO WS-MOTIF
                   END-STRING
                   PERFORM 1900-NOTE-MOTIF

               END-IF

           END-IF
       .

      ******************************************************************

      *Bloque la facture en cours et garde le motif WS-MOTIF de la
      *ligne WS-INDEX-LIGNE pour le rapport
       1900-NOTE-MOTIF.

           MOVE "O" TO WS-FACTURE-BLOQUEE

           IF WS-NB-MOTIFS < 50
               ADD 1 TO WS-NB-MOTIFS
               MOVE SPACES TO WS-MOTIF-LIGNE(WS-NB-MOTIFS)
               STRING "  bon " WS-FF-PO-REF(WS-INDEX-LIGNE)
                   " article " WS-FF-ARTICLE(WS-INDEX-LIGNE)
                   " : " WS-MOTIF
                   INTO WS-MOTIF-LIGNE(WS-NB-MOTIFS)
               END-STRING
           END-IF
       .

      ******************************************************************

      *Ajoute aux dettes la facture approuvée WS-INDEX-FACTURE, à
      *échéance de WS-DELAI-PAIEMENT jours date de facture
       2000-ECRIT-DETTE.

           IF WS-FF-DATE(WS-INDEX-FACTURE) NUMERIC
               COMPUTE WS-ECHEANCE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-FF-DATE(WS-INDEX-FACTURE)))
                   + WS-DELAI-PAIEMENT)
           ELSE
               MOVE WS-DATE-JOUR TO WS-ECHEANCE
           END-IF

           MOVE SPACES TO F-DETTE
           MOVE WS-FF-FOURNISSEUR(WS-INDEX-FACTURE) TO F-DF-FOURNISSEUR
           MOVE WS-FF-FACTURE(WS-INDEX-FACTURE) TO F-DF-FACTURE
           MOVE WS-FF-DATE(WS-INDEX-FACTURE) TO F-DF-DATE
           MOVE WS-ECHEANCE TO F-DF-ECHEANCE
           MOVE WS-MONTANT-FACTURE TO F-DF-MONTANT
           WRITE F-DETTE
       .

      ******************************************************************

      *Réécrit factures-fournisseurs.txt avec l'état de chaque ligne
       3000-SAUVE-FACTURES.

           IF WS-NB-LIGNES > 0

               OPEN OUTPUT FICHIER-FACTURES

               PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
                   UNTIL WS-INDEX-LIGNE > WS-NB-LIGNES

                   MOVE SPACES TO F-FACTURE-FOURN
                   MOVE WS-FF-FOURNISSEUR(WS-INDEX-LIGNE)
                       TO F-FF-FOURNISSEUR
                   MOVE WS-FF-FACTURE(WS-INDEX-LIGNE) TO F-FF-FACTURE
                   MOVE WS-FF-DATE(WS-INDEX-LIGNE) TO F-FF-DATE
                   MOVE WS-FF-PO-REF(WS-INDEX-LIGNE) TO F-FF-PO-REF
                   MOVE WS-FF-ARTICLE(WS-INDEX-LIGNE) TO F-FF-ARTICLE
                   MOVE WS-FF-QTE(WS-INDEX-LIGNE) TO F-FF-QTE
                   MOVE WS-FF-PU(WS-INDEX-LIGNE) TO F-FF-PU
                   MOVE WS-FF-ETAT(WS-INDEX-LIGNE) TO F-FF-ETAT
                   WRITE F-FACTURE-FOURN

               END-PERFORM

               CLOSE FICHIER-FACTURES

           END-IF
       .

      ******************************************************************

      *Édite la balance âgée des dettes non réglées par fournisseur
      *dans dettes-fournisseurs-agees.txt : tranches de retard par
      *rapport à l'échéance, total par fournisseur et total général
       4000-BALANCE-AGEE.

           PERFORM VARYING WS-INDEX-TRANCHE FROM 1 BY 1
               UNTIL WS-INDEX-TRANCHE > 5
               MOVE 0 TO WS-TOTAL-TRANCHE(WS-INDEX-TRANCHE)
           END-PERFORM

           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-DETTES

           IF WS-STATUT-DETTES = "00"

               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-DETTES
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF F-DF-REGLE-LE = SPACES
                               AND F-DF-MONTANT NUMERIC
                               PERFORM 4100-VIEILLIT-DETTE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-DETTES

           END-IF

           MOVE "O" TO WS-ETAT-ACTION
           MOVE "dettes-fournisseurs-agees.txt" TO WS-ETAT-FICHIER
           MOVE "Balance âgée des dettes fournisseurs"
               TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "D" TO WS-ETAT-ACTION

           PERFORM VARYING WS-INDEX-FOURN FROM 1 BY 1
               UNTIL WS-INDEX-FOURN > WS-NB-FOURNISSEURS

               IF WS-FO-NB(WS-INDEX-FOURN) > 0

                   MOVE WS-FO-TOTAL(WS-INDEX-FOURN) TO WS-MONTANT-CENTS
                   PERFORM 0100-FORMATE-PRIX
                   MOVE SPACES TO WS-ETAT-TEXTE
                   STRING WS-FO-CODE(WS-INDEX-FOURN)
                       " " WS-FO-NOM(WS-INDEX-FOURN)
                       " " WS-FO-NB(WS-INDEX-FOURN) " facture(s) : "
                       FUNCTION TRIM(WS-MONTANT-AFFICHE)
                       INTO WS-ETAT-TEXTE
                   END-STRING
                   CALL "editetat" USING WS-ETAT-COMMANDE

                   PERFORM VARYING WS-INDEX-TRANCHE FROM 1 BY 1
                       UNTIL WS-INDEX-TRANCHE > 5
                       MOVE WS-FO-TRANCHE(WS-INDEX-FOURN,
                           WS-INDEX-TRANCHE) TO WS-MONTANT-CENTS
                       PERFORM 4200-EDITE-TRANCHE
                   END-PERFORM

               END-IF

           END-PERFORM

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

      *Totaux généraux, tranche par tranche
           MOVE WS-TOTAL-DETTES TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Total des dettes non réglées : "
               WS-NB-DETTES-OUVERTES " facture(s) : "
               FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           PERFORM VARYING WS-INDEX-TRANCHE FROM 1 BY 1
               UNTIL WS-INDEX-TRANCHE > 5
               MOVE WS-TOTAL-TRANCHE(WS-INDEX-TRANCHE)
                   TO WS-MONTANT-CENTS
               PERFORM 4200-EDITE-TRANCHE
           END-PERFORM

           MOVE "F" TO WS-ETAT-ACTION
           CALL "editetat" USING WS-ETAT-COMMANDE
       .

      ******************************************************************

      *Range la dette non réglée lue dans la tranche de son retard sur
      *l'échéance, chez son fournisseur ; un fournisseur absent de la
      *référence est ajouté sous son seul code
       4100-VIEILLIT-DETTE.

           ADD 1 TO WS-NB-DETTES-OUVERTES
           ADD F-DF-MONTANT TO WS-TOTAL-DETTES

           IF F-DF-ECHEANCE NUMERIC
               COMPUTE WS-RETARD-JOURS = WS-JOURS-AUJOURDHUI
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(F-DF-ECHEANCE))
           ELSE
               MOVE 0 TO WS-RETARD-JOURS
           END-IF

           EVALUATE TRUE
               WHEN WS-RETARD-JOURS <= 0
                   MOVE 1 TO WS-INDEX-TRANCHE
               WHEN WS-RETARD-JOURS <= 30
                   MOVE 2 TO WS-INDEX-TRANCHE
               WHEN WS-RETARD-JOURS <= 60
                   MOVE 3 TO WS-INDEX-TRANCHE
               WHEN WS-RETARD-JOURS <= 90
                   MOVE 4 TO WS-INDEX-TRANCHE
               WHEN OTHER
                   MOVE 5 TO WS-INDEX-TRANCHE
           END-EVALUATE

           ADD F-DF-MONTANT TO WS-TOTAL-TRANCHE(WS-INDEX-TRANCHE)

           MOVE 0 TO WS-FOURN-TROUVE
           PERFORM VARYING WS-INDEX-FOURN FROM 1 BY 1
               UNTIL WS-INDEX-FOURN > WS-NB-FOURNISSEURS
                   OR WS-FOURN-TROUVE NOT = 0
               IF WS-FO-CODE(WS-INDEX-FOURN) = F-DF-FOURNISSEUR
                   MOVE WS-INDEX-FOURN TO WS-FOURN-TROUVE
               END-IF
           END-PERFORM

           IF WS-FOURN-TROUVE = 0 AND WS-NB-FOURNISSEURS < 100
               ADD 1 TO WS-NB-FOURNISSEURS
               MOVE F-DF-FOURNISSEUR TO WS-FO-CODE(WS-NB-FOURNISSEURS)
               MOVE "(hors référence)"
                   TO WS-FO-NOM(WS-NB-FOURNISSEURS)
               PERFORM 0550-RAZ-FOURNISSEUR
               MOVE WS-NB-FOURNISSEURS TO WS-FOURN-TROUVE
           END-IF

           IF WS-FOURN-TROUVE NOT = 0
               ADD F-DF-MONTANT TO
                   WS-FO-TRANCHE(WS-FOURN-TROUVE, WS-INDEX-TRANCHE)
               ADD F-DF-MONTANT TO WS-FO-TOTAL(WS-FOURN-TROUVE)
               ADD 1 TO WS-FO-NB(WS-FOURN-TROUVE)
           END-IF
       .

      ******************************************************************

      *Édite la tranche WS-INDEX-TRANCHE dont le montant est dans
      *WS-MONTANT-CENTS, sous son libellé
       4200-EDITE-TRANCHE.

           PERFORM 0100-FORMATE-PRIX

           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "    " WS-LIBELLE-TRANCHE(WS-INDEX-TRANCHE) " : "
               FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE
       .
