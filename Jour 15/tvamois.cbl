      *Programme de la feuille de TVA mensuelle : facturation.cbl
      *ventile la TVA facture par facture, mais à la fin du mois le
      *comptable additionnait encore toutes les factures à la main
      *pour remplir la déclaration. Pour le mois demandé, ce programme
      *retient les factures du registre factures-registre.txt datées
      *de ce mois, puis relit leurs pages dans factures.txt : chaque
      *ligne de commande ou d'avoir (retour, montant négatif) y donne
      *sa base HT et son taux, chaque ventilation la TVA facturée par
      *taux. La feuille declaration-tva-AAAAMM.txt, éditée par le
      *sous-programme commun editetat, donne par taux la base des
      *ventes, les avoirs déduits, la base nette et la TVA due, les
      *totaux, et une ligne de contrôle qui rapproche le TTC de la
      *feuille de la somme des factures du registre. Sur demande, le
      *résultat part aussi au cabinet comptable dans le format
      *d'échange d'exportcompta.cbl (en-tête 01, détails 02 TVA,
      *remorque 09), sous le numéro de séquence suivant du même
      *registre des envois.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tvamois.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du registre des factures tenu par facturation.cbl
       SELECT FICHIER-FACTREG ASSIGN TO "factures-registre.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-FACTREG.

      *Alias des pages de factures éditées par facturation.cbl
       SELECT FICHIER-FACTURES ASSIGN TO "factures.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-FACTURES.

      *Alias du fichier d'échange émis, nom composé du numéro de
      *séquence, comme exportcompta.cbl
       SELECT FICHIER-EXPORT ASSIGN TO DYNAMIC WS-NOM-EXPORT
           ORGANIZATION IS LINE SEQUENTIAL.

      *Alias du registre des envois au cabinet, partagé avec
      *exportcompta.cbl
       SELECT FICHIER-REGISTRE ASSIGN TO "export-compta-registre.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-REGISTRE.

       DATA DIVISION.

       FILE SECTION.

      *Définition du registre des factures, même découpage que
      *facturation.cbl (TTC absolu, le signe reste sur la page)
       FD FICHIER-FACTREG.
       01 F-FACTURE-REGISTRE.
           05 F-REG-NUMERO        PIC 9(6).
           05 FILLER              PIC X.
           05 F-REG-DATE          PIC X(8).
           05 FILLER              PIC X.
           05 F-REG-CLIENT        PIC 9(6).
           05 FILLER              PIC X.
           05 F-REG-TTC           PIC 9(9).

      *Définition des pages de factures, une ligne de texte libre
       FD FICHIER-FACTURES.
       01 F-LIGNE-FACTURE         PIC X(100).

      *Définition du fichier d'échange : chaque ligne commence par
      *son type (01 en-tête, 02 détail, 09 remorque)
       FD FICHIER-EXPORT.
       01 F-LIGNE-EXPORT          PIC X(150).

      *Définition du registre des envois, même découpage que
      *exportcompta.cbl
       FD FICHIER-REGISTRE.
       01 F-REGISTRE.
           05 F-RG-SEQ            PIC 9(5).
           05 FILLER              PIC X.
           05 F-RG-DATE           PIC X(8).
           05 FILLER              PIC X.
           05 F-RG-NB             PIC 9(5).
           05 FILLER              PIC X.
           05 F-RG-TOTAL          PIC 9(11).

       WORKING-STORAGE SECTION.

      *Factures du mois relevées au registre : numéro, TTC absolu du
      *registre, TTC signé relu sur la page et indicateur de page
      *retrouvée dans factures.txt
       01 WS-FACTURES-TAB.
           05 WS-FACTURE-MOIS     OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-NB-FACTURES.
               10 WS-FM-NUMERO    PIC 9(6).
               10 WS-FM-TTC       PIC 9(9).
               10 WS-FM-TTC-PAGE  PIC S9(9).
               10 WS-FM-RELUE     PIC X.
       77 WS-NB-FACTURES          PIC 9(4)              VALUE 1.
       77 WS-INDEX-FACTURE        PIC 9(4)              VALUE 1.
      *Facture du mois dont la page est en cours de lecture (0 = page
      *d'une facture d'un autre mois, ignorée)
       77 WS-FACTURE-COURANTE     PIC 9(4)              VALUE 0.

      *Feuille de TVA : un étage par taux rencontré, montants en
      *centimes
       01 WS-TAUX-TAB.
           05 WS-TAUX-MOIS        OCCURS 10 TIMES.
               10 WS-TX-TAUX      PIC 9(4).
               10 WS-TX-VENTES    PIC S9(11).
               10 WS-TX-AVOIRS    PIC S9(11).
               10 WS-TX-TVA       PIC S9(11).
       77 WS-NB-TAUX              PIC 99                VALUE 0.
       77 WS-INDEX-TAUX           PIC 99                VALUE 1.
       77 WS-TAUX-TROUVE          PIC 99                VALUE 0.

      *Mois demandé (AAAAMM), choix de l'export et date du jour
       77 WS-MOIS-DEMANDE         PIC X(6).
       77 WS-EXPORT-CHOIX         PIC X                 VALUE "N".
       77 WS-DATE-JOUR            PIC X(8).

      *Découpage d'une ligne de page : les deux côtés du " = " ou du
      *" : ", le montant et le taux en texte, le taux et le montant
      *relus (centimes signés)
       77 WS-PARTIE-1             PIC X(100).
       77 WS-PARTIE-2             PIC X(100).
       77 WS-CLE                  PIC X(100).
       77 WS-MONTANT-TEXTE        PIC X(30).
       77 WS-TAUX-TEXTE           PIC X(30).
       77 WS-EUROS-TEXTE          PIC X(20).
       77 WS-CENTIMES-TEXTE       PIC X(20).
       77 WS-MOT-1                PIC X(20).
       77 WS-MOT-2                PIC X(20).
       77 WS-MOT-3                PIC X(20).
       77 WS-TAUX-LU              PIC 9(4)              VALUE 0.
       77 WS-MONTANT-LU           PIC S9(11)            VALUE 0.
       77 WS-NUMERO-LU            PIC 9(6)              VALUE 0.

      *Totaux de la feuille et du contrôle, en centimes
       77 WS-TOTAL-VENTES         PIC S9(11)            VALUE 0.
       77 WS-TOTAL-AVOIRS         PIC S9(11)            VALUE 0.
       77 WS-TOTAL-BASE           PIC S9(11)            VALUE 0.
       77 WS-TOTAL-TVA            PIC S9(11)            VALUE 0.
       77 WS-TOTAL-TTC            PIC S9(11)            VALUE 0.
       77 WS-TOTAL-REGISTRE       PIC S9(11)            VALUE 0.
       77 WS-ECART-CONTROLE       PIC S9(11)            VALUE 0.
       77 WS-BASE-NETTE           PIC S9(11)            VALUE 0.
      *Factures du registre sans page dans factures.txt, et factures
      *dont le TTC de la page ne répond pas à celui du registre
       77 WS-NB-SANS-PAGE         PIC 9(4)              VALUE 0.
       77 WS-NB-DISCORDANTES      PIC 9(4)              VALUE 0.

      *Taux décomposé pour l'affichage "tt,cc %" et nom de la feuille
       77 WS-TAUX-ENTIER          PIC 99.
       77 WS-TAUX-DECIMAL         PIC 99.
       77 WS-NOM-ETAT             PIC X(30).
      *Montants formatés conservés pour une même ligne
       77 WS-MONTANT-AFF-1        PIC X(18).
       77 WS-MONTANT-AFF-2        PIC X(18).

      *Indicateur de fin de fichier et statuts
       77 WS-EOF                  PIC X                 VALUE 'F'.
       77 WS-STATUT-FACTREG       PIC XX.
       77 WS-STATUT-FACTURES      PIC XX.
       77 WS-STATUT-REGISTRE      PIC XX.

      *Export : nom du fichier, séquences, compte de détails et total
      *de contrôle de la remorque, même mécanique que exportcompta.cbl
       77 WS-NOM-EXPORT           PIC X(30).
       77 WS-DERNIERE-SEQ         PIC 9(5)              VALUE 0.
       77 WS-SEQ                  PIC 9(5)              VALUE 0.
       77 WS-NB-DETAILS           PIC 9(5)              VALUE 0.
       77 WS-TOTAL-MONTANTS       PIC 9(11)             VALUE 0.

      *Détail 02 TVA de l'export : mois, taux, base des ventes,
      *avoirs, base nette et TVA due en centimes signés
       01 WS-DETAIL-TVA.
           05 FILLER              PIC X(7)      VALUE "02 TVA ".
           05 WS-DX-MOIS          PIC X(6).
           05 FILLER              PIC X         VALUE SPACE.
           05 WS-DX-TAUX          PIC 9(4).
           05 FILLER              PIC X         VALUE SPACE.
           05 WS-DX-VENTES        PIC S9(11) SIGN LEADING SEPARATE.
           05 FILLER              PIC X         VALUE SPACE.
           05 WS-DX-AVOIRS        PIC S9(11) SIGN LEADING SEPARATE.
           05 FILLER              PIC X         VALUE SPACE.
           05 WS-DX-BASE          PIC S9(11) SIGN LEADING SEPARATE.
           05 FILLER              PIC X         VALUE SPACE.
           05 WS-DX-TVA           PIC S9(11) SIGN LEADING SEPARATE.

      *Champs utilisés pour formater un montant en centimes en
      *affichage "euros,centimes €", repris de command.cbl
       77 WS-MONTANT-CENTS       PIC S9(9)             VALUE 0.
       77 WS-MONTANT-ABS         PIC 9(9)              VALUE 0.
       77 WS-MONTANT-EUROS       PIC 9(9).
       77 WS-MONTANT-CENTIMES    PIC 99.
       77 WS-MONTANT-EUROS-EDIT  PIC Z(8)9.
       77 WS-MONTANT-AFFICHE     PIC X(18).

      *Commande passée au sous-programme commun d'édition d'états
      *(editetat.cbl) : action, nom du fichier, texte de la ligne
       01 WS-ETAT-COMMANDE.
           05 WS-ETAT-ACTION      PIC X.
           05 WS-ETAT-FICHIER     PIC X(30).
           05 WS-ETAT-TEXTE       PIC X(80).

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       DISPLAY "Mois de la déclaration de TVA (AAAAMM) : ".
       ACCEPT WS-MOIS-DEMANDE.

       IF WS-MOIS-DEMANDE NOT NUMERIC
           DISPLAY "Mois invalide : " WS-MOIS-DEMANDE
           GOBACK
       END-IF.

       DISPLAY "Exporter vers le cabinet comptable (O/N) : ".
       ACCEPT WS-EXPORT-CHOIX.

      *Factures du mois au registre : sans registre, rien à déclarer
       PERFORM 0600-CHARGE-REGISTRE.

       IF WS-NB-FACTURES = 0
           DISPLAY "Aucune facture du mois " WS-MOIS-DEMANDE
               " au registre factures-registre.txt"
           GOBACK
       END-IF.

      *Relecture des pages de factures : seules celles du mois
      *alimentent la feuille
       OPEN INPUT FICHIER-FACTURES.

       IF WS-STATUT-FACTURES NOT = "00"
           DISPLAY "Fichier factures.txt absent (statut "
               WS-STATUT-FACTURES "), feuille vide et contrôle "
               "en écart"
       ELSE

           MOVE 'F' TO WS-EOF

           PERFORM UNTIL WS-EOF = 'T'
               READ FICHIER-FACTURES
                   AT END
                       MOVE 'T' TO WS-EOF
                   NOT AT END
                       PERFORM 1000-ANALYSE-LIGNE
               END-READ
           END-PERFORM

           CLOSE FICHIER-FACTURES

       END-IF.

      *Contrôle : chaque facture du registre doit avoir sa page, au
      *même TTC ; le registre, signé d'après la page, fait la somme de
      *contrôle
       PERFORM VARYING WS-INDEX-FACTURE FROM 1 BY 1
           UNTIL WS-INDEX-FACTURE > WS-NB-FACTURES
           PERFORM 2000-CONTROLE-FACTURE
       END-PERFORM.

       PERFORM 3000-EDITE-FEUILLE.

       IF WS-EXPORT-CHOIX = "O" OR "o"
           PERFORM 4000-EXPORTE
       END-IF.

       DISPLAY "Factures du mois au registre : " WS-NB-FACTURES.
       DISPLAY "Factures sans page dans factures.txt : "
           WS-NB-SANS-PAGE.
       DISPLAY "Factures au TTC discordant : " WS-NB-DISCORDANTES.
       DISPLAY "Feuille écrite dans " WS-NOM-ETAT.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis menugeneral.cbl comme sous-programme, sans
      *rien changer à son comportement lorsqu'il est lancé seul
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

      *Relit un montant affiché "euros,centimes €" (WS-MONTANT-TEXTE,
      *signe moins en tête pour un négatif) en centimes signés dans
      *WS-MONTANT-LU, à l'inverse de 0100-FORMATE-PRIX
       0200-LIT-MONTANT.

           MOVE SPACES TO WS-EUROS-TEXTE
           MOVE SPACES TO WS-CENTIMES-TEXTE
           UNSTRING FUNCTION TRIM(WS-MONTANT-TEXTE)
               DELIMITED BY ","
               INTO WS-EUROS-TEXTE WS-CENTIMES-TEXTE
           END-UNSTRING

           IF WS-EUROS-TEXTE(1:1) = "-"
               MOVE "0" TO WS-EUROS-TEXTE(1:1)
           END-IF

           COMPUTE WS-MONTANT-LU =
               FUNCTION NUMVAL(WS-EUROS-TEXTE) * 100

           IF WS-CENTIMES-TEXTE(1:2) NUMERIC
               ADD FUNCTION NUMVAL(WS-CENTIMES-TEXTE(1:2))
                   TO WS-MONTANT-LU
           END-IF

           IF FUNCTION TRIM(WS-MONTANT-TEXTE)(1:1) = "-"
               COMPUTE WS-MONTANT-LU = 0 - WS-MONTANT-LU
           END-IF
       .

      ******************************************************************

      *Relit un taux affiché "tt,cc %" (WS-TAUX-TEXTE) en centièmes de
      *pourcent dans WS-TAUX-LU, et range le taux dans la feuille
      *(WS-TAUX-TROUVE), créé à sa première rencontre
       0300-RANGE-TAUX.

           MOVE 0 TO WS-TAUX-LU

           IF WS-TAUX-TEXTE(1:2) NUMERIC AND WS-TAUX-TEXTE(4:2) NUMERIC
               MOVE WS-TAUX-TEXTE(1:2) TO WS-TAUX-ENTIER
               MOVE WS-TAUX-TEXTE(4:2) TO WS-TAUX-DECIMAL
               COMPUTE WS-TAUX-LU =
                   WS-TAUX-ENTIER * 100 + WS-TAUX-DECIMAL
           END-IF

           MOVE 0 TO WS-TAUX-TROUVE

           PERFORM VARYING WS-INDEX-TAUX FROM 1 BY 1
               UNTIL WS-INDEX-TAUX > WS-NB-TAUX
               IF WS-TX-TAUX(WS-INDEX-TAUX) = WS-TAUX-LU
                   MOVE WS-INDEX-TAUX TO WS-TAUX-TROUVE
               END-IF
           END-PERFORM

           IF WS-TAUX-TROUVE = 0 AND WS-NB-TAUX < 10
               ADD 1 TO WS-NB-TAUX
               MOVE WS-NB-TAUX TO WS-TAUX-TROUVE
               MOVE WS-TAUX-LU TO WS-TX-TAUX(WS-TAUX-TROUVE)
               MOVE 0 TO WS-TX-VENTES(WS-TAUX-TROUVE)
               MOVE 0 TO WS-TX-AVOIRS(WS-TAUX-TROUVE)
               MOVE 0 TO WS-TX-TVA(WS-TAUX-TROUVE)
           END-IF
       .

      ******************************************************************

      *Relève au registre les factures datées du mois demandé ; un
      *registre absent laisse WS-NB-FACTURES à zéro
       0600-CHARGE-REGISTRE.

           MOVE 0 TO WS-NB-FACTURES
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-FACTREG

           IF WS-STATUT-FACTREG = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-FACTREG
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF F-REG-DATE(1:6) = WS-MOIS-DEMANDE
                               AND F-REG-NUMERO NUMERIC
                               AND F-REG-TTC NUMERIC
                               AND WS-NB-FACTURES < 9999
                               ADD 1 TO WS-NB-FACTURES
                               MOVE F-REG-NUMERO
                                   TO WS-FM-NUMERO(WS-NB-FACTURES)
                               MOVE F-REG-TTC
                                   TO WS-FM-TTC(WS-NB-FACTURES)
                               MOVE 0
                                   TO WS-FM-TTC-PAGE(WS-NB-FACTURES)
                               MOVE "N"
                                   TO WS-FM-RELUE(WS-NB-FACTURES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-FACTREG
           END-IF
       .

      ******************************************************************

      *Analyse une ligne de factures.txt : l'en-tête d'une facture
      *désigne la facture courante ; sur une facture du mois, les
      *lignes de commande et d'avoir alimentent les bases par taux,
      *les lignes "TVA à" la TVA facturée et "Total TTC" le contrôle
       1000-ANALYSE-LIGNE.

           IF F-LIGNE-FACTURE(1:8) = "FACTURE "

               MOVE SPACES TO WS-MOT-1 WS-MOT-2 WS-MOT-3
               UNSTRING F-LIGNE-FACTURE DELIMITED BY ALL SPACE
                   INTO WS-MOT-1 WS-MOT-2 WS-MOT-3
               END-UNSTRING

               MOVE 0 TO WS-FACTURE-COURANTE

               IF WS-MOT-3(1:6) NUMERIC
                   MOVE WS-MOT-3(1:6) TO WS-NUMERO-LU
                   PERFORM VARYING WS-INDEX-FACTURE FROM 1 BY 1
                       UNTIL WS-INDEX-FACTURE > WS-NB-FACTURES
                       IF WS-FM-NUMERO(WS-INDEX-FACTURE)
                           = WS-NUMERO-LU
                           MOVE WS-INDEX-FACTURE
                               TO WS-FACTURE-COURANTE
                       END-IF
                   END-PERFORM
               END-IF

               IF WS-FACTURE-COURANTE NOT = 0
                   MOVE "O" TO WS-FM-RELUE(WS-FACTURE-COURANTE)
               END-IF

           ELSE

               IF WS-FACTURE-COURANTE NOT = 0
                   PERFORM 1100-ANALYSE-DETAIL
               END-IF

           END-IF
       .

      ******************************************************************

      *Analyse une ligne de la page d'une facture du mois :
      *"  Commande/Avoir ... = montant € HT, TVA tt,cc %",
      *"  TVA à tt,cc % : montant €" et "  Total TTC : montant €"
       1100-ANALYSE-DETAIL.

           EVALUATE TRUE

               WHEN F-LIGNE-FACTURE(1:11) = "  Commande "
                   OR F-LIGNE-FACTURE(1:11) = "  Avoir    "

                   MOVE SPACES TO WS-PARTIE-1 WS-PARTIE-2
                   UNSTRING F-LIGNE-FACTURE DELIMITED BY " = "
                       INTO WS-PARTIE-1 WS-PARTIE-2
                   END-UNSTRING

                   MOVE SPACES TO WS-MONTANT-TEXTE WS-TAUX-TEXTE
                   UNSTRING WS-PARTIE-2 DELIMITED BY " € HT, TVA "
                       INTO WS-MONTANT-TEXTE WS-TAUX-TEXTE
                   END-UNSTRING

                   PERFORM 0200-LIT-MONTANT
                   PERFORM 0300-RANGE-TAUX

                   IF WS-TAUX-TROUVE NOT = 0
                       IF F-LIGNE-FACTURE(1:11) = "  Avoir    "
                           ADD WS-MONTANT-LU
                               TO WS-TX-AVOIRS(WS-TAUX-TROUVE)
                       ELSE
                           ADD WS-MONTANT-LU
                               TO WS-TX-VENTES(WS-TAUX-TROUVE)
                       END-IF
                   END-IF

               WHEN OTHER

                   MOVE SPACES TO WS-CLE WS-PARTIE-2
                   UNSTRING F-LIGNE-FACTURE DELIMITED BY " : "
                       INTO WS-CLE WS-PARTIE-2
                   END-UNSTRING
                   MOVE FUNCTION TRIM(WS-CLE) TO WS-PARTIE-1
                   MOVE WS-PARTIE-2 TO WS-MONTANT-TEXTE

                   EVALUATE TRUE

      *"TVA à " occupe sept octets, le taux suit
                       WHEN WS-PARTIE-1(1:4) = "TVA "
                           MOVE WS-PARTIE-1(8:) TO WS-TAUX-TEXTE
                           PERFORM 0200-LIT-MONTANT
                           PERFORM 0300-RANGE-TAUX
                           IF WS-TAUX-TROUVE NOT = 0
                               ADD WS-MONTANT-LU
                                   TO WS-TX-TVA(WS-TAUX-TROUVE)
                           END-IF

                       WHEN WS-PARTIE-1(1:9) = "Total TTC"
                           PERFORM 0200-LIT-MONTANT
                           MOVE WS-MONTANT-LU TO
                               WS-FM-TTC-PAGE(WS-FACTURE-COURANTE)

                       WHEN OTHER
                           CONTINUE

                   END-EVALUATE

           END-EVALUATE
       .

      ******************************************************************

      *Contrôle la facture WS-INDEX-FACTURE du registre : page
      *retrouvée et TTC de la page égal, au signe près, au TTC du
      *registre ; le registre est cumulé avec le signe de la page
       2000-CONTROLE-FACTURE.

           IF WS-FM-TTC-PAGE(WS-INDEX-FACTURE) < 0
               SUBTRACT WS-FM-TTC(WS-INDEX-FACTURE)
                   FROM WS-TOTAL-REGISTRE
           ELSE
               ADD WS-FM-TTC(WS-INDEX-FACTURE) TO WS-TOTAL-REGISTRE
           END-IF

           EVALUATE TRUE

               WHEN WS-FM-RELUE(WS-INDEX-FACTURE) = "N"
                   ADD 1 TO WS-NB-SANS-PAGE
                   DISPLAY "Facture n° " WS-FM-NUMERO(WS-INDEX-FACTURE)
                       " du registre absente de factures.txt"

               WHEN WS-FM-TTC-PAGE(WS-INDEX-FACTURE)
                       NOT = WS-FM-TTC(WS-INDEX-FACTURE)
                   AND 0 - WS-FM-TTC-PAGE(WS-INDEX-FACTURE)
                       NOT = WS-FM-TTC(WS-INDEX-FACTURE)
                   ADD 1 TO WS-NB-DISCORDANTES
                   DISPLAY "Facture n° " WS-FM-NUMERO(WS-INDEX-FACTURE)
                       " : TTC de la page différent du registre"

               WHEN OTHER
                   CONTINUE

           END-EVALUATE
       .

      ******************************************************************

      *Édite declaration-tva-<AAAAMM>.txt : par taux, base des ventes,
      *avoirs déduits, base nette et TVA due, puis totaux et ligne de
      *contrôle contre la somme des factures du registre
       3000-EDITE-FEUILLE.

           MOVE SPACES TO WS-NOM-ETAT
           STRING "declaration-tva-" WS-MOIS-DEMANDE ".txt"
               INTO WS-NOM-ETAT
           END-STRING

           MOVE "O" TO WS-ETAT-ACTION
           MOVE WS-NOM-ETAT TO WS-ETAT-FICHIER
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Feuille de TVA du mois " WS-MOIS-DEMANDE
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE "D" TO WS-ETAT-ACTION

           PERFORM VARYING WS-INDEX-TAUX FROM 1 BY 1
               UNTIL WS-INDEX-TAUX > WS-NB-TAUX

               COMPUTE WS-TAUX-ENTIER = WS-TX-TAUX(WS-INDEX-TAUX) / 100
               COMPUTE WS-TAUX-DECIMAL =
                   FUNCTION MOD(WS-TX-TAUX(WS-INDEX-TAUX), 100)

               COMPUTE WS-BASE-NETTE = WS-TX-VENTES(WS-INDEX-TAUX)
                   + WS-TX-AVOIRS(WS-INDEX-TAUX)

               MOVE WS-TX-VENTES(WS-INDEX-TAUX) TO WS-MONTANT-CENTS
               PERFORM 0100-FORMATE-PRIX
               MOVE WS-MONTANT-AFFICHE TO WS-MONTANT-AFF-1
               MOVE WS-TX-AVOIRS(WS-INDEX-TAUX) TO WS-MONTANT-CENTS
               PERFORM 0100-FORMATE-PRIX

               MOVE SPACES TO WS-ETAT-TEXTE
               STRING "Taux " WS-TAUX-ENTIER "," WS-TAUX-DECIMAL
                   " %  ventes HT " FUNCTION TRIM(WS-MONTANT-AFF-1)
                   "  avoirs HT " FUNCTION TRIM(WS-MONTANT-AFFICHE)
                   INTO WS-ETAT-TEXTE
               END-STRING
               CALL "editetat" USING WS-ETAT-COMMANDE

               MOVE WS-BASE-NETTE TO WS-MONTANT-CENTS
               PERFORM 0100-FORMATE-PRIX
               MOVE WS-MONTANT-AFFICHE TO WS-MONTANT-AFF-1
               MOVE WS-TX-TVA(WS-INDEX-TAUX) TO WS-MONTANT-CENTS
               PERFORM 0100-FORMATE-PRIX

               MOVE SPACES TO WS-ETAT-TEXTE
               STRING "            base nette HT "
                   FUNCTION TRIM(WS-MONTANT-AFF-1)
                   "  TVA due " FUNCTION TRIM(WS-MONTANT-AFFICHE)
                   INTO WS-ETAT-TEXTE
               END-STRING
               CALL "editetat" USING WS-ETAT-COMMANDE

               ADD WS-TX-VENTES(WS-INDEX-TAUX) TO WS-TOTAL-VENTES
               ADD WS-TX-AVOIRS(WS-INDEX-TAUX) TO WS-TOTAL-AVOIRS
               ADD WS-BASE-NETTE TO WS-TOTAL-BASE
               ADD WS-TX-TVA(WS-INDEX-TAUX) TO WS-TOTAL-TVA

           END-PERFORM

           COMPUTE WS-TOTAL-TTC = WS-TOTAL-BASE + WS-TOTAL-TVA

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

      *Totaux de la feuille
           MOVE WS-TOTAL-VENTES TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Ventes HT          : "
               FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE WS-TOTAL-AVOIRS TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Avoirs HT déduits  : "
               FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE WS-TOTAL-BASE TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Base nette HT      : "
               FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE WS-TOTAL-TVA TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "TVA due            : "
               FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE WS-TOTAL-TTC TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE SPACES TO WS-ETAT-TEXTE
           STRING "Total TTC          : "
               FUNCTION TRIM(WS-MONTANT-AFFICHE)
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

           MOVE SPACES TO WS-ETAT-TEXTE
           CALL "editetat" USING WS-ETAT-COMMANDE

      *Ligne de contrôle : TTC de la feuille contre somme des factures
      *du registre ; toute facture sans page ou discordante l'invalide
           COMPUTE WS-ECART-CONTROLE =
               WS-TOTAL-TTC - WS-TOTAL-REGISTRE

           MOVE WS-TOTAL-REGISTRE TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX
           MOVE WS-MONTANT-AFFICHE TO WS-MONTANT-AFF-1
           MOVE WS-TOTAL-TTC TO WS-MONTANT-CENTS
           PERFORM 0100-FORMATE-PRIX

           MOVE SPACES TO WS-ETAT-TEXTE
           IF WS-ECART-CONTROLE = 0
               AND WS-NB-SANS-PAGE = 0
               AND WS-NB-DISCORDANTES = 0
               STRING "Contrôle : " WS-NB-FACTURES " facture(s) "
                   FUNCTION TRIM(WS-MONTANT-AFF-1)
                   " = feuille " FUNCTION TRIM(WS-MONTANT-AFFICHE)
                   " : CONCORDANT"
                   INTO WS-ETAT-TEXTE
               END-STRING
           ELSE
               STRING "Contrôle : " WS-NB-FACTURES " facture(s) "
                   FUNCTION TRIM(WS-MONTANT-AFF-1)
                   " <> feuille " FUNCTION TRIM(WS-MONTANT-AFFICHE)
                   " : ÉCART"
                   INTO WS-ETAT-TEXTE
               END-STRING
           END-IF
           CALL "editetat" USING WS-ETAT-COMMANDE

           IF WS-NB-SANS-PAGE > 0 OR WS-NB-DISCORDANTES > 0
               MOVE SPACES TO WS-ETAT-TEXTE
               STRING "  dont " WS-NB-SANS-PAGE
                   " facture(s) sans page dans factures.txt et "
                   WS-NB-DISCORDANTES " au TTC discordant"
                   INTO WS-ETAT-TEXTE
               END-STRING
               CALL "editetat" USING WS-ETAT-COMMANDE
           END-IF

           MOVE "F" TO WS-ETAT-ACTION
           CALL "editetat" USING WS-ETAT-COMMANDE
       .

      ******************************************************************

      *Émet la feuille au format d'échange d'exportcompta.cbl :
      *séquence suivante du registre des envois, en-tête 01, un
      *détail 02 TVA par taux, remorque 09 avec le compte et le total
      *TTC absolu, puis report de l'envoi au registre
       4000-EXPORTE.

           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-REGISTRE

           IF WS-STATUT-REGISTRE = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-REGISTRE
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF F-RG-SEQ NUMERIC
                               AND F-RG-SEQ > WS-DERNIERE-SEQ
                               MOVE F-RG-SEQ TO WS-DERNIERE-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-REGISTRE
           END-IF

           COMPUTE WS-SEQ = WS-DERNIERE-SEQ + 1

           MOVE SPACES TO WS-NOM-EXPORT
           STRING "export-compta-" WS-SEQ ".txt"
               INTO WS-NOM-EXPORT
           END-STRING

           OPEN OUTPUT FICHIER-EXPORT

      *En-tête 01 : séquence et date d'émission
           MOVE SPACES TO F-LIGNE-EXPORT
           STRING "01 " WS-SEQ " " WS-DATE-JOUR
               INTO F-LIGNE-EXPORT
           END-STRING
           WRITE F-LIGNE-EXPORT

      *Détails 02 TVA : un par taux de la feuille
           MOVE 0 TO WS-NB-DETAILS

           PERFORM VARYING WS-INDEX-TAUX FROM 1 BY 1
               UNTIL WS-INDEX-TAUX > WS-NB-TAUX

               ADD 1 TO WS-NB-DETAILS
               MOVE WS-MOIS-DEMANDE TO WS-DX-MOIS
               MOVE WS-TX-TAUX(WS-INDEX-TAUX) TO WS-DX-TAUX
               MOVE WS-TX-VENTES(WS-INDEX-TAUX) TO WS-DX-VENTES
               MOVE WS-TX-AVOIRS(WS-INDEX-TAUX) TO WS-DX-AVOIRS
               COMPUTE WS-DX-BASE = WS-TX-VENTES(WS-INDEX-TAUX)
                   + WS-TX-AVOIRS(WS-INDEX-TAUX)
               MOVE WS-TX-TVA(WS-INDEX-TAUX) TO WS-DX-TVA

               MOVE SPACES TO F-LIGNE-EXPORT
               MOVE WS-DETAIL-TVA TO F-LIGNE-EXPORT
               WRITE F-LIGNE-EXPORT

           END-PERFORM

      *Remorque 09 : compte des détails et TTC de la feuille, ce que
      *le cabinet doit retrouver à l'arrivée
           IF WS-TOTAL-TTC < 0
               COMPUTE WS-TOTAL-MONTANTS = 0 - WS-TOTAL-TTC
           ELSE
               MOVE WS-TOTAL-TTC TO WS-TOTAL-MONTANTS
           END-IF

           MOVE SPACES TO F-LIGNE-EXPORT
           STRING "09 " WS-NB-DETAILS " " WS-TOTAL-MONTANTS
               INTO F-LIGNE-EXPORT
           END-STRING
           WRITE F-LIGNE-EXPORT

           CLOSE FICHIER-EXPORT

      *Report de l'envoi au registre, à la suite des précédents
           OPEN EXTEND FICHIER-REGISTRE

           IF WS-STATUT-REGISTRE = "35"
               OPEN OUTPUT FICHIER-REGISTRE
           END-IF

           MOVE SPACES TO F-REGISTRE
           MOVE WS-SEQ TO F-RG-SEQ
           MOVE WS-DATE-JOUR TO F-RG-DATE
           MOVE WS-NB-DETAILS TO F-RG-NB
           MOVE WS-TOTAL-MONTANTS TO F-RG-TOTAL
           WRITE F-REGISTRE

           CLOSE FICHIER-REGISTRE

           DISPLAY "Export n° " WS-SEQ " émis dans " WS-NOM-EXPORT
       .
