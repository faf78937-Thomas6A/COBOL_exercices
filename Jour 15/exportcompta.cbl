      *reporte l'envoi au registre. Le mode V (vérification) relit
      *les accusés du cabinet (accuses-compta.txt, un numéro de
      *séquence par ligne) et signale tout envoi jamais acquitté.
      *Les passages en perte approuvés (pertes-journal.txt, tenu par
      *pertesmaint.cbl) partent sous leur propre type de détail, pour
      *que le cabinet ne les prenne pas pour des encaissements ; les
      *remboursements aux clients créditeurs (remboursements.txt, tenu
      *par rembourse.cbl) de même.
      *La même dispute trimestrielle s'arrête ici.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. exportcompta.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PAIEMENTS.

      *Alias du journal des passages en perte approuvés, le même que
      *command.cbl
       SELECT FICHIER-PERTES ASSIGN TO "pertes-journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-PERTES.

      *Alias du fichier des remboursements, le même que command.cbl
       SELECT FICHIER-REMBOURSEMENTS ASSIGN TO "remboursements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-REMBOURSEMENTS.

      *Alias du fichier d'échange émis, nom composé du numéro de
      *séquence
       SELECT FICHIER-EXPORT ASSIGN TO DYNAMIC WS-NOM-EXPORT
           05 FILLER              PIC X.
           05 F-DATE-PAIEMENT     PIC X(10).

      *Définition du journal des pertes, même découpage que
      *pertesmaint.cbl, la ligne étant reprise en entier
       FD FICHIER-PERTES.
       01 F-PERTE.
           05 F-PJ-CLIENT         PIC 9(6).
           05 FILLER              PIC X.
           05 F-PJ-NUMERO         PIC 9(3).
           05 FILLER              PIC X.
           05 F-PJ-MONTANT        PIC 9(7).
           05 FILLER              PIC X.
           05 F-PJ-DATE           PIC X(10).
           05 F-PJ-SUITE          PIC X(81).

      *Définition du fichier des remboursements, même découpage que
      *rembourse.cbl, la ligne étant reprise en entier ; seules les
      *lignes de type R (remboursement) partent au cabinet, un crédit
      *conservé (type C) ne faisant bouger aucun compte
       FD FICHIER-REMBOURSEMENTS.
       01 F-REMBOURSEMENT.
           05 F-RB-CLIENT         PIC 9(6).
           05 FILLER              PIC X.
           05 F-RB-TYPE           PIC X.
           05 FILLER              PIC X.
           05 F-RB-MONTANT        PIC 9(7).
           05 F-RB-SUITE          PIC X(41).

      *Définition du fichier d'échange : chaque ligne commence par
      *son type (01 en-tête, 02 détail, 09 remorque)
       FD FICHIER-EXPORT.
      *Statuts des fichiers
       77 WS-STATUT-IMPAYES   PIC XX.
       77 WS-STATUT-PAIEMENTS PIC XX.
       77 WS-STATUT-PERTES    PIC XX.
       77 WS-STATUT-REMBOURSEMENTS PIC XX.
       77 WS-STATUT-REGISTRE  PIC XX.
       77 WS-STATUT-ACCUSES   PIC XX.
      *Indicateur de fin de fichier

       END-EVALUATE.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis menugeneral.cbl comme sous-programme, sans
      *rien changer à son comportement lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************

      *Émet l'export du jour : séquence suivante du registre, en-tête
      *01, détails 02 (impayés, paiements, passages en perte puis
      *remboursements), remorque 09 avec le compte et le total, puis
      *report de l'envoi au registre
       1000-EXPORTE.

      *Relevé du dernier numéro de séquence émis
               CLOSE FICHIER-PAIEMENTS
           END-IF

      *Détails 02 PRT : les passages en perte approuvés, distincts
      *des règlements ; leurs montants entrent aussi au total de
      *contrôle
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-PERTES

           IF WS-STATUT-PERTES = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-PERTES
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-NB-DETAILS
                           IF F-PJ-MONTANT NUMERIC
                               ADD F-PJ-MONTANT
                                   TO WS-TOTAL-MONTANTS
                           END-IF
                           MOVE SPACES TO F-LIGNE-EXPORT
                           STRING "02 PRT " F-PERTE
                               INTO F-LIGNE-EXPORT
                           END-STRING
                           WRITE F-LIGNE-EXPORT
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PERTES
           END-IF

      *Détails 02 RMB : les remboursements rendus aux clients
      *créditeurs, leurs montants entrant au total de contrôle
           MOVE 'F' TO WS-EOF

           OPEN INPUT FICHIER-REMBOURSEMENTS

           IF WS-STATUT-REMBOURSEMENTS = "00"
               PERFORM UNTIL WS-EOF = 'T'
                   READ FICHIER-REMBOURSEMENTS
                       AT END
                           MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF F-RB-TYPE = "R"
                               ADD 1 TO WS-NB-DETAILS
                               IF F-RB-MONTANT NUMERIC
                                   ADD F-RB-MONTANT
                                       TO WS-TOTAL-MONTANTS
                               END-IF
                               MOVE SPACES TO F-LIGNE-EXPORT
                               STRING "02 RMB " F-REMBOURSEMENT
                                   INTO F-LIGNE-EXPORT
                               END-STRING
                               WRITE F-LIGNE-EXPORT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-REMBOURSEMENTS
           END-IF

      *Remorque 09 : compte des détails et total des montants, ce
      *que le cabinet doit retrouver à l'arrivée
           MOVE SPACES TO F-LIGNE-EXPORT
