      *Sous-programme commun du prix contractuel, appelé comme le
      *sont editetat et prixdate : certains grands comptes ont
      *négocié un prix par produit, tenu par contratmaint.cbl dans
      *contrats-prix.txt avec ses dates de validité. L'appelant donne
      *un id client, un code produit et une date AAAAMMJJ (à blanc :
      *aujourd'hui) ; le sous-programme rend le prix du contrat valide
      *à cette date (début atteint, fin à blanc ou pas encore
      *dépassée), le plus récent s'il y en a plusieurs. Sans contrat
      *valide, le résultat N laisse l'appelant sur le prix de
      *l'historique ou du catalogue. Les contrats sont chargés au
      *premier appel et gardés en mémoire pour les suivants.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prixcontrat.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier des prix contractuels, tenu par
      *contratmaint.cbl
       SELECT FICHIER-CONTRATS ASSIGN TO "contrats-prix.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-CONTRATS.

       DATA DIVISION.

       FILE SECTION.

      *Définition des prix contractuels : client, code produit, prix
      *unitaire en centimes, dates AAAAMMJJ de début et de fin de
      *validité (fin à blanc : contrat sans échéance)
       FD FICHIER-CONTRATS.
       01 F-CONTRAT.
           05 F-CP-CLIENT         PIC 9(6).
           05 FILLER              PIC X.
           05 F-CP-CODE           PIC X(6).
           05 FILLER              PIC X.
           05 F-CP-PRIX           PIC 9(4).
           05 FILLER              PIC X.
           05 F-CP-DEBUT          PIC X(8).
           05 FILLER              PIC X.
           05 F-CP-FIN            PIC X(8).

       WORKING-STORAGE SECTION.

      *Contrats chargés au premier appel
       01 WS-CONTRATS-TAB.
           05 WS-CONTRAT          OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-NB-CONTRATS.
               10 WS-CP-CLIENT    PIC 9(6).
               10 WS-CP-CODE      PIC X(6).
               10 WS-CP-PRIX      PIC 9(4).
               10 WS-CP-DEBUT     PIC X(8).
               10 WS-CP-FIN       PIC X(8).
       77 WS-NB-CONTRATS      PIC 9(4)      VALUE 1.
       77 WS-INDEX-CONTRAT    PIC 9(4)      VALUE 1.
      *Contrat retenu pour la demande en cours (0 = aucun)
       77 WS-CONTRAT-TROUVE   PIC 9(4)      VALUE 0.
      *Indicateur de contrats déjà chargés, et statut du fichier
       77 WS-CHARGE           PIC X         VALUE "N".
       77 WS-STATUT-CONTRATS  PIC XX.
      *Date de la demande, le jour même quand l'appelant n'en donne
      *pas
       77 WS-DATE-DEMANDE     PIC X(8).

       LINKAGE SECTION.

      *Demande passée par l'appelant : id client, code produit et date
      *AAAAMMJJ ; prix et résultat rendus (O = contrat valide trouvé,
      *N = aucun)
       01 LK-COMMANDE.
           05 LK-CLIENT       PIC 9(6).
           05 LK-CODE         PIC X(6).
           05 LK-DATE         PIC X(8).
           05 LK-PRIX         PIC 9(4).
           05 LK-RESULTAT     PIC X.

       PROCEDURE DIVISION USING LK-COMMANDE.

           IF WS-CHARGE = "N"
               PERFORM 0100-CHARGE-CONTRATS
           END-IF.

           IF LK-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-DEMANDE
           ELSE
               MOVE LK-DATE TO WS-DATE-DEMANDE
           END-IF.

           MOVE 0 TO WS-CONTRAT-TROUVE.

           PERFORM VARYING WS-INDEX-CONTRAT FROM 1 BY 1
               UNTIL WS-INDEX-CONTRAT > WS-NB-CONTRATS

               IF WS-CP-CLIENT(WS-INDEX-CONTRAT) = LK-CLIENT
                   AND WS-CP-CODE(WS-INDEX-CONTRAT) = LK-CODE
                   AND WS-CP-DEBUT(WS-INDEX-CONTRAT)
                       <= WS-DATE-DEMANDE
                   AND (WS-CP-FIN(WS-INDEX-CONTRAT) = SPACES
                   OR WS-CP-FIN(WS-INDEX-CONTRAT) >= WS-DATE-DEMANDE)
                   IF WS-CONTRAT-TROUVE = 0
                       MOVE WS-INDEX-CONTRAT TO WS-CONTRAT-TROUVE
                   ELSE
                       IF WS-CP-DEBUT(WS-INDEX-CONTRAT)
                           > WS-CP-DEBUT(WS-CONTRAT-TROUVE)
                           MOVE WS-INDEX-CONTRAT TO WS-CONTRAT-TROUVE
                       END-IF
                   END-IF
               END-IF

           END-PERFORM.

           IF WS-CONTRAT-TROUVE = 0
               MOVE 0 TO LK-PRIX
               MOVE "N" TO LK-RESULTAT
           ELSE
               MOVE WS-CP-PRIX(WS-CONTRAT-TROUVE) TO LK-PRIX
               MOVE "O" TO LK-RESULTAT
           END-IF.

           GOBACK.

      ******************************************************************

      *Charge les prix contractuels ; un fichier absent (statut 35)
      *laisse le tableau vide et chaque demande sans contrat
       0100-CHARGE-CONTRATS.

           MOVE 0 TO WS-NB-CONTRATS
           MOVE "O" TO WS-CHARGE

           OPEN INPUT FICHIER-CONTRATS

           IF WS-STATUT-CONTRATS = "00"

               PERFORM UNTIL WS-STATUT-CONTRATS NOT = "00"
                   READ FICHIER-CONTRATS
                       AT END
                           MOVE "10" TO WS-STATUT-CONTRATS
                       NOT AT END
                           IF WS-NB-CONTRATS < 2000
                               AND F-CP-CLIENT NUMERIC
                               AND F-CP-PRIX NUMERIC
                               AND F-CP-DEBUT NUMERIC
                               ADD 1 TO WS-NB-CONTRATS
                               MOVE F-CP-CLIENT
                                   TO WS-CP-CLIENT(WS-NB-CONTRATS)
                               MOVE F-CP-CODE
                                   TO WS-CP-CODE(WS-NB-CONTRATS)
                               MOVE F-CP-PRIX
                                   TO WS-CP-PRIX(WS-NB-CONTRATS)
                               MOVE F-CP-DEBUT
                                   TO WS-CP-DEBUT(WS-NB-CONTRATS)
                               MOVE F-CP-FIN
                                   TO WS-CP-FIN(WS-NB-CONTRATS)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-CONTRATS

           END-IF
       .

       END PROGRAM "prixcontrat".
