      *Sous-programme commun du prix en vigueur, appelé comme le sont
      *editetat et verrou : produits.txt ne porte qu'un prix catalogue,
      *si bien qu'un changement de prix faisait ressortir toutes les
      *commandes anciennes en écart et privait les vieux devis de leur
      *prix de référence. L'appelant donne un code produit et une date
      *AAAAMMJJ (à blanc : aujourd'hui) ; le sous-programme rend le
      *prix et le taux de TVA de l'entrée de l'historique des prix
      *(prix-historique.txt, tenu par prixmaint.cbl) dont la date
      *d'effet est la plus récente sans dépasser cette date. Sans
      *entrée applicable, le résultat N laisse l'appelant sur le prix
      *et le taux de produits.txt. L'historique est chargé au premier
      *appel et gardé en mémoire pour les suivants.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prixdate.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias de l'historique des prix, tenu par prixmaint.cbl
       SELECT FICHIER-HISTORIQUE ASSIGN TO "prix-historique.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-HISTORIQUE.

       DATA DIVISION.

       FILE SECTION.

      *Définition de l'historique des prix : code produit, date
      *d'effet AAAAMMJJ, prix unitaire en centimes et taux de TVA en
      *centièmes de pourcent, comme le catalogue produits.txt
       FD FICHIER-HISTORIQUE.
       01 F-PRIX-HISTORIQUE.
           05 F-PH-CODE           PIC X(6).
           05 FILLER              PIC X.
           05 F-PH-DATE           PIC X(8).
           05 FILLER              PIC X.
           05 F-PH-PRIX           PIC 9(4).
           05 FILLER              PIC X.
           05 F-PH-TAUX           PIC 9(4).

       WORKING-STORAGE SECTION.

      *Historique chargé au premier appel
       01 WS-HISTORIQUE-TAB.
           05 WS-PRIX-DATE        OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-NB-PRIX.
               10 WS-PH-CODE      PIC X(6).
               10 WS-PH-DATE      PIC X(8).
               10 WS-PH-PRIX      PIC 9(4).
               10 WS-PH-TAUX      PIC 9(4).
       77 WS-NB-PRIX          PIC 9(4)      VALUE 1.
       77 WS-INDEX-PRIX       PIC 9(4)      VALUE 1.
      *Entrée retenue pour la demande en cours (0 = aucune)
       77 WS-PRIX-TROUVE      PIC 9(4)      VALUE 0.
      *Indicateur d'historique déjà chargé, et statut du fichier
       77 WS-CHARGE           PIC X         VALUE "N".
       77 WS-STATUT-HISTORIQUE PIC XX.
      *Date de la demande, le jour même quand l'appelant n'en donne
      *pas
       77 WS-DATE-DEMANDE     PIC X(8).

       LINKAGE SECTION.

      *Demande passée par l'appelant : code produit et date AAAAMMJJ ;
      *prix, taux de TVA et résultat rendus (O = entrée trouvée, N =
      *aucune entrée en vigueur à cette date)
       01 LK-COMMANDE.
           05 LK-CODE         PIC X(6).
           05 LK-DATE         PIC X(8).
           05 LK-PRIX         PIC 9(4).
           05 LK-TAUX         PIC 9(4).
           05 LK-RESULTAT     PIC X.

       PROCEDURE DIVISION USING LK-COMMANDE.

           IF WS-CHARGE = "N"
               PERFORM 0100-CHARGE-HISTORIQUE
           END-IF.

           IF LK-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-DEMANDE
           ELSE
               MOVE LK-DATE TO WS-DATE-DEMANDE
           END-IF.

           MOVE 0 TO WS-PRIX-TROUVE.

           PERFORM VARYING WS-INDEX-PRIX FROM 1 BY 1
               UNTIL WS-INDEX-PRIX > WS-NB-PRIX

               IF WS-PH-CODE(WS-INDEX-PRIX) = LK-CODE
                   AND WS-PH-DATE(WS-INDEX-PRIX) <= WS-DATE-DEMANDE
                   IF WS-PRIX-TROUVE = 0
                       MOVE WS-INDEX-PRIX TO WS-PRIX-TROUVE
                   ELSE
                       IF WS-PH-DATE(WS-INDEX-PRIX)
                           > WS-PH-DATE(WS-PRIX-TROUVE)
                           MOVE WS-INDEX-PRIX TO WS-PRIX-TROUVE
                       END-IF
                   END-IF
               END-IF

           END-PERFORM.

           IF WS-PRIX-TROUVE = 0
               MOVE 0 TO LK-PRIX
               MOVE 0 TO LK-TAUX
               MOVE "N" TO LK-RESULTAT
           ELSE
               MOVE WS-PH-PRIX(WS-PRIX-TROUVE) TO LK-PRIX
               MOVE WS-PH-TAUX(WS-PRIX-TROUVE) TO LK-TAUX
               MOVE "O" TO LK-RESULTAT
           END-IF.

           GOBACK.

      ******************************************************************

      *Charge l'historique des prix ; un fichier absent (statut 35)
      *laisse le tableau vide et chaque demande sur le catalogue
       0100-CHARGE-HISTORIQUE.

           MOVE 0 TO WS-NB-PRIX
           MOVE "O" TO WS-CHARGE

           OPEN INPUT FICHIER-HISTORIQUE

           IF WS-STATUT-HISTORIQUE = "00"

               PERFORM UNTIL WS-STATUT-HISTORIQUE NOT = "00"
                   READ FICHIER-HISTORIQUE
                       AT END
                           MOVE "10" TO WS-STATUT-HISTORIQUE
                       NOT AT END
                           IF WS-NB-PRIX < 5000
                               AND F-PH-DATE NUMERIC
                               AND F-PH-PRIX NUMERIC
                               AND F-PH-TAUX NUMERIC
                               ADD 1 TO WS-NB-PRIX
                               MOVE F-PH-CODE TO WS-PH-CODE(WS-NB-PRIX)
                               MOVE F-PH-DATE TO WS-PH-DATE(WS-NB-PRIX)
                               MOVE F-PH-PRIX TO WS-PH-PRIX(WS-NB-PRIX)
                               MOVE F-PH-TAUX TO WS-PH-TAUX(WS-NB-PRIX)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-HISTORIQUE

           END-IF
       .

       END PROGRAM "prixdate".
