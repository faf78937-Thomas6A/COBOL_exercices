       77 WS-TAUX-TRANSFORMATION  PIC 9(3)              VALUE 0.
      *Compteur des lignes exportées à l'acceptation
       77 WS-NB-EXPORTEES         PIC 9(3)              VALUE 0.
      *Compteur des lignes relues à la consultation d'un devis, et
      *prix de référence d'une ligne : celui de l'historique des prix
      *en vigueur à la date voulue, à défaut le prix catalogue
       77 WS-NB-CONSULTEES        PIC 9(3)              VALUE 0.
       77 WS-PRIX-REFERENCE       PIC 9(4)              VALUE 0.

      *Commande passée au sous-programme commun prixdate, qui rend le
      *prix et le taux de TVA de l'historique des prix en vigueur à
      *une date donnée
       01 WS-PRIXDATE-COMMANDE.
           05 WS-PRIXDATE-CODE       PIC X(6).
           05 WS-PRIXDATE-DATE       PIC X(8).
           05 WS-PRIXDATE-PRIX       PIC 9(4).
           05 WS-PRIXDATE-TAUX       PIC 9(4).
           05 WS-PRIXDATE-RESULTAT   PIC X.

       PROCEDURE DIVISION.

       IF WS-STATUT-IDX NOT = "00"
           DISPLAY "Fichier clients.idx introuvable (statut "
               WS-STATUT-IDX "), lancer command d'abord"
           GOBACK
       END-IF.

      *Chargement du catalogue pour valider les codes produits
       IF WS-NB-CATALOGUE = 0
           DISPLAY "Catalogue produits.txt absent ou vide : "
               "saisie de devis impossible"
           GOBACK
       END-IF.

      *Chargement du registre des devis ; un fichier absent signifie

       DISPLAY "Devis au registre : " WS-NB-DEVIS.

      *Boucle de menu, jusqu'à la saisie de 5
       PERFORM UNTIL WS-CHOIX = 5

           DISPLAY "1. Saisir un devis"
           DISPLAY "2. Changer le statut d'un devis"
           DISPLAY "3. Bilan des devis"
           DISPLAY "4. Consulter un devis"
           DISPLAY "5. Quitter"
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX
                   PERFORM 3000-BILAN-DEVIS

               WHEN 4
                   PERFORM 4000-CONSULTE-DEVIS

               WHEN 5
                   DISPLAY "Fin du programme"

               WHEN OTHER

       CLOSE FICHIER-CLIENTS-IDX.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis menugeneral.cbl comme sous-programme, sans
      *rien changer à son comportement lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************

      ******************************************************************

      *Saisit une ligne du devis en cours : code validé au catalogue,
      *prix en vigueur du jour proposé en référence, ligne ajoutée à
      *la suite de devis-lignes.txt
       1200-SAISIE-UNE-LIGNE.

           DISPLAY "Code produit : "
                   " inconnu du catalogue, ligne ignorée"
           ELSE

               MOVE WS-DATE-JOUR TO WS-PRIXDATE-DATE
               PERFORM 0700-PRIX-REFERENCE

               DISPLAY "Produit : " WS-LIBELLE-CAT(WS-CAT-TROUVE)
                   " - prix catalogue " WS-PRIX-REFERENCE

               DISPLAY "Quantité (1-999) : "
               ACCEPT WS-QTE-SAISIE

      ******************************************************************

      *Relit à l'écran les lignes d'un devis avec, pour chacune, le
      *prix de référence en vigueur à la date du devis et non celui
      *du jour : un changement de tarif ne fait pas perdre à un vieux
      *devis la référence sur laquelle il a été établi
       4000-CONSULTE-DEVIS.

           DISPLAY "Numéro du devis : "
           ACCEPT WS-NUMERO-SAISI

           MOVE 0 TO WS-DEVIS-TROUVE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-DEVIS

               IF WS-DV-NUMERO(WS-INDEX) = WS-NUMERO-SAISI
                   MOVE WS-INDEX TO WS-DEVIS-TROUVE
               END-IF

           END-PERFORM

           IF WS-DEVIS-TROUVE = 0
               DISPLAY "Aucun devis n° " WS-NUMERO-SAISI
           ELSE

               DISPLAY "Devis n° " WS-NUMERO-SAISI
                   " client " WS-DV-CLIENT(WS-DEVIS-TROUVE)
                   " du " WS-DV-DATE(WS-DEVIS-TROUVE)
                   " statut " WS-DV-STATUT(WS-DEVIS-TROUVE)

               MOVE 0 TO WS-NB-CONSULTEES
               MOVE 'F' TO WS-EOF

               OPEN INPUT FICHIER-LIGNES

               IF WS-STATUT-LIGNES = "00"
                   PERFORM UNTIL WS-EOF = 'T'
                       READ FICHIER-LIGNES
                           AT END
                               MOVE 'T' TO WS-EOF
                           NOT AT END
                               IF F-DL-NUMERO = WS-NUMERO-SAISI
                                   PERFORM 4100-AFFICHE-LIGNE-DEVIS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-LIGNES
               END-IF

               DISPLAY "Lignes du devis : " WS-NB-CONSULTEES

           END-IF
       .

      ******************************************************************

      *Affiche la ligne de devis courante : quantité et prix consenti,
      *contre le prix de référence à la date du devis
       4100-AFFICHE-LIGNE-DEVIS.

           ADD 1 TO WS-NB-CONSULTEES

           MOVE F-DL-CODE TO WS-CODE-SAISI
           PERFORM 0650-CHERCHE-CATALOGUE

           IF WS-CAT-TROUVE = 0
               DISPLAY "  " F-DL-LIGNE " " F-DL-CODE
                   " qté " F-DL-QTE " PU " F-DL-PU
                   " (produit retiré du catalogue)"
           ELSE
               MOVE WS-DV-DATE(WS-DEVIS-TROUVE) TO WS-PRIXDATE-DATE
               PERFORM 0700-PRIX-REFERENCE
               DISPLAY "  " F-DL-LIGNE " " F-DL-CODE
                   " " WS-LIBELLE-CAT(WS-CAT-TROUVE)
                   " qté " F-DL-QTE " PU " F-DL-PU
                   " référence " WS-PRIX-REFERENCE
           END-IF
       .

      ******************************************************************

      *Réécrit devis.txt en entier à partir du tableau
       8000-SAUVE-REGISTRE.


           END-PERFORM
       .

      ******************************************************************

      *Prix de référence du produit WS-CAT-TROUVE à la date portée
      *dans WS-PRIXDATE-DATE : celui de l'historique des prix quand
      *une entrée y est en vigueur, à défaut le prix catalogue
       0700-PRIX-REFERENCE.

           MOVE WS-CODE-CAT(WS-CAT-TROUVE) TO WS-PRIXDATE-CODE
           CALL "prixdate" USING WS-PRIXDATE-COMMANDE

           IF WS-PRIXDATE-RESULTAT = "O"
               MOVE WS-PRIXDATE-PRIX TO WS-PRIX-REFERENCE
           ELSE
               MOVE WS-PRIX-CAT(WS-CAT-TROUVE) TO WS-PRIX-REFERENCE
           END-IF
       .
