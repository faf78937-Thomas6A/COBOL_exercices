      *un bon de livraison par client et par jour part dans l'état
      *commun bons-livraison.txt via editetat. command.cbl relit le
      *même fichier pour afficher commandé/expédié sur le relevé et
      *produire le reliquat des lignes pas encore servies. Le numéro
      *du lot expédié, saisi en fin de ligne (à blanc pour un article
      *non loté), est porté sur le bon ; rappellot.cbl s'en sert pour
      *retrouver les clients livrés d'un lot rappelé.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bonlivraison.
       AUTHOR. Thomas Baudrin.
       FILE SECTION.

      *Définition du fichier des expéditions : client, numéro de
      *commande servie, produit, quantité expédiée, date AAAAMMJJ et
      *numéro du lot expédié
       FD FICHIER-EXPEDITIONS.
       01 F-EXPEDITION.
           05 F-EX-CLIENT         PIC 9(6).
           05 F-EX-QTE            PIC 9(3).
           05 FILLER              PIC X.
           05 F-EX-DATE           PIC X(8).
           05 FILLER              PIC X.
           05 F-EX-LOT            PIC X(8).

       WORKING-STORAGE SECTION.

               10 WS-EX-NUMERO    PIC 9(3).
               10 WS-EX-CODE      PIC X(6).
               10 WS-EX-QTE       PIC 9(3).
               10 WS-EX-LOT       PIC X(8).

      *Effectif réel du tableau et index de parcours
       77 WS-NB-EXPEDITIONS       PIC 9(3)              VALUE 1.
      *Compteurs : bons édités et lignes du bon en cours
       77 WS-NB-BONS              PIC 9(3)              VALUE 0.
       77 WS-NB-LIGNES-BON        PIC 9(3)              VALUE 0.
      *Mention du lot expédié portée en fin de ligne du bon
       77 WS-LOT-ED               PIC X(13).

      *Commande passée au sous-programme d'édition d'états
       01 WS-ETAT-COMMANDE.
       IF WS-STATUT-EXPEDITIONS NOT = "00"
           DISPLAY "Fichier expeditions.txt introuvable (statut "
               WS-STATUT-EXPEDITIONS "), aucun bon à éditer"
           GOBACK
       END-IF.

       MOVE 0 TO WS-NB-EXPEDITIONS.
                           TO WS-EX-CODE(WS-NB-EXPEDITIONS)
                       MOVE F-EX-QTE
                           TO WS-EX-QTE(WS-NB-EXPEDITIONS)
                       MOVE F-EX-LOT
                           TO WS-EX-LOT(WS-NB-EXPEDITIONS)
                   END-IF
           END-READ
       END-PERFORM.

       IF WS-NB-EXPEDITIONS = 0
           DISPLAY "Rien à éditer"
           GOBACK
       END-IF.

      *Tri par date puis client : chaque bon regroupe un client et un

           MOVE "D" TO WS-ETAT-ACTION
           MOVE SPACES TO WS-ETAT-TEXTE
           MOVE SPACES TO WS-LOT-ED
           IF WS-EX-LOT(WS-INDEX) NOT = SPACES
               STRING " lot " WS-EX-LOT(WS-INDEX)
                   INTO WS-LOT-ED
               END-STRING
           END-IF
           STRING "  Commande " WS-EX-NUMERO(WS-INDEX)
               " produit " WS-EX-CODE(WS-INDEX)
               " quantité " WS-EX-QTE(WS-INDEX)
               WS-LOT-ED
               INTO WS-ETAT-TEXTE
           END-STRING
           CALL "editetat" USING WS-ETAT-COMMANDE

       DISPLAY "Bons de livraison édités : " WS-NB-BONS.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis menugeneral.cbl comme sous-programme, sans
      *rien changer à son comportement lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************

