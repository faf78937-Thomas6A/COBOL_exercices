      *Sous-programme commun du grand livre des mouvements de stock,
      *appelé comme le sont verrou et editetat : chaque programme qui
      *fait bouger le stock de inventaire.txt (reception.cbl,
      *sorties.cbl, comptage.cbl, transfert.cbl, preparation.cbl,
      *assemblage.cbl, retourfourn.cbl) lui
      *passe le mouvement qu'il vient d'appliquer — article, site,
      *type, sens, quantité, document d'origine et stock résultant —
      *et le sous-programme l'ajoute daté du jour à
      *mouvements-stock.txt. Le stock d'un article n'est plus une
      *énigme : fichestock.cbl relit ce fichier pour en éditer la
      *fiche de stock ou reconstituer le stock à une date passée.
      *Types de mouvement : REC réception fournisseur, LIB reliquat
      *client libéré à la réception, SOR sortie hors vente, CPT
      *ajustement de comptage, TRE transfert expédié, TRR transfert
      *reçu, MAN manquant constaté à la préparation, ASM assemblage
      *de kits (composants sortis, kits finis entrés), RTF retour au
      *fournisseur.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mvtstock.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du grand livre des mouvements de stock
       SELECT FICHIER-MOUVEMENTS ASSIGN TO "mouvements-stock.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-MOUVEMENTS.

       DATA DIVISION.

       FILE SECTION.

      *Définition d'un mouvement : date AAAAMMJJ, article, site, type,
      *sens (+ entrée, - sortie), quantité, document d'origine et
      *stock résultant de la ligne d'inventaire
       FD FICHIER-MOUVEMENTS.
       01 F-MOUVEMENT.
           05 F-MV-DATE           PIC X(8).
           05 FILLER              PIC X.
           05 F-MV-ARTICLE        PIC X(10).
           05 FILLER              PIC X.
           05 F-MV-SITE           PIC X(3).
           05 FILLER              PIC X.
           05 F-MV-TYPE           PIC X(3).
           05 FILLER              PIC X.
           05 F-MV-SENS           PIC X.
           05 F-MV-QTE            PIC 9(5).
           05 FILLER              PIC X.
           05 F-MV-DOCUMENT       PIC X(20).
           05 FILLER              PIC X.
           05 F-MV-SOLDE          PIC 9(5).

       WORKING-STORAGE SECTION.

      *Statut du grand livre
       77 WS-STATUT-MOUVEMENTS PIC XX.

       LINKAGE SECTION.

      *Mouvement passé par l'appelant, et résultat rendu (O = écrit,
      *N = grand livre inaccessible)
       01 LK-MOUVEMENT.
           05 LK-ARTICLE      PIC X(10).
           05 LK-SITE         PIC X(3).
           05 LK-TYPE         PIC X(3).
           05 LK-SENS         PIC X.
           05 LK-QTE          PIC 9(5).
           05 LK-DOCUMENT     PIC X(20).
           05 LK-SOLDE        PIC 9(5).
           05 LK-RESULTAT     PIC X.

       PROCEDURE DIVISION USING LK-MOUVEMENT.

      *Ajout en fin de grand livre, créé à son premier mouvement
           OPEN EXTEND FICHIER-MOUVEMENTS.

           IF WS-STATUT-MOUVEMENTS = "35"
               OPEN OUTPUT FICHIER-MOUVEMENTS
           END-IF.

           IF WS-STATUT-MOUVEMENTS NOT = "00"
               DISPLAY "mouvements-stock.txt inaccessible (statut "
                   WS-STATUT-MOUVEMENTS "), mouvement non consigné"
               MOVE "N" TO LK-RESULTAT
           ELSE
               MOVE SPACES TO F-MOUVEMENT
               MOVE FUNCTION CURRENT-DATE(1:8) TO F-MV-DATE
               MOVE LK-ARTICLE TO F-MV-ARTICLE
               MOVE LK-SITE TO F-MV-SITE
               MOVE LK-TYPE TO F-MV-TYPE
               MOVE LK-SENS TO F-MV-SENS
               MOVE LK-QTE TO F-MV-QTE
               MOVE LK-DOCUMENT TO F-MV-DOCUMENT
               MOVE LK-SOLDE TO F-MV-SOLDE
               WRITE F-MOUVEMENT
               CLOSE FICHIER-MOUVEMENTS
               MOVE "O" TO LK-RESULTAT
           END-IF.

           GOBACK.

       END PROGRAM "mvtstock".
