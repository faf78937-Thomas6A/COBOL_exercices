      *Sous-programme commun du registre du courrier sortant, appelé
      *comme le sont editetat ou journalop : lettres de relance,
      *relevés clients, rappels de lot, notes de débit fournisseurs,
      *notifications d'absence et autres courriers aux familles, vœux
      *d'anniversaire et certificats de scolarité partent tous par la
      *poste, sans qu'on puisse prouver qu'une lettre donnée est
      *partie ni dire ce que coûte l'affranchissement. Chaque
      *programme qui produit une lettre passe ici son type, l'id et
      *le nom du destinataire, son adresse (vide quand elle est
      *inconnue), le nombre de pages et une référence ; le
      *sous-programme ajoute la ligne, datée du jour, au registre
      *courrier-registre.txt, relu par expedition.cbl pour le
      *manifeste postal du jour.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. courrier.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du registre du courrier sortant, complété à chaque appel
       SELECT FICHIER-REGISTRE ASSIGN TO "courrier-registre.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-REGISTRE.

       DATA DIVISION.

       FILE SECTION.

      *Définition d'une ligne du registre : date, type de lettre, id
      *et nom du destinataire, adresse, pages et référence, à
      *positions fixes pour qu'expedition.cbl puisse les relire
       FD FICHIER-REGISTRE.
       01 F-COURRIER.
           05 F-CO-DATE           PIC X(8).
           05 FILLER              PIC X.
           05 F-CO-TYPE           PIC X(10).
           05 FILLER              PIC X.
           05 F-CO-ID             PIC X(10).
           05 FILLER              PIC X.
           05 F-CO-NOM            PIC X(30).
           05 FILLER              PIC X.
           05 F-CO-ADRESSE        PIC X(60).
           05 FILLER              PIC X.
           05 F-CO-PAGES          PIC 9(3).
           05 FILLER              PIC X.
           05 F-CO-REFERENCE      PIC X(20).

       WORKING-STORAGE SECTION.

      *Statut du registre
       77 WS-STATUT-REGISTRE  PIC XX.

       LINKAGE SECTION.

      *Commande passée par l'appelant : type de lettre (RELANCE,
      *RELEVE, ABSENCE, ANNIV, CERTIFICAT, RAPPEL-LOT, NOTE-DEBIT,
      *CDI, INCIDENT, CONVOC, REUNION, SORTIE, EXAMEN, GARDERIE), id
      *et nom du destinataire, adresse postale sur une ligne (vide si
      *inconnue), nombre de pages (zéro compté pour une) et référence
       01 LK-COMMANDE.
           05 LK-TYPE         PIC X(10).
           05 LK-ID           PIC X(10).
           05 LK-NOM          PIC X(30).
           05 LK-ADRESSE      PIC X(60).
           05 LK-PAGES        PIC 9(3).
           05 LK-REFERENCE    PIC X(20).

       PROCEDURE DIVISION USING LK-COMMANDE.

      *Ouverture en ajout ; le premier appel crée le registre
           OPEN EXTEND FICHIER-REGISTRE.

           IF WS-STATUT-REGISTRE = "35"
               OPEN OUTPUT FICHIER-REGISTRE
           END-IF.

           MOVE SPACES TO F-COURRIER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO F-CO-DATE.
           MOVE LK-TYPE TO F-CO-TYPE.
           MOVE LK-ID TO F-CO-ID.
           MOVE LK-NOM TO F-CO-NOM.
           MOVE LK-ADRESSE TO F-CO-ADRESSE.
           MOVE LK-REFERENCE TO F-CO-REFERENCE.

           IF LK-PAGES NUMERIC AND LK-PAGES > 0
               MOVE LK-PAGES TO F-CO-PAGES
           ELSE
               MOVE 1 TO F-CO-PAGES
           END-IF.

           WRITE F-COURRIER.

           CLOSE FICHIER-REGISTRE.

           GOBACK.

       END PROGRAM "courrier".
