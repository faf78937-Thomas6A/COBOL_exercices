      *le mois courant ou dans un mois demandé, et écrit un message
      *personnalisé par personne — avec l'âge fêté — dans un fichier
      *de vœux mensuel que l'accueil imprime le 1er du mois, dans
      *l'esprit des messages d'accueil de princip.cbl. Chaque message
      *est porté au registre du courrier sortant (courrier.cbl, Jour
      *15) ; personnes.txt ne tenant ni id ni adresse, il y figure
      *sous le seul nom de la personne.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. anniv.
       AUTHOR. Thomas Baudrin.
       77 WS-AGE-ED            PIC Z9.
      *Compteur des vœux écrits
       77 WS-NB-VOEUX          PIC 9(3)      VALUE 0.
      *Commande passée au sous-programme commun du registre du
      *courrier sortant (courrier, Jour 15)
       01 WS-COURRIER-COMMANDE.
           05 WS-CO-TYPE       PIC X(10)     VALUE "ANNIV".
           05 WS-CO-ID         PIC X(10)     VALUE SPACES.
           05 WS-CO-NOM        PIC X(30).
           05 WS-CO-ADRESSE    PIC X(60)     VALUE SPACES.
           05 WS-CO-PAGES      PIC 9(3)      VALUE 1.
           05 WS-CO-REFERENCE  PIC X(20).

       PROCEDURE DIVISION.

                       END-STRING
                       WRITE F-LIGNE-VOEUX

                       MOVE SPACES TO WS-CO-NOM
                       STRING FUNCTION TRIM(F-PRENOM) " "
                           FUNCTION TRIM(F-NOM)
                           INTO WS-CO-NOM
                       END-STRING
                       MOVE SPACES TO WS-CO-REFERENCE
                       STRING "voeux " F-JOUR "/" F-MOIS
                           INTO WS-CO-REFERENCE
                       END-STRING
                       CALL "courrier" USING WS-COURRIER-COMMANDE

                   END-IF

           END-READ
