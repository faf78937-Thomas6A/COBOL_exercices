      *Sous-programme commun de la fiche médicale, appelé comme le
      *sont editetat et prixdate : les allergies et les projets
      *d'accueil individualisés (PAI) n'étaient connus que de
      *l'infirmière. L'appelant donne un id élève du trombinoscope ;
      *le sous-programme rend, depuis le fichier confidentiel
      *sante-eleves.txt tenu par sante.cbl, les allergies, le régime,
      *la conduite à tenir et le témoin PAI, ainsi que les lignes
      *d'extrait toutes prêtes (une par rubrique renseignée) que
      *cantine.cbl, ramassage.cbl et sante.cbl impriment à
      *l'identique pour les adultes accompagnants. Le résultat N
      *signale un élève sans rien à signaler. Le fichier est chargé
      *au premier appel et gardé en mémoire ; l'action R le relit
      *après une modification.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fichsante.
       AUTHOR. Thomas Baudrin.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Alias du fichier médical confidentiel, tenu par sante.cbl
       SELECT FICHIER-SANTE ASSIGN TO "sante-eleves.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-SANTE.

       DATA DIVISION.

       FILE SECTION.

      *Définition d'une fiche médicale, même découpage que sante.cbl
       FD FICHIER-SANTE.
       01 F-FICHE-SANTE.
           05 F-SA-ID-ELEVE       PIC 9(5).
           05 FILLER              PIC X.
           05 F-SA-ALLERGIES      PIC X(30).
           05 FILLER              PIC X.
           05 F-SA-REGIME         PIC X(20).
           05 FILLER              PIC X.
           05 F-SA-TRAITEMENT     PIC X(30).
           05 FILLER              PIC X.
           05 F-SA-PAI            PIC X.

       WORKING-STORAGE SECTION.

      *Fiches chargées au premier appel
       01 WS-FICHES-TAB.
           05 WS-FICHE            OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-NB-FICHES.
               10 WS-SA-ID-ELEVE  PIC 9(5).
               10 WS-SA-ALLERGIES PIC X(30).
               10 WS-SA-REGIME    PIC X(20).
               10 WS-SA-TRAITEMENT PIC X(30).
               10 WS-SA-PAI       PIC X.
       77 WS-NB-FICHES        PIC 9(3)      VALUE 1.
       77 WS-INDEX-FICHE      PIC 9(3)      VALUE 1.
      *Fiche retenue pour la demande en cours (0 = aucune)
       77 WS-FICHE-TROUVEE    PIC 9(3)      VALUE 0.
      *Indicateur de fichier déjà chargé, et statut du fichier
       77 WS-CHARGE           PIC X         VALUE "N".
       77 WS-STATUT-SANTE     PIC XX.
      *Première ligne d'extrait, le temps d'y préfixer le PAI
       77 WS-LIGNE-PAI        PIC X(60).

       LINKAGE SECTION.

      *Demande passée par l'appelant : action (L = consulter un
      *élève, R = relire le fichier) et id élève ; rubriques, lignes
      *d'extrait et résultat rendus (O = fiche à signaler, N = rien)
       01 LK-COMMANDE.
           05 LK-ACTION       PIC X.
           05 LK-ID-ELEVE     PIC 9(5).
           05 LK-ALLERGIES    PIC X(30).
           05 LK-REGIME       PIC X(20).
           05 LK-TRAITEMENT   PIC X(30).
           05 LK-PAI          PIC X.
           05 LK-NB-LIGNES    PIC 9.
           05 LK-LIGNE        PIC X(60) OCCURS 3 TIMES.
           05 LK-RESULTAT     PIC X.

       PROCEDURE DIVISION USING LK-COMMANDE.

           IF WS-CHARGE = "N" OR LK-ACTION = "R"
               PERFORM 0100-CHARGE-FICHES
           END-IF.

           MOVE SPACES TO LK-ALLERGIES.
           MOVE SPACES TO LK-REGIME.
           MOVE SPACES TO LK-TRAITEMENT.
           MOVE "N" TO LK-PAI.
           MOVE 0 TO LK-NB-LIGNES.
           MOVE SPACES TO LK-LIGNE(1).
           MOVE SPACES TO LK-LIGNE(2).
           MOVE SPACES TO LK-LIGNE(3).
           MOVE "N" TO LK-RESULTAT.

           IF LK-ACTION = "R"
               GOBACK
           END-IF.

           MOVE 0 TO WS-FICHE-TROUVEE.

           PERFORM VARYING WS-INDEX-FICHE FROM 1 BY 1
               UNTIL WS-INDEX-FICHE > WS-NB-FICHES
               IF WS-SA-ID-ELEVE(WS-INDEX-FICHE) = LK-ID-ELEVE
                   MOVE WS-INDEX-FICHE TO WS-FICHE-TROUVEE
               END-IF
           END-PERFORM.

           IF WS-FICHE-TROUVEE NOT = 0
               MOVE WS-SA-ALLERGIES(WS-FICHE-TROUVEE) TO LK-ALLERGIES
               MOVE WS-SA-REGIME(WS-FICHE-TROUVEE) TO LK-REGIME
               MOVE WS-SA-TRAITEMENT(WS-FICHE-TROUVEE)
                   TO LK-TRAITEMENT
               MOVE WS-SA-PAI(WS-FICHE-TROUVEE) TO LK-PAI
               PERFORM 0200-PREPARE-LIGNES
           END-IF.

           GOBACK.

      ******************************************************************

      *Charge les fiches médicales ; un fichier absent (statut 35)
      *laisse le tableau vide et chaque élève sans rien à signaler
       0100-CHARGE-FICHES.

           MOVE 0 TO WS-NB-FICHES
           MOVE "O" TO WS-CHARGE

           OPEN INPUT FICHIER-SANTE

           IF WS-STATUT-SANTE = "00"

               PERFORM UNTIL WS-STATUT-SANTE NOT = "00"
                   READ FICHIER-SANTE
                       AT END
                           MOVE "10" TO WS-STATUT-SANTE
                       NOT AT END
                           IF WS-NB-FICHES < 999
                               AND F-SA-ID-ELEVE NUMERIC
                               ADD 1 TO WS-NB-FICHES
                               MOVE F-SA-ID-ELEVE
                                   TO WS-SA-ID-ELEVE(WS-NB-FICHES)
                               MOVE F-SA-ALLERGIES
                                   TO WS-SA-ALLERGIES(WS-NB-FICHES)
                               MOVE F-SA-REGIME
                                   TO WS-SA-REGIME(WS-NB-FICHES)
                               MOVE F-SA-TRAITEMENT
                                   TO WS-SA-TRAITEMENT(WS-NB-FICHES)
                               MOVE F-SA-PAI
                                   TO WS-SA-PAI(WS-NB-FICHES)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FICHIER-SANTE

           END-IF
       .

      ******************************************************************

      *Prépare une ligne d'extrait par rubrique renseignée, le PAI
      *étant porté en tête de la première ; une fiche sans rubrique
      *ni PAI n'a rien à signaler
       0200-PREPARE-LIGNES.

           IF LK-ALLERGIES NOT = SPACES
               ADD 1 TO LK-NB-LIGNES
               STRING "Allergies : " LK-ALLERGIES
                   INTO LK-LIGNE(LK-NB-LIGNES)
               END-STRING
           END-IF

           IF LK-REGIME NOT = SPACES
               ADD 1 TO LK-NB-LIGNES
               STRING "Régime : " LK-REGIME
                   INTO LK-LIGNE(LK-NB-LIGNES)
               END-STRING
           END-IF

           IF LK-TRAITEMENT NOT = SPACES
               ADD 1 TO LK-NB-LIGNES
               STRING "Conduite à tenir : " LK-TRAITEMENT
                   INTO LK-LIGNE(LK-NB-LIGNES)
               END-STRING
           END-IF

           IF LK-PAI = "O"
               IF LK-NB-LIGNES = 0
                   MOVE 1 TO LK-NB-LIGNES
                   MOVE "PAI (voir le dossier à l'infirmerie)"
                       TO LK-LIGNE(1)
               ELSE
                   MOVE LK-LIGNE(1) TO WS-LIGNE-PAI
                   MOVE SPACES TO LK-LIGNE(1)
                   STRING "PAI - " WS-LIGNE-PAI
                       INTO LK-LIGNE(1)
                   END-STRING
               END-IF
           END-IF

           IF LK-NB-LIGNES > 0
               MOVE "O" TO LK-RESULTAT
           END-IF
       .

       END PROGRAM "fichsante".
