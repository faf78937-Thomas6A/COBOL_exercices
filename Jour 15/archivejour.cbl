      *(vérifier) recompte chaque membre contre le manifeste, et le
      *mode X (extraire) restaure un membre à son nom d'origine. Un
      *seul fichier à copier, avec la preuve qu'il est complet.
      *Les photographies datées des tables users et clients et leur
      *rapport d'écarts (photobase.cbl) sont embarqués avec les
      *sorties du jour. La recherche d'une clé à travers les
      *conteneurs d'une période, sans extraction, se fait par
      *archrecherche.cbl.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. archivejour.
       AUTHOR. Thomas Baudrin.

      *Liste des sorties du jour embarquées dans le conteneur
       01 WS-MEMBRES-TAB.
           05 WS-MEMBRE           OCCURS 9 TIMES.
               10 WS-MB-NOM       PIC X(30).
               10 WS-MB-PRESENT   PIC X.
               10 WS-MB-LIGNES    PIC 9(5).
       77 WS-NB-MEMBRES       PIC 99        VALUE 9.

      *Manifeste relu au mode vérification
       01 WS-MANIFESTE-TAB.
               INTO WS-NOM-CONTENEUR
           END-STRING

      *Photographies du jour de photobase.cbl, à noms datés
           MOVE SPACES TO WS-MB-NOM(7)
           STRING "photo-users-" WS-DATE-ARCHIVE ".txt"
               INTO WS-MB-NOM(7)
           END-STRING
           MOVE SPACES TO WS-MB-NOM(8)
           STRING "photo-clients-" WS-DATE-ARCHIVE ".txt"
               INTO WS-MB-NOM(8)
           END-STRING
           MOVE SPACES TO WS-MB-NOM(9)
           STRING "photo-ecarts-" WS-DATE-ARCHIVE ".txt"
               INTO WS-MB-NOM(9)
           END-STRING

      *Premier passage : compte des lignes de chaque membre présent
           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-MEMBRES

               MOVE WS-MB-NOM(WS-INDEX) TO WS-NOM-MEMBRE
               MOVE "N" TO WS-MB-PRESENT(WS-INDEX)
           WRITE F-LIGNE-CONTENEUR

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-MEMBRES

               IF WS-MB-PRESENT(WS-INDEX) = "O"
                   MOVE SPACES TO F-LIGNE-CONTENEUR
           END-PERFORM

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-NB-MEMBRES

               IF WS-MB-PRESENT(WS-INDEX) = "O"
                   PERFORM 1100-EMBARQUE-MEMBRE
