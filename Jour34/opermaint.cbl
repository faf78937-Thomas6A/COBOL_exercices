      *contrôle), le retrait du dernier détenteur d'un droit est
      *refusé (sinon plus personne ne pourrait le faire), et chaque
      *changement est journalisé avec les deux noms et l'horodatage.
      *Le profil porte aussi les domaines du menu général
      *(menugeneral.cbl) : C commandes et facturation, S stock, E
      *école, A comptes, X exploitation ; ils se changent avec les
      *droits, sous le même double contrôle.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. opermaint.
       AUTHOR. Thomas Baudrin.

      *Définition du fichier des profils, même découpage que
      *main_sql.cbl : opérateur puis lettres des opérations permises
      *(I, U, D, R), puis lettres des domaines du menu général
      *(C, S, E, A, X)
       FD FICHIER-OPERATEURS.
       01 F-OPERATEUR.
           05 F-OP-NOM        PIC X(30).
           05 FILLER          PIC X.
           05 F-OP-DROITS     PIC X(5).
           05 FILLER          PIC X.
           05 F-OP-DOMAINES   PIC X(10).

      *Définition du journal, une ligne de texte libre par opération
       FD FICHIER-JOURNAL.
       01 F-LIGNE-JOURNAL     PIC X(160).

       WORKING-STORAGE SECTION.

               DEPENDING ON WS-NB-OPERATEURS.
               10 WS-OP-NOM       PIC X(30).
               10 WS-OP-DROITS    PIC X(5).
               10 WS-OP-DOMAINES  PIC X(10).

      *Effectif réel du tableau et index de parcours
       77 WS-NB-OPERATEURS    PIC 9(3)      VALUE 1.
       77 WS-NOM-SAISI        PIC X(30).
       77 WS-DROITS-SAISIS    PIC X(5).
       77 WS-AVANT-DROITS     PIC X(5).
       77 WS-DOMAINES-SAISIS  PIC X(10).
       77 WS-AVANT-DOMAINES   PIC X(10).
      *Double contrôle : nom du second opérateur et sa confirmation
       77 WS-SECOND-NOM       PIC X(30).
       77 WS-CONFIRME         PIC X         VALUE "N".
                               TO WS-OP-NOM(WS-NB-OPERATEURS)
                           MOVE F-OP-DROITS
                               TO WS-OP-DROITS(WS-NB-OPERATEURS)
                           MOVE F-OP-DOMAINES
                               TO WS-OP-DOMAINES(WS-NB-OPERATEURS)
                       END-IF
               END-READ
           END-PERFORM

       END-PERFORM.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis le menu général (menugeneral.cbl, Jour 15)
      *comme sous-programme, sans rien changer à son comportement
      *lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************

      *Modifie (ou crée) le profil d'un opérateur : les nouveaux
      *droits et domaines sont saisis, le retrait du dernier
      *détenteur d'un droit est refusé, puis le double contrôle doit
      *confirmer avant la réécriture et la journalisation
       1000-MODIFIE-PROFIL.

           DISPLAY "Nom de l'opérateur : "
                   MOVE WS-NOM-SAISI
                       TO WS-OP-NOM(WS-INDEX-TROUVE)
                   MOVE SPACES TO WS-OP-DROITS(WS-INDEX-TROUVE)
                   MOVE SPACES TO WS-OP-DOMAINES(WS-INDEX-TROUVE)
                   DISPLAY "Profil inconnu : il sera créé"
               END-IF
           END-IF
               DISPLAY "Nouveaux droits (lettres I, U, D, R) : "
               ACCEPT WS-DROITS-SAISIS

               MOVE WS-OP-DOMAINES(WS-INDEX-TROUVE)
                   TO WS-AVANT-DOMAINES

               DISPLAY "Domaines actuels : " WS-AVANT-DOMAINES
               DISPLAY "Nouveaux domaines du menu (lettres C, S, E, "
                   "A, X) : "
               ACCEPT WS-DOMAINES-SAISIS

      *Contrôle du dernier détenteur : chaque droit retiré doit
      *rester tenu par au moins un autre opérateur
               PERFORM 7100-CONTROLE-DERNIER-DETENTEUR

                       MOVE WS-DROITS-SAISIS
                           TO WS-OP-DROITS(WS-INDEX-TROUVE)
                       MOVE WS-DOMAINES-SAISIS
                           TO WS-OP-DOMAINES(WS-INDEX-TROUVE)

                       PERFORM 8000-SAUVE-FICHIER

                           FUNCTION TRIM(WS-NOM-SAISI)
                           " avant [" WS-AVANT-DROITS
                           "] après [" WS-DROITS-SAISIS
                           "] domaines avant [" WS-AVANT-DOMAINES
                           "] après [" WS-DOMAINES-SAISIS
                           "] validé par "
                           FUNCTION TRIM(WS-SECOND-NOM)
                           INTO F-LIGNE-JOURNAL

               MOVE WS-OP-DROITS(WS-INDEX-TROUVE)
                   TO WS-AVANT-DROITS
               MOVE WS-OP-DOMAINES(WS-INDEX-TROUVE)
                   TO WS-AVANT-DOMAINES
               MOVE SPACES TO WS-DROITS-SAISIS

               PERFORM 7100-CONTROLE-DERNIER-DETENTEUR
                           " SUPPRESSION "
                           FUNCTION TRIM(WS-NOM-SAISI)
                           " droits [" WS-AVANT-DROITS
                           "] domaines [" WS-AVANT-DOMAINES
                           "] validé par "
                           FUNCTION TRIM(WS-SECOND-NOM)
                           INTO F-LIGNE-JOURNAL

               DISPLAY WS-OP-NOM(WS-INDEX)
                   " [" WS-OP-DROITS(WS-INDEX) "]"
                   " domaines [" WS-OP-DOMAINES(WS-INDEX) "]"

           END-PERFORM
       .
               MOVE SPACES TO F-OPERATEUR
               MOVE WS-OP-NOM(WS-INDEX) TO F-OP-NOM
               MOVE WS-OP-DROITS(WS-INDEX) TO F-OP-DROITS
               MOVE WS-OP-DOMAINES(WS-INDEX) TO F-OP-DOMAINES
               WRITE F-OPERATEUR

           END-PERFORM
