      *certificat par le sous-programme commun editetat sous un
      *numéro séquentiel, et reporte numéro, élève et date dans le
      *registre certificats-registre.txt : on peut prouver ce qui a
      *été délivré et quand. Le certificat est aussi porté au
      *registre du courrier sortant (courrier.cbl, Jour 15), sans
      *adresse, le trombinoscope n'en tenant pas.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. certificat.
       AUTHOR. Thomas Baudrin.
           05 WS-ETAT-FICHIER     PIC X(30).
           05 WS-ETAT-TEXTE       PIC X(80).

      *Commande passée au sous-programme commun du registre du
      *courrier sortant (courrier, Jour 15)
       01 WS-COURRIER-COMMANDE.
           05 WS-CO-TYPE          PIC X(10)     VALUE "CERTIFICAT".
           05 WS-CO-ID            PIC X(10).
           05 WS-CO-NOM           PIC X(30).
           05 WS-CO-ADRESSE       PIC X(60)     VALUE SPACES.
           05 WS-CO-PAGES         PIC 9(3)      VALUE 1.
           05 WS-CO-REFERENCE     PIC X(20).

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       DISPLAY "Certificats délivrés : " WS-NB-DELIVRES.

      *GOBACK plutôt que STOP RUN : ce programme peut désormais aussi
      *être lancé depuis le menu général (menugeneral.cbl, Jour 15)
      *comme sous-programme, sans rien changer à son comportement
      *lorsqu'il est lancé seul
       GOBACK.

      ******************************************************************


           CLOSE FICHIER-REGISTRE

      *Report au registre du courrier sortant
           MOVE WS-ID-SAISI TO WS-CO-ID
           MOVE SPACES TO WS-CO-NOM
           STRING FUNCTION TRIM(WS-PRENOM-TROUVE) " "
               FUNCTION TRIM(WS-NOM-TROUVE)
               INTO WS-CO-NOM
           END-STRING
           MOVE SPACES TO WS-CO-REFERENCE
           STRING "certificat " WS-DERNIER-NUMERO
               INTO WS-CO-REFERENCE
           END-STRING
           CALL "courrier" USING WS-COURRIER-COMMANDE

           DISPLAY "Certificat n° " WS-DERNIER-NUMERO
               " délivré dans " WS-NOM-CERTIFICAT
       .
