      * fichier vivant. Les programmes qui remontent l'historique d'un
      * salarié (attestation, solde de tout compte) travaillent ainsi
      * sur l'extrait, sans savoir où chaque bulletin résidait.
      * Dès que les habilitations sont en place (HABILITATIONS.dat),
      * l'opérateur (OPERATEUR) doit détenir le droit L : les
      * bulletins hors de son périmètre (établissement, population
      * de direction) ne sont pas extraits, et le refus est
      * journalisé par HABILITATION-SERVICE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-FS-EXT                 PIC XX.

       01  WS-MATRICULE              PIC X(8).
       01  WS-OPERATEUR              PIC X(8).
       01  WS-ANNEE-DEBUT            PIC 9(4).
       01  WS-ANNEE-FIN              PIC 9(4).
       01  WS-ANNEE                  PIC 9(4).
       01  WS-EXTRAITS               PIC 9(6) VALUE 0.
       01  WS-ERRORS                 PIC 9(6) VALUE 0.

      *    --- Habilitations de l'opérateur ---
       COPY "HABILITATION-SERVICE-AREA.cpy".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION
           ACCEPT WS-MATRICULE FROM ENVIRONMENT "MATRICULE"
           ACCEPT WS-ANNEE-DEBUT FROM ENVIRONMENT "ANNEE_DEBUT"
           ACCEPT WS-ANNEE-FIN FROM ENVIRONMENT "ANNEE_FIN"
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR"

           IF WS-BULLETINS-PATH = SPACES
               MOVE "../data/BULLETINS.dat" TO WS-BULLETINS-PATH
               STOP RUN
           END-IF

           MOVE "OUVRE" TO HSV-FONCTION
           MOVE WS-OPERATEUR TO HSV-OPERATEUR
           MOVE "EXTRAIT-BULLETINS" TO HSV-PROGRAMME
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF HSV-REFUSE
               DISPLAY "EXTRAIT-BULLETINS|ERROR|0|" HSV-MOTIF
               STOP RUN
           END-IF
           MOVE "ACCES" TO HSV-FONCTION
           MOVE "L" TO HSV-DROIT
           MOVE WS-MATRICULE TO HSV-OBJET
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF HSV-REFUSE
               DISPLAY "EXTRAIT-BULLETINS|ERROR|0|"
                   "HABILITATION-REFUSEE=" WS-OPERATEUR
               STOP RUN
           END-IF
           MOVE "CTRL " TO HSV-FONCTION

           OPEN OUTPUT EXTRAIT-FILE
           IF WS-FS-EXT NOT = "00"
               DISPLAY "EXTRAIT-BULLETINS|ERROR|0|OPEN-EXT=" WS-FS-EXT
               END-READ
               PERFORM UNTIL EOF-FICHIER
                   IF ARC-MATRICULE = WS-MATRICULE
                       MOVE ARC-ETABLISSEMENT TO HSV-ETABLISSEMENT
                       MOVE ARC-DEPARTEMENT TO HSV-DEPARTEMENT
                       MOVE ARC-CLASSIFICATION TO HSV-CLASSIFICATION
                       CALL "HABILITATION-SERVICE"
                           USING HABILITATION-SERVICE-AREA
                       IF HSV-ACCORDE
                           MOVE ARCHIVE-RECORD TO EXTRAIT-RECORD
                           PERFORM 5000-ECRIRE-EXTRAIT
                       END-IF
                   END-IF
                   READ ARCHIVE-FILE
                       AT END SET EOF-FICHIER TO TRUE
               END-READ
               PERFORM UNTIL EOF-FICHIER
                   IF PAI-MATRICULE = WS-MATRICULE
                       MOVE PAI-ETABLISSEMENT TO HSV-ETABLISSEMENT
                       MOVE PAI-DEPARTEMENT TO HSV-DEPARTEMENT
                       MOVE PAI-CLASSIFICATION TO HSV-CLASSIFICATION
                       CALL "HABILITATION-SERVICE"
                           USING HABILITATION-SERVICE-AREA
                       IF HSV-ACCORDE
                           MOVE PAIE-RECORD TO EXTRAIT-RECORD
                           PERFORM 5000-ECRIRE-EXTRAIT
                       END-IF
                   END-IF
                   READ BULLETINS-FILE
                       AT END SET EOF-FICHIER TO TRUE
       9000-FIN.
      ******************************************************************
           CLOSE EXTRAIT-FILE
           MOVE "FERME" TO HSV-FONCTION
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF HSV-NB-REFUS > 0
               DISPLAY "EXTRAIT-BULLETINS|WARN|" WS-MATRICULE
                   "|HORS-HABILITATION=" HSV-NB-REFUS
           END-IF

           DISPLAY "EXTRAIT-BULLETINS|DONE|" WS-EXTRAITS
               "|" WS-ERRORS.
