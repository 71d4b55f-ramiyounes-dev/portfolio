       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-EMPLOYES.
      ******************************************************************
      * CONVERT-EMPLOYES — Conversion du fichier du personnel
      * Les mentions du registre unique du personnel (nationalité,
      * emploi, qualification, titre de travail) ont étendu
      * l'enregistrement d'EMPLOYEES.dat de 251 à 320 octets : un
      * fichier écrit avant l'extension ne se relit plus sous la
      * nouvelle description. Ce programme relit l'ancien fichier
      * sous son ancienne description et le recopie vers le chemin
      * donné par EMPLOYEE_NEW au nouveau format — les zones
      * antérieures sont reprises telles quelles, les nouvelles
      * mentions partent à blanc et sont signalées comme manquantes
      * par GENERATE-REGISTRE-PERSONNEL jusqu'à leur saisie.
      * L'exploitation substitue le fichier converti à l'original
      * après vérification. Le fichier séquentiel EMPLOYEES-SEQ.dat
      * rechargé par LOAD-EMPLOYEES suit le même format étendu.
      * Entrée : EMPLOYEE_FILE (ancien fichier, défaut
      * ../data/EMPLOYEES.dat) et EMPLOYEE_NEW (fichier converti,
      * défaut ../data/EMPLOYEES-NEW.dat) en variables
      * d'environnement.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANCIEN-FILE
               ASSIGN TO WS-ANCIEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANC-MATRICULE
               FILE STATUS IS WS-FS-ANC.

           SELECT NOUVEAU-FILE
               ASSIGN TO WS-NOUVEAU-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULE
               FILE STATUS IS WS-FS-NOU.

       DATA DIVISION.
       FILE SECTION.
      *    Ancienne description : zones identiques à la nouvelle
      *    jusqu'à la fin de validité RQTH, remplissage de 18 octets.
       FD  ANCIEN-FILE.
       01  ANCIEN-EMPLOYE-RECORD.
           05  ANC-MATRICULE              PIC X(8).
           05  ANC-ZONES                  PIC X(225).
           05  FILLER                     PIC X(18).

       FD  NOUVEAU-FILE.
       COPY "EMPLOYEE-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ANCIEN-PATH            PIC X(256).
       01  WS-NOUVEAU-PATH           PIC X(256).
       01  WS-FS-ANC                 PIC XX.
       01  WS-FS-NOU                 PIC XX.

       01  WS-EOF                    PIC 9 VALUE 0.
       01  WS-NB-LUS                 PIC 9(6) VALUE 0.
       01  WS-NB-ECRITS              PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-ANCIEN-PATH FROM ENVIRONMENT "EMPLOYEE_FILE"
           ACCEPT WS-NOUVEAU-PATH FROM ENVIRONMENT "EMPLOYEE_NEW"
           IF WS-ANCIEN-PATH = SPACES
               MOVE "../data/EMPLOYEES.dat" TO WS-ANCIEN-PATH
           END-IF
           IF WS-NOUVEAU-PATH = SPACES
               MOVE "../data/EMPLOYEES-NEW.dat" TO WS-NOUVEAU-PATH
           END-IF

           OPEN INPUT ANCIEN-FILE
           IF WS-FS-ANC NOT = "00"
               DISPLAY "CONVERT-EMPLOYES|ERROR|0|OPEN-ANCIEN="
                   WS-FS-ANC
               STOP RUN
           END-IF
           OPEN OUTPUT NOUVEAU-FILE
           IF WS-FS-NOU NOT = "00"
               DISPLAY "CONVERT-EMPLOYES|ERROR|0|OPEN-NOUVEAU="
                   WS-FS-NOU
               CLOSE ANCIEN-FILE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ ANCIEN-FILE NEXT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM 2000-CONVERTIR-UNE-LIGNE
               END-READ
           END-PERFORM

           CLOSE ANCIEN-FILE
           CLOSE NOUVEAU-FILE

           IF WS-NB-LUS NOT = WS-NB-ECRITS
               DISPLAY "CONVERT-EMPLOYES|ERROR|" WS-NB-LUS
                   "|ECRITS=" WS-NB-ECRITS
           END-IF
           DISPLAY "CONVERT-EMPLOYES|DONE|" WS-NB-ECRITS
               "|" FUNCTION TRIM(WS-NOUVEAU-PATH)
           STOP RUN.

      ******************************************************************
       2000-CONVERTIR-UNE-LIGNE.
      ******************************************************************
      *    Les zones existantes sont reprises octet pour octet ; les
      *    mentions du registre et le remplissage partent à blanc.
           MOVE SPACES TO EMPLOYEE-RECORD
           MOVE ANC-MATRICULE TO EMP-MATRICULE
           MOVE ANC-ZONES     TO EMPLOYEE-RECORD(9:225)
           WRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY "CONVERT-EMPLOYES|ERROR|" WS-NB-LUS
                       "|CLE-DOUBLE=" EMP-MATRICULE
               NOT INVALID KEY
                   ADD 1 TO WS-NB-ECRITS
           END-WRITE.
