       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-CUMULS.
      ******************************************************************
      * CONVERT-CUMULS — Conversion des cumuls annuels
      * La régularisation progressive des tranches a étendu
      * l'enregistrement de CUMULS-ANNUELS.dat de 79 à 150 octets
      * (plafond de sécurité sociale, tranches et assiette chômage
      * cumulés) : un fichier écrit avant l'extension ne se relit
      * plus sous la nouvelle description. Ce programme relit
      * l'ancien fichier sous son ancienne description et le recopie
      * vers le chemin donné par CUMULS_ANNUELS_NEW au nouveau
      * format — les nouveaux cumuls partent à zéro, la
      * régularisation des tranches reprenant à partir de la
      * première période calculée après conversion ; les cumuls de
      * réduction générale encore à blanc sur les plus anciens
      * enregistrements sont mis à zéro.
      * L'exploitation substitue le fichier converti à l'original
      * après vérification.
      * Entrée : CUMULS_ANNUELS_FILE (ancien fichier, défaut
      * ../data/CUMULS-ANNUELS.dat) et CUMULS_ANNUELS_NEW (fichier
      * converti, défaut ../data/CUMULS-ANNUELS-NEW.dat) en variables
      * d'environnement.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANCIEN-FILE
               ASSIGN TO WS-ANCIEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANC-CLE
               FILE STATUS IS WS-FS-ANC.

           SELECT NOUVEAU-FILE
               ASSIGN TO WS-NOUVEAU-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CLE
               FILE STATUS IS WS-FS-NOU.

       DATA DIVISION.
       FILE SECTION.
      *    Ancienne description : cumuls de rémunération, de PPV et
      *    de réduction générale, remplissage de 8 octets.
       FD  ANCIEN-FILE.
       01  ANCIEN-CUMUL-RECORD.
           05  ANC-CLE.
               10  ANC-MATRICULE          PIC X(8).
               10  ANC-ANNEE              PIC 9(4).
           05  ANC-DERNIERE-PERIODE       PIC 9(6).
           05  ANC-BRUT                   PIC S9(11)V99 COMP-3.
           05  ANC-NET-A-PAYER            PIC S9(11)V99 COMP-3.
           05  ANC-TOTAL-COT-SAL          PIC S9(11)V99 COMP-3.
           05  ANC-PPV-EXONEREE           PIC S9(9)V99 COMP-3.
           05  ANC-RG-REMUNERATION        PIC S9(11)V99 COMP-3.
           05  ANC-RG-SMIC                PIC S9(11)V99 COMP-3.
           05  ANC-RG-URSSAF              PIC S9(9)V99 COMP-3.
           05  ANC-RG-RETRAITE            PIC S9(9)V99 COMP-3.
           05  FILLER                     PIC X(8).

       FD  NOUVEAU-FILE.
       COPY "CUMUL-ANNUEL-RECORD.cpy".

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
           ACCEPT WS-ANCIEN-PATH
               FROM ENVIRONMENT "CUMULS_ANNUELS_FILE"
           ACCEPT WS-NOUVEAU-PATH
               FROM ENVIRONMENT "CUMULS_ANNUELS_NEW"
           IF WS-ANCIEN-PATH = SPACES
               MOVE "../data/CUMULS-ANNUELS.dat" TO WS-ANCIEN-PATH
           END-IF
           IF WS-NOUVEAU-PATH = SPACES
               MOVE "../data/CUMULS-ANNUELS-NEW.dat"
                   TO WS-NOUVEAU-PATH
           END-IF

           OPEN INPUT ANCIEN-FILE
           IF WS-FS-ANC NOT = "00"
               DISPLAY "CONVERT-CUMULS|ERROR|0|OPEN-ANCIEN="
                   WS-FS-ANC
               STOP RUN
           END-IF
           OPEN OUTPUT NOUVEAU-FILE
           IF WS-FS-NOU NOT = "00"
               DISPLAY "CONVERT-CUMULS|ERROR|0|OPEN-NOUVEAU="
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
               DISPLAY "CONVERT-CUMULS|ERROR|" WS-NB-LUS
                   "|ECRITS=" WS-NB-ECRITS
           END-IF
           DISPLAY "CONVERT-CUMULS|DONE|" WS-NB-ECRITS
               "|" FUNCTION TRIM(WS-NOUVEAU-PATH)
           STOP RUN.

      ******************************************************************
       2000-CONVERTIR-UNE-LIGNE.
      ******************************************************************
      *    Les cumuls de plafond et de tranches partent à zéro ; les
      *    cumuls de réduction générale sont repris quand ils sont
      *    renseignés.
           INITIALIZE CUMUL-ANNUEL-RECORD
           MOVE ANC-MATRICULE        TO CUM-MATRICULE
           MOVE ANC-ANNEE            TO CUM-ANNEE
           MOVE ANC-DERNIERE-PERIODE TO CUM-DERNIERE-PERIODE
           MOVE ANC-BRUT             TO CUM-BRUT
           MOVE ANC-NET-A-PAYER      TO CUM-NET-A-PAYER
           MOVE ANC-TOTAL-COT-SAL    TO CUM-TOTAL-COT-SAL
           MOVE ANC-PPV-EXONEREE     TO CUM-PPV-EXONEREE
           IF ANC-RG-REMUNERATION IS NUMERIC
               AND ANC-RG-SMIC IS NUMERIC
               AND ANC-RG-URSSAF IS NUMERIC
               AND ANC-RG-RETRAITE IS NUMERIC
               MOVE ANC-RG-REMUNERATION TO CUM-RG-REMUNERATION
               MOVE ANC-RG-SMIC         TO CUM-RG-SMIC
               MOVE ANC-RG-URSSAF       TO CUM-RG-URSSAF
               MOVE ANC-RG-RETRAITE     TO CUM-RG-RETRAITE
           END-IF
           WRITE CUMUL-ANNUEL-RECORD
               INVALID KEY
                   DISPLAY "CONVERT-CUMULS|ERROR|" WS-NB-LUS
                       "|CLE-DOUBLE=" CUM-MATRICULE CUM-ANNEE
               NOT INVALID KEY
                   ADD 1 TO WS-NB-ECRITS
           END-WRITE.
