       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-ETAT-PROVISIONS.
      ******************************************************************
      * CONVERT-ETAT-PROVISIONS — Conversion de l'état des provisions
      * L'externalisation du référentiel des établissements a porté
      * à 10 le nombre d'établissements suivis par CALC-JOURNAL :
      * l'enregistrement unique de PROVISIONS-PAIE.STATE passe de 72
      * à 240 octets. Un état écrit avant l'extension ne se relit
      * plus sous la nouvelle description et la reprise des
      * provisions du mois précédent serait perdue. Ce programme
      * relit l'ancien état sous son ancienne description (trois
      * établissements) et le recopie vers le chemin donné par
      * PROVISIONS_STATE_NEW au nouveau format, les établissements
      * suivants partant à zéro. L'exploitation substitue le fichier
      * converti à l'original après vérification.
      * Entrée : PROVISIONS_STATE_FILE (ancien état, défaut
      * ../data/PROVISIONS-PAIE.STATE) et PROVISIONS_STATE_NEW (état
      * converti, défaut ../data/PROVISIONS-PAIE-NEW.STATE) en
      * variables d'environnement.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANCIEN-FILE
               ASSIGN TO WS-ANCIEN-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ANC.

           SELECT NOUVEAU-FILE
               ASSIGN TO WS-NOUVEAU-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NOU.

       DATA DIVISION.
       FILE SECTION.
      *    Ancienne description : provisions CP, charges sur CP et
      *    13e mois des trois établissements de la table compilée,
      *    remplissage de 9 octets.
       FD  ANCIEN-FILE.
       01  ANCIEN-ETAT-RECORD.
           05  ANC-ETAT-ENTRY OCCURS 3 TIMES.
               10  ANC-ETAT-CP-SAL     PIC S9(11)V99 COMP-3.
               10  ANC-ETAT-CP-CHARGES PIC S9(11)V99 COMP-3.
               10  ANC-ETAT-13E        PIC S9(11)V99 COMP-3.
           05  FILLER                  PIC X(9).

       FD  NOUVEAU-FILE.
       01  NOUVEAU-ETAT-RECORD.
           05  NOU-ETAT-ENTRY OCCURS 10 TIMES.
               10  NOU-ETAT-CP-SAL     PIC S9(11)V99 COMP-3.
               10  NOU-ETAT-CP-CHARGES PIC S9(11)V99 COMP-3.
               10  NOU-ETAT-13E        PIC S9(11)V99 COMP-3.
           05  FILLER                  PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-ANCIEN-PATH            PIC X(256).
       01  WS-NOUVEAU-PATH           PIC X(256).
       01  WS-FS-ANC                 PIC XX.
       01  WS-FS-NOU                 PIC XX.

       01  WS-IDX                    PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-ANCIEN-PATH
               FROM ENVIRONMENT "PROVISIONS_STATE_FILE"
           ACCEPT WS-NOUVEAU-PATH
               FROM ENVIRONMENT "PROVISIONS_STATE_NEW"
           IF WS-ANCIEN-PATH = SPACES
               MOVE "../data/PROVISIONS-PAIE.STATE" TO WS-ANCIEN-PATH
           END-IF
           IF WS-NOUVEAU-PATH = SPACES
               MOVE "../data/PROVISIONS-PAIE-NEW.STATE"
                   TO WS-NOUVEAU-PATH
           END-IF

           OPEN INPUT ANCIEN-FILE
           IF WS-FS-ANC NOT = "00"
               DISPLAY "CONVERT-ETAT-PROVISIONS|ERROR|0|OPEN-ANCIEN="
                   WS-FS-ANC
               STOP RUN
           END-IF
           READ ANCIEN-FILE
               AT END
                   DISPLAY "CONVERT-ETAT-PROVISIONS|ERROR|0|"
                       "ETAT-VIDE"
                   CLOSE ANCIEN-FILE
                   STOP RUN
           END-READ
           CLOSE ANCIEN-FILE

           OPEN OUTPUT NOUVEAU-FILE
           IF WS-FS-NOU NOT = "00"
               DISPLAY "CONVERT-ETAT-PROVISIONS|ERROR|0|OPEN-NOUVEAU="
                   WS-FS-NOU
               STOP RUN
           END-IF

           INITIALIZE NOUVEAU-ETAT-RECORD
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               IF ANC-ETAT-CP-SAL(WS-IDX) IS NUMERIC
                   AND ANC-ETAT-CP-CHARGES(WS-IDX) IS NUMERIC
                   AND ANC-ETAT-13E(WS-IDX) IS NUMERIC
                   MOVE ANC-ETAT-CP-SAL(WS-IDX)
                       TO NOU-ETAT-CP-SAL(WS-IDX)
                   MOVE ANC-ETAT-CP-CHARGES(WS-IDX)
                       TO NOU-ETAT-CP-CHARGES(WS-IDX)
                   MOVE ANC-ETAT-13E(WS-IDX)
                       TO NOU-ETAT-13E(WS-IDX)
               END-IF
           END-PERFORM
           WRITE NOUVEAU-ETAT-RECORD
           CLOSE NOUVEAU-FILE

           DISPLAY "CONVERT-ETAT-PROVISIONS|DONE|1|"
               FUNCTION TRIM(WS-NOUVEAU-PATH)
           STOP RUN.
