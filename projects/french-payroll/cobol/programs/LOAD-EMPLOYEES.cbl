       DATA DIVISION.
       FILE SECTION.
       FD  SEQ-FILE.
       01  SEQ-RECORD                PIC X(320).

       FD  IDX-FILE.
       01  IDX-RECORD.
           05  IDX-MATRICULE         PIC X(8).
           05  IDX-REST              PIC X(312).

       FD  ERROR-FILE.
       01  ERROR-RECORD.
       FD  OLD-IDX-FILE.
       01  OLD-RECORD.
           05  OLD-MATRICULE         PIC X(8).
           05  OLD-REST              PIC X(312).

      *    Historique des modifications du fichier du personnel — une
      *    ligne par champ modifié, création ou disparition, avec
           05  WS-SEQ-CENTRE-ANALYT   PIC X(6).
           05  WS-SEQ-SEXE            PIC X(1).
           05  WS-SEQ-CSP             PIC X(4).
           05  FILLER                 PIC X(17).
           05  WS-SEQ-NATIONALITE     PIC X(2).
           05  WS-SEQ-EMPLOI          PIC X(30).
           05  WS-SEQ-QUALIFICATION   PIC X(20).
           05  WS-SEQ-TITRE-TYPE      PIC X(4).
           05  WS-SEQ-TITRE-NUM       PIC X(15).
           05  FILLER                 PIC X(16).

      *    --- Vue typée de l'ancien enregistrement, pour la
      *    comparaison champ par champ — même découpage que
           05  WS-OLD-CENTRE-ANALYT   PIC X(6).
           05  WS-OLD-SEXE            PIC X(1).
           05  WS-OLD-CSP             PIC X(4).
           05  FILLER                 PIC X(17).
           05  WS-OLD-NATIONALITE     PIC X(2).
           05  WS-OLD-EMPLOI          PIC X(30).
           05  WS-OLD-QUALIFICATION   PIC X(20).
           05  WS-OLD-TITRE-TYPE      PIC X(4).
           05  WS-OLD-TITRE-NUM       PIC X(15).
           05  FILLER                 PIC X(16).

      *    --- Ancien fichier chargé en mémoire avant reconstruction,
      *    avec marquage des matricules retrouvés dans le lot ---
       01  WS-OLD-COUNT             PIC 9(4) VALUE 0.
       01  WS-OLD-TABLE.
           05  WS-OLD-ENTRY OCCURS 2000 TIMES.
               10  WS-OLD-REC       PIC X(320).
               10  WS-OLD-RETROUVE  PIC 9.
       01  WS-OLD-IDX               PIC 9(4).

               MOVE WS-OLD-CSP TO WS-HIS-ANCIENNE
               MOVE WS-SEQ-CSP TO WS-HIS-NOUVELLE
               PERFORM 2400-ECRIRE-HISTO
           END-IF
           IF WS-OLD-NATIONALITE NOT = WS-SEQ-NATIONALITE
               MOVE "NATIONALITE" TO WS-HIS-CHAMP
               MOVE WS-OLD-NATIONALITE TO WS-HIS-ANCIENNE
               MOVE WS-SEQ-NATIONALITE TO WS-HIS-NOUVELLE
               PERFORM 2400-ECRIRE-HISTO
           END-IF
           IF WS-OLD-EMPLOI NOT = WS-SEQ-EMPLOI
               MOVE "EMPLOI" TO WS-HIS-CHAMP
               MOVE WS-OLD-EMPLOI TO WS-HIS-ANCIENNE
               MOVE WS-SEQ-EMPLOI TO WS-HIS-NOUVELLE
               PERFORM 2400-ECRIRE-HISTO
           END-IF
           IF WS-OLD-QUALIFICATION NOT = WS-SEQ-QUALIFICATION
               MOVE "QUALIFICATION" TO WS-HIS-CHAMP
               MOVE WS-OLD-QUALIFICATION TO WS-HIS-ANCIENNE
               MOVE WS-SEQ-QUALIFICATION TO WS-HIS-NOUVELLE
               PERFORM 2400-ECRIRE-HISTO
           END-IF
           IF WS-OLD-TITRE-TYPE NOT = WS-SEQ-TITRE-TYPE
               MOVE "TITRE-TRAVAIL-TYPE" TO WS-HIS-CHAMP
               MOVE WS-OLD-TITRE-TYPE TO WS-HIS-ANCIENNE
               MOVE WS-SEQ-TITRE-TYPE TO WS-HIS-NOUVELLE
               PERFORM 2400-ECRIRE-HISTO
           END-IF
           IF WS-OLD-TITRE-NUM NOT = WS-SEQ-TITRE-NUM
               MOVE "TITRE-TRAVAIL-NUM" TO WS-HIS-CHAMP
               MOVE WS-OLD-TITRE-NUM TO WS-HIS-ANCIENNE
               MOVE WS-SEQ-TITRE-NUM TO WS-HIS-NOUVELLE
               PERFORM 2400-ECRIRE-HISTO
           END-IF.

       2300-EXIT.
