      * au lieu d'être archivés, uniquement si CONFIRMER_PURGE=OUI ;
      * chaque année détruite est journalisée dans l'inventaire
      * (type P) avec ses totaux.
      * Chaque période archivée ou purgée est en outre scellée dans
      * SCELLEMENTS.dat (variable SCELLEMENTS_FILE) : manifeste
      * (type A pour BULLETINS-AAAA.dat, P pour une purge) portant
      * nombre de bulletins, totaux brut, net et PAS, empreinte des
      * bulletins dans l'ordre du support et sceau chaîné au sceau
      * précédent. OPERATEUR, facultatif, est porté au manifeste.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-INV.

           SELECT SCELLEMENTS-FILE
               ASSIGN TO WS-SCELLEMENTS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SCL.

       DATA DIVISION.
       FILE SECTION.
       FD  BULLETINS-FILE.
           05  INV-DATE               PIC 9(8).
           05  FILLER                 PIC X(25).

       FD  SCELLEMENTS-FILE.
       COPY "SCELLEMENT-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BULLETINS-PATH         PIC X(256).
       01  WS-KEEP-PATH              PIC X(256).
       01  WS-FS-KEE                 PIC XX.
       01  WS-FS-ARC                 PIC XX.
       01  WS-FS-INV                 PIC XX.
       01  WS-SCELLEMENTS-PATH       PIC X(256).
       01  WS-FS-SCL                 PIC XX.
       01  WS-OPERATEUR              PIC X(8).

       01  WS-PERIODE-LIMITE         PIC 9(6).
       01  WS-PURGE-AVANT            PIC 9(6) VALUE 0.
               10  WS-ANN-NET        PIC S9(13)V99 COMP-3.
       01  WS-ANN-IDX                PIC 9(2).

      *    --- Manifestes par période archivée ou purgée, dans
      *    l'ordre de première rencontre ; l'empreinte des bulletins
      *    est poursuivie bulletin après bulletin ---
       01  WS-SPE-COUNT              PIC 9(3) VALUE 0.
       01  WS-SPE-TABLE.
           05  WS-SPE-ENTRY OCCURS 300 TIMES.
               10  WS-SPE-PERIODE    PIC 9(6).
               10  WS-SPE-TYPE       PIC X(1).
               10  WS-SPE-NB         PIC 9(6).
               10  WS-SPE-BRUT       PIC S9(13)V99 COMP-3.
               10  WS-SPE-NET        PIC S9(13)V99 COMP-3.
               10  WS-SPE-PAS        PIC S9(13)V99 COMP-3.
               10  WS-SPE-ADL-A      PIC 9(6).
               10  WS-SPE-ADL-B      PIC 9(6).
               10  WS-SPE-POL-H      PIC 9(9).
       01  WS-SPE-IDX                PIC 9(3).
       01  WS-SPE-TYPE-COURANT       PIC X(1).

       01  WS-EOF-SCL                PIC 9 VALUE 0.
           88  EOF-SCL               VALUE 1.
       01  WS-SCEAU-PRECEDENT.
           05  WS-PRE-ADLER          PIC 9(10) VALUE 0.
           05  WS-PRE-POLY           PIC 9(9) VALUE 0.
       01  WS-HORODATAGE.
           05  WS-HORO-DATE          PIC 9(8).
           05  WS-HORO-HEURE         PIC 9(6).
           05  FILLER                PIC X(7).

      *    --- Empreinte Adler-32 et polynomiale d'une zone ---
       01  WS-EMP-ZONE               PIC X(542).
       01  WS-EMP-LONG               PIC 9(3).
       01  WS-ADL-MODULE             PIC 9(5) VALUE 65521.
       01  WS-ADL-A                  PIC 9(6).
       01  WS-ADL-B                  PIC 9(6).
       01  WS-ADL-CAR                PIC 9(3).
       01  WS-POL-MODULE             PIC 9(9) VALUE 999999937.
       01  WS-POL-H                  PIC 9(9).
       01  WS-CHR-IDX                PIC 9(3).

       01  WS-NB-CONSERVES           PIC 9(6) VALUE 0.
       01  WS-NB-ARCHIVES            PIC 9(6) VALUE 0.
       01  WS-NB-PURGES              PIC 9(6) VALUE 0.
           PERFORM 1000-INITIALISATION
           PERFORM 2000-TRAITEMENT
           PERFORM 8000-ECRIRE-INVENTAIRE
           PERFORM 8500-ECRIRE-SCELLEMENTS THRU 8500-EXIT
           PERFORM 9000-FIN
           STOP RUN.

           ACCEPT WS-PURGE-AVANT FROM ENVIRONMENT "PURGE_AVANT"
           ACCEPT WS-CONFIRMER-PURGE
               FROM ENVIRONMENT "CONFIRMER_PURGE"
           ACCEPT WS-SCELLEMENTS-PATH
               FROM ENVIRONMENT "SCELLEMENTS_FILE"
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR"

           IF WS-BULLETINS-PATH = SPACES
               MOVE "../data/BULLETINS.dat" TO WS-BULLETINS-PATH
               MOVE "../data/ARCHIVE-INVENTAIRE.dat"
                   TO WS-INVENTAIRE-PATH
           END-IF
           IF WS-SCELLEMENTS-PATH = SPACES
               MOVE "../data/SCELLEMENTS.dat" TO WS-SCELLEMENTS-PATH
           END-IF

           IF WS-PERIODE-LIMITE = 0
               DISPLAY "ARCHIVE-BULLETINS|ERROR|0|"
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-HORODATAGE FROM DATE YYYYMMDD
           ACCEPT WS-HORO-HEURE FROM TIME

           OPEN INPUT BULLETINS-FILE
           IF WS-FS-BUL NOT = "00"
      *    comptabilisée dans l'inventaire (type P).
           ADD 1 TO WS-NB-PURGES
           DIVIDE PAI-PERIODE BY 100 GIVING WS-ANNEE-BULLETIN
           PERFORM 6000-CUMULER-ANNEE-P
           MOVE "P" TO WS-SPE-TYPE-COURANT
           PERFORM 6700-CUMULER-MANIFESTE THRU 6700-EXIT.

      ******************************************************************
       4000-ARCHIVER-BULLETIN.
           ELSE
               ADD 1 TO WS-NB-ARCHIVES
               PERFORM 6100-CUMULER-ANNEE-A
               MOVE "A" TO WS-SPE-TYPE-COURANT
               PERFORM 6700-CUMULER-MANIFESTE THRU 6700-EXIT
           END-IF.

       4000-EXIT.
               END-IF
           END-IF.

      ******************************************************************
       6700-CUMULER-MANIFESTE.
      ******************************************************************
      *    Compte, totaux et empreinte du bulletin courant portés sur
      *    le manifeste de sa période.
           PERFORM VARYING WS-SPE-IDX FROM 1 BY 1
                   UNTIL WS-SPE-IDX > WS-SPE-COUNT
               IF WS-SPE-PERIODE(WS-SPE-IDX) = PAI-PERIODE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SPE-IDX > WS-SPE-COUNT
               IF WS-SPE-COUNT < 300
                   ADD 1 TO WS-SPE-COUNT
                   MOVE WS-SPE-COUNT TO WS-SPE-IDX
                   INITIALIZE WS-SPE-ENTRY(WS-SPE-IDX)
                   MOVE PAI-PERIODE TO WS-SPE-PERIODE(WS-SPE-IDX)
                   MOVE 1 TO WS-SPE-ADL-A(WS-SPE-IDX)
                   MOVE 7 TO WS-SPE-POL-H(WS-SPE-IDX)
               ELSE
                   DISPLAY "ARCHIVE-BULLETINS|ERROR|0|"
                       "TABLE-SCELLEMENTS-PLEINE=" PAI-PERIODE
                   ADD 1 TO WS-ERRORS
                   GO TO 6700-EXIT
               END-IF
           END-IF

           MOVE WS-SPE-TYPE-COURANT TO WS-SPE-TYPE(WS-SPE-IDX)
           ADD 1 TO WS-SPE-NB(WS-SPE-IDX)
           ADD PAI-BRUT TO WS-SPE-BRUT(WS-SPE-IDX)
           ADD PAI-NET-A-PAYER TO WS-SPE-NET(WS-SPE-IDX)
           ADD PAI-MONTANT-PAS TO WS-SPE-PAS(WS-SPE-IDX)

           MOVE WS-SPE-ADL-A(WS-SPE-IDX) TO WS-ADL-A
           MOVE WS-SPE-ADL-B(WS-SPE-IDX) TO WS-ADL-B
           MOVE WS-SPE-POL-H(WS-SPE-IDX) TO WS-POL-H
           MOVE PAIE-RECORD TO WS-EMP-ZONE
           MOVE 542 TO WS-EMP-LONG
           PERFORM 8100-EMPREINTE-ZONE
           MOVE WS-ADL-A TO WS-SPE-ADL-A(WS-SPE-IDX)
           MOVE WS-ADL-B TO WS-SPE-ADL-B(WS-SPE-IDX)
           MOVE WS-POL-H TO WS-SPE-POL-H(WS-SPE-IDX).

       6700-EXIT.
           EXIT.

      ******************************************************************
       8000-ECRIRE-INVENTAIRE.
      ******************************************************************
               CLOSE INVENTAIRE-FILE
           END-IF.

      ******************************************************************
       8100-EMPREINTE-ZONE.
      ******************************************************************
      *    Poursuit les empreintes courantes sur les WS-EMP-LONG
      *    premiers octets de WS-EMP-ZONE : Adler-32 (A somme les
      *    octets à partir de 1, B somme les valeurs successives de A,
      *    modulo 65521) et polynôme de base 31 modulo 999999937.
           PERFORM VARYING WS-CHR-IDX FROM 1 BY 1
                   UNTIL WS-CHR-IDX > WS-EMP-LONG
               COMPUTE WS-ADL-CAR =
                   FUNCTION ORD(WS-EMP-ZONE(WS-CHR-IDX:1)) - 1
               ADD WS-ADL-CAR TO WS-ADL-A
               IF WS-ADL-A >= WS-ADL-MODULE
                   SUBTRACT WS-ADL-MODULE FROM WS-ADL-A
               END-IF
               ADD WS-ADL-A TO WS-ADL-B
               IF WS-ADL-B >= WS-ADL-MODULE
                   SUBTRACT WS-ADL-MODULE FROM WS-ADL-B
               END-IF
               COMPUTE WS-POL-H = FUNCTION MOD(
                   WS-POL-H * 31 + WS-ADL-CAR + 1 WS-POL-MODULE)
           END-PERFORM.

      ******************************************************************
       8500-ECRIRE-SCELLEMENTS.
      ******************************************************************
      *    Un manifeste par période archivée ou purgée, chaîné au
      *    dernier sceau de SCELLEMENTS.dat puis au précédent écrit.
           IF WS-SPE-COUNT = 0
               GO TO 8500-EXIT
           END-IF
           OPEN INPUT SCELLEMENTS-FILE
           IF WS-FS-SCL = "00"
               PERFORM UNTIL EOF-SCL
                   READ SCELLEMENTS-FILE
                       AT END SET EOF-SCL TO TRUE
                   END-READ
                   IF NOT EOF-SCL
                       MOVE SCL-SCEAU TO WS-SCEAU-PRECEDENT
                   END-IF
               END-PERFORM
               CLOSE SCELLEMENTS-FILE
           ELSE
               IF WS-FS-SCL NOT = "35"
                   DISPLAY "ARCHIVE-BULLETINS|ERROR|0|OPEN-SCL="
                       WS-FS-SCL
                   ADD 1 TO WS-ERRORS
                   GO TO 8500-EXIT
               END-IF
           END-IF

           OPEN EXTEND SCELLEMENTS-FILE
           IF WS-FS-SCL = "35"
               OPEN OUTPUT SCELLEMENTS-FILE
           END-IF
           IF WS-FS-SCL NOT = "00"
               DISPLAY "ARCHIVE-BULLETINS|ERROR|0|OPEN-SCL="
                   WS-FS-SCL
               ADD 1 TO WS-ERRORS
               GO TO 8500-EXIT
           END-IF

           PERFORM VARYING WS-SPE-IDX FROM 1 BY 1
                   UNTIL WS-SPE-IDX > WS-SPE-COUNT
               PERFORM 8600-ECRIRE-MANIFESTE
           END-PERFORM
           CLOSE SCELLEMENTS-FILE.

       8500-EXIT.
           EXIT.

      ******************************************************************
       8600-ECRIRE-MANIFESTE.
      ******************************************************************
           INITIALIZE SCELLEMENT-RECORD
           MOVE WS-SPE-TYPE(WS-SPE-IDX)    TO SCL-TYPE
           MOVE WS-SPE-PERIODE(WS-SPE-IDX) TO SCL-PERIODE
           IF SCL-PURGE
               MOVE "PURGE" TO SCL-SUPPORT
           ELSE
               DIVIDE WS-SPE-PERIODE(WS-SPE-IDX) BY 100
                   GIVING WS-ANNEE-BULLETIN
               STRING "BULLETINS-" WS-ANNEE-BULLETIN ".dat"
                   DELIMITED SIZE INTO SCL-SUPPORT
               END-STRING
           END-IF
           MOVE WS-SPE-NB(WS-SPE-IDX)      TO SCL-NB-BULLETINS
           MOVE WS-SPE-BRUT(WS-SPE-IDX)    TO SCL-TOTAL-BRUT
           MOVE WS-SPE-NET(WS-SPE-IDX)     TO SCL-TOTAL-NET
           MOVE WS-SPE-PAS(WS-SPE-IDX)     TO SCL-TOTAL-PAS
           COMPUTE SCL-EMP-ADLER = WS-SPE-ADL-B(WS-SPE-IDX) * 65536
               + WS-SPE-ADL-A(WS-SPE-IDX)
           MOVE WS-SPE-POL-H(WS-SPE-IDX)   TO SCL-EMP-POLY
           MOVE WS-HORODATAGE(1:14)        TO SCL-HORODATAGE
           MOVE WS-OPERATEUR               TO SCL-OPERATEUR
           MOVE WS-SCEAU-PRECEDENT         TO SCL-SCEAU-PRECEDENT

           MOVE 1 TO WS-ADL-A
           MOVE 0 TO WS-ADL-B
           MOVE 7 TO WS-POL-H
           MOVE SCL-MANIFESTE TO WS-EMP-ZONE
           MOVE 127 TO WS-EMP-LONG
           PERFORM 8100-EMPREINTE-ZONE
           COMPUTE SCL-SCEAU-ADLER = WS-ADL-B * 65536 + WS-ADL-A
           MOVE WS-POL-H TO SCL-SCEAU-POLY

           WRITE SCELLEMENT-RECORD
           IF WS-FS-SCL NOT = "00"
               DISPLAY "ARCHIVE-BULLETINS|ERROR|0|WRITE-SCL="
                   WS-FS-SCL
               ADD 1 TO WS-ERRORS
           ELSE
               MOVE SCL-SCEAU TO WS-SCEAU-PRECEDENT
               DISPLAY "ARCHIVE-BULLETINS|SCEAU|" SCL-PERIODE "|"
                   SCL-TYPE " " SCL-SCEAU-ADLER "-" SCL-SCEAU-POLY
           END-IF.

      ******************************************************************
       9000-FIN.
      ******************************************************************
