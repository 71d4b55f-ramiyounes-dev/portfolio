       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLE-SCELLEMENTS.
      ******************************************************************
      * CONTROLE-SCELLEMENTS — Vérification de l'intégrité des
      * bulletins conservés
      * Relit la chaîne des manifestes scellés (SCELLEMENTS.dat, tenu
      * par CLOSE-PERIODE et ARCHIVE-BULLETINS) puis un support de
      * bulletins, et démontre que ni l'une ni l'autre n'a été
      * altérée depuis le scellement :
      *   [1] chaîne : chaque sceau est recalculé sur son manifeste et
      *       rapproché du sceau précédent qu'il cite — une ligne
      *       modifiée, insérée ou retirée rompt la chaîne ;
      *   [2] support : les bulletins sont regroupés par période et
      *       leur nombre, leurs totaux brut, net et PAS et leur
      *       empreinte rapprochés du manifeste de la période ;
      *   [3] périodes scellées absentes du support.
      * Variables :
      *   SCELLEMENTS_FILE (défaut ../data/SCELLEMENTS.dat) ;
      *   BULLETINS_FILE — support contrôlé (défaut
      *       ../data/BULLETINS.dat, ou une archive BULLETINS-AAAA.dat);
      *   TYPE_SUPPORT — COURANT (défaut) : rapprochement avec les
      *       manifestes de clôture ; ARCHIVE : avec les manifestes
      *       d'archivage portant le nom du fichier contrôlé ;
      *   PERIODE — limite les contrôles [2] et [3] à une période ;
      *   CONTROLE_SCELLEMENTS_FILE — état (défaut
      *       ../data/CONTROLE-SCELLEMENTS.txt).
      * Sur le support courant, une période non encore clôturée
      * n'a pas de manifeste : elle est listée sans être comptée en
      * anomalie. Une période de clôture absente de BULLETINS.dat ne
      * l'est pas non plus si elle a été archivée ou purgée depuis.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCELLEMENTS-FILE
               ASSIGN TO WS-SCELLEMENTS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SCL.

           SELECT BULLETINS-FILE
               ASSIGN TO WS-BULLETINS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BUL.

           SELECT RAPPORT-FILE
               ASSIGN TO WS-RAPPORT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAP.

       DATA DIVISION.
       FILE SECTION.
       FD  SCELLEMENTS-FILE.
       COPY "SCELLEMENT-RECORD.cpy".

       FD  BULLETINS-FILE.
       COPY "PAIE-RECORD.cpy".

       FD  RAPPORT-FILE
           RECORDING MODE IS F.
       01  RAPPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SCELLEMENTS-PATH       PIC X(256).
       01  WS-BULLETINS-PATH         PIC X(256).
       01  WS-RAPPORT-PATH           PIC X(256).
       01  WS-FS-SCL                 PIC XX.
       01  WS-FS-BUL                 PIC XX.
       01  WS-FS-RAP                 PIC XX.

       01  WS-PERIODE                PIC 9(6) VALUE 0.
       01  WS-TYPE-SUPPORT           PIC X(8).
           88  SUPPORT-ARCHIVE       VALUE "ARCHIVE".
      *    Nom du fichier contrôlé, sans répertoire
       01  WS-NOM-SUPPORT            PIC X(30).
       01  WS-POS                    PIC 9(3).

       01  WS-EOF-SCL                PIC 9 VALUE 0.
           88  EOF-SCL               VALUE 1.
       01  WS-EOF-BUL                PIC 9 VALUE 0.
           88  EOF-BUL               VALUE 1.

      *    --- Manifestes en vigueur pour le support contrôlé ---
       01  WS-MAN-COUNT              PIC 9(4) VALUE 0.
       01  WS-MAN-TABLE.
           05  WS-MAN-ENTRY OCCURS 3000 TIMES.
               10  WS-MAN-TYPE       PIC X(1).
               10  WS-MAN-PERIODE    PIC 9(6).
               10  WS-MAN-SUPPORT    PIC X(30).
               10  WS-MAN-NB         PIC 9(6).
               10  WS-MAN-BRUT       PIC S9(13)V99 COMP-3.
               10  WS-MAN-NET        PIC S9(13)V99 COMP-3.
               10  WS-MAN-PAS        PIC S9(13)V99 COMP-3.
               10  WS-MAN-EMPREINTE  PIC X(19).
               10  WS-MAN-VU         PIC 9.
       01  WS-MAN-IDX                PIC 9(4).
       01  WS-MAN-TROUVE             PIC 9(4).
       01  WS-MAN-IDX-2              PIC 9(4).
       01  WS-MAN-DEPLACEE           PIC 9.

      *    --- Périodes relevées sur le support ---
       01  WS-PER-COUNT              PIC 9(3) VALUE 0.
       01  WS-PER-TABLE.
           05  WS-PER-ENTRY OCCURS 300 TIMES.
               10  WS-PER-PERIODE    PIC 9(6).
               10  WS-PER-NB         PIC 9(6).
               10  WS-PER-BRUT       PIC S9(13)V99 COMP-3.
               10  WS-PER-NET        PIC S9(13)V99 COMP-3.
               10  WS-PER-PAS        PIC S9(13)V99 COMP-3.
               10  WS-PER-ADL-A      PIC 9(6).
               10  WS-PER-ADL-B      PIC 9(6).
               10  WS-PER-POL-H      PIC 9(9).
       01  WS-PER-IDX                PIC 9(3).

      *    --- Chaîne ---
       01  WS-NUM-SCEAU              PIC 9(5) VALUE 0.
       01  WS-SCEAU-PRECEDENT        PIC X(19) VALUE ALL "0".
       01  WS-SCEAU-CALCULE.
           05  WS-SCA-ADLER          PIC 9(10).
           05  WS-SCA-POLY           PIC 9(9).
       01  WS-EMPREINTE-CALCULEE.
           05  WS-ECA-ADLER          PIC 9(10).
           05  WS-ECA-POLY           PIC 9(9).
       01  WS-ETAT-LIGNE             PIC X(20).

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

      *    --- Compteurs ---
       01  WS-NB-RUPTURES            PIC 9(5) VALUE 0.
       01  WS-NB-ALTERES             PIC 9(5) VALUE 0.
       01  WS-NB-PERIODES-OK         PIC 9(5) VALUE 0.
       01  WS-NB-PERIODES-ECART      PIC 9(5) VALUE 0.
       01  WS-NB-NON-SCELLEES        PIC 9(5) VALUE 0.
       01  WS-NB-ABSENTES            PIC 9(5) VALUE 0.
       01  WS-NB-ANOMALIES           PIC 9(5) VALUE 0.
       01  WS-NB-BULLETINS-LUS       PIC 9(7) VALUE 0.

       01  WS-LINE                   PIC X(132).
       01  WS-SEPARATOR              PIC X(132) VALUE ALL "=".
       01  WS-DASH-SEP               PIC X(132) VALUE ALL "-".
       01  WS-FMT-MONTANT            PIC -(13)9.99.
       01  WS-FMT-MONTANT2           PIC -(13)9.99.
       01  WS-FMT-NB                 PIC ZZZZZ9.
       01  WS-FMT-NB-2               PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM 2000-ENTETE
           PERFORM 3000-CONTROLER-CHAINE
           PERFORM 4000-CONTROLER-SUPPORT
           PERFORM 5000-PERIODES-ABSENTES
           PERFORM 6000-TOTAUX
           PERFORM 9000-FIN
           STOP RUN.

      ******************************************************************
       1000-INITIALISATION.
      ******************************************************************
           ACCEPT WS-SCELLEMENTS-PATH
               FROM ENVIRONMENT "SCELLEMENTS_FILE"
           ACCEPT WS-BULLETINS-PATH FROM ENVIRONMENT "BULLETINS_FILE"
           ACCEPT WS-TYPE-SUPPORT FROM ENVIRONMENT "TYPE_SUPPORT"
           ACCEPT WS-PERIODE FROM ENVIRONMENT "PERIODE"
           ACCEPT WS-RAPPORT-PATH
               FROM ENVIRONMENT "CONTROLE_SCELLEMENTS_FILE"

           IF WS-SCELLEMENTS-PATH = SPACES
               MOVE "../data/SCELLEMENTS.dat" TO WS-SCELLEMENTS-PATH
           END-IF
           IF WS-BULLETINS-PATH = SPACES
               MOVE "../data/BULLETINS.dat" TO WS-BULLETINS-PATH
           END-IF
           IF WS-TYPE-SUPPORT = SPACES
               MOVE "COURANT" TO WS-TYPE-SUPPORT
           END-IF
           IF WS-RAPPORT-PATH = SPACES
               MOVE "../data/CONTROLE-SCELLEMENTS.txt"
                   TO WS-RAPPORT-PATH
           END-IF
           IF WS-TYPE-SUPPORT NOT = "COURANT"
               AND WS-TYPE-SUPPORT NOT = "ARCHIVE"
               DISPLAY "CONTROLE-SCELLEMENTS|ERROR|0|"
                   "TYPE-SUPPORT-INVALIDE=" WS-TYPE-SUPPORT
               STOP RUN
           END-IF

      *    Le nom du support est la partie du chemin qui suit le
      *    dernier séparateur de répertoire.
           PERFORM VARYING WS-POS FROM 256 BY -1
                   UNTIL WS-POS < 1
                   OR WS-BULLETINS-PATH(WS-POS:1) = "/"
               CONTINUE
           END-PERFORM
           MOVE WS-BULLETINS-PATH(WS-POS + 1:) TO WS-NOM-SUPPORT

           OPEN INPUT SCELLEMENTS-FILE
           IF WS-FS-SCL NOT = "00"
               DISPLAY "CONTROLE-SCELLEMENTS|ERROR|0|OPEN-SCL="
                   WS-FS-SCL
               STOP RUN
           END-IF
           OPEN INPUT BULLETINS-FILE
           IF WS-FS-BUL NOT = "00"
               DISPLAY "CONTROLE-SCELLEMENTS|ERROR|0|OPEN-BUL="
                   WS-FS-BUL
               CLOSE SCELLEMENTS-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT RAPPORT-FILE
           IF WS-FS-RAP NOT = "00"
               DISPLAY "CONTROLE-SCELLEMENTS|ERROR|0|OPEN-RAP="
                   WS-FS-RAP
               CLOSE SCELLEMENTS-FILE
               CLOSE BULLETINS-FILE
               STOP RUN
           END-IF

           DISPLAY "CONTROLE-SCELLEMENTS|START|" WS-TYPE-SUPPORT "|"
               WS-NOM-SUPPORT.

      ******************************************************************
       2000-ENTETE.
      ******************************************************************
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  CONTROLE D'INTEGRITE DES BULLETINS SCELLES"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  MANIFESTES : " WS-SCELLEMENTS-PATH(1:60)
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  SUPPORT    : " WS-BULLETINS-PATH(1:60)
               " (" WS-TYPE-SUPPORT ")"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           IF WS-PERIODE NOT = 0
               MOVE SPACES TO WS-LINE
               STRING "  PERIODE    : " WS-PERIODE
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO RAPPORT-LINE
               WRITE RAPPORT-LINE
           END-IF
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  [1] CHAINE DES SCEAUX"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "     NO T PERIODE SUPPORT                        "
               "    NB HORODATAGE     SCEAU               ETAT"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-DASH-SEP TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

      ******************************************************************
       3000-CONTROLER-CHAINE.
      ******************************************************************
      *    Chaque manifeste doit citer le sceau de la ligne qui le
      *    précède (zéros pour la première) et son propre sceau doit
      *    se recalculer à l'identique.
           READ SCELLEMENTS-FILE
               AT END SET EOF-SCL TO TRUE
           END-READ
           PERFORM UNTIL EOF-SCL
               ADD 1 TO WS-NUM-SCEAU
               PERFORM 3100-CONTROLER-SCEAU
               PERFORM 3200-RETENIR-MANIFESTE THRU 3200-EXIT
               MOVE SCL-SCEAU TO WS-SCEAU-PRECEDENT
               READ SCELLEMENTS-FILE
                   AT END SET EOF-SCL TO TRUE
               END-READ
           END-PERFORM

           IF WS-NUM-SCEAU = 0
               MOVE SPACES TO WS-LINE
               STRING "  AUCUN MANIFESTE SCELLE"
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO RAPPORT-LINE
               WRITE RAPPORT-LINE
           END-IF.

      ******************************************************************
       3100-CONTROLER-SCEAU.
      ******************************************************************
           MOVE 1 TO WS-ADL-A
           MOVE 0 TO WS-ADL-B
           MOVE 7 TO WS-POL-H
           MOVE SCL-MANIFESTE TO WS-EMP-ZONE
           MOVE 127 TO WS-EMP-LONG
           PERFORM 8100-EMPREINTE-ZONE
           COMPUTE WS-SCA-ADLER = WS-ADL-B * 65536 + WS-ADL-A
           MOVE WS-POL-H TO WS-SCA-POLY

           MOVE "OK" TO WS-ETAT-LIGNE
           IF SCL-SCEAU-PRECEDENT NOT = WS-SCEAU-PRECEDENT
               MOVE "RUPTURE DE CHAINE" TO WS-ETAT-LIGNE
               ADD 1 TO WS-NB-RUPTURES
               ADD 1 TO WS-NB-ANOMALIES
               DISPLAY "CONTROLE-SCELLEMENTS|ANOMALIE|" WS-NUM-SCEAU
                   "|RUPTURE " SCL-PERIODE " " SCL-TYPE
           END-IF
           IF WS-SCEAU-CALCULE NOT = SCL-SCEAU
               MOVE "MANIFESTE ALTERE" TO WS-ETAT-LIGNE
               ADD 1 TO WS-NB-ALTERES
               ADD 1 TO WS-NB-ANOMALIES
               DISPLAY "CONTROLE-SCELLEMENTS|ANOMALIE|" WS-NUM-SCEAU
                   "|ALTERE " SCL-PERIODE " " SCL-TYPE
           END-IF

           MOVE SCL-NB-BULLETINS TO WS-FMT-NB
           MOVE SPACES TO WS-LINE
           STRING "  " WS-NUM-SCEAU " " SCL-TYPE " " SCL-PERIODE
               "  " SCL-SUPPORT " " WS-FMT-NB " " SCL-HORODATAGE
               " " SCL-SCEAU-ADLER "-" SCL-SCEAU-POLY
               "  " WS-ETAT-LIGNE
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

      ******************************************************************
       3200-RETENIR-MANIFESTE.
      ******************************************************************
      *    Sont retenus pour le contrôle du support : sur le support
      *    courant, les manifestes de clôture, et les archivages et
      *    purges qui expliquent l'absence d'une période close ; sur
      *    une archive, les manifestes d'archivage du fichier
      *    contrôlé.
           IF SUPPORT-ARCHIVE
               IF NOT SCL-ARCHIVE OR SCL-SUPPORT NOT = WS-NOM-SUPPORT
                   GO TO 3200-EXIT
               END-IF
           END-IF
           IF WS-MAN-COUNT >= 3000
               DISPLAY "CONTROLE-SCELLEMENTS|WARN|0|"
                   "TABLE-MANIFESTES-PLEINE=" SCL-PERIODE
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-MAN-COUNT
           MOVE SCL-TYPE         TO WS-MAN-TYPE(WS-MAN-COUNT)
           MOVE SCL-PERIODE      TO WS-MAN-PERIODE(WS-MAN-COUNT)
           MOVE SCL-SUPPORT      TO WS-MAN-SUPPORT(WS-MAN-COUNT)
           MOVE SCL-NB-BULLETINS TO WS-MAN-NB(WS-MAN-COUNT)
           MOVE SCL-TOTAL-BRUT   TO WS-MAN-BRUT(WS-MAN-COUNT)
           MOVE SCL-TOTAL-NET    TO WS-MAN-NET(WS-MAN-COUNT)
           MOVE SCL-TOTAL-PAS    TO WS-MAN-PAS(WS-MAN-COUNT)
           MOVE SCL-EMPREINTE    TO WS-MAN-EMPREINTE(WS-MAN-COUNT)
           MOVE 0                TO WS-MAN-VU(WS-MAN-COUNT).

       3200-EXIT.
           EXIT.

      ******************************************************************
       4000-CONTROLER-SUPPORT.
      ******************************************************************
      *    Bulletins regroupés par période, empreinte prise dans
      *    l'ordre du fichier — le même que lors du scellement.
           READ BULLETINS-FILE
               AT END SET EOF-BUL TO TRUE
           END-READ
           PERFORM UNTIL EOF-BUL
               ADD 1 TO WS-NB-BULLETINS-LUS
               IF WS-PERIODE = 0 OR PAI-PERIODE = WS-PERIODE
                   PERFORM 4100-CUMULER-BULLETIN THRU 4100-EXIT
               END-IF
               READ BULLETINS-FILE
                   AT END SET EOF-BUL TO TRUE
               END-READ
           END-PERFORM

           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  [2] CONTROLE DU SUPPORT PAR PERIODE"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  PERIODE     NB            TOTAL BRUT"
               "          TOTAL NET  ETAT"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-DASH-SEP TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
               PERFORM 4200-RAPPROCHER-PERIODE
           END-PERFORM.

      ******************************************************************
       4100-CUMULER-BULLETIN.
      ******************************************************************
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
               IF WS-PER-PERIODE(WS-PER-IDX) = PAI-PERIODE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PER-IDX > WS-PER-COUNT
               IF WS-PER-COUNT >= 300
                   DISPLAY "CONTROLE-SCELLEMENTS|WARN|0|"
                       "TABLE-PERIODES-PLEINE=" PAI-PERIODE
                   GO TO 4100-EXIT
               END-IF
               ADD 1 TO WS-PER-COUNT
               MOVE WS-PER-COUNT TO WS-PER-IDX
               INITIALIZE WS-PER-ENTRY(WS-PER-IDX)
               MOVE PAI-PERIODE TO WS-PER-PERIODE(WS-PER-IDX)
               MOVE 1 TO WS-PER-ADL-A(WS-PER-IDX)
               MOVE 7 TO WS-PER-POL-H(WS-PER-IDX)
           END-IF

           ADD 1 TO WS-PER-NB(WS-PER-IDX)
           ADD PAI-BRUT TO WS-PER-BRUT(WS-PER-IDX)
           ADD PAI-NET-A-PAYER TO WS-PER-NET(WS-PER-IDX)
           ADD PAI-MONTANT-PAS TO WS-PER-PAS(WS-PER-IDX)

           MOVE WS-PER-ADL-A(WS-PER-IDX) TO WS-ADL-A
           MOVE WS-PER-ADL-B(WS-PER-IDX) TO WS-ADL-B
           MOVE WS-PER-POL-H(WS-PER-IDX) TO WS-POL-H
           MOVE PAIE-RECORD TO WS-EMP-ZONE
           MOVE 542 TO WS-EMP-LONG
           PERFORM 8100-EMPREINTE-ZONE
           MOVE WS-ADL-A TO WS-PER-ADL-A(WS-PER-IDX)
           MOVE WS-ADL-B TO WS-PER-ADL-B(WS-PER-IDX)
           MOVE WS-POL-H TO WS-PER-POL-H(WS-PER-IDX).

       4100-EXIT.
           EXIT.

      ******************************************************************
       4200-RAPPROCHER-PERIODE.
      ******************************************************************
      *    Dernier manifeste de clôture (support courant) ou
      *    d'archivage (archive) de la période.
           MOVE 0 TO WS-MAN-TROUVE
           PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
                   UNTIL WS-MAN-IDX > WS-MAN-COUNT
               IF WS-MAN-PERIODE(WS-MAN-IDX)
                   = WS-PER-PERIODE(WS-PER-IDX)
                   IF SUPPORT-ARCHIVE
                       OR WS-MAN-TYPE(WS-MAN-IDX) = "C"
                       MOVE WS-MAN-IDX TO WS-MAN-TROUVE
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE WS-ECA-ADLER = WS-PER-ADL-B(WS-PER-IDX) * 65536
               + WS-PER-ADL-A(WS-PER-IDX)
           MOVE WS-PER-POL-H(WS-PER-IDX) TO WS-ECA-POLY

           MOVE "OK" TO WS-ETAT-LIGNE
           IF WS-MAN-TROUVE = 0
               MOVE "NON SCELLEE" TO WS-ETAT-LIGNE
               ADD 1 TO WS-NB-NON-SCELLEES
      *        Une archive ne contient que des périodes scellées à
      *        l'archivage.
               IF SUPPORT-ARCHIVE
                   ADD 1 TO WS-NB-ANOMALIES
                   DISPLAY "CONTROLE-SCELLEMENTS|ANOMALIE|"
                       WS-PER-PERIODE(WS-PER-IDX) "|NON-SCELLEE"
               END-IF
           ELSE
               MOVE 1 TO WS-MAN-VU(WS-MAN-TROUVE)
               EVALUATE TRUE
                   WHEN WS-PER-NB(WS-PER-IDX)
                       NOT = WS-MAN-NB(WS-MAN-TROUVE)
                       MOVE "ECART NOMBRE" TO WS-ETAT-LIGNE
                   WHEN WS-PER-BRUT(WS-PER-IDX)
                       NOT = WS-MAN-BRUT(WS-MAN-TROUVE)
                       MOVE "ECART BRUT" TO WS-ETAT-LIGNE
                   WHEN WS-PER-NET(WS-PER-IDX)
                       NOT = WS-MAN-NET(WS-MAN-TROUVE)
                       MOVE "ECART NET" TO WS-ETAT-LIGNE
                   WHEN WS-PER-PAS(WS-PER-IDX)
                       NOT = WS-MAN-PAS(WS-MAN-TROUVE)
                       MOVE "ECART PAS" TO WS-ETAT-LIGNE
                   WHEN WS-EMPREINTE-CALCULEE
                       NOT = WS-MAN-EMPREINTE(WS-MAN-TROUVE)
                       MOVE "ECART EMPREINTE" TO WS-ETAT-LIGNE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-ETAT-LIGNE = "OK"
                   ADD 1 TO WS-NB-PERIODES-OK
               ELSE
                   ADD 1 TO WS-NB-PERIODES-ECART
                   ADD 1 TO WS-NB-ANOMALIES
                   DISPLAY "CONTROLE-SCELLEMENTS|ANOMALIE|"
                       WS-PER-PERIODE(WS-PER-IDX) "|" WS-ETAT-LIGNE
               END-IF
           END-IF

           MOVE WS-PER-NB(WS-PER-IDX) TO WS-FMT-NB
           MOVE WS-PER-BRUT(WS-PER-IDX) TO WS-FMT-MONTANT
           MOVE WS-PER-NET(WS-PER-IDX) TO WS-FMT-MONTANT2
           MOVE SPACES TO WS-LINE
           STRING "  " WS-PER-PERIODE(WS-PER-IDX) " " WS-FMT-NB
               " " WS-FMT-MONTANT " " WS-FMT-MONTANT2
               "  " WS-ETAT-LIGNE
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

      *    En écart, le manifeste est édité sous la ligne du support.
           IF WS-ETAT-LIGNE NOT = "OK"
               AND WS-ETAT-LIGNE NOT = "NON SCELLEE"
               MOVE WS-MAN-NB(WS-MAN-TROUVE) TO WS-FMT-NB
               MOVE WS-MAN-BRUT(WS-MAN-TROUVE) TO WS-FMT-MONTANT
               MOVE WS-MAN-NET(WS-MAN-TROUVE) TO WS-FMT-MONTANT2
               MOVE SPACES TO WS-LINE
               STRING "  SCELLE " WS-FMT-NB
                   " " WS-FMT-MONTANT " " WS-FMT-MONTANT2
                   "  EMPREINTE " WS-MAN-EMPREINTE(WS-MAN-TROUVE)
                   " / LUE " WS-EMPREINTE-CALCULEE
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO RAPPORT-LINE
               WRITE RAPPORT-LINE
           END-IF.

      ******************************************************************
       5000-PERIODES-ABSENTES.
      ******************************************************************
      *    Périodes scellées pour ce support mais qu'il ne contient
      *    plus. Sur le support courant, une période close ensuite
      *    archivée ou purgée est partie normalement.
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  [3] PERIODES SCELLEES ABSENTES DU SUPPORT"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-DASH-SEP TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
                   UNTIL WS-MAN-IDX > WS-MAN-COUNT
               IF WS-MAN-VU(WS-MAN-IDX) = 0
                   AND (WS-PERIODE = 0
                       OR WS-MAN-PERIODE(WS-MAN-IDX) = WS-PERIODE)
                   AND (SUPPORT-ARCHIVE
                       OR WS-MAN-TYPE(WS-MAN-IDX) = "C")
                   PERFORM 5100-PERIODE-ABSENTE
               END-IF
           END-PERFORM

           IF WS-NB-ABSENTES = 0
               MOVE SPACES TO WS-LINE
               STRING "  AUCUNE"
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO RAPPORT-LINE
               WRITE RAPPORT-LINE
           END-IF.

      ******************************************************************
       5100-PERIODE-ABSENTE.
      ******************************************************************
           MOVE 0 TO WS-MAN-DEPLACEE
           IF NOT SUPPORT-ARCHIVE
               PERFORM VARYING WS-MAN-IDX-2 FROM WS-MAN-IDX BY 1
                       UNTIL WS-MAN-IDX-2 > WS-MAN-COUNT
                   IF WS-MAN-PERIODE(WS-MAN-IDX-2)
                       = WS-MAN-PERIODE(WS-MAN-IDX)
                       AND (WS-MAN-TYPE(WS-MAN-IDX-2) = "A"
                           OR WS-MAN-TYPE(WS-MAN-IDX-2) = "P")
                       MOVE 1 TO WS-MAN-DEPLACEE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MAN-DEPLACEE = 0
               ADD 1 TO WS-NB-ABSENTES
               ADD 1 TO WS-NB-ANOMALIES
               DISPLAY "CONTROLE-SCELLEMENTS|ANOMALIE|"
                   WS-MAN-PERIODE(WS-MAN-IDX) "|ABSENTE"
               MOVE WS-MAN-NB(WS-MAN-IDX) TO WS-FMT-NB
               MOVE SPACES TO WS-LINE
               STRING "  " WS-MAN-PERIODE(WS-MAN-IDX) " "
                   WS-MAN-TYPE(WS-MAN-IDX) " "
                   WS-MAN-SUPPORT(WS-MAN-IDX)
                   " NB SCELLE " WS-FMT-NB
                   "  ABSENTE DU SUPPORT"
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO RAPPORT-LINE
               WRITE RAPPORT-LINE
           END-IF.

      ******************************************************************
       6000-TOTAUX.
      ******************************************************************
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-NUM-SCEAU TO WS-FMT-NB
           MOVE WS-NB-RUPTURES TO WS-FMT-NB-2
           MOVE SPACES TO WS-LINE
           STRING "  MANIFESTES CONTROLES " WS-FMT-NB
               "   RUPTURES DE CHAINE " WS-FMT-NB-2
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-NB-ALTERES TO WS-FMT-NB
           MOVE SPACES TO WS-LINE
           STRING "  MANIFESTES ALTERES   " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-NB-PERIODES-OK TO WS-FMT-NB
           MOVE WS-NB-PERIODES-ECART TO WS-FMT-NB-2
           MOVE SPACES TO WS-LINE
           STRING "  PERIODES CONFORMES   " WS-FMT-NB
               "   PERIODES EN ECART  " WS-FMT-NB-2
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-NB-NON-SCELLEES TO WS-FMT-NB
           MOVE WS-NB-ABSENTES TO WS-FMT-NB-2
           MOVE SPACES TO WS-LINE
           STRING "  PERIODES NON SCELLEES" WS-FMT-NB
               "   PERIODES ABSENTES  " WS-FMT-NB-2
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           IF WS-NB-ANOMALIES = 0
                   STRING "  INTEGRITE VERIFIEE : CHAINE CONTINUE, "
                   "SUPPORT CONFORME AUX MANIFESTES"
                   DELIMITED SIZE INTO WS-LINE
               END-STRING
           ELSE
               MOVE WS-NB-ANOMALIES TO WS-FMT-NB
               STRING "  INTEGRITE NON DEMONTREE : " WS-FMT-NB
                   " ANOMALIE(S)"
                   DELIMITED SIZE INTO WS-LINE
               END-STRING
           END-IF
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

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
       9000-FIN.
      ******************************************************************
           CLOSE SCELLEMENTS-FILE
           CLOSE BULLETINS-FILE
           CLOSE RAPPORT-FILE

           DISPLAY "CONTROLE-SCELLEMENTS|DONE|" WS-NB-BULLETINS-LUS
               "|" WS-NB-ANOMALIES.
