       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-ETABLISSEMENT.
      ******************************************************************
      * MAINT-ETABLISSEMENT — Gestion du référentiel des établissements
      * Opère sur ETABLISSEMENTS.dat (indexé, clé code établissement +
      * date d'effet), lu au démarrage par toute la chaîne de paie.
      * Piloté par variables d'environnement :
      *   ACTION=CREER    — ouvre l'établissement CODE à DATE_EFFET
      *       avec RAISON_SOCIALE, SIRET, NAF, URSSAF, CONVENTION,
      *       TAUX_VM, TS_ASSUJETTI (O/N), TAUX_ATMP et
      *       TRANCHE_EFFECTIF (1 à 4) ;
      *   ACTION=MODIFIER — reprend la ligne en vigueur à DATE_EFFET
      *       et ouvre une nouvelle ligne datée portant les seules
      *       zones fournies (typiquement le taux AT/MP notifié par
      *       la CARSAT au 1er janvier) ; une ligne existant déjà à
      *       cette date est mise à jour en place ;
      *   ACTION=LISTER   — affiche l'historique des lignes de CODE,
      *       ou de tous les établissements si CODE est à blanc.
      * Chaque action exige un code opérateur (OPERATEUR) et écrit une
      * ligne de journal (image avant/après) par zone modifiée dans
      * MAINT-ETABLISSEMENT-JOURNAL.dat, sur le modèle de
      * MAINT-EMPLOYE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ETABLISSEMENTS-FILE
               ASSIGN TO WS-ETB-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ETB-CLE
               FILE STATUS IS WS-FS-ETB.

           SELECT JOURNAL-FILE
               ASSIGN TO WS-JOURNAL-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD  ETABLISSEMENTS-FILE.
       COPY "ETABLISSEMENT-RECORD.cpy".

       FD  JOURNAL-FILE.
       01  MAINT-JOURNAL-RECORD.
           05  MJR-HORODATAGE         PIC 9(14).
           05  MJR-OPERATEUR          PIC X(8).
           05  MJR-ACTION             PIC X(10).
           05  MJR-ETABLISSEMENT      PIC X(4).
           05  MJR-DATE-EFFET         PIC 9(8).
           05  MJR-CHAMP              PIC X(20).
           05  MJR-AVANT              PIC X(40).
           05  MJR-APRES              PIC X(40).
           05  FILLER                 PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-ETB-PATH               PIC X(256).
       01  WS-JOURNAL-PATH           PIC X(256).
       01  WS-FS-ETB                 PIC XX.
       01  WS-FS-JRN                 PIC XX.

       01  WS-ACTION                 PIC X(10).
       01  WS-CODE                   PIC X(4).
       01  WS-OPERATEUR              PIC X(8).
       01  WS-DATE-EFFET             PIC 9(8).
       01  WS-RAISON-SOCIALE         PIC X(40).
       01  WS-SIRET                  PIC X(17).
       01  WS-NAF                    PIC X(6).
       01  WS-URSSAF                 PIC X(20).
       01  WS-CONVENTION             PIC X(40).
       01  WS-TAUX-VM-TXT            PIC X(8).
       01  WS-TAUX-ATMP-TXT          PIC X(8).
       01  WS-TS-ASSUJETTI           PIC X(1).
       01  WS-TRANCHE-EFFECTIF       PIC X(1).
       01  WS-TAUX-VM                PIC S9(3)V99 COMP-3 VALUE 0.
       01  WS-TAUX-ATMP              PIC S9(3)V99 COMP-3 VALUE 0.

       01  WS-AVANT                  PIC X(40).
       01  WS-APRES                  PIC X(40).
       01  WS-CHAMP                  PIC X(20).
       01  WS-FMT-TAUX               PIC -(3)9.99.
       01  WS-FMT-TAUX-2             PIC -(3)9.99.
       01  WS-NB-MODIFS              PIC 9(2) VALUE 0.
       01  WS-ERREUR                 PIC 9 VALUE 0.
           88  SAISIE-ERRONEE        VALUE 1.

       01  WS-HORODATAGE.
           05  WS-HORO-DATE          PIC 9(8).
           05  WS-HORO-HEURE         PIC 9(6).
           05  FILLER                PIC X(7).

      *    --- Recherche de la ligne en vigueur (date d'effet la plus
      *    récente sans dépasser DATE_EFFET) ---
       01  WS-ETB-TROUVE             PIC 9 VALUE 0.
           88  ETB-TROUVE            VALUE 1.
       01  WS-EOF-ETB                PIC 9 VALUE 0.
           88  EOF-ETB               VALUE 1.
       01  WS-COURANTE-EFFET         PIC 9(8) VALUE 0.
       01  WS-NB-LIGNES              PIC 9(4) VALUE 0.

      *    --- Image de la ligne avant modification ---
       01  WS-ETB-AVANT.
           05  WS-AV-COMPANY-NAME    PIC X(40).
           05  WS-AV-SIRET           PIC X(17).
           05  WS-AV-NAF             PIC X(6).
           05  WS-AV-URSSAF          PIC X(20).
           05  WS-AV-CONVENTION      PIC X(40).
           05  WS-AV-VM-TAUX         PIC S9(3)V99 COMP-3.
           05  WS-AV-TS-ASSUJETTI    PIC X(1).
           05  WS-AV-ATMP-TAUX       PIC S9(3)V99 COMP-3.
           05  WS-AV-EFFECTIF-TRANCHE PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION

           EVALUATE WS-ACTION
               WHEN "CREER"
                   PERFORM 2000-CREER THRU 2000-EXIT
               WHEN "MODIFIER"
                   PERFORM 3000-MODIFIER THRU 3000-EXIT
               WHEN "LISTER"
                   PERFORM 6000-LISTER
               WHEN OTHER
                   DISPLAY "MAINT-ETABLISSEMENT|ERROR|0|"
                       "ACTION-INVALIDE=" WS-ACTION
           END-EVALUATE

           PERFORM 9000-FIN
           STOP RUN.

      ******************************************************************
       1000-INITIALISATION.
      ******************************************************************
           ACCEPT WS-ETB-PATH FROM ENVIRONMENT "ETABLISSEMENTS_FILE"
           ACCEPT WS-JOURNAL-PATH
               FROM ENVIRONMENT "MAINT_ETABLISSEMENT_JOURNAL_FILE"
           ACCEPT WS-ACTION FROM ENVIRONMENT "ACTION"
           ACCEPT WS-CODE FROM ENVIRONMENT "CODE"
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR"
           ACCEPT WS-DATE-EFFET FROM ENVIRONMENT "DATE_EFFET"
           ACCEPT WS-RAISON-SOCIALE FROM ENVIRONMENT "RAISON_SOCIALE"
           ACCEPT WS-SIRET FROM ENVIRONMENT "SIRET"
           ACCEPT WS-NAF FROM ENVIRONMENT "NAF"
           ACCEPT WS-URSSAF FROM ENVIRONMENT "URSSAF"
           ACCEPT WS-CONVENTION FROM ENVIRONMENT "CONVENTION"
           ACCEPT WS-TAUX-VM-TXT FROM ENVIRONMENT "TAUX_VM"
           ACCEPT WS-TS-ASSUJETTI FROM ENVIRONMENT "TS_ASSUJETTI"
           ACCEPT WS-TAUX-ATMP-TXT FROM ENVIRONMENT "TAUX_ATMP"
           ACCEPT WS-TRANCHE-EFFECTIF
               FROM ENVIRONMENT "TRANCHE_EFFECTIF"

           IF WS-ETB-PATH = SPACES
               MOVE "../data/ETABLISSEMENTS.dat" TO WS-ETB-PATH
           END-IF
           IF WS-JOURNAL-PATH = SPACES
               MOVE "../data/MAINT-ETABLISSEMENT-JOURNAL.dat"
                   TO WS-JOURNAL-PATH
           END-IF

      *    Toute action est nominative : pas de code opérateur, pas
      *    de maintenance.
           IF WS-OPERATEUR = SPACES
               DISPLAY "MAINT-ETABLISSEMENT|ERROR|0|OPERATEUR-REQUIS"
               STOP RUN
           END-IF

           IF WS-TAUX-VM-TXT NOT = SPACES
               COMPUTE WS-TAUX-VM = FUNCTION NUMVAL(WS-TAUX-VM-TXT)
           END-IF
           IF WS-TAUX-ATMP-TXT NOT = SPACES
               COMPUTE WS-TAUX-ATMP =
                   FUNCTION NUMVAL(WS-TAUX-ATMP-TXT)
           END-IF

      *    Le référentiel peut ne pas encore exister au premier
      *    lancement.
           OPEN I-O ETABLISSEMENTS-FILE
           IF WS-FS-ETB = "35"
               OPEN OUTPUT ETABLISSEMENTS-FILE
               CLOSE ETABLISSEMENTS-FILE
               OPEN I-O ETABLISSEMENTS-FILE
           END-IF
           IF WS-FS-ETB NOT = "00"
               DISPLAY "MAINT-ETABLISSEMENT|ERROR|0|OPEN-ETB="
                   WS-FS-ETB
               STOP RUN
           END-IF

           OPEN EXTEND JOURNAL-FILE
           IF WS-FS-JRN = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-FS-JRN NOT = "00"
               DISPLAY "MAINT-ETABLISSEMENT|ERROR|0|OPEN-JRN="
                   WS-FS-JRN
               CLOSE ETABLISSEMENTS-FILE
               STOP RUN
           END-IF

           ACCEPT WS-HORODATAGE FROM DATE YYYYMMDD
           ACCEPT WS-HORO-HEURE FROM TIME.

      ******************************************************************
       1500-LIRE-LIGNE-EN-VIGUEUR.
      ******************************************************************
      *    Positionne ETABLISSEMENT-RECORD sur la ligne du code dont
      *    la date d'effet est la plus récente sans dépasser
      *    DATE_EFFET ; parcourt les lignes du code depuis la
      *    première.
           MOVE 0 TO WS-ETB-TROUVE
           MOVE 0 TO WS-EOF-ETB
           MOVE 0 TO WS-COURANTE-EFFET
           MOVE WS-CODE TO ETB-CODE
           MOVE 0 TO ETB-DATE-EFFET
           START ETABLISSEMENTS-FILE KEY >= ETB-CLE
               INVALID KEY SET EOF-ETB TO TRUE
           END-START
           PERFORM UNTIL EOF-ETB
               READ ETABLISSEMENTS-FILE NEXT RECORD
                   AT END SET EOF-ETB TO TRUE
               END-READ
               IF NOT EOF-ETB
                   IF ETB-CODE NOT = WS-CODE
                       OR ETB-DATE-EFFET > WS-DATE-EFFET
                       SET EOF-ETB TO TRUE
                   ELSE
                       MOVE ETB-DATE-EFFET TO WS-COURANTE-EFFET
                       SET ETB-TROUVE TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF ETB-TROUVE
               MOVE WS-CODE TO ETB-CODE
               MOVE WS-COURANTE-EFFET TO ETB-DATE-EFFET
               READ ETABLISSEMENTS-FILE
                   KEY IS ETB-CLE
                   INVALID KEY
                       MOVE 0 TO WS-ETB-TROUVE
               END-READ
           END-IF.

      ******************************************************************
       1600-CONTROLER-SAISIE.
      ******************************************************************
      *    Contrôles communs aux zones fournies en création comme en
      *    modification.
           MOVE 0 TO WS-ERREUR
           IF WS-TS-ASSUJETTI NOT = SPACES
               AND WS-TS-ASSUJETTI NOT = "O"
               AND WS-TS-ASSUJETTI NOT = "N"
               DISPLAY "MAINT-ETABLISSEMENT|ERROR|0|TS-INVALIDE="
                   WS-TS-ASSUJETTI
               SET SAISIE-ERRONEE TO TRUE
           END-IF
           IF WS-TRANCHE-EFFECTIF NOT = SPACES
               AND (WS-TRANCHE-EFFECTIF < "1"
                    OR WS-TRANCHE-EFFECTIF > "4")
               DISPLAY "MAINT-ETABLISSEMENT|ERROR|0|"
                   "TRANCHE-INVALIDE=" WS-TRANCHE-EFFECTIF
               SET SAISIE-ERRONEE TO TRUE
           END-IF
           IF WS-TAUX-VM < 0 OR WS-TAUX-VM > 10
               DISPLAY "MAINT-ETABLISSEMENT|ERROR|0|TAUX-VM-INVALIDE="
                   WS-TAUX-VM-TXT
               SET SAISIE-ERRONEE TO TRUE
           END-IF
           IF WS-TAUX-ATMP < 0 OR WS-TAUX-ATMP > 50
               DISPLAY "MAINT-ETABLISSEMENT|ERROR|0|"
                   "TAUX-ATMP-INVALIDE=" WS-TAUX-ATMP-TXT
               SET SAISIE-ERRONEE TO TRUE
           END-IF.

      ******************************************************************
       2000-CREER.
      ******************************************************************
           IF WS-CODE = SPACES
               DISPLAY "MAINT-ETABLISSEMENT|ERROR|0|CODE-REQUIS"
               GO TO 2000-EXIT
           END-IF
           IF WS-DATE-EFFET = 0
               DISPLAY "MAINT-ETABLISSEMENT|ERROR|0|DATE-EFFET-REQUISE"
               GO TO 2000-EXIT
           END-IF
           IF WS-RAISON-SOCIALE = SPACES OR WS-SIRET = SPACES
               OR WS-URSSAF = SPACES
               DISPLAY "MAINT-ETABLISSEMENT|ERROR|0|"
                   "RAISON-SOCIALE-SIRET-URSSAF-REQUIS"
               GO TO 2000-EXIT
           END-IF
           PERFORM 1600-CONTROLER-SAISIE
           IF SAISIE-ERRONEE
               GO TO 2000-EXIT
           END-IF

      *    Un code déjà ouvert, quelle que soit la date, se modifie
      *    et ne se recrée pas.
           MOVE 0 TO WS-ETB-TROUVE
           MOVE WS-CODE TO ETB-CODE
           MOVE 0 TO ETB-DATE-EFFET
           START ETABLISSEMENTS-FILE KEY >= ETB-CLE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ ETABLISSEMENTS-FILE NEXT RECORD
                       NOT AT END
                           IF ETB-CODE = WS-CODE
                               SET ETB-TROUVE TO TRUE
                           END-IF
                   END-READ
           END-START
           IF ETB-TROUVE
               DISPLAY "MAINT-ETABLISSEMENT|ERROR|0|DEJA-CREE="
                   WS-CODE
               GO TO 2000-EXIT
           END-IF

           INITIALIZE ETABLISSEMENT-RECORD
           MOVE WS-CODE             TO ETB-CODE
           MOVE WS-DATE-EFFET       TO ETB-DATE-EFFET
           MOVE WS-RAISON-SOCIALE   TO ETB-COMPANY-NAME
           MOVE WS-SIRET            TO ETB-SIRET
           MOVE WS-NAF              TO ETB-NAF
           MOVE WS-URSSAF           TO ETB-URSSAF
           MOVE WS-CONVENTION       TO ETB-CONVENTION
           MOVE WS-TAUX-VM          TO ETB-VM-TAUX
           MOVE WS-TAUX-ATMP        TO ETB-ATMP-TAUX
           IF WS-TS-ASSUJETTI = SPACES
               SET ETB-TS-NON TO TRUE
           ELSE
               MOVE WS-TS-ASSUJETTI TO ETB-TS-ASSUJETTI
           END-IF
           IF WS-TRANCHE-EFFECTIF = SPACES
               SET ETB-EFF-MOINS-11 TO TRUE
           ELSE
               MOVE WS-TRANCHE-EFFECTIF TO ETB-EFFECTIF-TRANCHE
           END-IF
           MOVE WS-HORO-DATE        TO ETB-DATE-MAJ
           MOVE WS-OPERATEUR        TO ETB-OPERATEUR

           WRITE ETABLISSEMENT-RECORD
           IF WS-FS-ETB NOT = "00"
               DISPLAY "MAINT-ETABLISSEMENT|ERROR|0|WRITE-ETB="
                   WS-FS-ETB
               GO TO 2000-EXIT
           END-IF

           DISPLAY "MAINT-ETABLISSEMENT|CREE|" WS-CODE
               "|" ETB-SIRET " DEPUIS " WS-DATE-EFFET
           MOVE "CREATION" TO WS-CHAMP
           MOVE SPACES TO WS-AVANT
           MOVE WS-RAISON-SOCIALE TO WS-APRES
           PERFORM 8000-ECRIRE-JOURNAL.

       2000-EXIT.
           EXIT.

      ******************************************************************
       3000-MODIFIER.
      ******************************************************************
      *    Les lignes antérieures restent en place : un recalcul
      *    d'une période passée retrouve les paramètres d'alors.
           IF WS-CODE = SPACES
               DISPLAY "MAINT-ETABLISSEMENT|ERROR|0|CODE-REQUIS"
               GO TO 3000-EXIT
           END-IF
           IF WS-DATE-EFFET = 0
               DISPLAY "MAINT-ETABLISSEMENT|ERROR|0|DATE-EFFET-REQUISE"
               GO TO 3000-EXIT
           END-IF
           PERFORM 1600-CONTROLER-SAISIE
           IF SAISIE-ERRONEE
               GO TO 3000-EXIT
           END-IF

           PERFORM 1500-LIRE-LIGNE-EN-VIGUEUR
           IF NOT ETB-TROUVE
               DISPLAY "MAINT-ETABLISSEMENT|ERROR|0|NON-EN-VIGUEUR="
                   WS-CODE " AU " WS-DATE-EFFET
               GO TO 3000-EXIT
           END-IF

           MOVE ETB-COMPANY-NAME     TO WS-AV-COMPANY-NAME
           MOVE ETB-SIRET            TO WS-AV-SIRET
           MOVE ETB-NAF              TO WS-AV-NAF
           MOVE ETB-URSSAF           TO WS-AV-URSSAF
           MOVE ETB-CONVENTION       TO WS-AV-CONVENTION
           MOVE ETB-VM-TAUX          TO WS-AV-VM-TAUX
           MOVE ETB-TS-ASSUJETTI     TO WS-AV-TS-ASSUJETTI
           MOVE ETB-ATMP-TAUX        TO WS-AV-ATMP-TAUX
           MOVE ETB-EFFECTIF-TRANCHE TO WS-AV-EFFECTIF-TRANCHE

           MOVE 0 TO WS-NB-MODIFS
           IF WS-RAISON-SOCIALE NOT = SPACES
               AND WS-RAISON-SOCIALE NOT = ETB-COMPANY-NAME
               MOVE WS-RAISON-SOCIALE TO ETB-COMPANY-NAME
               ADD 1 TO WS-NB-MODIFS
           END-IF
           IF WS-SIRET NOT = SPACES AND WS-SIRET NOT = ETB-SIRET
               MOVE WS-SIRET TO ETB-SIRET
               ADD 1 TO WS-NB-MODIFS
           END-IF
           IF WS-NAF NOT = SPACES AND WS-NAF NOT = ETB-NAF
               MOVE WS-NAF TO ETB-NAF
               ADD 1 TO WS-NB-MODIFS
           END-IF
           IF WS-URSSAF NOT = SPACES AND WS-URSSAF NOT = ETB-URSSAF
               MOVE WS-URSSAF TO ETB-URSSAF
               ADD 1 TO WS-NB-MODIFS
           END-IF
           IF WS-CONVENTION NOT = SPACES
               AND WS-CONVENTION NOT = ETB-CONVENTION
               MOVE WS-CONVENTION TO ETB-CONVENTION
               ADD 1 TO WS-NB-MODIFS
           END-IF
           IF WS-TAUX-VM-TXT NOT = SPACES
               AND WS-TAUX-VM NOT = ETB-VM-TAUX
               MOVE WS-TAUX-VM TO ETB-VM-TAUX
               ADD 1 TO WS-NB-MODIFS
           END-IF
           IF WS-TS-ASSUJETTI NOT = SPACES
               AND WS-TS-ASSUJETTI NOT = ETB-TS-ASSUJETTI
               MOVE WS-TS-ASSUJETTI TO ETB-TS-ASSUJETTI
               ADD 1 TO WS-NB-MODIFS
           END-IF
           IF WS-TAUX-ATMP-TXT NOT = SPACES
               AND WS-TAUX-ATMP NOT = ETB-ATMP-TAUX
               MOVE WS-TAUX-ATMP TO ETB-ATMP-TAUX
               ADD 1 TO WS-NB-MODIFS
           END-IF
           IF WS-TRANCHE-EFFECTIF NOT = SPACES
               AND WS-TRANCHE-EFFECTIF NOT = ETB-EFFECTIF-TRANCHE
               MOVE WS-TRANCHE-EFFECTIF TO ETB-EFFECTIF-TRANCHE
               ADD 1 TO WS-NB-MODIFS
           END-IF
           IF WS-NB-MODIFS = 0
               DISPLAY "MAINT-ETABLISSEMENT|INFO|0|AUCUNE-MODIFICATION"
               GO TO 3000-EXIT
           END-IF

           MOVE WS-HORO-DATE TO ETB-DATE-MAJ
           MOVE WS-OPERATEUR TO ETB-OPERATEUR
           IF WS-COURANTE-EFFET = WS-DATE-EFFET
               REWRITE ETABLISSEMENT-RECORD
           ELSE
               MOVE WS-DATE-EFFET TO ETB-DATE-EFFET
               WRITE ETABLISSEMENT-RECORD
           END-IF
           IF WS-FS-ETB NOT = "00"
               DISPLAY "MAINT-ETABLISSEMENT|ERROR|0|ECRIRE-ETB="
                   WS-FS-ETB
               GO TO 3000-EXIT
           END-IF

           DISPLAY "MAINT-ETABLISSEMENT|MODIFIE|" WS-CODE
               "|" WS-NB-MODIFS " ZONE(S) AU " WS-DATE-EFFET
           PERFORM 3100-JOURNALISER-MODIFS.

       3000-EXIT.
           EXIT.

      ******************************************************************
       3100-JOURNALISER-MODIFS.
      ******************************************************************
      *    Une ligne de journal par zone modifiée, image avant/après.
           IF ETB-COMPANY-NAME NOT = WS-AV-COMPANY-NAME
               MOVE "RAISON-SOCIALE" TO WS-CHAMP
               MOVE WS-AV-COMPANY-NAME TO WS-AVANT
               MOVE ETB-COMPANY-NAME TO WS-APRES
               PERFORM 8000-ECRIRE-JOURNAL
           END-IF
           IF ETB-SIRET NOT = WS-AV-SIRET
               MOVE "SIRET" TO WS-CHAMP
               MOVE WS-AV-SIRET TO WS-AVANT
               MOVE ETB-SIRET TO WS-APRES
               PERFORM 8000-ECRIRE-JOURNAL
           END-IF
           IF ETB-NAF NOT = WS-AV-NAF
               MOVE "NAF" TO WS-CHAMP
               MOVE WS-AV-NAF TO WS-AVANT
               MOVE ETB-NAF TO WS-APRES
               PERFORM 8000-ECRIRE-JOURNAL
           END-IF
           IF ETB-URSSAF NOT = WS-AV-URSSAF
               MOVE "URSSAF" TO WS-CHAMP
               MOVE WS-AV-URSSAF TO WS-AVANT
               MOVE ETB-URSSAF TO WS-APRES
               PERFORM 8000-ECRIRE-JOURNAL
           END-IF
           IF ETB-CONVENTION NOT = WS-AV-CONVENTION
               MOVE "CONVENTION" TO WS-CHAMP
               MOVE WS-AV-CONVENTION TO WS-AVANT
               MOVE ETB-CONVENTION TO WS-APRES
               PERFORM 8000-ECRIRE-JOURNAL
           END-IF
           IF ETB-VM-TAUX NOT = WS-AV-VM-TAUX
               MOVE "TAUX-VM" TO WS-CHAMP
               MOVE WS-AV-VM-TAUX TO WS-FMT-TAUX
               MOVE ETB-VM-TAUX TO WS-FMT-TAUX-2
               MOVE WS-FMT-TAUX TO WS-AVANT
               MOVE WS-FMT-TAUX-2 TO WS-APRES
               PERFORM 8000-ECRIRE-JOURNAL
           END-IF
           IF ETB-TS-ASSUJETTI NOT = WS-AV-TS-ASSUJETTI
               MOVE "TS-ASSUJETTI" TO WS-CHAMP
               MOVE WS-AV-TS-ASSUJETTI TO WS-AVANT
               MOVE ETB-TS-ASSUJETTI TO WS-APRES
               PERFORM 8000-ECRIRE-JOURNAL
           END-IF
           IF ETB-ATMP-TAUX NOT = WS-AV-ATMP-TAUX
               MOVE "TAUX-ATMP" TO WS-CHAMP
               MOVE WS-AV-ATMP-TAUX TO WS-FMT-TAUX
               MOVE ETB-ATMP-TAUX TO WS-FMT-TAUX-2
               MOVE WS-FMT-TAUX TO WS-AVANT
               MOVE WS-FMT-TAUX-2 TO WS-APRES
               PERFORM 8000-ECRIRE-JOURNAL
           END-IF
           IF ETB-EFFECTIF-TRANCHE NOT = WS-AV-EFFECTIF-TRANCHE
               MOVE "TRANCHE-EFFECTIF" TO WS-CHAMP
               MOVE WS-AV-EFFECTIF-TRANCHE TO WS-AVANT
               MOVE ETB-EFFECTIF-TRANCHE TO WS-APRES
               PERFORM 8000-ECRIRE-JOURNAL
           END-IF.

      ******************************************************************
       6000-LISTER.
      ******************************************************************
      *    Historique des lignes d'un établissement, ou du référentiel
      *    entier quand CODE est à blanc.
           MOVE 0 TO WS-EOF-ETB
           MOVE 0 TO WS-NB-LIGNES
           MOVE WS-CODE TO ETB-CODE
           MOVE 0 TO ETB-DATE-EFFET
           START ETABLISSEMENTS-FILE KEY >= ETB-CLE
               INVALID KEY SET EOF-ETB TO TRUE
           END-START
           PERFORM UNTIL EOF-ETB
               READ ETABLISSEMENTS-FILE NEXT RECORD
                   AT END SET EOF-ETB TO TRUE
               END-READ
               IF NOT EOF-ETB
                   IF WS-CODE NOT = SPACES
                       AND ETB-CODE NOT = WS-CODE
                       SET EOF-ETB TO TRUE
                   ELSE
                       ADD 1 TO WS-NB-LIGNES
                       MOVE ETB-VM-TAUX TO WS-FMT-TAUX
                       MOVE ETB-ATMP-TAUX TO WS-FMT-TAUX-2
                       DISPLAY ETB-CODE " DEPUIS " ETB-DATE-EFFET
                           " " ETB-SIRET " " ETB-COMPANY-NAME
                       DISPLAY "     NAF " ETB-NAF
                           " " ETB-URSSAF
                           " VM " WS-FMT-TAUX
                           " ATMP " WS-FMT-TAUX-2
                           " TS " ETB-TS-ASSUJETTI
                           " TRANCHE " ETB-EFFECTIF-TRANCHE
                           " MAJ " ETB-DATE-MAJ " " ETB-OPERATEUR
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NB-LIGNES = 0
               DISPLAY "MAINT-ETABLISSEMENT|INFO|0|AUCUNE-LIGNE="
                   WS-CODE
           END-IF.

      ******************************************************************
       8000-ECRIRE-JOURNAL.
      ******************************************************************
           INITIALIZE MAINT-JOURNAL-RECORD
           MOVE WS-HORODATAGE(1:14)  TO MJR-HORODATAGE
           MOVE WS-OPERATEUR         TO MJR-OPERATEUR
           MOVE WS-ACTION            TO MJR-ACTION
           MOVE WS-CODE              TO MJR-ETABLISSEMENT
           MOVE WS-DATE-EFFET        TO MJR-DATE-EFFET
           MOVE WS-CHAMP             TO MJR-CHAMP
           MOVE WS-AVANT             TO MJR-AVANT
           MOVE WS-APRES             TO MJR-APRES

           WRITE MAINT-JOURNAL-RECORD
           IF WS-FS-JRN NOT = "00"
               DISPLAY "MAINT-ETABLISSEMENT|ERROR|0|WRITE-JRN="
                   WS-FS-JRN
           END-IF.

      ******************************************************************
       9000-FIN.
      ******************************************************************
           CLOSE ETABLISSEMENTS-FILE
           CLOSE JOURNAL-FILE

           DISPLAY "MAINT-ETABLISSEMENT|DONE|" WS-CODE "|" WS-ACTION.
