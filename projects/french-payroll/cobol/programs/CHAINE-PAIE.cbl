      * consolidation (FUSION-BULLETINS) clôturant ensuite l'étape 02
      * elle-même. Les sous-étapes apparaissent sous leur étape dans
      * le journal ACTION=ETAT.
      * Échéances : quand le calendrier de paie de la période existe
      * (CALENDRIER-PAIE.dat, tenu par MAINT-CALENDRIER-PAIE),
      * ACTION=DEBUT refuse de lancer une étape après sa date limite :
      *   01               — limite des éléments variables
      *   02, 03           — date de calcul
      *   04, 06           — date de paiement
      *   05               — échéance DSN
      *   07               — sans échéance
      * La date retenue est celle de l'établissement SOUS_ETAPE pour
      * un segment, la plus proche de tous les établissements de la
      * période sinon. FORCER_ECHEANCE=OUI lève le refus : l'étape
      * est alors marquée HORS-ECHEANCE dans le journal ACTION=ETAT.
      * Sans calendrier pour la période, l'étape part avec un WARN.
      * L'ajout de la sous-étape a étendu la clé CHP-CLE : un fichier
      * CHAINE-PAIE.dat écrit avant cette extension se convertit une
      * fois par CONVERT-CHAINE-PAIE avant réutilisation.
               RECORD KEY IS CHP-CLE
               FILE STATUS IS WS-FS-CHP.

           SELECT CALENDRIER-FILE
               ASSIGN TO WS-CALENDRIER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-CLE
               FILE STATUS IS WS-FS-CAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAINE-FILE.
           05  CHP-FIN                PIC 9(14).
           05  CHP-NB-RECORDS         PIC 9(6).
           05  CHP-OPERATEUR          PIC X(8).
      *    O : étape lancée après sa date limite (FORCER_ECHEANCE)
           05  CHP-HORS-ECHEANCE      PIC X(1).
               88  CHP-HORS-ECHEANCE-OUI VALUE "O".
           05  FILLER                 PIC X(9).

       FD  CALENDRIER-FILE.
       COPY "CALENDRIER-PAIE-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CHAINE-PATH            PIC X(256).
       01  WS-FS-CHP                 PIC XX.
       01  WS-CALENDRIER-PATH        PIC X(256).
       01  WS-FS-CAL                 PIC XX.
       01  WS-EOF-CAL                PIC 9 VALUE 0.
           88  EOF-CAL               VALUE 1.

       01  WS-PERIODE                PIC 9(6).
       01  WS-ACTION                 PIC X(6).
       01  WS-FORCER                 PIC X(3).
       01  WS-OPERATEUR              PIC X(8).
       01  WS-SOUS-ETAPE             PIC X(4).
       01  WS-FORCER-ECHEANCE        PIC X(3).

      *    --- Définition compilée de la chaîne ---
       01  WS-NB-ETAPES              PIC 9(2) VALUE 7.
           05  FILLER PIC X(22) VALUE "REPORT-MASSE-SALARIALE".
       01  WS-ETAPES REDEFINES WS-ETAPES-DATA.
           05  WS-ETAPE-PROGRAMME OCCURS 7 TIMES PIC X(22).
      *    Date limite de chaque étape dans le calendrier de paie :
      *    L limite des variables, C calcul, P paiement, D échéance
      *    DSN, blanc sans échéance
       01  WS-ETAPES-ECHEANCE-DATA   PIC X(7) VALUE "LCCPDP ".
       01  WS-ETAPES-ECHEANCE REDEFINES WS-ETAPES-ECHEANCE-DATA.
           05  WS-ETAPE-ECHEANCE OCCURS 7 TIMES PIC X(1).

       01  WS-DATE-ECHEANCE          PIC 9(8).
       01  WS-DATE-CANDIDATE         PIC 9(8).
       01  WS-HORS-ECHEANCE          PIC X(1).

       01  WS-IDX                    PIC 9(2).
       01  WS-FIN-SOUS               PIC 9.
           ACCEPT WS-FORCER FROM ENVIRONMENT "FORCER"
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR"
           ACCEPT WS-SOUS-ETAPE FROM ENVIRONMENT "SOUS_ETAPE"
           ACCEPT WS-FORCER-ECHEANCE FROM ENVIRONMENT "FORCER_ECHEANCE"
           ACCEPT WS-CALENDRIER-PATH
               FROM ENVIRONMENT "CALENDRIER_PAIE_FILE"

           IF WS-CHAINE-PATH = SPACES
               MOVE "../data/CHAINE-PAIE.dat" TO WS-CHAINE-PATH
           END-IF
           IF WS-CALENDRIER-PATH = SPACES
               MOVE "../data/CALENDRIER-PAIE.dat" TO WS-CALENDRIER-PATH
           END-IF

           IF WS-PERIODE = 0
               DISPLAY "CHAINE-PAIE|ERROR|0|PERIODE-MANQUANTE"
                   END-IF
           END-READ

           PERFORM 2500-CONTROLER-ECHEANCE THRU 2500-EXIT

           MOVE WS-PERIODE TO CHP-PERIODE
           MOVE WS-ETAPE TO CHP-ETAPE
           MOVE WS-SOUS-ETAPE TO CHP-SOUS-ETAPE
           MOVE WS-ETAPE-PROGRAMME(WS-ETAPE) TO CHP-PROGRAMME
           MOVE WS-HORS-ECHEANCE TO CHP-HORS-ECHEANCE
           MOVE "ENCOURS " TO CHP-STATUT
           MOVE WS-HORODATAGE(1:14) TO CHP-DEBUT
           MOVE 0 TO CHP-FIN
                   "|" WS-ETAPE-PROGRAMME(WS-ETAPE)
           END-IF.

      ******************************************************************
       2500-CONTROLER-ECHEANCE.
      ******************************************************************
      *    Date limite de l'étape au calendrier de paie ; au-delà, le
      *    lancement est refusé sauf FORCER_ECHEANCE=OUI.
           MOVE SPACE TO WS-HORS-ECHEANCE
           MOVE 0 TO WS-DATE-ECHEANCE
           IF WS-ETAPE-ECHEANCE(WS-ETAPE) = SPACE
               GO TO 2500-EXIT
           END-IF

           OPEN INPUT CALENDRIER-FILE
           IF WS-FS-CAL = "35"
               DISPLAY "CHAINE-PAIE|WARN|" WS-ETAPE
                   "|CALENDRIER-ABSENT"
               GO TO 2500-EXIT
           END-IF
           IF WS-FS-CAL NOT = "00"
               DISPLAY "CHAINE-PAIE|ERROR|" WS-ETAPE
                   "|OPEN-CAL=" WS-FS-CAL
               GO TO 2500-EXIT
           END-IF

           IF WS-SOUS-ETAPE NOT = SPACES
               MOVE WS-PERIODE TO CAL-PERIODE
               MOVE WS-SOUS-ETAPE TO CAL-ETABLISSEMENT
               READ CALENDRIER-FILE
                   KEY IS CAL-CLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2510-RETENIR-ECHEANCE
               END-READ
           ELSE
               MOVE 0 TO WS-EOF-CAL
               MOVE WS-PERIODE TO CAL-PERIODE
               MOVE LOW-VALUES TO CAL-ETABLISSEMENT
               START CALENDRIER-FILE KEY >= CAL-CLE
                   INVALID KEY SET EOF-CAL TO TRUE
               END-START
               PERFORM UNTIL EOF-CAL
                   READ CALENDRIER-FILE NEXT RECORD
                       AT END SET EOF-CAL TO TRUE
                   END-READ
                   IF NOT EOF-CAL
                       IF CAL-PERIODE NOT = WS-PERIODE
                           SET EOF-CAL TO TRUE
                       ELSE
                           PERFORM 2510-RETENIR-ECHEANCE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE CALENDRIER-FILE

           IF WS-DATE-ECHEANCE = 0
               DISPLAY "CHAINE-PAIE|WARN|" WS-ETAPE
                   "|CALENDRIER-ABSENT " WS-PERIODE " " WS-SOUS-ETAPE
               GO TO 2500-EXIT
           END-IF
           IF WS-HORO-DATE NOT > WS-DATE-ECHEANCE
               GO TO 2500-EXIT
           END-IF

           IF WS-FORCER-ECHEANCE NOT = "OUI"
               DISPLAY "CHAINE-PAIE|REFUS|" WS-ETAPE
                   "|ECHEANCE-DEPASSEE=" WS-DATE-ECHEANCE
               PERFORM 9000-FIN
               STOP RUN
           END-IF
           MOVE "O" TO WS-HORS-ECHEANCE
           DISPLAY "CHAINE-PAIE|WARN|" WS-ETAPE
               "|HORS-ECHEANCE=" WS-DATE-ECHEANCE.

       2500-EXIT.
           EXIT.

      ******************************************************************
       2510-RETENIR-ECHEANCE.
      ******************************************************************
      *    Date limite de la ligne de calendrier lue pour l'étape ;
      *    la plus proche l'emporte d'un établissement à l'autre.
           EVALUATE WS-ETAPE-ECHEANCE(WS-ETAPE)
               WHEN "L"
                   MOVE CAL-DATE-LIMITE-VARIABLES TO WS-DATE-CANDIDATE
               WHEN "C"
                   MOVE CAL-DATE-CALCUL TO WS-DATE-CANDIDATE
               WHEN "P"
                   MOVE CAL-DATE-PAIEMENT TO WS-DATE-CANDIDATE
               WHEN "D"
                   MOVE CAL-DATE-ECHEANCE-DSN TO WS-DATE-CANDIDATE
               WHEN OTHER
                   MOVE 0 TO WS-DATE-CANDIDATE
           END-EVALUATE
           IF WS-DATE-CANDIDATE > 0
               IF WS-DATE-ECHEANCE = 0
                   OR WS-DATE-CANDIDATE < WS-DATE-ECHEANCE
                   MOVE WS-DATE-CANDIDATE TO WS-DATE-ECHEANCE
               END-IF
           END-IF.

      ******************************************************************
       3000-ACTION-FIN.
      ******************************************************************
                           " FIN=" CHP-FIN
                           " NB=" CHP-NB-RECORDS
                           " PAR=" CHP-OPERATEUR
                       IF CHP-HORS-ECHEANCE-OUI
                           DISPLAY "     HORS-ECHEANCE"
                       END-IF
               END-READ
               PERFORM 4100-ETAT-SOUS-ETAPES
           END-PERFORM.
                           " FIN=" CHP-FIN
                           " NB=" CHP-NB-RECORDS
                           " PAR=" CHP-OPERATEUR
                       IF CHP-HORS-ECHEANCE-OUI
                           DISPLAY "          HORS-ECHEANCE"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
