      *       MATRICULE, NTT, NOM, PRENOM, DEPARTEMENT,
      *       CLASSIFICATION, TYPE_CONTRAT, TAUX_HORAIRE,
      *       FORFAIT_MENSUEL, HEURES_MENSUELLES, DATE_ENTREE,
      *       ETABLISSEMENT, NATIONALITE, EMPLOI, QUALIFICATION,
      *       POPULATION (M pour un mandataire social, à blanc
      *       salarié) ;
      *   ACTION=DESACTIVER — passe le matricule à INACTIF avec
      *       DATE_SORTIE et MOTIF_RUPTURE. Un licenciement (LIC, ou
      *       LFL pour faute lourde) ou une rupture conventionnelle
      *       (RCO) est refusé tant que
      *       le salarié est protégé au registre MANDATS-PROTEGES.dat
      *       (MAINT-MANDAT-PROTEGE) sans autorisation de
      *       l'inspecteur du travail enregistrée.
      * Chaque action exige un code opérateur (OPERATEUR) et écrit une
      * ligne de journal (image avant/après) dans
      * MAINT-EMPLOYES-JOURNAL.dat.
      * Le matricule et le NTT sont immuables après création.
      * Dès que les habilitations sont en place (HABILITATIONS.dat,
      * MAINT-HABILITATION), la consultation exige le droit L et les
      * mises à jour le droit M sur l'établissement et la population
      * du salarié (avant et après modification) ; les refus sont
      * journalisés par HABILITATION-SERVICE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS EMP-MATRICULE
               FILE STATUS IS WS-FS-EMP.

           SELECT MANDAT-FILE
               ASSIGN TO WS-MANDAT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDT-CLE
               FILE STATUS IS WS-FS-MDT.

           SELECT JOURNAL-FILE
               ASSIGN TO WS-JOURNAL-PATH
               ORGANIZATION IS SEQUENTIAL
       FD  EMPLOYEE-FILE.
       COPY "EMPLOYEE-RECORD.cpy".

       FD  MANDAT-FILE.
       COPY "MANDAT-PROTEGE-RECORD.cpy".

       FD  JOURNAL-FILE.
       01  MAINT-JOURNAL-RECORD.
           05  MJR-HORODATAGE         PIC 9(14).
       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-PATH          PIC X(256).
       01  WS-JOURNAL-PATH           PIC X(256).
       01  WS-MANDAT-PATH            PIC X(256).
       01  WS-FS-EMP                 PIC XX.
       01  WS-FS-JRN                 PIC XX.
       01  WS-FS-MDT                 PIC XX.

       01  WS-ACTION                 PIC X(10).
       01  WS-MATRICULE              PIC X(8).
       01  WS-HEURES-MENSUELLES      PIC X(12).
       01  WS-DATE-ENTREE            PIC 9(8).
       01  WS-ETABLISSEMENT          PIC X(4).
       01  WS-NATIONALITE            PIC X(2).
       01  WS-EMPLOI                 PIC X(30).
       01  WS-QUALIFICATION          PIC X(20).
       01  WS-POPULATION             PIC X(1).
       01  WS-DATE-SORTIE            PIC 9(8).
       01  WS-MOTIF-RUPTURE          PIC X(3).

       01  WS-EMP-TROUVE             PIC 9 VALUE 0.
           88  EMP-TROUVE            VALUE 1.

      *    --- Contrôle du statut protégé avant rupture ---
       01  WS-DATE-PROTECTION        PIC 9(8).
       01  WS-EOF-MDT                PIC 9 VALUE 0.
           88  EOF-MDT               VALUE 1.
       01  WS-PROTECTION-BLOQUANTE   PIC 9 VALUE 0.
           88  PROTECTION-BLOQUANTE  VALUE 1.

      *    --- Habilitations de l'opérateur ---
       COPY "HABILITATION-SERVICE-AREA.cpy".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR"
           ACCEPT WS-CHAMP FROM ENVIRONMENT "CHAMP"
           ACCEPT WS-VALEUR FROM ENVIRONMENT "VALEUR"
           ACCEPT WS-MANDAT-PATH FROM ENVIRONMENT "MANDATS_FILE"

           IF WS-EMPLOYEE-PATH = SPACES
               MOVE "../data/EMPLOYEES.dat" TO WS-EMPLOYEE-PATH
               MOVE "../data/MAINT-EMPLOYES-JOURNAL.dat"
                   TO WS-JOURNAL-PATH
           END-IF
           IF WS-MANDAT-PATH = SPACES
               MOVE "../data/MANDATS-PROTEGES.dat" TO WS-MANDAT-PATH
           END-IF

      *    Toute action est nominative : pas de code opérateur, pas
      *    de maintenance.
               STOP RUN
           END-IF

      *    Consultation : droit L ; mises à jour : droit M.
           MOVE "OUVRE" TO HSV-FONCTION
           MOVE WS-OPERATEUR TO HSV-OPERATEUR
           MOVE "MAINT-EMPLOYE" TO HSV-PROGRAMME
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF HSV-REFUSE
               DISPLAY "MAINT-EMPLOYE|ERROR|0|" HSV-MOTIF
               STOP RUN
           END-IF
           MOVE "ACCES" TO HSV-FONCTION
           IF WS-ACTION = "CONSULTER"
               MOVE "L" TO HSV-DROIT
           ELSE
               MOVE "M" TO HSV-DROIT
           END-IF
           MOVE WS-MATRICULE TO HSV-OBJET
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF HSV-REFUSE
               DISPLAY "MAINT-EMPLOYE|ERROR|0|HABILITATION-REFUSEE="
                   WS-OPERATEUR
               STOP RUN
           END-IF

           OPEN I-O EMPLOYEE-FILE
           IF WS-FS-EMP NOT = "00"
               DISPLAY "MAINT-EMPLOYE|ERROR|0|OPEN-EMP=" WS-FS-EMP
                   SET EMP-TROUVE TO TRUE
           END-READ.

      ******************************************************************
       1700-CONTROLER-PERIMETRE.
      ******************************************************************
      *    Le dossier en mémoire relève-t-il du périmètre de
      *    l'opérateur (établissement et population du salarié) ?
           MOVE "CTRL " TO HSV-FONCTION
           MOVE EMP-ETABLISSEMENT TO HSV-ETABLISSEMENT
           MOVE EMP-DEPARTEMENT TO HSV-DEPARTEMENT
           MOVE EMP-CLASSIFICATION TO HSV-CLASSIFICATION
           MOVE WS-MATRICULE TO HSV-OBJET
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF HSV-REFUSE
               DISPLAY "MAINT-EMPLOYE|ERROR|0|HABILITATION-REFUSEE="
                   WS-MATRICULE " ETABLISSEMENT " EMP-ETABLISSEMENT
           END-IF.

      ******************************************************************
       2000-CONSULTER.
      ******************************************************************
           PERFORM 1500-LIRE-MATRICULE
           IF EMP-TROUVE
               PERFORM 1700-CONTROLER-PERIMETRE
               IF HSV-REFUSE
                   MOVE 0 TO WS-EMP-TROUVE
               END-IF
           ELSE
               DISPLAY "MAINT-EMPLOYE|ERROR|0|MATRICULE-INCONNU="
                   WS-MATRICULE
           END-IF
           IF EMP-TROUVE
               DISPLAY "MATRICULE      : " EMP-MATRICULE
               DISPLAY "NTT            : " EMP-NTT
               DISPLAY "NOM            : " EMP-NOM
               DISPLAY "RQTH           : " EMP-RQTH
               DISPLAY "RQTH DEBUT/FIN : " EMP-RQTH-DEBUT
                   " / " EMP-RQTH-FIN
               DISPLAY "NATIONALITE    : " EMP-NATIONALITE
               DISPLAY "EMPLOI         : " EMP-EMPLOI
               DISPLAY "QUALIFICATION  : " EMP-QUALIFICATION
               DISPLAY "TITRE TRAVAIL  : " EMP-TITRE-TRAVAIL-TYPE
                   " " EMP-TITRE-TRAVAIL-NUM
               DISPLAY "PARENT EMPL.   : " EMP-PARENT-EMPLOYEUR
               DISPLAY "POPULATION     : " EMP-POPULATION
           END-IF.

      ******************************************************************
               GO TO 3000-EXIT
           END-IF

      *    Périmètre contrôlé avant et après : un salarié ne peut
      *    être ni pris ni déplacé hors du périmètre de l'opérateur.
           PERFORM 1700-CONTROLER-PERIMETRE
           IF HSV-REFUSE
               GO TO 3000-EXIT
           END-IF

           PERFORM 3100-APPLIQUER-CHAMP THRU 3100-EXIT

           IF WS-AVANT = WS-APRES
               DISPLAY "MAINT-EMPLOYE|INFO|0|VALEUR-INCHANGEE"
               GO TO 3000-EXIT
           END-IF
           PERFORM 1700-CONTROLER-PERIMETRE
           IF HSV-REFUSE
               GO TO 3000-EXIT
           END-IF

      *    Contrôles de cohérence hérités du chargement
           IF EMP-TAUX-HORAIRE = 0 AND EMP-FORFAIT-MENSUEL = 0
                   COMPUTE EMP-RQTH-FIN =
                       FUNCTION NUMVAL(WS-VALEUR)
                   MOVE EMP-RQTH-FIN TO WS-APRES
               WHEN "NATIONALITE"
                   MOVE EMP-NATIONALITE TO WS-AVANT
                   MOVE WS-VALEUR TO EMP-NATIONALITE
                   MOVE EMP-NATIONALITE TO WS-APRES
               WHEN "EMPLOI"
                   MOVE EMP-EMPLOI TO WS-AVANT
                   MOVE WS-VALEUR TO EMP-EMPLOI
                   MOVE EMP-EMPLOI TO WS-APRES
               WHEN "QUALIFICATION"
                   MOVE EMP-QUALIFICATION TO WS-AVANT
                   MOVE WS-VALEUR TO EMP-QUALIFICATION
                   MOVE EMP-QUALIFICATION TO WS-APRES
               WHEN "TITRE-TRAVAIL-TYPE"
                   MOVE EMP-TITRE-TRAVAIL-TYPE TO WS-AVANT
                   MOVE WS-VALEUR TO EMP-TITRE-TRAVAIL-TYPE
                   MOVE EMP-TITRE-TRAVAIL-TYPE TO WS-APRES
               WHEN "TITRE-TRAVAIL-NUM"
                   MOVE EMP-TITRE-TRAVAIL-NUM TO WS-AVANT
                   MOVE WS-VALEUR TO EMP-TITRE-TRAVAIL-NUM
                   MOVE EMP-TITRE-TRAVAIL-NUM TO WS-APRES
               WHEN "PARENT-EMPLOYEUR"
                   IF WS-VALEUR NOT = "O" AND WS-VALEUR NOT = "N"
                       DISPLAY "MAINT-EMPLOYE|ERROR|0|"
                           "VALEUR-INVALIDE=" WS-VALEUR
                       GO TO 3100-EXIT
                   END-IF
                   MOVE EMP-PARENT-EMPLOYEUR TO WS-AVANT
                   MOVE WS-VALEUR TO EMP-PARENT-EMPLOYEUR
                   MOVE EMP-PARENT-EMPLOYEUR TO WS-APRES
               WHEN "POPULATION"
                   IF WS-VALEUR NOT = "S" AND WS-VALEUR NOT = "M"
                       AND WS-VALEUR NOT = SPACES
                       DISPLAY "MAINT-EMPLOYE|ERROR|0|"
                           "VALEUR-INVALIDE=" WS-VALEUR
                       GO TO 3100-EXIT
                   END-IF
                   MOVE EMP-POPULATION TO WS-AVANT
                   MOVE WS-VALEUR TO EMP-POPULATION
                   MOVE EMP-POPULATION TO WS-APRES
               WHEN OTHER
                   DISPLAY "MAINT-EMPLOYE|ERROR|0|CHAMP-INCONNU="
                       WS-CHAMP
               FROM ENVIRONMENT "HEURES_MENSUELLES"
           ACCEPT WS-DATE-ENTREE FROM ENVIRONMENT "DATE_ENTREE"
           ACCEPT WS-ETABLISSEMENT FROM ENVIRONMENT "ETABLISSEMENT"
           ACCEPT WS-NATIONALITE FROM ENVIRONMENT "NATIONALITE"
           ACCEPT WS-EMPLOI FROM ENVIRONMENT "EMPLOI"
           ACCEPT WS-QUALIFICATION FROM ENVIRONMENT "QUALIFICATION"
           ACCEPT WS-POPULATION FROM ENVIRONMENT "POPULATION"

           IF WS-NOM = SPACES
               DISPLAY "MAINT-EMPLOYE|ERROR|0|NOM-REQUIS"
               DISPLAY "MAINT-EMPLOYE|ERROR|0|DATE-ENTREE-REQUISE"
               GO TO 4000-EXIT
           END-IF
           IF WS-POPULATION NOT = "S" AND WS-POPULATION NOT = "M"
               AND WS-POPULATION NOT = SPACES
               DISPLAY "MAINT-EMPLOYE|ERROR|0|POPULATION-INVALIDE="
                   WS-POPULATION
               GO TO 4000-EXIT
           END-IF

           INITIALIZE EMPLOYEE-RECORD
           MOVE WS-MATRICULE TO EMP-MATRICULE
           IF WS-ETABLISSEMENT NOT = SPACES
               MOVE WS-ETABLISSEMENT TO EMP-ETABLISSEMENT
           END-IF
           MOVE WS-NATIONALITE TO EMP-NATIONALITE
           MOVE WS-EMPLOI TO EMP-EMPLOI
           MOVE WS-QUALIFICATION TO EMP-QUALIFICATION
           MOVE WS-POPULATION TO EMP-POPULATION
           MOVE "ACTIF  " TO EMP-STATUT

           IF EMP-TAUX-HORAIRE = 0 AND EMP-FORFAIT-MENSUEL = 0
               DISPLAY "MAINT-EMPLOYE|ERROR|0|REMUNERATION-NULLE"
               GO TO 4000-EXIT
           END-IF
           PERFORM 1700-CONTROLER-PERIMETRE
           IF HSV-REFUSE
               GO TO 4000-EXIT
           END-IF

           WRITE EMPLOYEE-RECORD
           IF WS-FS-EMP NOT = "00"
               DISPLAY "MAINT-EMPLOYE|ERROR|0|DEJA-INACTIF"
               GO TO 5000-EXIT
           END-IF
           PERFORM 1700-CONTROLER-PERIMETRE
           IF HSV-REFUSE
               GO TO 5000-EXIT
           END-IF

           ACCEPT WS-DATE-SORTIE FROM ENVIRONMENT "DATE_SORTIE"
           ACCEPT WS-MOTIF-RUPTURE FROM ENVIRONMENT "MOTIF_RUPTURE"
               DISPLAY "MAINT-EMPLOYE|ERROR|0|DATE-SORTIE-REQUISE"
               GO TO 5000-EXIT
           END-IF
           IF WS-MOTIF-RUPTURE = "LIC" OR WS-MOTIF-RUPTURE = "RCO"
               OR WS-MOTIF-RUPTURE = "LFL"
               PERFORM 5100-CONTROLER-PROTECTION THRU 5100-EXIT
               IF PROTECTION-BLOQUANTE
                   GO TO 5000-EXIT
               END-IF
           END-IF

           MOVE EMP-STATUT TO WS-AVANT
           MOVE "INACTIF" TO EMP-STATUT
       5000-EXIT.
           EXIT.

      ******************************************************************
       5100-CONTROLER-PROTECTION.
      ******************************************************************
      *    Salarié protégé : la procédure de rupture est engagée
      *    avant la sortie, la protection s'apprécie donc à la plus
      *    ancienne de la date du jour et de la date de sortie. Tout
      *    mandat dont la protection court à cette date doit porter
      *    la référence d'autorisation de l'inspecteur du travail.
           MOVE 0 TO WS-PROTECTION-BLOQUANTE
           MOVE WS-HORO-DATE TO WS-DATE-PROTECTION
           IF WS-DATE-SORTIE < WS-DATE-PROTECTION
               MOVE WS-DATE-SORTIE TO WS-DATE-PROTECTION
           END-IF

      *    Sans registre des mandats, aucun salarié n'est protégé.
           OPEN INPUT MANDAT-FILE
           IF WS-FS-MDT = "35"
               GO TO 5100-EXIT
           END-IF
           IF WS-FS-MDT NOT = "00"
               DISPLAY "MAINT-EMPLOYE|ERROR|0|OPEN-MDT=" WS-FS-MDT
               SET PROTECTION-BLOQUANTE TO TRUE
               GO TO 5100-EXIT
           END-IF

           MOVE 0 TO WS-EOF-MDT
           MOVE WS-MATRICULE TO MDT-MATRICULE
           MOVE 0 TO MDT-DATE-DEBUT
           MOVE LOW-VALUES TO MDT-TYPE
           START MANDAT-FILE KEY >= MDT-CLE
               INVALID KEY SET EOF-MDT TO TRUE
           END-START
           PERFORM UNTIL EOF-MDT
               READ MANDAT-FILE NEXT RECORD
                   AT END SET EOF-MDT TO TRUE
               END-READ
               IF NOT EOF-MDT
                   IF MDT-MATRICULE NOT = WS-MATRICULE
                       SET EOF-MDT TO TRUE
                   ELSE
                       IF MDT-DATE-DEBUT <= WS-DATE-PROTECTION
                           AND (MDT-DATE-FIN = 0
                           OR MDT-DATE-FIN-PROTECTION
                               >= WS-DATE-PROTECTION)
                           AND MDT-AUTORISATION-REF = SPACES
                           SET PROTECTION-BLOQUANTE TO TRUE
                           DISPLAY "MAINT-EMPLOYE|ERROR|0|"
                               "SALARIE-PROTEGE=" MDT-TYPE " "
                               MDT-DATE-DEBUT " PROTECTION "
                               MDT-DATE-FIN-PROTECTION
                               " AUTORISATION-REQUISE"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE MANDAT-FILE.

       5100-EXIT.
           EXIT.

      ******************************************************************
       8000-ECRIRE-JOURNAL.
      ******************************************************************
      ******************************************************************
           CLOSE EMPLOYEE-FILE
           CLOSE JOURNAL-FILE
           MOVE "FERME" TO HSV-FONCTION
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA

           DISPLAY "MAINT-EMPLOYE|DONE|" WS-MATRICULE "|" WS-ACTION.
