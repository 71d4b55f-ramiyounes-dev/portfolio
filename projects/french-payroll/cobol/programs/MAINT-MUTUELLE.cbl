      * Opère sur MUTUELLE-AFFILIATIONS.dat (indexé, clé matricule +
      * date de début). Piloté par variables d'environnement :
      *   ACTION=AFFILIER   — ouvre une affiliation pour MATRICULE à
      *       OPTION (ISOLE/DUO/FAMILLE) à compter de DATE_EFFET,
      *       auprès des organismes ORGANISME (frais de santé) et
      *       ORGANISME_PREV (prévoyance), facultatifs ;
      *   ACTION=CHANGER    — clôt l'affiliation en cours la veille de
      *       DATE_EFFET et ouvre une nouvelle ligne à OPTION, les
      *       ayants droit et les organismes étant reportés (sauf
      *       ORGANISME ou ORGANISME_PREV fournis) ;
      *   ACTION=RADIER     — clôt l'affiliation en cours à DATE_EFFET
      *       (sortie du contrat, départ du salarié) ;
      *   ACTION=AJOUTER-AD — ajoute l'ayant droit AD_NOM,
       01  WS-AD-NOM                 PIC X(30).
       01  WS-AD-NAISSANCE           PIC 9(8).
       01  WS-AD-LIEN                PIC X(10).
       01  WS-ORGANISME              PIC X(12).
       01  WS-ORGANISME-PREV         PIC X(12).

       01  WS-AVANT                  PIC X(30).
       01  WS-APRES                  PIC X(30).
           ACCEPT WS-AD-NOM FROM ENVIRONMENT "AD_NOM"
           ACCEPT WS-AD-NAISSANCE FROM ENVIRONMENT "AD_NAISSANCE"
           ACCEPT WS-AD-LIEN FROM ENVIRONMENT "AD_LIEN"
           ACCEPT WS-ORGANISME FROM ENVIRONMENT "ORGANISME"
           ACCEPT WS-ORGANISME-PREV FROM ENVIRONMENT "ORGANISME_PREV"

           IF WS-MUTUELLE-PATH = SPACES
               MOVE "../data/MUTUELLE-AFFILIATIONS.dat"
           MOVE 0               TO MUT-DATE-FIN
           MOVE WS-TARIF-RETENU TO MUT-COTIS-SALARIALE
           MOVE 0               TO MUT-NB-AYANTS-DROIT
           MOVE WS-ORGANISME    TO MUT-ORGANISME
           MOVE WS-ORGANISME-PREV TO MUT-ORGANISME-PREV

           WRITE MUTUELLE-RECORD
           IF WS-FS-MUT NOT = "00"
           MOVE WS-OPTION       TO MUT-OPTION
           MOVE 0               TO MUT-DATE-FIN
           MOVE WS-TARIF-RETENU TO MUT-COTIS-SALARIALE
           IF WS-ORGANISME NOT = SPACES
               MOVE WS-ORGANISME TO MUT-ORGANISME
           END-IF
           IF WS-ORGANISME-PREV NOT = SPACES
               MOVE WS-ORGANISME-PREV TO MUT-ORGANISME-PREV
           END-IF

           WRITE MUTUELLE-RECORD
           IF WS-FS-MUT NOT = "00"
                           " AU " MUT-DATE-FIN
                           " COTIS " WS-FMT-NUM
                           " AD " MUT-NB-AYANTS-DROIT
                           " " MUT-ORGANISME " " MUT-ORGANISME-PREV
                       IF MUT-DATE-FIN = 0
                           PERFORM 6100-LISTER-AYANTS-DROIT
                       END-IF
