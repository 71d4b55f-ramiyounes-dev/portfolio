      * matricule à blanc, une ligne par établissement, écrite par
      * IMPORT-DSN-RETOUR à réception de l'accusé) et les
      * signalements événementiels (nature ARRT = arrêt de travail,
      * FCTU = fin de contrat, TPTH = reprise à temps partiel
      * thérapeutique, une ligne par salarié signalé, écrite
      * à l'émission par GENERATE-DSN-SIGNALEMENT avec le statut EMIS
      * puis soldée par l'accusé net-entreprises).
      * Longueur enregistrement : 80 octets
                   88  DSV-NAT-MENSUELLE    VALUE "MENS".
                   88  DSV-NAT-ARRET        VALUE "ARRT".
                   88  DSV-NAT-FIN-CONTRAT  VALUE "FCTU".
                   88  DSV-NAT-TEMPS-THERA  VALUE "TPTH".
               10  DSV-MATRICULE      PIC X(8).
           05  DSV-SIRET              PIC X(17).
           05  DSV-STATUT             PIC X(8).
