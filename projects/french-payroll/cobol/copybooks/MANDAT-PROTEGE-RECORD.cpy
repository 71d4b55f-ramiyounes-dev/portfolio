      ******************************************************************
      * MANDAT-PROTEGE-RECORD.cpy
      * Registre des mandats ouvrant droit au statut de salarié
      * protégé — fichier MANDATS-PROTEGES.dat
      * Organisation : INDEXED, clé primaire = MDT-CLE
      *                (matricule + date de début + type de mandat)
      * Le licenciement d'un salarié protégé, comme la rupture
      * conventionnelle de son contrat, est subordonné à
      * l'autorisation de l'inspecteur du travail (Art. L2411-1,
      * L2421-3 et L1237-15 C. trav.) ; la protection court pendant
      * le mandat et se prolonge après son terme (MDT-DATE-FIN-
      * PROTECTION). Une ligne par mandat, tenue par
      * MAINT-MANDAT-PROTEGE ; lue par MAINT-EMPLOYE et
      * CALC-SOLDE-TOUT-COMPTE, qui refusent un licenciement ou une
      * rupture conventionnelle sans référence d'autorisation, et
      * par REPORT-PROTECTIONS pour l'échéancier des fins de
      * protection.
      * Longueur enregistrement : 120 octets
      ******************************************************************
       01  MANDAT-PROTEGE-RECORD.
           05  MDT-CLE.
               10  MDT-MATRICULE      PIC X(8).
               10  MDT-DATE-DEBUT     PIC 9(8).
               10  MDT-TYPE           PIC X(4).
                   88  MDT-CSE-TITULAIRE    VALUE "CSET".
                   88  MDT-CSE-SUPPLEANT    VALUE "CSES".
                   88  MDT-RS-CSE           VALUE "RSCS".
                   88  MDT-DELEGUE-SYNDICAL VALUE "DS  ".
                   88  MDT-RSS              VALUE "RSS ".
                   88  MDT-PRUDHOMME        VALUE "CPH ".
                   88  MDT-CONSEILLER-SAL   VALUE "CDS ".
                   88  MDT-CANDIDAT         VALUE "CAND".
                   88  MDT-TYPE-VALIDE      VALUE "CSET" "CSES"
                                                  "RSCS" "DS  "
                                                  "RSS " "CPH "
                                                  "CDS " "CAND".
      *    Terme du mandat (zéro = mandat en cours : protection sans
      *    échéance) et fin de la protection qui le prolonge
           05  MDT-DATE-FIN           PIC 9(8).
           05  MDT-DATE-FIN-PROTECTION PIC 9(8).
      *    Autorisation de l'inspecteur du travail : référence de la
      *    décision et date ; à blanc, aucun licenciement ni rupture
      *    conventionnelle ne peut être enregistré pendant la
      *    protection
           05  MDT-AUTORISATION-REF   PIC X(20).
           05  MDT-AUTORISATION-DATE  PIC 9(8).
      *    Dernière maintenance de la ligne
           05  MDT-OPERATEUR          PIC X(8).
           05  MDT-HORODATAGE         PIC 9(14).
           05  FILLER                 PIC X(34).
