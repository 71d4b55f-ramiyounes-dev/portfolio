      ******************************************************************
      * CALENDRIER-PAIE-RECORD.cpy
      * Calendrier de paie — fichier CALENDRIER-PAIE.dat
      * Organisation : INDEXED, clé primaire = CAL-CLE
      *                (période + code établissement)
      * Une ligne par établissement et par période : date limite de
      * saisie des éléments variables, date de calcul, date de
      * paiement et date d'échéance de la DSN. Les dates sont
      * ramenées sur un jour ouvré du calendrier des jours ouvrés
      * (holiday-calendar.dat, service DATE-SERVICE). Tenu par
      * MAINT-CALENDRIER-PAIE ; lu par CHAINE-PAIE (échéance de
      * chaque étape), CALC-PAIE (PAI-DATE-PAIEMENT) et
      * GENERATE-VIREMENTS (date d'exécution de la remise).
      * Longueur enregistrement : 100 octets
      ******************************************************************
       01  CALENDRIER-PAIE-RECORD.
           05  CAL-CLE.
               10  CAL-PERIODE            PIC 9(6).
               10  CAL-ETABLISSEMENT      PIC X(4).
      *    Au-delà de la date limite, les éléments variables sont
      *    reportés sur la période suivante
           05  CAL-DATE-LIMITE-VARIABLES  PIC 9(8).
           05  CAL-DATE-CALCUL            PIC 9(8).
           05  CAL-DATE-PAIEMENT          PIC 9(8).
      *    Échéance DSN : le 5 du mois suivant pour une entreprise de
      *    50 salariés et plus, le 15 sinon (Art. R133-14 CSS),
      *    reportée au premier jour ouvré qui suit
           05  CAL-DATE-ECHEANCE-DSN      PIC 9(8).
      *    Tranche d'effectif retenue pour l'échéance DSN (mêmes
      *    valeurs que EFF-TRANCHE)
           05  CAL-TRANCHE-EFFECTIF       PIC X(1).
      *    Dernière maintenance de la ligne
           05  CAL-OPERATEUR              PIC X(8).
           05  CAL-HORODATAGE             PIC 9(14).
           05  FILLER                     PIC X(35).
