      ******************************************************************
      * REFUS-DEMAT-RECORD.cpy
      * Registre des salariés opposés à la remise du bulletin de paie
      * sous forme électronique — fichier REFUS-DEMAT.dat
      * Organisation : INDEXED, clé primaire = RFD-MATRICULE
      * Le bulletin est déposé au coffre-fort numérique sauf
      * opposition du salarié, qui peut la notifier à tout moment,
      * avant ou après la première remise électronique (Art. L3243-2
      * et D3243-7 C. trav.) : le salarié opposé reçoit son bulletin
      * sur papier. Une ligne par salarié, tenue par
      * MAINT-REFUS-DEMAT ; l'opposition vaut pour tout bulletin dont
      * la date de paiement est postérieure ou égale à RFD-DATE-REFUS
      * et antérieure à RFD-DATE-LEVEE (zéro = opposition en cours).
      * Longueur enregistrement : 60 octets
      ******************************************************************
       01  REFUS-DEMAT-RECORD.
           05  RFD-MATRICULE          PIC X(8).
           05  RFD-DATE-REFUS         PIC 9(8).
           05  RFD-DATE-LEVEE         PIC 9(8).
           05  RFD-OPERATEUR          PIC X(8).
           05  RFD-HORODATAGE         PIC 9(14).
           05  FILLER                 PIC X(14).
