      * Alimenté par CALC-CONGES-PAYES pour les salariés au forfait
      * jours : acquisition mensuelle (écart entre le calendrier et le
      * plafond de 218 jours — Art. L3121-64 C. trav.), jours pris
      * relevés sur les bulletins (absence de type RTT), et jour
      * imputé au titre de la journée de solidarité (SOLIDARITE.dat).
      * Longueur enregistrement : 100 octets
      ******************************************************************
       01  RTT-RECORD.
           05  RTT-ACQUIS-PERIODE     PIC S9(3)V99 COMP-3.
           05  RTT-PRIS-PERIODE       PIC S9(3)V99 COMP-3.
           05  RTT-SOLDE-JOURS        PIC S9(5)V99 COMP-3.
      *    Jour imputé sur la période au titre de la journée de
      *    solidarité (déjà déduit de RTT-SOLDE-JOURS)
           05  RTT-SOLIDARITE-PERIODE PIC S9(3)V99 COMP-3.
           05  FILLER                 PIC X(77).
