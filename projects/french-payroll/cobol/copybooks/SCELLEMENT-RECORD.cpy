      ******************************************************************
      * SCELLEMENT-RECORD.cpy
      * Manifeste scellé des bulletins — fichier SCELLEMENTS.dat
      * Organisation : SEQUENTIAL, en extension seule
      * Une ligne par période de paie scellée :
      *   - C : clôture de la période (CLOSE-PERIODE, statut
      *         CLOTUREE), sur les bulletins de BULLETINS.dat ;
      *   - A : archivage de la période dans BULLETINS-AAAA.dat
      *         (ARCHIVE-BULLETINS) ;
      *   - P : purge de la période au-delà de l'horizon légal
      *         (ARCHIVE-BULLETINS), trace des bulletins détruits.
      * Le manifeste porte le nombre de bulletins, les totaux de
      * contrôle (brut, net à payer, PAS) et l'empreinte des
      * bulletins de la période, pris dans l'ordre du support. Le
      * sceau est l'empreinte du manifeste entier, qui inclut le
      * sceau de la ligne précédente : toute ligne modifiée, insérée
      * ou retirée rompt la chaîne à partir d'elle. Vérifié par
      * CONTROLE-SCELLEMENTS.
      * Empreintes : Adler-32 (10 chiffres) suivie d'un polynôme de
      * base 31 modulo 999999937 (9 chiffres), sur les octets pris
      * dans l'ordre.
      * Longueur enregistrement : 160 octets
      ******************************************************************
       01  SCELLEMENT-RECORD.
      *    Zone couverte par le sceau (127 octets)
           05  SCL-MANIFESTE.
               10  SCL-TYPE               PIC X(1).
                   88  SCL-CLOTURE           VALUE "C".
                   88  SCL-ARCHIVE           VALUE "A".
                   88  SCL-PURGE             VALUE "P".
               10  SCL-PERIODE            PIC 9(6).
      *        Nom du support scellé (BULLETINS.dat,
      *        BULLETINS-AAAA.dat) ; PURGE pour une période détruite
               10  SCL-SUPPORT            PIC X(30).
               10  SCL-NB-BULLETINS       PIC 9(6).
               10  SCL-TOTAL-BRUT         PIC S9(13)V99 COMP-3.
               10  SCL-TOTAL-NET          PIC S9(13)V99 COMP-3.
               10  SCL-TOTAL-PAS          PIC S9(13)V99 COMP-3.
               10  SCL-EMPREINTE.
                   15  SCL-EMP-ADLER      PIC 9(10).
                   15  SCL-EMP-POLY       PIC 9(9).
               10  SCL-HORODATAGE         PIC 9(14).
               10  SCL-OPERATEUR          PIC X(8).
               10  SCL-SCEAU-PRECEDENT.
                   15  SCL-PRE-ADLER      PIC 9(10).
                   15  SCL-PRE-POLY       PIC 9(9).
           05  SCL-SCEAU.
               10  SCL-SCEAU-ADLER        PIC 9(10).
               10  SCL-SCEAU-POLY         PIC 9(9).
           05  FILLER                     PIC X(14).
