      ******************************************************************
      * HABILITATION-REFUS-RECORD.cpy
      * Journal des accès refusés — fichier HABILITATIONS-REFUS.dat
      * Organisation : SEQUENTIAL, en extension seule
      * Écrit par HABILITATION-SERVICE : une ligne par programme
      * refusé (motif AUCUN-DROIT), et en fin de traitement une ligne
      * par établissement et population écartés du périmètre de
      * l'opérateur (motif HORS-PERIMETRE), avec le nombre de
      * salariés ou bulletins écartés et le premier d'entre eux.
      * Édité par REPORT-HABILITATIONS.
      * Longueur enregistrement : 120 octets
      ******************************************************************
       01  HABILITATION-REFUS-RECORD.
           05  HRF-HORODATAGE         PIC 9(14).
           05  HRF-OPERATEUR          PIC X(8).
           05  HRF-PROGRAMME          PIC X(30).
      *    L = lire, C = calculer, M = maintenir, K = clôturer
           05  HRF-DROIT              PIC X(1).
           05  HRF-ETABLISSEMENT      PIC X(4).
           05  HRF-POPULATION         PIC X(1).
      *    Matricule, segment ou période concernés
           05  HRF-OBJET              PIC X(20).
           05  HRF-NB-REFUS           PIC 9(6).
           05  HRF-MOTIF              PIC X(20).
           05  FILLER                 PIC X(16).
