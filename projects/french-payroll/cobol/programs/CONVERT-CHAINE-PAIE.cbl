           05  CHP-FIN                PIC 9(14).
           05  CHP-NB-RECORDS         PIC 9(6).
           05  CHP-OPERATEUR          PIC X(8).
           05  CHP-HORS-ECHEANCE      PIC X(1).
           05  FILLER                 PIC X(9).

       WORKING-STORAGE SECTION.
       01  WS-ANCIEN-PATH            PIC X(256).
