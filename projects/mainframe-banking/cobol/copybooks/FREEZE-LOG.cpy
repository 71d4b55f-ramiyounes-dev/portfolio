      * MANAGE-FREEZE, with the legal reason and case reference —      *
      * the traceability a saisie or investigation demands. A legal    *
      * freeze blocks debits only: credits keep posting               *
      * SANCTIONS freezes are applied by SANCTIONS-DISPOSITION when    *
      * compliance confirms a watchlist hit, case reference SNH-<hit>  *
      * Record length: 70 bytes                                        *
      *================================================================*
       01  FREEZE-LOG-RECORD.
               88  FRZ-COURT-ORDER     VALUE "COURT-ORDER ".
               88  FRZ-DECEASED        VALUE "DECEASED    ".
               88  FRZ-FRAUD           VALUE "FRAUD       ".
               88  FRZ-SANCTIONS       VALUE "SANCTIONS   ".
           05  FRZ-CASE-REF            PIC X(15).
           05  FRZ-OPERATOR            PIC X(8).
           05  FILLER                  PIC X(3).
