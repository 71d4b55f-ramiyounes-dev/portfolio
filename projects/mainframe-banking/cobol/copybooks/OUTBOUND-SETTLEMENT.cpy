      * correspondent. The acknowledgment import (SETTLE-EXTERNAL)     *
      * flips the status to SETTLED, or to RETURNED with a return      *
      * credit raised back to the customer                             *
      * Every item is screened on its beneficiary name against the     *
      * sanctions watchlist before it goes to the correspondent        *
      * (OSB-SCREENED = Y once done). An item matching the list is     *
      * HELD until compliance decides in SANCTIONS-DISPOSITION:        *
      * released back to PENDING, or BLOCKED with the funds credited   *
      * back to the frozen customer account                            *
      * Record length: 100 bytes                                       *
      *================================================================*
       01  OUTBOUND-SETTLEMENT-RECORD.
               88  OSB-PENDING         VALUE "PENDING ".
               88  OSB-SETTLED         VALUE "SETTLED ".
               88  OSB-RETURNED        VALUE "RETURNED".
               88  OSB-HELD            VALUE "HELD    ".
               88  OSB-BLOCKED         VALUE "BLOCKED ".
           05  OSB-BENEF-NAME          PIC X(24).
           05  OSB-SCREENED            PIC X(1).
           05  FILLER                  PIC X(1).
