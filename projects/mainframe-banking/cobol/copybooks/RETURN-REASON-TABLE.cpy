      *================================================================*
      * RETURN-REASON-TABLE.cpy                                        *
      * Reasons a drawee bank gives for returning a check our          *
      * customer deposited, as carried on the inward returns file      *
      * RTR-REPRESENT = Y marks a reason that may clear if the item    *
      * is presented again (funds may since have arrived, an           *
      * endorsement can be fixed); the rest are final on the first     *
      * return. A code not on the table is taken as final              *
      *================================================================*
       01  RETURN-REASON-TABLE.
           05  RTR-COUNT               PIC 9(2) VALUE 10.
           05  RTR-ENTRIES.
               10  RTR-ENTRY OCCURS 10 TIMES.
                   15  RTR-CODE            PIC X(4).
                   15  RTR-NAME            PIC X(20).
                   15  RTR-REPRESENT       PIC X(1).

       01  RTR-INIT-DATA.
           05  FILLER       PIC X(4)       VALUE "NSF ".
           05  FILLER       PIC X(20)      VALUE "INSUFFICIENT FUNDS".
           05  FILLER       PIC X(1)       VALUE "Y".

           05  FILLER       PIC X(4)       VALUE "UCF ".
           05  FILLER       PIC X(20)      VALUE "UNCOLLECTED FUNDS".
           05  FILLER       PIC X(1)       VALUE "Y".

           05  FILLER       PIC X(4)       VALUE "ENDO".
           05  FILLER       PIC X(20)      VALUE "ENDORSEMENT".
           05  FILLER       PIC X(1)       VALUE "Y".

           05  FILLER       PIC X(4)       VALUE "STOP".
           05  FILLER       PIC X(20)      VALUE "PAYMENT STOPPED".
           05  FILLER       PIC X(1)       VALUE "N".

           05  FILLER       PIC X(4)       VALUE "CLSD".
           05  FILLER       PIC X(20)      VALUE "ACCOUNT CLOSED".
           05  FILLER       PIC X(1)       VALUE "N".

           05  FILLER       PIC X(4)       VALUE "NACT".
           05  FILLER       PIC X(20)      VALUE "NO ACCOUNT".
           05  FILLER       PIC X(1)       VALUE "N".

           05  FILLER       PIC X(4)       VALUE "FRZN".
           05  FILLER       PIC X(20)      VALUE "ACCOUNT FROZEN".
           05  FILLER       PIC X(1)       VALUE "N".

           05  FILLER       PIC X(4)       VALUE "ALTR".
           05  FILLER       PIC X(20)      VALUE "ALTERED OR FORGED".
           05  FILLER       PIC X(1)       VALUE "N".

           05  FILLER       PIC X(4)       VALUE "STAL".
           05  FILLER       PIC X(20)      VALUE "STALE DATED".
           05  FILLER       PIC X(1)       VALUE "N".

           05  FILLER       PIC X(4)       VALUE "RFM ".
           05  FILLER       PIC X(20)      VALUE "REFER TO MAKER".
           05  FILLER       PIC X(1)       VALUE "N".
