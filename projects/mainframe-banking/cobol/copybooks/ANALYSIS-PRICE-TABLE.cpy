      *================================================================*
      * ANALYSIS-PRICE-TABLE.cpy                                       *
      * Service price list for account analysis: one entry per         *
      * billable service, in the order the analysis statement shows    *
      * them, with the fee code the service is priced under in the     *
      * fee schedule, the size of one billable unit (1 = per item,     *
      * 1000 = per 1,000 of currency handled) and the compiled unit    *
      * price                                                          *
      * Compiled-in defaults only — RUN-ACCOUNT-ANALYSIS resolves      *
      * each unit price through FEE-SERVICE as a flat row for the      *
      * fee code, account type and plan, so a price change is a        *
      * fee-schedule edit; these prices stand where no row matches     *
      *================================================================*
       01  ANALYSIS-PRICE-TABLE.
           05  ANP-COUNT               PIC 9(2) VALUE 6.
           05  ANP-ENTRIES.
               10  ANP-ENTRY OCCURS 6 TIMES.
                   15  ANP-FEE-CODE        PIC X(8).
                   15  ANP-NAME            PIC X(16).
                   15  ANP-UNIT-SIZE       PIC 9(5).
                   15  ANP-UNIT-PRICE      PIC 9(5)V99.

       01  ANP-INIT-DATA.
           05  FILLER       PIC X(8)       VALUE "ANMAINT ".
           05  FILLER       PIC X(16)      VALUE "ACCOUNT MAINT".
           05  FILLER       PIC 9(5)       VALUE 1.
           05  FILLER       PIC 9(5)V99    VALUE 15.00.

           05  FILLER       PIC X(8)       VALUE "ANDEP   ".
           05  FILLER       PIC X(16)      VALUE "DEPOSITS".
           05  FILLER       PIC 9(5)       VALUE 1.
           05  FILLER       PIC 9(5)V99    VALUE 0.25.

           05  FILLER       PIC X(8)       VALUE "ANCHK   ".
           05  FILLER       PIC X(16)      VALUE "CHECKS PAID".
           05  FILLER       PIC 9(5)       VALUE 1.
           05  FILLER       PIC 9(5)V99    VALUE 0.15.

           05  FILLER       PIC X(8)       VALUE "ANEXT   ".
           05  FILLER       PIC X(16)      VALUE "EXT TRANSFERS".
           05  FILLER       PIC 9(5)       VALUE 1.
           05  FILLER       PIC 9(5)V99    VALUE 3.00.

           05  FILLER       PIC X(8)       VALUE "ANCARD  ".
           05  FILLER       PIC X(16)      VALUE "CARD ITEMS".
           05  FILLER       PIC 9(5)       VALUE 1.
           05  FILLER       PIC 9(5)V99    VALUE 0.05.

           05  FILLER       PIC X(8)       VALUE "ANCASH  ".
           05  FILLER       PIC X(16)      VALUE "CASH PER 1000".
           05  FILLER       PIC 9(5)       VALUE 1000.
           05  FILLER       PIC 9(5)V99    VALUE 1.00.
