      *================================================================*
      * WITHHOLDING.cpy                                                *
      * Record layout for the withholding tax ledger                   *
      * (withholding.dat)                                              *
      * ORGANIZATION IS SEQUENTIAL, append-only                        *
      * One row per interest credit WITHHOLD-SERVICE withheld tax      *
      * from: the customer and the status and rate applied, the gross  *
      * interest, the tax deducted, and the interest and withholding   *
      * transaction ids that tie it to the posted pair — the feed for  *
      * the monthly remittance report (REPORT-WITHHOLDING)             *
      * Record length: 100 bytes                                       *
      *================================================================*
       01  WITHHOLDING-RECORD.
           05  WHL-TIMESTAMP           PIC 9(14).
           05  WHL-ACCT-NUMBER         PIC 9(10).
           05  WHL-CUSTOMER-ID         PIC 9(8).
           05  WHL-BRANCH              PIC X(3).
           05  WHL-CURRENCY            PIC X(3).
      *    The status actually applied: R F N X, or B for backup
           05  WHL-STATUS              PIC X(1).
           05  WHL-RATE                PIC 9(3)V99.
           05  WHL-GROSS               PIC S9(13)V99 COMP-3.
           05  WHL-WITHHELD            PIC S9(13)V99 COMP-3.
           05  WHL-INTEREST-TXN-ID     PIC 9(10).
           05  WHL-WHT-TXN-ID          PIC 9(10).
           05  FILLER                  PIC X(20).
