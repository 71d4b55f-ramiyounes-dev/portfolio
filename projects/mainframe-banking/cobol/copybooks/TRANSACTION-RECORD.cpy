               88  TXN-TYPE-INTEREST   VALUE "INTEREST  ".
               88  TXN-TYPE-REVERSAL   VALUE "REVERSAL  ".
               88  TXN-TYPE-FEE        VALUE "FEE       ".
      *    Tax withheld at source from an interest credit, a debit
      *    linked through TXN-LINK-ID to the INTEREST it was taken
      *    from (WITHHOLD-SERVICE)
               88  TXN-TYPE-WHTAX      VALUE "WHTAX     ".
           05  TXN-DESCRIPTION         PIC X(40).
           05  TXN-CURRENCY            PIC X(3).
           05  TXN-RUNNING-BAL         PIC S9(13)V99 COMP-3.
