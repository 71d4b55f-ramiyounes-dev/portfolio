      *================================================================*
      * DD-CREDITOR-BLOCK.cpy                                          *
      * Record layout for the direct-debit creditor blocks             *
      * (dd-creditor-blocks.dat)                                       *
      * ORGANIZATION IS SEQUENTIAL, rewritten in place when lifted     *
      * One row per creditor a customer has barred from collecting on  *
      * the account. While a block is ACTIVE every collection from     *
      * that creditor is returned whatever mandate it quotes           *
      * Record length: 60 bytes                                        *
      *================================================================*
       01  DD-CREDITOR-BLOCK-RECORD.
           05  DCB-ACCT-NUMBER         PIC 9(10).
           05  DCB-CREDITOR-ID         PIC X(20).
           05  DCB-BLOCKED-DATE        PIC 9(8).
           05  DCB-LIFTED-DATE         PIC 9(8).
           05  DCB-STATUS              PIC X(8).
               88  DCB-ACTIVE          VALUE "ACTIVE  ".
               88  DCB-LIFTED          VALUE "LIFTED  ".
           05  FILLER                  PIC X(6).
