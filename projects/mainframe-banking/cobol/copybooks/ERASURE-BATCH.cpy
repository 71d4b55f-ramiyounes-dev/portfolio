      *================================================================*
      * ERASURE-BATCH.cpy                                              *
      * Record layout for the retention erasure batch                  *
      * (erasure-batch.dat)                                            *
      * ORGANIZATION IS SEQUENTIAL, written whole by ERASE-CUSTOMERS   *
      * LIST and rewritten in place by DROP, APPROVE and ERASE         *
      * One row per customer the dry run found past the retention      *
      * period with nothing open against them. Compliance reviews the  *
      * listing, drops any customer it wants kept, and a second        *
      * operator approves the batch; only APPROVED rows are erased.    *
      * The name is held for the review only and is blanked when the   *
      * row is erased                                                  *
      * Record length: 110 bytes                                       *
      *================================================================*
       01  ERASURE-BATCH-RECORD.
           05  ERB-CUST-ID             PIC 9(8).
           05  ERB-CUST-NAME           PIC X(30).
      *    Relationship end: the date the customer's last account
      *    closed (registration date for a customer with none)
           05  ERB-END-DATE            PIC 9(8).
           05  ERB-ACCT-COUNT          PIC 9(3).
           05  ERB-LISTED-TS           PIC 9(14).
           05  ERB-LISTED-BY           PIC X(8).
           05  ERB-STATUS              PIC X(8).
               88  ERB-LISTED          VALUE "LISTED  ".
               88  ERB-APPROVED        VALUE "APPROVED".
               88  ERB-DROPPED         VALUE "DROPPED ".
               88  ERB-ERASED          VALUE "ERASED  ".
               88  ERB-SKIPPED         VALUE "SKIPPED ".
           05  ERB-APPROVED-BY         PIC X(8).
           05  ERB-ACTION-DATE         PIC 9(8).
           05  FILLER                  PIC X(15).
