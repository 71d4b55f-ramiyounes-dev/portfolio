      *================================================================*
      * ESCROW-ACCOUNT.cpy                                             *
      * Record layout for the loan escrow links file                   *
      * (escrow-accounts.dat)                                          *
      * ORGANIZATION IS SEQUENTIAL, appended by MANAGE-ESCROW OPEN     *
      * and rewritten in place by each annual analysis                 *
      * One row per LOAN account carrying an escrow: the SAVINGS       *
      * sub-account the borrower's tax and insurance money is held in, *
      * and the monthly escrow amount MANAGE-LOANS BILL adds to every  *
      * installment and credits to that sub-account. The annual        *
      * analysis recomputes the amount and moves the next analysis     *
      * date on a year                                                 *
      * Record length: 100 bytes                                       *
      *================================================================*
       01  ESCROW-ACCOUNT-RECORD.
           05  ESC-LOAN-ACCT           PIC 9(10).
           05  ESC-ESCROW-ACCT         PIC 9(10).
           05  ESC-MONTHLY             PIC S9(13)V99 COMP-3.
      *    Cushion held against the year's low point, in months of
      *    the year's disbursements (at most two).
           05  ESC-CUSHION-MONTHS      PIC 9(2).
           05  ESC-OPENED-DATE         PIC 9(8).
           05  ESC-OPENED-BY           PIC X(8).
      *    Zero until the first analysis has run
           05  ESC-LAST-ANALYSIS       PIC 9(8).
           05  ESC-NEXT-ANALYSIS       PIC 9(8).
           05  ESC-STATUS              PIC X(8).
               88  ESC-ACTIVE          VALUE "ACTIVE  ".
               88  ESC-CLOSED          VALUE "CLOSED  ".
           05  FILLER                  PIC X(30).
