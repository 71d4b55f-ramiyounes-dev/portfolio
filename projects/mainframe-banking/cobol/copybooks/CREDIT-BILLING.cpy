      *================================================================*
      * CREDIT-BILLING.cpy                                             *
      * Record layout for the revolving credit billing file            *
      * (credit-billing.dat)                                           *
      * ORGANIZATION IS SEQUENTIAL, appended by RUN-CREDIT-BILLING     *
      * One row per CREDIT account per billing cycle: the statement    *
      * balance closed on the cycle date, the minimum payment and its  *
      * due date, and how the previous statement was settled — which   *
      * decides whether purchase interest (on the average daily        *
      * balance from the nightly snapshots) and a late fee were        *
      * charged this cycle. The latest row per account is the open     *
      * statement the next cycle judges payments against.              *
      * Amounts owed are carried positive.                             *
      * Record length: 100 bytes                                       *
      *================================================================*
       01  CREDIT-BILLING-RECORD.
           05  CBL-ACCT-NUMBER         PIC 9(10).
           05  CBL-STMT-DATE           PIC 9(8).
           05  CBL-PERIOD-START        PIC 9(8).
      *    The previous statement's balance and the payments credited
      *    since it closed
           05  CBL-PREV-BALANCE        PIC S9(13)V99 COMP-3.
           05  CBL-PAYMENTS            PIC S9(13)V99 COMP-3.
           05  CBL-STMT-BALANCE        PIC S9(13)V99 COMP-3.
           05  CBL-MIN-PAYMENT         PIC S9(13)V99 COMP-3.
           05  CBL-DUE-DATE            PIC 9(8).
           05  CBL-AVG-DAILY-BAL       PIC S9(13)V99 COMP-3.
           05  CBL-INTEREST            PIC S9(13)V99 COMP-3.
           05  CBL-LATE-FEE            PIC S9(13)V99 COMP-3.
      *    Settlement of the previous statement: paid in full (grace
      *    kept, no interest) and minimum met by its due date (no
      *    late fee). Blank on an account's first statement.
           05  CBL-PAID-IN-FULL        PIC X(1).
               88  CBL-PAID-FULL       VALUE "Y".
           05  CBL-MIN-MET             PIC X(1).
               88  CBL-MIN-WAS-MET     VALUE "Y".
           05  CBL-APR                 PIC S9(3)V99 COMP-3.
           05  FILLER                  PIC X(5).
