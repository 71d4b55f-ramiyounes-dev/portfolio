      *================================================================*
      * ECL-ALLOWANCE.cpy                                              *
      * Record layout for the loan loss allowance history file         *
      * (ecl-allowances.dat)                                           *
      * ORGANIZATION IS SEQUENTIAL, appended by PROVISION-ECL          *
      * One row per LOAN account per month-end provisioning run: the   *
      * stage the loan was put in and why (days past due on its        *
      * oldest LATE installment, open collections case), the exposure  *
      * and loss rate, the allowance now held and the movement from    *
      * last month's allowance that was posted to the GL. A loan       *
      * repaid or closed since last month gets a final row with a      *
      * zero allowance, releasing what was held. The latest month's    *
      * rows are the opening position of the next run                  *
      * Record length: 80 bytes                                        *
      *================================================================*
       01  ECL-ALLOWANCE-RECORD.
           05  ECA-ACCT-NUMBER         PIC 9(10).
           05  ECA-MONTH               PIC 9(6).
           05  ECA-AS-OF-DATE          PIC 9(8).
           05  ECA-BRANCH              PIC X(3).
           05  ECA-CURRENCY            PIC X(3).
           05  ECA-PRODUCT             PIC X(4).
           05  ECA-STAGE               PIC 9(1).
               88  ECA-PERFORMING      VALUE 1.
               88  ECA-DETERIORATED    VALUE 2.
               88  ECA-DEFAULTED       VALUE 3.
           05  ECA-DAYS-PAST-DUE       PIC 9(4).
           05  ECA-CASE-OPEN           PIC X(1).
               88  ECA-IN-COLLECTIONS  VALUE "Y".
      *    Principal owed, carried positive
           05  ECA-EXPOSURE            PIC S9(13)V99 COMP-3.
           05  ECA-LOSS-RATE           PIC S9(3)V9(4) COMP-3.
           05  ECA-ALLOWANCE           PIC S9(13)V99 COMP-3.
      *    Allowance less last month's: positive = dotation (charge),
      *    negative = reprise (release)
           05  ECA-MOVEMENT            PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(12).
