      *================================================================*
      * ACCOUNT-ANALYSIS.cpy                                           *
      * Record layout for the account analysis statements              *
      * (account-analysis.dat)                                         *
      * ORGANIZATION IS SEQUENTIAL, append-only                        *
      * One row per analysis-plan account per month analysed, the      *
      * statement sent to the client: the month's volume of each       *
      * billable service with its unit price and charge, the average   *
      * ledger, uncollected and collected balances from the nightly    *
      * snapshots, the earnings credit rate and the credit it earned,  *
      * and the net fee charged — the service charges less the         *
      * credit, never below zero. A month already on file for the      *
      * account is not analysed again                                  *
      * Record length: 400 bytes                                       *
      *================================================================*
       01  ACCOUNT-ANALYSIS-RECORD.
           05  AAN-MONTH               PIC 9(6).
           05  AAN-ACCT-NUMBER         PIC 9(10).
           05  AAN-BRANCH              PIC X(3).
           05  AAN-CURRENCY            PIC X(3).
           05  AAN-TIMESTAMP           PIC 9(14).
      *    In ANALYSIS-PRICE-TABLE order. Volume is an item count, or
      *    whole currency units for a service billed per thousand;
      *    units are what the price applies to.
           05  AAN-SERVICE OCCURS 6 TIMES.
               10  AAN-SVC-CODE        PIC X(8).
               10  AAN-SVC-VOLUME      PIC 9(11).
               10  AAN-SVC-UNITS       PIC 9(7).
               10  AAN-SVC-PRICE       PIC S9(7)V99 COMP-3.
               10  AAN-SVC-CHARGE      PIC S9(13)V99 COMP-3.
      *    Snapshot days behind the averages, and days in the month
      *    the credit is earned over
           05  AAN-SNAP-DAYS           PIC 9(2).
           05  AAN-MONTH-DAYS          PIC 9(2).
           05  AAN-AVG-LEDGER          PIC S9(13)V99 COMP-3.
           05  AAN-AVG-FLOAT           PIC S9(13)V99 COMP-3.
           05  AAN-AVG-COLLECTED       PIC S9(13)V99 COMP-3.
           05  AAN-ECR-RATE            PIC 9(3)V9(4).
           05  AAN-EARNINGS-CREDIT     PIC S9(13)V99 COMP-3.
           05  AAN-TOTAL-CHARGES       PIC S9(13)V99 COMP-3.
           05  AAN-NET-FEE             PIC S9(13)V99 COMP-3.
      *    FEE transaction raised for the net fee; zero when the
      *    credit covered the charges
           05  AAN-FEE-TXN-ID          PIC 9(10).
           05  FILLER                  PIC X(61).
