      *================================================================*
      * ALM-ASSUMPTION.cpy                                             *
      * Record layout for the behavioural repricing assumption         *
      * parameter file (alm-assumptions.dat)                           *
      * ORGANIZATION IS SEQUENTIAL, maintained by Treasury the way the *
      * ECL loss rates are maintained by Finance                       *
      * One row per non-maturity product / currency / effective date:  *
      * the percentage of the balance treated as repricing in each     *
      * gap bucket, for balances with no contractual repricing date    *
      * (CHECKING, SAVINGS, CREDIT). REPORT-REPRICING-GAP takes the    *
      * most recent effective date not after the report date, a row    *
      * for the account's own currency beating one saying ALL; what    *
      * the six dated buckets leave of 100 stays non-maturity, and a   *
      * product with no row is reported wholly non-maturity            *
      * Record length: 80 bytes                                        *
      *================================================================*
       01  ALM-ASSUMPTION-RECORD.
           05  ALM-PRODUCT             PIC X(8).
           05  ALM-CURRENCY            PIC X(3).
               88  ALM-ALL-CURRENCIES  VALUE "ALL".
           05  ALM-EFFECTIVE-DATE      PIC 9(8).
      *    Share of the balance per bucket, in percent:
      *    0-1M, 1-3M, 3-6M, 6-12M, 1-3Y, 3Y+
           05  ALM-BUCKET-PCT          PIC 9(3)V99 OCCURS 6 TIMES.
           05  ALM-DESCRIPTION         PIC X(20).
           05  FILLER                  PIC X(11).
