      *================================================================*
      * LOAN-RATE-TERMS.cpy                                            *
      * Record layout for the variable-rate loan terms file            *
      * (loan-rate-terms.dat)                                          *
      * ORGANIZATION IS SEQUENTIAL, appended by MANAGE-LOANS VARIABLE  *
      * and rewritten in place by MANAGE-LOANS REPRICE                 *
      * One row per index-linked LOAN account: the reference index     *
      * and the margin over it, how often the rate resets, the cap     *
      * and floor the reset rate is held between, and where the loan   *
      * stands in its reset cycle. A loan with no row here is fixed    *
      * rate. The rate in force is also carried on the master in       *
      * ACCT-TD-RATE, where billing and payoff quotes read it          *
      * Record length: 60 bytes                                        *
      *================================================================*
       01  LOAN-RATE-TERMS-RECORD.
           05  LRT-ACCT-NUMBER         PIC 9(10).
      *    Index code as published on index-rates.dat
           05  LRT-INDEX-CODE          PIC X(8).
      *    Margin over the index, annual percentage (may be negative)
           05  LRT-MARGIN              PIC S9(3)V9(4) COMP-3.
      *    Months between resets (01 monthly, 03 quarterly, 12 yearly)
           05  LRT-RESET-MONTHS        PIC 9(2).
      *    Bounds on the reset rate; zero = no cap / no floor
           05  LRT-RATE-CAP            PIC S9(3)V99 COMP-3.
           05  LRT-RATE-FLOOR          PIC S9(3)V99 COMP-3.
           05  LRT-NEXT-RESET-DATE     PIC 9(8).
      *    Last reset applied: its date, the index fixing used and
      *    the resulting rate (zero until the first reset)
           05  LRT-LAST-RESET-DATE     PIC 9(8).
           05  LRT-LAST-INDEX-RATE     PIC S9(3)V9(4) COMP-3.
           05  LRT-CURRENT-RATE        PIC S9(3)V99 COMP-3.
           05  FILLER                  PIC X(7).
