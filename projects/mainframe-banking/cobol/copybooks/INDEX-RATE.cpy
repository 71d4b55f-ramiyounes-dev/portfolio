      *================================================================*
      * INDEX-RATE.cpy                                                 *
      * Record layout for the reference index rate history file        *
      * (index-rates.dat)                                              *
      * ORGANIZATION IS SEQUENTIAL, maintained by operators the way    *
      * the currency-rates feed is                                     *
      * One row per published fixing of a reference rate (PRIME,       *
      * SOFR1M, EURIBOR3 ...): the fixing applying to a loan reset is  *
      * the row for the loan's index code with the most recent         *
      * effective date not after the reset date. Rows are never        *
      * rewritten — a new fixing is a new row, so every past reset     *
      * can be reproduced from the file                                *
      * Record length: 50 bytes                                        *
      *================================================================*
       01  INDEX-RATE-RECORD.
           05  IXR-INDEX-CODE          PIC X(8).
           05  IXR-EFFECTIVE-DATE      PIC 9(8).
      *    Annual percentage, four decimals as published
           05  IXR-RATE                PIC S9(3)V9(4) COMP-3.
           05  IXR-DESCRIPTION         PIC X(20).
           05  FILLER                  PIC X(10).
