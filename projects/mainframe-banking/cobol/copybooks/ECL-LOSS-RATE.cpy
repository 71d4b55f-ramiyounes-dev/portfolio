      *================================================================*
      * ECL-LOSS-RATE.cpy                                              *
      * Record layout for the expected credit loss rate parameter      *
      * file (ecl-loss-rates.dat)                                      *
      * ORGANIZATION IS SEQUENTIAL, maintained by Finance the way the  *
      * fee schedule is                                                *
      * One row per loan product / impairment stage / effective date:  *
      * the percentage of the exposure held as loss allowance. The     *
      * product is the loan's plan code (ACCT-FEE-PLAN, blank = STD).  *
      * PROVISION-ECL takes the most recent effective date not after   *
      * the provisioning date, a row for the loan's own product        *
      * beating one saying ALL, and falls back to its compiled rate    *
      * per stage when no row matches                                  *
      * Record length: 40 bytes                                        *
      *================================================================*
       01  ECL-LOSS-RATE-RECORD.
           05  ELR-PRODUCT             PIC X(4).
               88  ELR-ALL-PRODUCTS    VALUE "ALL ".
      *    1 performing, 2 significantly deteriorated, 3 defaulted
           05  ELR-STAGE               PIC 9(1).
           05  ELR-EFFECTIVE-DATE      PIC 9(8).
           05  ELR-LOSS-RATE           PIC S9(3)V9(4) COMP-3.
           05  ELR-DESCRIPTION         PIC X(20).
           05  FILLER                  PIC X(3).
