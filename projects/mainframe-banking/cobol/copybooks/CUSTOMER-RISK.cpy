      * produced it. The intake paths scale their AML flagging         *
      * thresholds by the rating — tighter for HIGH, looser for LOW,   *
      * the compiled policy unchanged for MEDIUM or an unrated         *
      * customer. A legal entity takes the highest rating among its    *
      * qualifying beneficial owners when that is above its own        *
      * score; CRK-INHERITED-FROM then names the owner it came from    *
      * IMPORT-RETURNED-ITEMS raises CRK-F-RETURNS (and the rating     *
      * with it) as soon as a customer's deposited checks start        *
      * coming back repeatedly, ahead of the next full rating run      *
      * Record length: 50 bytes                                        *
      *================================================================*
       01  CUSTOMER-RISK-RECORD.
           05  CRK-SCORE               PIC 9(3).
      *    Factor points: account age, KYC state and review age,
      *    cash-heavy transaction mix, prior AML dispositions,
      *    dormant-to-active transition, repeat returned deposits.
           05  CRK-F-ACCT-AGE          PIC 9(2).
           05  CRK-F-KYC               PIC 9(2).
           05  CRK-F-CASH              PIC 9(2).
           05  CRK-F-AML               PIC 9(2).
           05  CRK-F-DORMANT           PIC 9(2).
           05  CRK-F-RETURNS           PIC 9(2).
           05  CRK-RATED-DATE          PIC 9(8).
      *    Owner whose rating the entity inherited (zero = own score)
           05  CRK-INHERITED-FROM      PIC 9(8).
           05  FILLER                  PIC X(5).
