      *================================================================*
      * CAMPAIGN-ENROL.cpy                                             *
      * Record layout for the campaign enrolments file                 *
      * (campaign-enrolments.dat)                                      *
      * ORGANIZATION IS SEQUENTIAL, rewritten in place by each         *
      * month-end ACCRUE-INTEREST run                                  *
      * One row per account enrolled in a RATE-CAMPAIGN, written by    *
      * CAMPAIGN-SERVICE at opening or from MANAGE-CAMPAIGNS. An       *
      * account holds at most one ACTIVE enrolment; it turns EXPIRED   *
      * at the first accrual on or after its expiry date, the customer *
      * having been notified a month ahead. The accrual fields feed    *
      * the MANAGE-CAMPAIGNS REPORT                                    *
      * Record length: 85 bytes                                        *
      *================================================================*
       01  CAMPAIGN-ENROL-RECORD.
           05  ENR-ACCT-NUMBER         PIC 9(10).
           05  ENR-CAMPAIGN            PIC X(8).
           05  ENR-ENROLLED-DATE       PIC 9(8).
           05  ENR-EXPIRY-DATE         PIC 9(8).
      *    Ledger balance at enrolment, the base new money is
      *    measured from.
           05  ENR-BASE-BALANCE        PIC S9(13)V99 COMP-3.
           05  ENR-STATUS              PIC X(8).
               88  ENR-ACTIVE          VALUE "ACTIVE  ".
               88  ENR-EXPIRED         VALUE "EXPIRED ".
           05  ENR-NOTICE-SENT         PIC X(1).
               88  ENR-NOTIFIED        VALUE "Y".
      *    Eligible portion at the last accrual - the balance the
      *    campaign has attracted - and the promotional interest paid
      *    over and above the tier to date, the campaign's cost.
           05  ENR-LAST-ELIGIBLE       PIC S9(13)V99 COMP-3.
           05  ENR-LAST-ACCRUAL        PIC 9(8).
           05  ENR-INTEREST-COST       PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(10).
