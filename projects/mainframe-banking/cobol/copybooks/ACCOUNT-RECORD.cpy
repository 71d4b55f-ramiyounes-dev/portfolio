      * ACCOUNT-RECORD.cpy                                            *
      * Record layout for the indexed ACCOUNTS master file            *
      * ORGANIZATION IS INDEXED, RECORD KEY IS ACCT-NUMBER            *
      * Record length: 184 bytes                                      *
      *================================================================*
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER             PIC 9(10).
      *    rollover instruction (R = roll into a new identical term,
      *    C = close to the linked settlement account), and the
      *    settlement account principal and interest pay out to.
      *    On a CREDIT account ACCT-TD-RATE, when set, is instead the
      *    purchase APR RUN-CREDIT-BILLING charges revolving balances.
           05  ACCT-TD-MATURITY-DATE   PIC 9(8).
           05  ACCT-TD-RATE            PIC S9(3)V99 COMP-3.
           05  ACCT-TD-ROLLOVER        PIC X(1).
      *    preferred); FEE-SERVICE matches it against the fee
      *    schedule so a plan move changes every fee at once.
      *    Spaces on records written before the field existed are
      *    treated as STD. ANLY puts a business CHECKING account on
      *    account analysis: RUN-ACCOUNT-ANALYSIS prices its monthly
      *    activity against an earnings credit on its balances, in
      *    place of the flat maintenance fee.
           05  ACCT-FEE-PLAN           PIC X(4).
               88  ACCT-PLAN-ANALYSIS  VALUE "ANLY".
      *    Statement cycle day group (01-28): RUN-STATEMENTS
      *    produces the account's statement on each month's matching
      *    day, spreading the book across the month. Zero or blank
      *    on records written before the field existed falls into
      *    cycle 01.
           05  ACCT-STMT-CYCLE         PIC 9(2).
      *    IBAN issued to a EUR account (FR, bank and guichet codes
      *    of the owning branch at opening, compte = "0" + account
      *    number, RIB key, mod-97 check digits; see IBAN-SERVICE).
      *    It stays with the account if it moves branch. Spaces on
      *    other currencies and on records not yet backfilled.
           05  ACCT-IBAN               PIC X(34).
