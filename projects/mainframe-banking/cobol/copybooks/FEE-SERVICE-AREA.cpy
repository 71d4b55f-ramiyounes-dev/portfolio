      * FSV-RECORD = Y additionally appends one row to the fee         *
      * assessments ledger (fee-assessments.dat) from the account,     *
      * branch and currency fields, feeding the monthly fee income     *
      * report. FSV-RECORD = D records FSV-DEFAULT-AMOUNT as it        *
      * stands, with no schedule lookup — for a charge the caller      *
      * has already worked out from several priced lines.              *
      *================================================================*
       01  FEE-SERVICE-AREA.
           05  FSV-FEE-CODE            PIC X(8).
           05  FSV-ACCT-NUMBER         PIC 9(10).
           05  FSV-BRANCH              PIC X(3).
           05  FSV-CURRENCY            PIC X(3).
      *    Percentage on the row resolved (zero for a flat row or no
      *    row), for a caller quoting a rate rather than a charge.
           05  FSV-PERCENT             PIC 9(3)V9(4).
