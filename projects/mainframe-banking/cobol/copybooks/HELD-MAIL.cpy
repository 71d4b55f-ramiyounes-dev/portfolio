      *================================================================*
      * HELD-MAIL.cpy                                                  *
      * Record layout for the held-mail file (held-mail.dat)           *
      * ORGANIZATION IS SEQUENTIAL, append-only                        *
      * One row per statement or notice kept back from the mail house  *
      * because the customer's address is flagged as returned mail,   *
      * written through MAIL-SERVICE by RUN-STATEMENTS,                *
      * FORMAT-NOTIFICATIONS and MANAGE-ESCHEAT, and listed by         *
      * REPORT-HELD-MAIL                                               *
      * Record length: 96 bytes                                        *
      *================================================================*
       01  HELD-MAIL-RECORD.
           05  HML-DATE                PIC 9(8).
           05  HML-CUSTOMER-ID         PIC 9(8).
           05  HML-ACCT-NUMBER         PIC 9(10).
           05  HML-SOURCE              PIC X(10).
               88  HML-STATEMENT       VALUE "STATEMENT ".
               88  HML-NOTICE          VALUE "NOTICE    ".
               88  HML-ESCHEAT         VALUE "ESCHEAT   ".
           05  HML-REFERENCE           PIC X(50).
           05  FILLER                  PIC X(10).
