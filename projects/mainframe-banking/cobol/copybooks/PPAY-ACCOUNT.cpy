      *================================================================*
      * PPAY-ACCOUNT.cpy                                               *
      * Record layout for the positive pay enrollments                 *
      * (ppay-accounts.dat)                                            *
      * ORGANIZATION IS SEQUENTIAL, rewritten in place on withdrawal   *
      * One row per account enrolled in positive pay. While the row    *
      * is ACTIVE every check presented against the account must       *
      * match the issued-check file the customer sends                 *
      * (IMPORT-ISSUED-CHECKS) before UPDATE-BALANCES lets it post;    *
      * maintained under operator audit by MANAGE-POSITIVE-PAY         *
      * Record length: 50 bytes                                        *
      *================================================================*
       01  PPAY-ACCOUNT-RECORD.
           05  PPA-ACCT-NUMBER         PIC 9(10).
           05  PPA-ENROLLED-DATE       PIC 9(8).
           05  PPA-ENDED-DATE          PIC 9(8).
           05  PPA-STATUS              PIC X(8).
               88  PPA-ACTIVE          VALUE "ACTIVE  ".
               88  PPA-ENDED           VALUE "ENDED   ".
           05  PPA-OPERATOR            PIC X(8).
           05  FILLER                  PIC X(8).
