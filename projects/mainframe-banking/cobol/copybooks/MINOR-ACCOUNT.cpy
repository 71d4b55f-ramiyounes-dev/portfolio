      *================================================================*
      * MINOR-ACCOUNT.cpy                                              *
      * Record layout for the minor accounts register                  *
      * (minor-accounts.dat)                                           *
      * ORGANIZATION IS SEQUENTIAL, appended by MANAGE-MINORS OPEN and *
      * rewritten in place as the account moves MINOR -> MAJORITY ->   *
      * CONVERTD                                                       *
      * A row flags the account as held by a minor customer. Until it  *
      * is CONVERTD, intake refuses a debit above MNR-DEBIT-LIMIT      *
      * unless it names (GUARDIAN_ID) one of the ACTIVE guardians on   *
      * guardians.dat. The majority date is derived from the minor's   *
      * CUST-BIRTH-DATE when the row is opened; the monthly MAJORITY   *
      * run notifies minors coming of age and their guardians, and     *
      * converts the account once the customer's KYC has been          *
      * refreshed on or after that date                                *
      * Record length: 80 bytes                                        *
      *================================================================*
       01  MINOR-ACCOUNT-RECORD.
           05  MNR-ACCT-NUMBER         PIC 9(10).
           05  MNR-CUST-ID             PIC 9(8).
           05  MNR-BIRTH-DATE          PIC 9(8).
           05  MNR-MAJORITY-DATE       PIC 9(8).
      *    Largest single debit the minor may make alone
           05  MNR-DEBIT-LIMIT         PIC S9(13)V99 COMP-3.
           05  MNR-STATUS              PIC X(8).
               88  MNR-MINOR           VALUE "MINOR   ".
               88  MNR-MAJORITY        VALUE "MAJORITY".
               88  MNR-CONVERTED       VALUE "CONVERTD".
           05  MNR-OPENED-DATE         PIC 9(8).
           05  MNR-NOTIFIED-DATE       PIC 9(8).
           05  MNR-CONVERTED-DATE      PIC 9(8).
           05  FILLER                  PIC X(6).
