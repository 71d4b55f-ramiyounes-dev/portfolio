      *================================================================*
      * DEPOSIT-INSURANCE.cpy                                          *
      * Record layouts for the deposit insurance quick-payout file     *
      * (deposit-insurance-payout.dat)                                 *
      * ORGANIZATION IS SEQUENTIAL, rewritten whole each run           *
      * Written by REPORT-DEPOSIT-INSURANCE for the insurer: one A     *
      * record per depositor share of a deposit account, then one D    *
      * record per depositor and ownership category with the insured   *
      * and uninsured split. All amounts are in USD except the         *
      * account's own balance and accrued interest                     *
      * Record length: 100 bytes                                       *
      *================================================================*
       01  DIP-ACCOUNT-RECORD.
           05  DIPA-REC-TYPE           PIC X(1).
               88  DIPA-IS-ACCOUNT     VALUE "A".
      *    Zero when the account has no customer link: the account
      *    is then its own depositor
           05  DIPA-CUSTOMER-ID        PIC 9(8).
           05  DIPA-CATEGORY           PIC X(6).
               88  DIPA-SINGLE         VALUE "SINGLE".
               88  DIPA-JOINT          VALUE "JOINT ".
               88  DIPA-ESTATE         VALUE "ESTATE".
           05  DIPA-ACCT-NUMBER        PIC 9(10).
           05  DIPA-CURRENCY           PIC X(3).
           05  DIPA-BALANCE            PIC S9(13)V99 COMP-3.
           05  DIPA-ACCRUED            PIC S9(13)V99 COMP-3.
           05  DIPA-OWNERS             PIC 9(2).
           05  DIPA-SHARE-USD          PIC S9(13)V99 COMP-3.
           05  DIPA-RUN-DATE           PIC 9(8).
           05  FILLER                  PIC X(38).
       01  DIP-DEPOSITOR-RECORD.
           05  DIPD-REC-TYPE           PIC X(1).
               88  DIPD-IS-DEPOSITOR   VALUE "D".
           05  DIPD-CUSTOMER-ID        PIC 9(8).
           05  DIPD-CATEGORY           PIC X(6).
      *    Set only for an unlinked account's own depositor row
           05  DIPD-ACCT-NUMBER        PIC 9(10).
           05  DIPD-NAME               PIC X(30).
           05  DIPD-TOTAL-USD          PIC S9(13)V99 COMP-3.
           05  DIPD-INSURED            PIC S9(13)V99 COMP-3.
           05  DIPD-UNINSURED          PIC S9(13)V99 COMP-3.
           05  DIPD-ACCT-COUNT         PIC 9(4).
           05  DIPD-RUN-DATE           PIC 9(8).
           05  FILLER                  PIC X(9).
