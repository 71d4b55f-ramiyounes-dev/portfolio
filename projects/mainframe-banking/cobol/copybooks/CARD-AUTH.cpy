      *================================================================*
      * CARD-AUTH.cpy                                                  *
      * Record layout for the card authorisation log (card-auths.dat)  *
      * ORGANIZATION IS SEQUENTIAL, rewritten in place when an auth    *
      * clears or expires                                              *
      * One row per authorisation request from the intraday network    *
      * feed (IMPORT-CARD-AUTHS). An APPROVED auth carries the HOLD    *
      * placed against the account's available balance; clearing      *
      * (IMPORT-CARD-CLEARING) matches the item by card and auth code, *
      * marks it CLEARED and trues the hold up to the cleared amount;  *
      * an auth still uncleared on its expiry date is marked EXPIRED   *
      * when MANAGE-HOLDS EXPIRE releases its hold. A cleared debit    *
      * with no auth on file is logged here as UNAUTH for the          *
      * REPORT-CARD-AUTHS exception list                               *
      * Record length: 161 bytes                                       *
      *================================================================*
       01  CARD-AUTH-RECORD.
           05  CAU-AUTH-CODE           PIC X(6).
           05  CAU-CARD-NUMBER         PIC 9(16).
           05  CAU-ACCT-NUMBER         PIC 9(10).
           05  CAU-MERCHANT            PIC X(30).
           05  CAU-AMOUNT              PIC S9(13)V99 COMP-3.
           05  CAU-CURRENCY            PIC X(3).
           05  CAU-TIMESTAMP           PIC 9(14).
      *    Last day the auth may clear against its hold; the hold's
      *    release date is the same day.
           05  CAU-EXPIRY-DATE         PIC 9(8).
           05  CAU-HOLD-ID             PIC 9(8).
           05  CAU-STATUS              PIC X(8).
               88  CAU-APPROVED        VALUE "APPROVED".
               88  CAU-DECLINED        VALUE "DECLINED".
               88  CAU-CLEARED         VALUE "CLEARED ".
               88  CAU-EXPIRED         VALUE "EXPIRED ".
               88  CAU-UNAUTH          VALUE "UNAUTH  ".
           05  CAU-DECLINE-REASON      PIC X(14).
      *    Filled at clearing: the amount the network settled, the
      *    pending transaction it posted as and the clearing run date.
           05  CAU-CLEARED-AMOUNT      PIC S9(13)V99 COMP-3.
           05  CAU-CLEARED-TXN         PIC 9(10).
           05  CAU-CLEARED-DATE        PIC 9(8).
           05  FILLER                  PIC X(10).
