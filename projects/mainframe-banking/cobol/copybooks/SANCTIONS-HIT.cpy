      *================================================================*
      * SANCTIONS-HIT.cpy                                              *
      * Compliance queue record for sanctions screening hits           *
      * (sanctions-hits.dat)                                           *
      * ORGANIZATION IS SEQUENTIAL, rewritten in place on decision     *
      * One row per name that SCREEN-SERVICE matched against the       *
      * watchlist: a customer (at creation or on a re-screen after a   *
      * list update), a beneficial owner of a legal entity customer    *
      * (queued against the entity, so a confirmed hit freezes the     *
      * entity's accounts), or the beneficiary of an outbound          *
      * settlement item. SANCTIONS-DISPOSITION works the queue:        *
      * RELEASED is a false positive and lets a held item go; CONFIRMD *
      * freezes the account(s) and blocks the outbound item. An        *
      * outbound item with no beneficiary name cannot be screened and  *
      * is queued under list code UNNAMED for the same decision.       *
      * Record length: 210 bytes                                       *
      *================================================================*
       01  SANCTIONS-HIT-RECORD.
           05  SNH-HIT-ID              PIC 9(10).
           05  SNH-SOURCE              PIC X(8).
               88  SNH-SRC-CUSTOMER    VALUE "CUSTOMER".
               88  SNH-SRC-OUTBOUND    VALUE "OUTBOUND".
               88  SNH-SRC-OWNER       VALUE "OWNER   ".
      *    Subject screened: the customer (for OWNER the entity, the
      *    owner's name in SNH-SCREENED-NAME), or the outbound item by
      *    its debit TXN-ID and originating account
           05  SNH-CUSTOMER-ID         PIC 9(8).
           05  SNH-ACCT-NUMBER         PIC 9(10).
           05  SNH-TXN-ID              PIC 9(10).
           05  SNH-AMOUNT              PIC S9(13)V99 COMP-3.
           05  SNH-SCREENED-NAME       PIC X(40).
      *    Watchlist row matched, its list version and the score
           05  SNH-LIST-CODE           PIC X(8).
               88  SNH-UNNAMED         VALUE "UNNAMED ".
           05  SNH-ENTRY-ID            PIC X(12).
           05  SNH-LIST-NAME           PIC X(40).
           05  SNH-SCORE               PIC 9(3).
           05  SNH-LIST-VERSION        PIC 9(6).
           05  SNH-TIMESTAMP           PIC 9(14).
           05  SNH-STATUS              PIC X(8).
               88  SNH-PENDING         VALUE "PENDING ".
               88  SNH-RELEASED        VALUE "RELEASED".
               88  SNH-CONFIRMED       VALUE "CONFIRMD".
           05  SNH-REVIEWER            PIC X(8).
           05  SNH-DECIDED-DATE        PIC 9(8).
           05  FILLER                  PIC X(9).
