      *================================================================*
      * SCREEN-SERVICE-AREA.cpy                                        *
      * Communication area for the SCREEN-SERVICE subprogram           *
      * The caller names the party to screen (name, and birth date     *
      * when known); the service answers with the best watchlist       *
      * match at or above the screening threshold in SCS-HIT = Y and   *
      * the matched row, or SCS-HIT = N. SCS-RECORD = Y additionally   *
      * queues the hit for compliance (sanctions-hits.dat) from the    *
      * subject fields — once per subject and list entry, so a re-     *
      * screen does not queue the same hit twice — and returns the     *
      * queue entry's id and status: PENDING for a live case,          *
      * RELEASED when compliance already cleared that match as a      *
      * false positive, CONFIRMD when it was confirmed.                *
      *================================================================*
       01  SCREEN-SERVICE-AREA.
           05  SCS-NAME                PIC X(40).
           05  SCS-BIRTH-DATE          PIC 9(8).
           05  SCS-RECORD              PIC X(1).
           05  SCS-SOURCE              PIC X(8).
           05  SCS-CUSTOMER-ID         PIC 9(8).
           05  SCS-ACCT-NUMBER         PIC 9(10).
           05  SCS-TXN-ID              PIC 9(10).
           05  SCS-AMOUNT              PIC S9(13)V99 COMP-3.
           05  SCS-HIT                 PIC X(1).
           05  SCS-SCORE               PIC 9(3).
           05  SCS-LIST-CODE           PIC X(8).
           05  SCS-ENTRY-ID            PIC X(12).
           05  SCS-LIST-NAME           PIC X(40).
           05  SCS-LIST-VERSION        PIC 9(6).
           05  SCS-HIT-ID              PIC 9(10).
           05  SCS-HIT-STATUS          PIC X(8).
