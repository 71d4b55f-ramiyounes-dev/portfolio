      *================================================================*
      * GL-JOURNAL.cpy                                                 *
      * Record layout for the posted general-ledger journal            *
      * (gl-journal.dat)                                               *
      * ORGANIZATION IS SEQUENTIAL, append-only, written by POST-GL    *
      * One row per GL entry posted to the balances: which feed it     *
      * came from, when it was posted, the period it posted to and the *
      * entry itself in the GL-ENTRY record format. A feed is emptied  *
      * once posted, so this journal is the lasting record of every    *
      * line behind a balance                                          *
      * Record length: 180 bytes                                       *
      *================================================================*
       01  GL-JOURNAL-RECORD.
           05  GLJ-POSTED-TS           PIC 9(14).
           05  GLJ-FEED                PIC X(24).
           05  GLJ-PERIOD              PIC 9(6).
      *    Image of the GL-ENTRY record as read from the feed
           05  GLJ-ENTRY               PIC X(135).
           05  FILLER                  PIC X(1).
