      *================================================================*
      * WATCHLIST-ENTRY.cpy                                            *
      * Record layout for the sanctions watchlist (watchlist.dat)      *
      * ORGANIZATION IS SEQUENTIAL, rewritten whole by each            *
      * SCREEN-SANCTIONS IMPORT                                        *
      * One row per name published on a sanctions list — the primary   *
      * name and every alias of a listed party are separate rows       *
      * under the same entry id. Rows are versioned rather than        *
      * replaced: an import stamps the rows it adds with the new list  *
      * version and closes the rows the publisher dropped with the     *
      * same version, so a hit can always be traced to the list        *
      * content that produced it. Only rows with WLE-REMOVED-VERSION   *
      * zero are screened against.                                     *
      * Record length: 100 bytes                                       *
      *================================================================*
       01  WATCHLIST-ENTRY-RECORD.
           05  WLE-LIST-CODE           PIC X(8).
           05  WLE-ENTRY-ID            PIC X(12).
           05  WLE-NAME-TYPE           PIC X(1).
               88  WLE-PRIMARY-NAME    VALUE "P".
               88  WLE-ALIAS           VALUE "A".
           05  WLE-NAME                PIC X(40).
      *    Date of birth or incorporation when published, zero when
      *    the list gives none; a known date that differs from the
      *    customer's birth date rules the row out.
           05  WLE-BIRTH-DATE          PIC 9(8).
           05  WLE-COUNTRY             PIC X(2).
           05  WLE-ADDED-VERSION       PIC 9(6).
           05  WLE-REMOVED-VERSION     PIC 9(6).
           05  FILLER                  PIC X(17).
