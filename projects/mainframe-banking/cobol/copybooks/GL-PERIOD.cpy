      *================================================================*
      * GL-PERIOD.cpy                                                  *
      * Record layout for the accounting period locks                  *
      * (gl-periods.dat)                                               *
      * ORGANIZATION IS SEQUENTIAL, appended by CLOSE-GL-PERIOD        *
      * One row per closed period (YYYYMM); a period with no row is    *
      * open. POST-GL rejects any feed carrying an entry dated in a    *
      * closed period, and a period may only be closed once the one    *
      * before it is                                                   *
      * Record length: 40 bytes                                        *
      *================================================================*
       01  GL-PERIOD-RECORD.
           05  GLP-PERIOD              PIC 9(6).
           05  GLP-STATUS              PIC X(8).
               88  GLP-CLOSED          VALUE "CLOSED  ".
           05  GLP-CLOSED-TS           PIC 9(14).
           05  GLP-CLOSED-BY           PIC X(8).
      *    Y when the close carried the year's income and expense to
      *    retained earnings
           05  GLP-YEAR-END            PIC X(1).
           05  FILLER                  PIC X(3).
