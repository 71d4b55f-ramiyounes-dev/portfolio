      *================================================================*
      * GUARDIAN-RECORD.cpy                                            *
      * Record layout for the guardians file (guardians.dat)           *
      * ORGANIZATION IS SEQUENTIAL, appended by MANAGE-MINORS GUARDIAN *
      * and rewritten in place on removal or conversion                *
      * One row per guardian customer of a minor account               *
      * (MINOR-ACCOUNT.cpy). Only an ACTIVE guardian may authorise a   *
      * debit above the minor's limit; the rows are ENDED when the     *
      * account converts at majority                                   *
      * Record length: 60 bytes                                        *
      *================================================================*
       01  GUARDIAN-RECORD.
           05  GDN-ACCT-NUMBER         PIC 9(10).
           05  GDN-CUST-ID             PIC 9(8).
           05  GDN-STATUS              PIC X(8).
               88  GDN-ACTIVE          VALUE "ACTIVE  ".
               88  GDN-REMOVED         VALUE "REMOVED ".
               88  GDN-ENDED           VALUE "ENDED   ".
           05  GDN-ADDED-DATE          PIC 9(8).
           05  GDN-ADDED-BY            PIC X(8).
           05  GDN-ENDED-DATE          PIC 9(8).
           05  FILLER                  PIC X(10).
