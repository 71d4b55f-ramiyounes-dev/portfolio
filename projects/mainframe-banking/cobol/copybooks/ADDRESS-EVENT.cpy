      *================================================================*
      * ADDRESS-EVENT.cpy                                              *
      * Record layout for the customer address event log               *
      * (address-events.dat)                                           *
      * ORGANIZATION IS SEQUENTIAL, append-only                        *
      * One row per returned item recorded by IMPORT-RETURNED-MAIL     *
      * (the address the mail came back from, and why) and per         *
      * address change made through MANAGE-CUSTOMER ADDRESS (old and   *
      * new address, and who made it). ADD-TRANSACTION reads the       *
      * CHANGED rows to flag large debits soon after a change          *
      * Record length: 142 bytes                                       *
      *================================================================*
       01  ADDRESS-EVENT-RECORD.
           05  ADE-CUSTOMER-ID         PIC 9(8).
           05  ADE-DATE                PIC 9(8).
           05  ADE-EVENT               PIC X(8).
               88  ADE-RETURNED        VALUE "RETURNED".
               88  ADE-CHANGED         VALUE "CHANGED ".
           05  ADE-REASON              PIC X(20).
           05  ADE-ADDRESS             PIC X(40).
           05  ADE-OLD-ADDRESS         PIC X(40).
           05  ADE-OPERATOR            PIC X(8).
           05  FILLER                  PIC X(10).
