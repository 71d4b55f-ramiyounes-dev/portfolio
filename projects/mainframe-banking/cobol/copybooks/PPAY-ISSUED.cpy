      *================================================================*
      * PPAY-ISSUED.cpy                                                *
      * Record layout for the positive pay issued-check file           *
      * (ppay-issued.dat)                                              *
      * ORGANIZATION IS SEQUENTIAL, rewritten in place as checks are   *
      * paid or voided                                                 *
      * One row per check a positive pay customer reports having       *
      * written: number, amount, issue date and payee. A presented     *
      * check posts only when its number is ISSUED here for the same   *
      * amount; anything else goes to the exception queue              *
      * Record length: 90 bytes                                        *
      *================================================================*
       01  PPAY-ISSUED-RECORD.
           05  PPI-ACCT-NUMBER         PIC 9(10).
           05  PPI-CHECK-NUMBER        PIC 9(6).
      *    Face amount of the check, carried positive
           05  PPI-AMOUNT              PIC S9(13)V99 COMP-3.
           05  PPI-ISSUE-DATE          PIC 9(8).
           05  PPI-PAYEE               PIC X(30).
           05  PPI-STATUS              PIC X(8).
               88  PPI-ISSUED          VALUE "ISSUED  ".
               88  PPI-PAID            VALUE "PAID    ".
               88  PPI-VOID            VALUE "VOID    ".
           05  PPI-PAID-TXN-ID         PIC 9(10).
           05  PPI-LOADED-DATE         PIC 9(8).
           05  FILLER                  PIC X(2).
