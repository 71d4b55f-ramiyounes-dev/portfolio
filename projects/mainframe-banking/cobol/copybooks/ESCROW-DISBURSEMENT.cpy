      *================================================================*
      * ESCROW-DISBURSEMENT.cpy                                        *
      * Record layout for the escrow disbursement schedule             *
      * (escrow-disbursements.dat)                                     *
      * ORGANIZATION IS SEQUENTIAL, appended by MANAGE-ESCROW ADD and  *
      * rewritten in place by REMOVE and by each DISBURSE run          *
      * One row per tax or insurance bill paid out of a loan's escrow: *
      * the payee's account, the amount and the next due date. Once    *
      * DISBURSE has paid a bill the due date moves on by the          *
      * frequency (months); a one-off bill (frequency zero) is marked  *
      * PAID instead. The annual analysis projects these rows over     *
      * the coming twelve months                                       *
      * Record length: 120 bytes                                       *
      *================================================================*
       01  ESCROW-DISBURSEMENT-RECORD.
           05  EDS-LOAN-ACCT           PIC 9(10).
           05  EDS-ITEM-NO             PIC 9(3).
           05  EDS-KIND                PIC X(4).
               88  EDS-TAX             VALUE "TAX ".
               88  EDS-INSURANCE       VALUE "INS ".
           05  EDS-PAYEE-ACCT          PIC 9(10).
           05  EDS-PAYEE-NAME          PIC X(24).
           05  EDS-AMOUNT              PIC S9(13)V99 COMP-3.
           05  EDS-DUE-DATE            PIC 9(8).
           05  EDS-FREQUENCY           PIC 9(2).
           05  EDS-STATUS              PIC X(8).
               88  EDS-ACTIVE          VALUE "ACTIVE  ".
               88  EDS-PAID            VALUE "PAID    ".
               88  EDS-REMOVED         VALUE "REMOVED ".
           05  EDS-ADDED-BY            PIC X(8).
           05  EDS-LAST-PAID-DATE      PIC 9(8).
           05  EDS-LAST-TXN-ID         PIC 9(10).
           05  FILLER                  PIC X(17).
