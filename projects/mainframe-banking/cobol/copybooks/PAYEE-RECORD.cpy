      *================================================================*
      * PAYEE-RECORD.cpy                                               *
      * Record layout for the external payee registry (payees.dat)     *
      * ORGANIZATION IS SEQUENTIAL, appended by MANAGE-PAYEES ADD and  *
      * rewritten in place by MANAGE-PAYEES REMOVE                     *
      * One row per approved external beneficiary of an account: the   *
      * beneficiary bank and the beneficiary's account reference there *
      * exactly as an EXTERNAL transfer keys them. ADD-TRANSACTION     *
      * refuses an EXTERNAL item to a bank and reference with no       *
      * ACTIVE row on the account, and caps items to a payee still     *
      * inside its cooling-off period after PYE-ADDED-TS               *
      * Record length: 100 bytes                                       *
      *================================================================*
       01  PAYEE-RECORD.
           05  PYE-ACCT-NUMBER         PIC 9(10).
           05  PYE-BENEF-BANK          PIC X(11).
           05  PYE-REFERENCE           PIC X(16).
           05  PYE-BENEF-NAME          PIC X(24).
           05  PYE-ADDED-TS            PIC 9(14).
           05  PYE-ADDED-PARTS REDEFINES PYE-ADDED-TS.
               10  PYE-ADDED-DATE      PIC 9(8).
               10  PYE-ADDED-TIME      PIC 9(6).
           05  PYE-ADDED-BY            PIC X(8).
           05  PYE-STATUS              PIC X(8).
               88  PYE-ACTIVE          VALUE "ACTIVE  ".
               88  PYE-REMOVED         VALUE "REMOVED ".
           05  PYE-REMOVED-DATE        PIC 9(8).
           05  FILLER                  PIC X(1).
