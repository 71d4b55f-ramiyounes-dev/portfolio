      * CHECKING and a SAVINGS is one customer linked to two accounts  *
      * through CUSTOMER-LINK.cpy, instead of two unrelated owner      *
      * name strings                                                   *
      * Record length: 200 bytes                                       *
      * The customer-level limit fields grew the record from 120       *
      * bytes, the KYC refresh-cycle fields from 136, and the legal    *
      * entity fields from 160; an existing customers.dat is           *
      * converted once by CONVERT-CUSTOMERS before any program opens   *
      * it on this layout                                              *
      * The returned-mail flag took one byte of the trailing FILLER,   *
      * so the length was unchanged by it, as did the withholding      *
      * tax status                                                     *
      *================================================================*
       01  CUSTOMER-RECORD.
           05  CUST-ID                 PIC 9(8).
      *    no longer slips past the per-account controls.
           05  CUST-TXN-MAX            PIC S9(13)V99 COMP-3.
           05  CUST-DAILY-WD-LIMIT     PIC S9(13)V99 COMP-3.
      *    KYC refresh cycle, maintained by REVIEW-KYC: the date the
      *    customer was registered (the clock a PENDING customer is
      *    measured against), the next review due date set from the
      *    customer's risk rating, the date the last due-date
      *    reminder went out, and the hold flag that stops intake
      *    and posting from taking non-fee debits on any linked
      *    account until the review is brought up to date.
           05  CUST-OPENED-DATE        PIC 9(8).
           05  CUST-KYC-DUE-DATE       PIC 9(8).
           05  CUST-KYC-REMIND-DATE    PIC 9(8).
           05  CUST-KYC-HOLD           PIC X(1).
               88  CUST-KYC-HELD       VALUE "Y".
               88  CUST-KYC-CLEAR      VALUE "N" " ".
      *    Set by IMPORT-RETURNED-MAIL when mail to CUST-ADDRESS comes
      *    back undeliverable; statements and notices for the linked
      *    accounts are then held (MAIL-SERVICE) until MANAGE-CUSTOMER
      *    ADDRESS records a new address and clears it.
           05  CUST-MAIL-STATUS        PIC X(1).
               88  CUST-MAIL-RETURNED  VALUE "R".
               88  CUST-MAIL-OK        VALUE "N" " ".
      *    Individual or legal entity. For an entity CUST-NAME is the
      *    registered name, CUST-BIRTH-DATE is unused (zero) and
      *    CUST-TAX-ID is the company's tax number; the registration
      *    number, legal form and incorporation date identify it, and
      *    the individuals owning or controlling it are held in the
      *    beneficial-owner register (BENEFICIAL-OWNER.cpy).
           05  CUST-TYPE               PIC X(1).
               88  CUST-INDIVIDUAL     VALUE "I" " ".
               88  CUST-ENTITY         VALUE "E".
           05  CUST-REG-NUMBER         PIC X(20).
           05  CUST-LEGAL-FORM         PIC X(10).
           05  CUST-INCORP-DATE        PIC 9(8).
      *    Withholding tax status, which picks the rate WITHHOLD-
      *    SERVICE deducts at source from every interest credit (see
      *    WITHHOLD-RATE-TABLE.cpy): resident on the standard rate,
      *    resident who opted for the flat final levy, non-resident,
      *    or exempt on a certificate. A resident with no tax number
      *    on file is withheld at the backup rate instead. Set by
      *    MANAGE-CUSTOMER WHTSTATUS; blank reads as resident.
           05  CUST-WHT-STATUS         PIC X(1).
               88  CUST-WHT-RESIDENT   VALUE "R" " ".
               88  CUST-WHT-FLAT       VALUE "F".
               88  CUST-WHT-NONRES     VALUE "N".
               88  CUST-WHT-EXEMPT     VALUE "X".
           05  FILLER                  PIC X(1).
