      *================================================================*
      * PPAY-EXCEPTION.cpy                                             *
      * Record layout for the positive pay exception queue             *
      * (ppay-exceptions.dat)                                          *
      * ORGANIZATION IS SEQUENTIAL, rewritten in place on decision     *
      * One row per presented check on an enrolled account that did    *
      * not match the issued-check file: unknown number, amount        *
      * mismatch, a number already paid, or a voided check. The item   *
      * is held out of posting, with enough of it kept here to         *
      * present it again. The customer decides PAY or RETURN by the    *
      * cutoff date; an item still OPEN at the cutoff is returned by   *
      * default. A PAY decision re-queues the check, and posting       *
      * flips the row to PAID when it clears                           *
      * Record length: 160 bytes                                       *
      *================================================================*
       01  PPAY-EXCEPTION-RECORD.
           05  PPE-EXCEPTION-ID        PIC 9(8).
           05  PPE-ACCT-NUMBER         PIC 9(10).
           05  PPE-CHECK-NUMBER        PIC 9(6).
      *    Presented amount and, when the number is on the issued
      *    file, the amount the customer reported - both positive
           05  PPE-PRESENTED-AMT       PIC S9(13)V99 COMP-3.
           05  PPE-ISSUED-AMT          PIC S9(13)V99 COMP-3.
           05  PPE-REASON              PIC X(10).
               88  PPE-REASON-AMOUNT   VALUE "AMOUNT    ".
               88  PPE-REASON-UNKNOWN  VALUE "UNKNOWN   ".
               88  PPE-REASON-DUPLICATE VALUE "DUPLICATE ".
               88  PPE-REASON-VOID     VALUE "VOID      ".
      *    The presented item as it arrived in the posting batch
           05  PPE-TXN-ID              PIC 9(10).
           05  PPE-TXN-TIMESTAMP       PIC 9(14).
           05  PPE-CURRENCY            PIC X(3).
           05  PPE-DESCRIPTION         PIC X(40).
           05  PPE-PRESENTED-DATE      PIC 9(8).
           05  PPE-CUTOFF-DATE         PIC 9(8).
           05  PPE-STATUS              PIC X(8).
               88  PPE-OPEN            VALUE "OPEN    ".
               88  PPE-PAY             VALUE "PAY     ".
               88  PPE-RETURNED        VALUE "RETURNED".
               88  PPE-PAID            VALUE "PAID    ".
           05  PPE-DECIDED-BY          PIC X(8).
           05  PPE-DECIDED-DATE        PIC 9(8).
      *    Y when the return was applied at the cutoff for want of
      *    a decision
           05  PPE-DEFAULTED           PIC X(1).
           05  FILLER                  PIC X(2).
