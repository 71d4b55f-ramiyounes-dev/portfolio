      * and the level payment's principal/interest split. The billing  *
      * batch raises each due installment through the pending          *
      * pipeline and keeps the collecting transaction id here so the   *
      * arrears pass can confirm it committed. Variable-rate rows      *
      * still DUE are superseded and regenerated at each rate reset    *
      * Billing also records the escrow amount collected with the      *
      * installment so the arrears pass owes the whole collection      *
      * Record length: 80 bytes                                        *
      *================================================================*
       01  LOAN-SCHEDULE-RECORD.
               88  LSC-PAID            VALUE "PAID    ".
               88  LSC-LATE            VALUE "LATE    ".
      *        Superseded by a re-amortization after a partial
      *        prepayment, a rate reset or an approved restructure;
      *        the billing batch ignores these rows
               88  LSC-RESCHEDULED     VALUE "RESCHED ".
           05  LSC-BILL-TXN-ID         PIC 9(10).
      *    Rate basis of the row: fixed for the life of the loan, or
      *    index-linked and regenerated at each reset by REPRICE.
      *    Blank on rows written before the field existed = fixed.
           05  LSC-RATE-TYPE           PIC X(1).
               88  LSC-RATE-FIXED      VALUE "F" " ".
               88  LSC-RATE-VARIABLE   VALUE "V".
      *    Annual rate the row's interest was computed at
           05  LSC-RATE                PIC S9(3)V99 COMP-3.
      *    Escrow amount collected with the installment when it was
      *    billed (ESCROW-ACCOUNT.cpy); zero for a loan without one
           05  LSC-ESCROW              PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(13).
