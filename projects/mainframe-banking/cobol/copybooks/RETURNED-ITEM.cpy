      *================================================================*
      * RETURNED-ITEM.cpy                                              *
      * Record layout for the returned deposited items file            *
      * (returned-items.dat)                                           *
      * ORGANIZATION IS SEQUENTIAL, appended by IMPORT-RETURNED-ITEMS  *
      * and rewritten in place by MANAGE-RETURNED-ITEMS REPRESENT      *
      * One row per check a customer deposited that the drawee bank    *
      * sent back unpaid: the deposit it came in on, the chargeback    *
      * and returned-item fee posted against the depositor, the hold   *
      * released, and what became of the item. A re-presented item     *
      * that comes back a second time gets a row of its own, final,    *
      * pointing back at the first through RTI-PRIOR-ITEM-ID           *
      * Record length: 170 bytes                                       *
      *================================================================*
       01  RETURNED-ITEM-RECORD.
           05  RTI-ITEM-ID             PIC 9(8).
      *    The original DEPOSIT the check was credited on
           05  RTI-DEPOSIT-TXN-ID      PIC 9(10).
           05  RTI-ACCT-NUMBER         PIC 9(10).
      *    Customer linked to the account when the return came in
      *    (zero when none)
           05  RTI-CUSTOMER-ID         PIC 9(8).
           05  RTI-CURRENCY            PIC X(3).
           05  RTI-AMOUNT              PIC S9(13)V99 COMP-3.
      *    Drawee bank's reason, see RETURN-REASON-TABLE.cpy
           05  RTI-REASON              PIC X(4).
           05  RTI-RETURN-DATE         PIC 9(8).
      *    1 = first return, 2 = returned again after re-presentment
           05  RTI-RETURN-SEQ          PIC 9(1).
           05  RTI-PRIOR-ITEM-ID       PIC 9(8).
           05  RTI-CHARGEBACK-TXN-ID   PIC 9(10).
           05  RTI-FEE-TXN-ID          PIC 9(10).
           05  RTI-FEE-AMOUNT          PIC S9(13)V99 COMP-3.
      *    Deposit hold released by the chargeback (zero = none left)
           05  RTI-HOLD-ID             PIC 9(8).
           05  RTI-STATUS              PIC X(12).
               88  RTI-CHARGED-BACK    VALUE "CHARGED-BACK".
               88  RTI-REPRESENTED     VALUE "REPRESENTED ".
               88  RTI-FINAL           VALUE "FINAL       ".
      *    Re-credit posted when the item was presented again
           05  RTI-REPRESENT-TXN-ID    PIC 9(10).
           05  RTI-REPRESENT-DATE      PIC 9(8).
           05  RTI-REPRESENT-OPERATOR  PIC X(8).
           05  RTI-LOADED-TS           PIC 9(14).
           05  FILLER                  PIC X(14).
