      *================================================================*
      * WITHHOLD-SERVICE-AREA.cpy                                      *
      * Communication area for the WITHHOLD-SERVICE subprogram         *
      * The caller names the account credited, the gross interest and  *
      * its currency and the account's branch; the service finds the   *
      * account's customer, applies the rate for the customer's        *
      * withholding status and answers with the status used, the rate  *
      * and the tax to withhold in WHS-WITHHELD (zero when exempt or   *
      * on a zero rate). With no customer linked to the account the    *
      * resident standard rate applies and WHS-CUSTOMER-ID is zero.    *
      * WHS-RECORD = Y additionally appends one row to the withholding *
      * ledger (withholding.dat) with the interest and withholding     *
      * transaction ids the caller is posting; N only quotes, for a    *
      * payout figured before the pair is posted.                      *
      *================================================================*
       01  WITHHOLD-SERVICE-AREA.
           05  WHS-ACCT-NUMBER         PIC 9(10).
           05  WHS-GROSS               PIC S9(13)V99 COMP-3.
           05  WHS-CURRENCY            PIC X(3).
           05  WHS-BRANCH              PIC X(3).
           05  WHS-INTEREST-TXN-ID     PIC 9(10).
           05  WHS-WHT-TXN-ID          PIC 9(10).
           05  WHS-RECORD              PIC X(1).
           05  WHS-CUSTOMER-ID         PIC 9(8).
           05  WHS-STATUS              PIC X(1).
           05  WHS-RATE                PIC 9(3)V99.
           05  WHS-WITHHELD            PIC S9(13)V99 COMP-3.
