      * Queue record for transactions flagged by ADD-TRANSACTION's    *
      * anti-money-laundering threshold checks (amount over the       *
      * configured ceiling, or too many transactions against the      *
      * same account the same day, or a large debit soon after an     *
      * address change). The transaction still posts to               *
      * PENDING-FILE as normal — this is an alongside compliance      *
      * record, not a hold, the same way QUEUE-FOR-REVIEW's entries   *
      * are a separate supervisor queue from the account master      *
           05  AML-REASON              PIC X(10).
               88  AML-REASON-AMOUNT   VALUE "AMOUNT    ".
               88  AML-REASON-VELOCITY VALUE "VELOCITY  ".
               88  AML-REASON-ADDRCHG  VALUE "ADDRCHANGE".
           05  AML-TIMESTAMP           PIC 9(14).
           05  AML-STATUS              PIC X(8).
               88  AML-STATUS-PENDING  VALUE "PENDING ".
