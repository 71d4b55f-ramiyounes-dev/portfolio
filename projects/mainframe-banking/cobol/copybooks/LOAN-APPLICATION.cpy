      *================================================================*
      * LOAN-APPLICATION.cpy                                           *
      * Record layout for the loan application file                    *
      * (loan-applications.dat)                                        *
      * ORGANIZATION IS SEQUENTIAL, appended by MANAGE-LOAN-APPS       *
      * CAPTURE and rewritten in place as the application moves on     *
      * One row per application, from capture to the decision and, on  *
      * approval, to booking by MANAGE-LOANS ORIGINATE <app-id> with   *
      * the approved terms. The review step records the customer's     *
      * existing exposure across their linked accounts and the         *
      * verified income: the salary credited by DISBURSE-PAYROLL over  *
      * the last twelve months where there is any, otherwise the       *
      * figure the reviewing operator verified. Approval must come     *
      * from an operator other than the one who captured it            *
      * Amounts are in the currency of the application                 *
      * Record length: 250 bytes                                       *
      *================================================================*
       01  LOAN-APPLICATION-RECORD.
           05  LAP-APP-ID              PIC 9(8).
           05  LAP-CUSTOMER-ID         PIC 9(8).
           05  LAP-STATUS              PIC X(10).
               88  LAP-RECEIVED        VALUE "RECEIVED  ".
               88  LAP-UNDER-REVIEW    VALUE "REVIEW    ".
               88  LAP-APPROVED        VALUE "APPROVED  ".
               88  LAP-DECLINED        VALUE "DECLINED  ".
               88  LAP-WITHDRAWN       VALUE "WITHDRAWN ".
               88  LAP-BOOKED          VALUE "BOOKED    ".
      *    As requested at capture
           05  LAP-REQ-AMOUNT          PIC S9(13)V99 COMP-3.
           05  LAP-REQ-TERM            PIC 9(4).
           05  LAP-PURPOSE             PIC X(20).
           05  LAP-CURRENCY            PIC X(3).
      *    Annual income as the applicant declared it
           05  LAP-DECLARED-INCOME     PIC S9(13)V99 COMP-3.
           05  LAP-CAPTURED-BY         PIC X(8).
           05  LAP-CAPTURED-TS         PIC 9(14).
      *    Existing exposure at review: principal owed on LOAN
      *    accounts, drawn balances on CREDIT accounts and overdrawn
      *    CHECKING, and the aggregate credit and overdraft limits
      *    granted across the customer's accounts
           05  LAP-EXISTING-LOANS      PIC S9(13)V99 COMP-3.
           05  LAP-EXISTING-DRAWN      PIC S9(13)V99 COMP-3.
           05  LAP-AGGREGATE-LIMITS    PIC S9(13)V99 COMP-3.
           05  LAP-KYC-STATUS          PIC X(8).
      *    Verified annual income: P from payroll salary deposits
      *    (months of salary seen), O verified by the operator
           05  LAP-VERIFIED-INCOME     PIC S9(13)V99 COMP-3.
           05  LAP-INCOME-SOURCE       PIC X(1).
               88  LAP-INCOME-PAYROLL  VALUE "P".
               88  LAP-INCOME-OPERATOR VALUE "O".
           05  LAP-SALARY-MONTHS       PIC 9(2).
           05  LAP-REVIEWED-BY         PIC X(8).
           05  LAP-REVIEWED-DATE       PIC 9(8).
           05  LAP-DECIDED-BY          PIC X(8).
           05  LAP-DECIDED-DATE        PIC 9(8).
           05  LAP-DECLINE-REASON      PIC X(20).
      *    Approved terms, handed to MANAGE-LOANS ORIGINATE
           05  LAP-APPROVED-AMOUNT     PIC S9(13)V99 COMP-3.
           05  LAP-APPROVED-RATE       PIC S9(3)V99 COMP-3.
           05  LAP-APPROVED-TERM       PIC 9(4).
           05  LAP-LOAN-ACCT           PIC 9(10).
           05  LAP-DISBURSE-ACCT       PIC 9(10).
           05  LAP-BOOKED-DATE         PIC 9(8).
           05  FILLER                  PIC X(15).
