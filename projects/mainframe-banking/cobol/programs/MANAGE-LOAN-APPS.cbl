       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAGE-LOAN-APPS.
      *================================================================*
      * MANAGE-LOAN-APPS.cbl                                           *
      * Loan application and underwriting pipeline ahead of            *
      * MANAGE-LOANS ORIGINATE (loan-applications.dat). Every action   *
      * is signed by the operator named in OPERATOR_ID:                *
      *   CAPTURE <customer-id> <amount> <currency> <term-months>      *
      *           <purpose> <declared-annual-income>                   *
      *     — records a new application, RECEIVED                      *
      *   REVIEW <app-id> [verified-annual-income]                     *
      *     — UNDER REVIEW: records the customer's existing exposure   *
      *       across their linked accounts (loans owed, credit and     *
      *       overdraft drawn, aggregate limits granted) and the       *
      *       verified income. Where the customer's salary is paid     *
      *       into our bank by DISBURSE-PAYROLL, the income is the     *
      *       salary credited over the last twelve months, annualised; *
      *       otherwise the operator must supply the figure verified   *
      *   APPROVE <app-id> <loan-acct> <annual-rate> <disburse-acct>   *
      *           [amount] [term-months]                               *
      *     — APPROVED on the terms given (amount and term default to  *
      *       those requested, and may not exceed them). The approver  *
      *       must not be the operator who captured the application,   *
      *       the customer's KYC must be VERIFIED and not held, and    *
      *       both accounts must belong to the customer. The loan is   *
      *       then booked by MANAGE-LOANS ORIGINATE <app-id>           *
      *   DECLINE <app-id> <reason>                                    *
      *   WITHDRAW <app-id>                                            *
      *     — closes an application not yet booked                     *
      *   LIST [status]                                                *
      *     — the pipeline, optionally one status                      *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATION-FILE
               ASSIGN TO WS-APP-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APP-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO WS-CUST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT LINK-FILE
               ASSIGN TO WS-LINK-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO WS-ACCT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TRANS-FILE
               ASSIGN TO WS-TRANS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICATION-FILE.
       COPY "LOAN-APPLICATION.cpy".

       FD  CUSTOMER-FILE.
       COPY "CUSTOMER-RECORD.cpy".

       FD  LINK-FILE.
       COPY "CUSTOMER-LINK.cpy".

       FD  ACCOUNT-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD  TRANS-FILE.
       COPY "TRANSACTION-RECORD.cpy".

       WORKING-STORAGE SECTION.
       COPY "CURRENCY-TABLE.cpy".
       01  WS-CUR-IDX                 PIC 9(2).

       01  WS-APP-PATH                PIC X(256).
       01  WS-CUST-PATH               PIC X(256).
       01  WS-LINK-PATH               PIC X(256).
       01  WS-ACCT-PATH               PIC X(256).
       01  WS-TRANS-PATH              PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-APP-STATUS              PIC XX.
       01  WS-CUST-STATUS             PIC XX.
       01  WS-LINK-STATUS             PIC XX.
       01  WS-ACCT-STATUS             PIC XX.
       01  WS-TRANS-STATUS            PIC XX.

       01  WS-OPERATOR-ID             PIC X(8).
       01  WS-ACTION                  PIC X(8).
       01  WS-ARG-COUNT               PIC 9(2).
       01  WS-INPUT-ID                PIC X(8).
       01  WS-INPUT-CUSTOMER          PIC X(8).
       01  WS-INPUT-AMOUNT            PIC X(20).
       01  WS-INPUT-CURRENCY          PIC X(3).
       01  WS-INPUT-TERM              PIC X(4).
       01  WS-INPUT-PURPOSE           PIC X(20).
       01  WS-INPUT-INCOME            PIC X(20).
       01  WS-INPUT-ACCT              PIC X(10).
       01  WS-INPUT-RATE              PIC X(8).
       01  WS-INPUT-DISBURSE          PIC X(10).
       01  WS-INPUT-REASON            PIC X(20).
       01  WS-INPUT-STATUS            PIC X(10).

       01  WS-SEARCH-ID               PIC 9(8).
       01  WS-CUSTOMER-ID             PIC 9(8).
       01  WS-AMOUNT                  PIC S9(13)V99 COMP-3.
       01  WS-INCOME                  PIC S9(13)V99 COMP-3.
       01  WS-TERM                    PIC 9(4).
       01  WS-RATE                    PIC S9(3)V99 COMP-3.
       01  WS-LOAN-ACCT               PIC 9(10).
       01  WS-DISBURSE-ACCT           PIC 9(10).

       01  WS-EOF                     PIC 9      VALUE 0.
       01  WS-FOUND                   PIC 9      VALUE 0.
       01  WS-MAX-ID                  PIC 9(8)   VALUE 0.
       01  WS-LIST-COUNT              PIC 9(6)   VALUE 0.
       01  WS-LOAN-LINKED             PIC 9      VALUE 0.
       01  WS-DISBURSE-LINKED         PIC 9      VALUE 0.

      *    The customer's accounts, from customer-accounts.dat
       01  WS-CA-COUNT                PIC 9(3)   VALUE 0.
       01  WS-CA-TABLE.
           05  WS-CA-ACCT OCCURS 200 TIMES PIC 9(10).
       01  WS-CA-IDX                  PIC 9(3).

      *    Exposure and income, in the application's currency
       01  WS-EXISTING-LOANS          PIC S9(13)V99 COMP-3.
       01  WS-EXISTING-DRAWN          PIC S9(13)V99 COMP-3.
       01  WS-AGGREGATE-LIMITS        PIC S9(13)V99 COMP-3.
       01  WS-CONVERT-AMOUNT          PIC S9(13)V99 COMP-3.
       01  WS-CONVERT-FROM            PIC X(3).
       01  WS-FROM-RATE               PIC 9(7)V9(6).
       01  WS-TO-RATE                 PIC 9(7)V9(6).

      *    Salary credited by DISBURSE-PAYROLL: committed DEPOSITs
      *    described "SALAIRE <period> <matricule>" on the customer's
      *    accounts in the twelve months before the review
       01  WS-SALARY-PREFIX           PIC X(8)   VALUE "SALAIRE ".
       01  WS-SALARY-TOTAL            PIC S9(13)V99 COMP-3.
       01  WS-SALARY-MONTHS           PIC 9(2).
       01  WS-SALARY-PERIODS.
           05  WS-SALARY-PERIOD OCCURS 24 TIMES PIC X(6).
       01  WS-SP-IDX                  PIC 9(2).
       01  WS-WINDOW-START            PIC 9(8).
       01  WS-SERIAL                  PIC 9(7).
       01  WS-TXN-DATE                PIC 9(8).

       01  WS-DEBT-RATIO              PIC S9(5)V99 COMP-3.
       01  WS-DISPLAY-AMT             PIC -(13)9.99.
       01  WS-DISPLAY-AMT2            PIC -(13)9.99.
       01  WS-DISPLAY-AMT3            PIC -(13)9.99.
       01  WS-DISPLAY-PCT             PIC -(5)9.99.
       01  WS-DISPLAY-RATE            PIC -ZZ9.99.

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIMESTAMP               PIC 9(14).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE CURRENCY-INIT-DATA TO CURRENCY-ENTRIES
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/loan-applications.dat" DELIMITED SIZE
                  INTO WS-APP-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/customers.dat" DELIMITED SIZE
                  INTO WS-CUST-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/customer-accounts.dat" DELIMITED SIZE
                  INTO WS-LINK-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/accounts.dat" DELIMITED SIZE
                  INTO WS-ACCT-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/transactions.dat" DELIMITED SIZE
                  INTO WS-TRANS-PATH
           END-STRING

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY "ERROR|Missing action: CAPTURE REVIEW APPROVE"
                   " DECLINE WITHDRAW LIST"
               STOP RUN
           END-IF
           ACCEPT WS-ACTION FROM ARGUMENT-VALUE

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR-ID = SPACES AND WS-ACTION NOT = "LIST"
               DISPLAY "ERROR|OPERATOR_ID is required for loan"
                   " applications"
               STOP RUN
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                  WS-DATE-HHMMSS   DELIMITED SIZE
                  INTO WS-TIMESTAMP
           END-STRING

           EVALUATE WS-ACTION
               WHEN "CAPTURE"
                   PERFORM CAPTURE-APPLICATION
               WHEN "REVIEW"
                   PERFORM REVIEW-APPLICATION
               WHEN "APPROVE"
                   PERFORM APPROVE-APPLICATION
               WHEN "DECLINE"
                   PERFORM DECLINE-APPLICATION
               WHEN "WITHDRAW"
                   PERFORM WITHDRAW-APPLICATION
               WHEN "LIST"
                   PERFORM LIST-APPLICATIONS
               WHEN OTHER
                   DISPLAY "ERROR|Unknown action: " WS-ACTION
           END-EVALUATE
           STOP RUN.

       CAPTURE-APPLICATION.
           IF WS-ARG-COUNT < 7
               DISPLAY "ERROR|CAPTURE requires: CUSTOMER-ID AMOUNT"
                   " CURRENCY TERM-MONTHS PURPOSE DECLARED-INCOME"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-CUSTOMER FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-AMOUNT FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-CURRENCY FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-TERM FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-PURPOSE FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-INCOME FROM ARGUMENT-VALUE
           MOVE WS-INPUT-CUSTOMER TO WS-CUSTOMER-ID
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-INPUT-AMOUNT)
           COMPUTE WS-TERM = FUNCTION NUMVAL(WS-INPUT-TERM)
           COMPUTE WS-INCOME = FUNCTION NUMVAL(WS-INPUT-INCOME)

           IF WS-AMOUNT <= 0 OR WS-TERM = 0
               DISPLAY "ERROR|Amount and term must be positive"
               STOP RUN
           END-IF
           IF WS-INCOME < 0
               DISPLAY "ERROR|Declared income cannot be negative"
               STOP RUN
           END-IF
           MOVE 0 TO WS-FOUND
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > CURRENCY-COUNT
               IF CUR-CODE(WS-CUR-IDX) = WS-INPUT-CURRENCY
                   MOVE 1 TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 0
               DISPLAY "ERROR|Unknown currency: " WS-INPUT-CURRENCY
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open customers: "
                   WS-CUST-STATUS
               STOP RUN
           END-IF
           MOVE WS-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "ERROR|Customer not found: "
                       WS-CUSTOMER-ID
                   CLOSE CUSTOMER-FILE
                   STOP RUN
           END-READ
           CLOSE CUSTOMER-FILE

           MOVE 0 TO WS-MAX-ID
           OPEN INPUT APPLICATION-FILE
           IF WS-APP-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ APPLICATION-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF LAP-APP-ID > WS-MAX-ID
                               MOVE LAP-APP-ID TO WS-MAX-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPLICATION-FILE
           END-IF

           OPEN EXTEND APPLICATION-FILE
           IF WS-APP-STATUS = "35"
               OPEN OUTPUT APPLICATION-FILE
           END-IF
           IF WS-APP-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open applications: "
                   WS-APP-STATUS
               STOP RUN
           END-IF
           INITIALIZE LOAN-APPLICATION-RECORD
           COMPUTE LAP-APP-ID = WS-MAX-ID + 1
           MOVE WS-CUSTOMER-ID      TO LAP-CUSTOMER-ID
           MOVE "RECEIVED  "        TO LAP-STATUS
           MOVE WS-AMOUNT           TO LAP-REQ-AMOUNT
           MOVE WS-TERM             TO LAP-REQ-TERM
           MOVE WS-INPUT-PURPOSE    TO LAP-PURPOSE
           MOVE WS-INPUT-CURRENCY   TO LAP-CURRENCY
           MOVE WS-INCOME           TO LAP-DECLARED-INCOME
           MOVE WS-OPERATOR-ID      TO LAP-CAPTURED-BY
           MOVE WS-TIMESTAMP        TO LAP-CAPTURED-TS
           WRITE LOAN-APPLICATION-RECORD
           IF WS-APP-STATUS NOT = "00"
               DISPLAY "ERROR|Application write failed: "
                   WS-APP-STATUS
               CLOSE APPLICATION-FILE
               STOP RUN
           END-IF
           CLOSE APPLICATION-FILE

           MOVE WS-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "APPLICATION-RECEIVED|" LAP-APP-ID "|"
               WS-CUSTOMER-ID "|" CUST-NAME "|" WS-DISPLAY-AMT " "
               LAP-CURRENCY "|" WS-TERM " months|" LAP-PURPOSE
               "|captured by " WS-OPERATOR-ID.

       REVIEW-APPLICATION.
           IF WS-ARG-COUNT < 2
               DISPLAY "ERROR|REVIEW requires: APP-ID"
                   " [VERIFIED-INCOME]"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ID FROM ARGUMENT-VALUE
           MOVE WS-INPUT-ID TO WS-SEARCH-ID
           MOVE -1 TO WS-INCOME
           IF WS-ARG-COUNT >= 3
               ACCEPT WS-INPUT-INCOME FROM ARGUMENT-VALUE
               COMPUTE WS-INCOME = FUNCTION NUMVAL(WS-INPUT-INCOME)
           END-IF

           OPEN I-O APPLICATION-FILE
           PERFORM FIND-APPLICATION
           IF NOT LAP-RECEIVED AND NOT LAP-UNDER-REVIEW
               DISPLAY "ERROR|Application is " LAP-STATUS
                   " - only RECEIVED or REVIEW can be reviewed"
               CLOSE APPLICATION-FILE
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open customers: "
                   WS-CUST-STATUS
               CLOSE APPLICATION-FILE
               STOP RUN
           END-IF
           MOVE LAP-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "ERROR|Customer not found: "
                       LAP-CUSTOMER-ID
                   CLOSE CUSTOMER-FILE
                   CLOSE APPLICATION-FILE
                   STOP RUN
           END-READ
           CLOSE CUSTOMER-FILE

           PERFORM LOAD-CUSTOMER-ACCOUNTS
           PERFORM SUM-EXISTING-EXPOSURE
           PERFORM SUM-PAYROLL-SALARY

           IF WS-SALARY-MONTHS > 0
               COMPUTE LAP-VERIFIED-INCOME ROUNDED =
                   WS-SALARY-TOTAL / WS-SALARY-MONTHS * 12
               MOVE "P" TO LAP-INCOME-SOURCE
               MOVE WS-SALARY-MONTHS TO LAP-SALARY-MONTHS
               IF WS-INCOME >= 0
                   DISPLAY "INFO|Salary paid into the bank - payroll"
                       " income used, figure given ignored"
               END-IF
           ELSE
               IF WS-INCOME < 0
                   DISPLAY "ERROR|No payroll salary found for"
                       " customer " LAP-CUSTOMER-ID
                       " - give the verified annual income"
                   CLOSE APPLICATION-FILE
                   STOP RUN
               END-IF
               MOVE WS-INCOME TO LAP-VERIFIED-INCOME
               MOVE "O" TO LAP-INCOME-SOURCE
               MOVE 0 TO LAP-SALARY-MONTHS
           END-IF

           MOVE WS-EXISTING-LOANS   TO LAP-EXISTING-LOANS
           MOVE WS-EXISTING-DRAWN   TO LAP-EXISTING-DRAWN
           MOVE WS-AGGREGATE-LIMITS TO LAP-AGGREGATE-LIMITS
           MOVE CUST-KYC-STATUS     TO LAP-KYC-STATUS
           MOVE WS-OPERATOR-ID      TO LAP-REVIEWED-BY
           MOVE WS-DATE-YYYYMMDD    TO LAP-REVIEWED-DATE
           MOVE "REVIEW    "        TO LAP-STATUS
           REWRITE LOAN-APPLICATION-RECORD
           IF WS-APP-STATUS NOT = "00"
               DISPLAY "ERROR|Application rewrite failed: "
                   WS-APP-STATUS
               CLOSE APPLICATION-FILE
               STOP RUN
           END-IF
           CLOSE APPLICATION-FILE

      *    Debt to income: everything owed or drawn plus the request,
      *    over the verified annual income
           MOVE WS-EXISTING-LOANS TO WS-DISPLAY-AMT
           MOVE WS-EXISTING-DRAWN TO WS-DISPLAY-AMT2
           MOVE WS-AGGREGATE-LIMITS TO WS-DISPLAY-AMT3
           DISPLAY "EXPOSURE|" LAP-APP-ID "|" LAP-CUSTOMER-ID
               "|loans " WS-DISPLAY-AMT "|drawn " WS-DISPLAY-AMT2
               "|limits " WS-DISPLAY-AMT3 " " LAP-CURRENCY
               "|KYC " LAP-KYC-STATUS
           MOVE LAP-VERIFIED-INCOME TO WS-DISPLAY-AMT
           MOVE LAP-DECLARED-INCOME TO WS-DISPLAY-AMT2
           IF LAP-VERIFIED-INCOME > 0
               COMPUTE WS-DEBT-RATIO ROUNDED =
                   (WS-EXISTING-LOANS + WS-EXISTING-DRAWN
                   + LAP-REQ-AMOUNT) * 100 / LAP-VERIFIED-INCOME
           ELSE
               MOVE 0 TO WS-DEBT-RATIO
           END-IF
           MOVE WS-DEBT-RATIO TO WS-DISPLAY-PCT
           DISPLAY "INCOME|" LAP-APP-ID "|verified " WS-DISPLAY-AMT
               "|source " LAP-INCOME-SOURCE "|"
               LAP-SALARY-MONTHS " salary months|declared "
               WS-DISPLAY-AMT2 "|debt to income " WS-DISPLAY-PCT
               "%"
           DISPLAY "APPLICATION-REVIEWED|" LAP-APP-ID
               "|reviewed by " WS-OPERATOR-ID.

       LOAD-CUSTOMER-ACCOUNTS.
           MOVE 0 TO WS-CA-COUNT
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ LINK-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CAL-CUSTOMER-ID = LAP-CUSTOMER-ID
                               AND WS-CA-COUNT < 200
                               ADD 1 TO WS-CA-COUNT
                               MOVE CAL-ACCT-NUMBER
                                   TO WS-CA-ACCT(WS-CA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LINK-FILE
           END-IF.

       SUM-EXISTING-EXPOSURE.
           MOVE 0 TO WS-EXISTING-LOANS
           MOVE 0 TO WS-EXISTING-DRAWN
           MOVE 0 TO WS-AGGREGATE-LIMITS
           IF WS-CA-COUNT = 0
               GO TO SUM-EXISTING-EXPOSURE-EXIT
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               CLOSE APPLICATION-FILE
               STOP RUN
           END-IF
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CA-COUNT
               MOVE WS-CA-ACCT(WS-CA-IDX) TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT ACCT-STATUS-CLOSED
                           PERFORM ADD-ACCOUNT-EXPOSURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE.

       SUM-EXISTING-EXPOSURE-EXIT.
           EXIT.

       ADD-ACCOUNT-EXPOSURE.
           MOVE ACCT-CURRENCY TO WS-CONVERT-FROM
           IF ACCT-BALANCE < 0
               COMPUTE WS-CONVERT-AMOUNT = 0 - ACCT-BALANCE
               PERFORM CONVERT-TO-APP-CURRENCY
               IF ACCT-TYPE-LOAN
                   ADD WS-CONVERT-AMOUNT TO WS-EXISTING-LOANS
               ELSE
                   ADD WS-CONVERT-AMOUNT TO WS-EXISTING-DRAWN
               END-IF
           END-IF
           IF ACCT-TYPE-CREDIT
               MOVE ACCT-CREDIT-LIMIT TO WS-CONVERT-AMOUNT
               PERFORM CONVERT-TO-APP-CURRENCY
               ADD WS-CONVERT-AMOUNT TO WS-AGGREGATE-LIMITS
           END-IF
           IF ACCT-TYPE-CHECKING
               AND ACCT-OVERDRAFT-EXPIRY >= WS-DATE-YYYYMMDD
               MOVE ACCT-OVERDRAFT-LIMIT TO WS-CONVERT-AMOUNT
               PERFORM CONVERT-TO-APP-CURRENCY
               ADD WS-CONVERT-AMOUNT TO WS-AGGREGATE-LIMITS
           END-IF.

       SUM-PAYROLL-SALARY.
           MOVE 0 TO WS-SALARY-TOTAL
           MOVE 0 TO WS-SALARY-MONTHS
           MOVE SPACES TO WS-SALARY-PERIODS
           IF WS-CA-COUNT = 0
               GO TO SUM-PAYROLL-SALARY-EXIT
           END-IF
           COMPUTE WS-SERIAL =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD) - 365
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-SERIAL)
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               GO TO SUM-PAYROLL-SALARY-EXIT
           END-IF
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ TRANS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE TXN-TIMESTAMP(1:8) TO WS-TXN-DATE
                       IF TXN-TYPE-DEPOSIT
                           AND TXN-COMMITTED
                           AND TXN-DESCRIPTION(1:8)
                               = WS-SALARY-PREFIX
                           AND WS-TXN-DATE > WS-WINDOW-START
                           PERFORM ADD-SALARY-CREDIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE.

       SUM-PAYROLL-SALARY-EXIT.
           EXIT.

       ADD-SALARY-CREDIT.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CA-COUNT
               IF WS-CA-ACCT(WS-CA-IDX) = TXN-ACCOUNT-NUM
                   MOVE 1 TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 0
               GO TO ADD-SALARY-CREDIT-EXIT
           END-IF
           MOVE TXN-CURRENCY TO WS-CONVERT-FROM
           MOVE TXN-AMOUNT TO WS-CONVERT-AMOUNT
           PERFORM CONVERT-TO-APP-CURRENCY
           ADD WS-CONVERT-AMOUNT TO WS-SALARY-TOTAL
      *    Months of salary are counted by pay period, so a period
      *    paid in two credits is still one month
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SALARY-MONTHS
               IF WS-SALARY-PERIOD(WS-SP-IDX)
                       = TXN-DESCRIPTION(9:6)
                   GO TO ADD-SALARY-CREDIT-EXIT
               END-IF
           END-PERFORM
           IF WS-SALARY-MONTHS < 24
               ADD 1 TO WS-SALARY-MONTHS
               MOVE TXN-DESCRIPTION(9:6)
                   TO WS-SALARY-PERIOD(WS-SALARY-MONTHS)
           END-IF.

       ADD-SALARY-CREDIT-EXIT.
           EXIT.

       CONVERT-TO-APP-CURRENCY.
      *    Through the USD cross rates; an unknown currency is taken
      *    at par
           IF WS-CONVERT-FROM = LAP-CURRENCY
               GO TO CONVERT-TO-APP-CURRENCY-EXIT
           END-IF
           MOVE 0 TO WS-FROM-RATE
           MOVE 0 TO WS-TO-RATE
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > CURRENCY-COUNT
               IF CUR-CODE(WS-CUR-IDX) = WS-CONVERT-FROM
                   MOVE CUR-RATE-TO-USD(WS-CUR-IDX) TO WS-FROM-RATE
               END-IF
               IF CUR-CODE(WS-CUR-IDX) = LAP-CURRENCY
                   MOVE CUR-RATE-TO-USD(WS-CUR-IDX) TO WS-TO-RATE
               END-IF
           END-PERFORM
           IF WS-FROM-RATE > 0 AND WS-TO-RATE > 0
               COMPUTE WS-CONVERT-AMOUNT ROUNDED =
                   WS-CONVERT-AMOUNT * WS-FROM-RATE / WS-TO-RATE
           END-IF.

       CONVERT-TO-APP-CURRENCY-EXIT.
           EXIT.

       APPROVE-APPLICATION.
           IF WS-ARG-COUNT < 5
               DISPLAY "ERROR|APPROVE requires: APP-ID LOAN-ACCT"
                   " ANNUAL-RATE DISBURSE-ACCT [AMOUNT] [TERM]"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ID FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-ACCT FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-RATE FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-DISBURSE FROM ARGUMENT-VALUE
           MOVE WS-INPUT-ID TO WS-SEARCH-ID
           MOVE WS-INPUT-ACCT TO WS-LOAN-ACCT
           MOVE WS-INPUT-DISBURSE TO WS-DISBURSE-ACCT
           COMPUTE WS-RATE = FUNCTION NUMVAL(WS-INPUT-RATE)
           MOVE 0 TO WS-AMOUNT
           MOVE 0 TO WS-TERM
           IF WS-ARG-COUNT >= 6
               ACCEPT WS-INPUT-AMOUNT FROM ARGUMENT-VALUE
               COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-INPUT-AMOUNT)
           END-IF
           IF WS-ARG-COUNT >= 7
               ACCEPT WS-INPUT-TERM FROM ARGUMENT-VALUE
               COMPUTE WS-TERM = FUNCTION NUMVAL(WS-INPUT-TERM)
           END-IF
           IF WS-RATE < 0
               DISPLAY "ERROR|Rate cannot be negative"
               STOP RUN
           END-IF

           OPEN I-O APPLICATION-FILE
           PERFORM FIND-APPLICATION
           IF NOT LAP-UNDER-REVIEW
               DISPLAY "ERROR|Application is " LAP-STATUS
                   " - it must be reviewed before approval"
               CLOSE APPLICATION-FILE
               STOP RUN
           END-IF
      *    Four eyes: the approver cannot be the capturer
           IF WS-OPERATOR-ID = LAP-CAPTURED-BY
               DISPLAY "ERROR|Approval requires an operator other"
                   " than " LAP-CAPTURED-BY " who captured it"
               CLOSE APPLICATION-FILE
               STOP RUN
           END-IF
           IF WS-AMOUNT = 0
               MOVE LAP-REQ-AMOUNT TO WS-AMOUNT
           END-IF
           IF WS-TERM = 0
               MOVE LAP-REQ-TERM TO WS-TERM
           END-IF
           IF WS-AMOUNT < 0 OR WS-AMOUNT > LAP-REQ-AMOUNT
               OR WS-TERM > LAP-REQ-TERM
               DISPLAY "ERROR|Approved amount and term cannot exceed"
                   " those requested"
               CLOSE APPLICATION-FILE
               STOP RUN
           END-IF

      *    KYC as it stands now, not as it stood at review
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open customers: "
                   WS-CUST-STATUS
               CLOSE APPLICATION-FILE
               STOP RUN
           END-IF
           MOVE LAP-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "ERROR|Customer not found: "
                       LAP-CUSTOMER-ID
                   CLOSE CUSTOMER-FILE
                   CLOSE APPLICATION-FILE
                   STOP RUN
           END-READ
           CLOSE CUSTOMER-FILE
           IF NOT CUST-KYC-VERIFIED OR CUST-KYC-HELD
               DISPLAY "ERROR|Customer KYC is " CUST-KYC-STATUS
                   " hold " CUST-KYC-HOLD " - cannot approve"
               CLOSE APPLICATION-FILE
               STOP RUN
           END-IF

           PERFORM LOAD-CUSTOMER-ACCOUNTS
           MOVE 0 TO WS-LOAN-LINKED
           MOVE 0 TO WS-DISBURSE-LINKED
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CA-COUNT
               IF WS-CA-ACCT(WS-CA-IDX) = WS-LOAN-ACCT
                   MOVE 1 TO WS-LOAN-LINKED
               END-IF
               IF WS-CA-ACCT(WS-CA-IDX) = WS-DISBURSE-ACCT
                   MOVE 1 TO WS-DISBURSE-LINKED
               END-IF
           END-PERFORM
           IF WS-LOAN-LINKED = 0 OR WS-DISBURSE-LINKED = 0
               DISPLAY "ERROR|Loan and disbursement accounts must"
                   " both belong to customer " LAP-CUSTOMER-ID
               CLOSE APPLICATION-FILE
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               CLOSE APPLICATION-FILE
               STOP RUN
           END-IF
           MOVE WS-DISBURSE-ACCT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ERROR|Account not found: "
                       WS-DISBURSE-ACCT
                   CLOSE ACCOUNT-FILE
                   CLOSE APPLICATION-FILE
                   STOP RUN
           END-READ
           IF ACCT-STATUS-CLOSED
               DISPLAY "ERROR|Disbursement account is closed: "
                   WS-DISBURSE-ACCT
               CLOSE ACCOUNT-FILE
               CLOSE APPLICATION-FILE
               STOP RUN
           END-IF
           MOVE WS-LOAN-ACCT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ERROR|Account not found: " WS-LOAN-ACCT
                   CLOSE ACCOUNT-FILE
                   CLOSE APPLICATION-FILE
                   STOP RUN
           END-READ
           CLOSE ACCOUNT-FILE
           IF NOT ACCT-TYPE-LOAN OR ACCT-STATUS-CLOSED
               DISPLAY "ERROR|Not an open LOAN account: "
                   WS-LOAN-ACCT
               CLOSE APPLICATION-FILE
               STOP RUN
           END-IF
           IF ACCT-BALANCE NOT = 0
               DISPLAY "ERROR|Loan account already carries a"
                   " balance: " WS-LOAN-ACCT
               CLOSE APPLICATION-FILE
               STOP RUN
           END-IF
           IF ACCT-CURRENCY NOT = LAP-CURRENCY
               DISPLAY "ERROR|Loan account currency " ACCT-CURRENCY
                   " differs from the application's " LAP-CURRENCY
               CLOSE APPLICATION-FILE
               STOP RUN
           END-IF

           MOVE WS-AMOUNT         TO LAP-APPROVED-AMOUNT
           MOVE WS-RATE           TO LAP-APPROVED-RATE
           MOVE WS-TERM           TO LAP-APPROVED-TERM
           MOVE WS-LOAN-ACCT      TO LAP-LOAN-ACCT
           MOVE WS-DISBURSE-ACCT  TO LAP-DISBURSE-ACCT
           MOVE WS-OPERATOR-ID    TO LAP-DECIDED-BY
           MOVE WS-DATE-YYYYMMDD  TO LAP-DECIDED-DATE
           MOVE "APPROVED  "      TO LAP-STATUS
           REWRITE LOAN-APPLICATION-RECORD
           IF WS-APP-STATUS NOT = "00"
               DISPLAY "ERROR|Application rewrite failed: "
                   WS-APP-STATUS
               CLOSE APPLICATION-FILE
               STOP RUN
           END-IF
           CLOSE APPLICATION-FILE

           MOVE WS-AMOUNT TO WS-DISPLAY-AMT
           MOVE WS-RATE TO WS-DISPLAY-RATE
           DISPLAY "APPLICATION-APPROVED|" LAP-APP-ID "|"
               LAP-CUSTOMER-ID "|" WS-DISPLAY-AMT " " LAP-CURRENCY
               "|" WS-DISPLAY-RATE "%|" WS-TERM " months|loan "
               WS-LOAN-ACCT "|disburse " WS-DISBURSE-ACCT
               "|approved by " WS-OPERATOR-ID
           DISPLAY "INFO|Book with MANAGE-LOANS ORIGINATE "
               LAP-APP-ID.

       DECLINE-APPLICATION.
           IF WS-ARG-COUNT < 3
               DISPLAY "ERROR|DECLINE requires: APP-ID REASON"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ID FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-REASON FROM ARGUMENT-VALUE
           MOVE WS-INPUT-ID TO WS-SEARCH-ID

           OPEN I-O APPLICATION-FILE
           PERFORM FIND-APPLICATION
           IF NOT LAP-RECEIVED AND NOT LAP-UNDER-REVIEW
               DISPLAY "ERROR|Application is " LAP-STATUS
                   " - cannot be declined"
               CLOSE APPLICATION-FILE
               STOP RUN
           END-IF
           MOVE WS-INPUT-REASON   TO LAP-DECLINE-REASON
           MOVE WS-OPERATOR-ID    TO LAP-DECIDED-BY
           MOVE WS-DATE-YYYYMMDD  TO LAP-DECIDED-DATE
           MOVE "DECLINED  "      TO LAP-STATUS
           REWRITE LOAN-APPLICATION-RECORD
           IF WS-APP-STATUS NOT = "00"
               DISPLAY "ERROR|Application rewrite failed: "
                   WS-APP-STATUS
           ELSE
               DISPLAY "APPLICATION-DECLINED|" LAP-APP-ID "|"
                   LAP-CUSTOMER-ID "|" LAP-DECLINE-REASON
                   "|declined by " WS-OPERATOR-ID
           END-IF
           CLOSE APPLICATION-FILE.

       WITHDRAW-APPLICATION.
           IF WS-ARG-COUNT < 2
               DISPLAY "ERROR|WITHDRAW requires: APP-ID"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ID FROM ARGUMENT-VALUE
           MOVE WS-INPUT-ID TO WS-SEARCH-ID

           OPEN I-O APPLICATION-FILE
           PERFORM FIND-APPLICATION
           IF NOT LAP-RECEIVED AND NOT LAP-UNDER-REVIEW
               AND NOT LAP-APPROVED
               DISPLAY "ERROR|Application is " LAP-STATUS
                   " - cannot be withdrawn"
               CLOSE APPLICATION-FILE
               STOP RUN
           END-IF
           MOVE WS-OPERATOR-ID    TO LAP-DECIDED-BY
           MOVE WS-DATE-YYYYMMDD  TO LAP-DECIDED-DATE
           MOVE "WITHDRAWN "      TO LAP-STATUS
           REWRITE LOAN-APPLICATION-RECORD
           IF WS-APP-STATUS NOT = "00"
               DISPLAY "ERROR|Application rewrite failed: "
                   WS-APP-STATUS
           ELSE
               DISPLAY "APPLICATION-WITHDRAWN|" LAP-APP-ID "|"
                   LAP-CUSTOMER-ID "|by " WS-OPERATOR-ID
           END-IF
           CLOSE APPLICATION-FILE.

       LIST-APPLICATIONS.
           MOVE SPACES TO WS-INPUT-STATUS
           IF WS-ARG-COUNT >= 2
               ACCEPT WS-INPUT-STATUS FROM ARGUMENT-VALUE
           END-IF
           OPEN INPUT APPLICATION-FILE
           IF WS-APP-STATUS NOT = "00"
               DISPLAY "INFO|No loan applications on file"
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ APPLICATION-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-INPUT-STATUS = SPACES
                           OR WS-INPUT-STATUS = LAP-STATUS
                           ADD 1 TO WS-LIST-COUNT
                           MOVE LAP-REQ-AMOUNT TO WS-DISPLAY-AMT
                           MOVE LAP-APPROVED-AMOUNT
                               TO WS-DISPLAY-AMT2
                           DISPLAY "APPLICATION|" LAP-APP-ID "|"
                               LAP-CUSTOMER-ID "|" LAP-STATUS "|"
                               WS-DISPLAY-AMT " " LAP-CURRENCY "|"
                               LAP-REQ-TERM " months|" LAP-PURPOSE
                               "|captured " LAP-CAPTURED-BY
                               "|decided " LAP-DECIDED-BY
                               "|approved " WS-DISPLAY-AMT2
                               "|loan " LAP-LOAN-ACCT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATION-FILE
           DISPLAY "LIST-COMPLETE|" WS-LIST-COUNT " applications".

       FIND-APPLICATION.
      *    Application file already open I-O; leaves the matching
      *    row current for REWRITE
           IF WS-APP-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open applications: "
                   WS-APP-STATUS
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           MOVE ZERO TO WS-FOUND
           PERFORM UNTIL WS-EOF = 1
               READ APPLICATION-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF LAP-APP-ID = WS-SEARCH-ID
                           MOVE 1 TO WS-EOF
                           MOVE 1 TO WS-FOUND
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FOUND = 0
               DISPLAY "ERROR|Application not found: " WS-SEARCH-ID
               CLOSE APPLICATION-FILE
               STOP RUN
           END-IF.
