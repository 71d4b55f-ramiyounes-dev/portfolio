       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-DEPOSIT-INSURANCE.
      *================================================================*
      * REPORT-DEPOSIT-INSURANCE.cbl                                   *
      * Deposit insurance coverage per depositor and ownership         *
      * category. Every open CHECKING, SAVINGS and TERMDEP account is  *
      * valued at its balance plus the interest accrued since the      *
      * last month-end (tier rate for savings, contracted rate for     *
      * term deposits, as MANAGE-ESTATE accrues it), converted to USD  *
      * at the current rates, and attributed:                          *
      *   JOINT  - an account with additional owners on                *
      *            account-owners.dat, or linked to more than one      *
      *            customer, is split equally among its owners         *
      *   ESTATE - a sole-owner account of a customer with an estate   *
      *            case not yet settled                                *
      *   SINGLE - every other sole-owner account                      *
      * An owner share no customer link identifies stays with the      *
      * account as its own depositor, so the totals cover every        *
      * deposit. The coverage limit applies per depositor per          *
      * category; the excess is uninsured.                             *
      * Input:  COVERAGE-LIMIT in USD (optional, default 250000) arg   *
      * Output: deposit-insurance-report.txt, the insurer's quick-     *
      *         payout file deposit-insurance-payout.dat, and          *
      *         pipe-delimited lines to stdout                         *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE
               ASSIGN TO WS-ACCT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

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

           SELECT OWNER-FILE
               ASSIGN TO WS-OWNER-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.

           SELECT ESTATE-FILE
               ASSIGN TO WS-ESTATE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTATE-STATUS.

           SELECT RATES-FILE
               ASSIGN TO WS-RATES-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATES-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT PAYOUT-FILE
               ASSIGN TO WS-PAYOUT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD  CUSTOMER-FILE.
       COPY "CUSTOMER-RECORD.cpy".

       FD  LINK-FILE.
       COPY "CUSTOMER-LINK.cpy".

       FD  OWNER-FILE.
       COPY "ACCOUNT-OWNER.cpy".

      *    Estate cases as MANAGE-ESTATE keeps them; only the case's
      *    customer and status are read here.
       FD  ESTATE-FILE.
       01  ESTATE-CASE-RECORD.
           05  ETC-CASE-ID             PIC 9(8).
           05  ETC-CUSTOMER-ID         PIC 9(8).
           05  ETC-CUSTOMER-NAME       PIC X(30).
           05  ETC-DEATH-DATE          PIC 9(8).
           05  ETC-OPENED-DATE         PIC 9(8).
           05  ETC-STATUS              PIC X(8).
               88  ETC-SETTLED         VALUE "SETTLED ".
           05  FILLER                  PIC X(71).

       FD  RATES-FILE.
       01  RATE-RECORD.
           05  RATE-CODE                  PIC X(3).
           05  RATE-NAME                  PIC X(20).
           05  RATE-TO-USD                PIC 9(7)V9(6).
           05  RATE-DECIMALS              PIC 9(1).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(80).

       FD  PAYOUT-FILE.
       COPY "DEPOSIT-INSURANCE.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACCT-PATH               PIC X(256).
       01  WS-CUST-PATH               PIC X(256).
       01  WS-LINK-PATH               PIC X(256).
       01  WS-OWNER-PATH              PIC X(256).
       01  WS-ESTATE-PATH             PIC X(256).
       01  WS-RATES-PATH              PIC X(256).
       01  WS-REPORT-PATH             PIC X(256).
       01  WS-PAYOUT-PATH             PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-ACCT-STATUS             PIC XX.
       01  WS-CUST-STATUS             PIC XX.
       01  WS-LINK-STATUS             PIC XX.
       01  WS-OWNER-STATUS            PIC XX.
       01  WS-ESTATE-STATUS           PIC XX.
       01  WS-RATES-STATUS            PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-PAYOUT-STATUS           PIC XX.
       01  WS-EOF                     PIC 9       VALUE 0.
       01  WS-ARG-COUNT               PIC 9(2).
       01  WS-CUST-OPEN               PIC 9       VALUE 0.

       01  WS-INPUT-LIMIT             PIC X(20).
       01  WS-COVERAGE-LIMIT          PIC S9(13)V99 COMP-3
                                       VALUE 250000.00.

       COPY "CURRENCY-TABLE.cpy".
       01  WS-CUR-IDX                 PIC 9(2).
       01  WS-ACCT-RATE               PIC 9(7)V9(6).
       01  WS-RATE-FOUND              PIC 9       VALUE 0.

      *    Interest tiers for the month-to-date accrual on savings
       COPY "INTEREST-TIER-TABLE.cpy".
       01  WS-TIER-IDX                PIC 9(2).
       01  WS-ANNUAL-RATE             PIC 9(3)V99.
       01  WS-ACCRUAL-DAY             PIC 9(2).

      *    Customers with an estate case not yet settled
       01  WS-EST-COUNT               PIC 9(4)    VALUE 0.
       01  WS-EST-TABLE.
           05  WS-EST-CUST OCCURS 500 TIMES
                                       PIC 9(8).
       01  WS-EST-IDX                 PIC 9(4).
       01  WS-IS-ESTATE               PIC 9       VALUE 0.

      *    Additional (joint) owners per account
       01  WS-OWN-COUNT               PIC 9(4)    VALUE 0.
       01  WS-OWN-TABLE.
           05  WS-OWN-ENTRY OCCURS 5000 TIMES.
               10  WS-OWN-ACCT        PIC 9(10).
               10  WS-OWN-EXTRA       PIC 9(2).
       01  WS-OWN-IDX                 PIC 9(4).

      *    Customer-account links
       01  WS-LNK-COUNT               PIC 9(4)    VALUE 0.
       01  WS-LNK-TABLE.
           05  WS-LNK-ENTRY OCCURS 5000 TIMES.
               10  WS-LNK-CUST        PIC 9(8).
               10  WS-LNK-ACCT        PIC 9(10).
       01  WS-LNK-IDX                 PIC 9(4).

      *    The customers linked to the account in hand
       01  WS-AC-LINKS                PIC 9(2)    VALUE 0.
       01  WS-AC-CUST-TABLE.
           05  WS-AC-CUST OCCURS 20 TIMES
                                       PIC 9(8).
       01  WS-AC-IDX                  PIC 9(2).
       01  WS-AC-OWNERS               PIC 9(2)    VALUE 0.
       01  WS-AC-UNLINKED             PIC 9(2)    VALUE 0.
       01  WS-AC-CATEGORY             PIC X(6).
       01  WS-AC-BALANCE              PIC S9(13)V99 COMP-3.
       01  WS-AC-ACCRUED              PIC S9(13)V99 COMP-3.
       01  WS-AC-NATIVE               PIC S9(13)V99 COMP-3.
       01  WS-AC-USD                  PIC S9(13)V99 COMP-3.
       01  WS-AC-SHARE                PIC S9(13)V99 COMP-3.
       01  WS-AC-FIRST-SHARE          PIC S9(13)V99 COMP-3.
       01  WS-AC-THIS-SHARE           PIC S9(13)V99 COMP-3.
       01  WS-AC-SHARE-OWNERS         PIC 9(2).

      *    One entry per depositor and ownership category
       01  WS-DEP-COUNT               PIC 9(4)    VALUE 0.
       01  WS-DEP-TABLE.
           05  WS-DEP-ENTRY OCCURS 5000 TIMES.
               10  WS-DEP-CUST        PIC 9(8).
               10  WS-DEP-ACCT        PIC 9(10).
               10  WS-DEP-CAT         PIC X(6).
               10  WS-DEP-NAME        PIC X(30).
               10  WS-DEP-TOTAL       PIC S9(13)V99 COMP-3.
               10  WS-DEP-INSURED     PIC S9(13)V99 COMP-3.
               10  WS-DEP-UNINSURED   PIC S9(13)V99 COMP-3.
               10  WS-DEP-ACCTS       PIC 9(4).
       01  WS-DEP-IDX                 PIC 9(4).
       01  WS-DEP-FOUND               PIC 9(4)    VALUE 0.
       01  WS-DEP-SCAN                PIC 9(4).
       01  WS-SEEK-CUST               PIC 9(8).
       01  WS-SEEK-ACCT               PIC 9(10).
       01  WS-SEEK-CAT                PIC X(6).
       01  WS-SEEK-NAME               PIC X(30).
       01  WS-DEP-EARLIER             PIC 9       VALUE 0.

      *    Per-customer subtotal across its categories
       01  WS-CUS-TOTAL               PIC S9(15)V99 COMP-3.
       01  WS-CUS-INSURED             PIC S9(15)V99 COMP-3.
       01  WS-CUS-UNINSURED           PIC S9(15)V99 COMP-3.

      *    Run totals, overall and by category
       01  WS-GRAND-TOTAL             PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-GRAND-INSURED           PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-GRAND-UNINSURED         PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-CAT-TALLY.
           05  WS-CAT-ENTRY OCCURS 3 TIMES.
               10  WS-CAT-INSURED     PIC S9(15)V99 COMP-3.
               10  WS-CAT-UNINSURED   PIC S9(15)V99 COMP-3.
       01  WS-CAT-NAMES.
           05  FILLER                 PIC X(6)    VALUE "SINGLE".
           05  FILLER                 PIC X(6)    VALUE "JOINT ".
           05  FILLER                 PIC X(6)    VALUE "ESTATE".
       01  WS-CAT-NAME-TABLE REDEFINES WS-CAT-NAMES.
           05  WS-CAT-NAME OCCURS 3 TIMES
                                       PIC X(6).
       01  WS-CAT-IDX                 PIC 9.

       01  WS-ACCOUNT-COUNT           PIC 9(6)    VALUE 0.
       01  WS-UNCONVERTED-COUNT       PIC 9(6)    VALUE 0.
       01  WS-UNLINKED-COUNT          PIC 9(6)    VALUE 0.

       01  WS-DISPLAY-TOTAL           PIC -(13)9.99.
       01  WS-DISPLAY-INSURED         PIC -(13)9.99.
       01  WS-DISPLAY-UNINSURED       PIC -(13)9.99.
       01  WS-DISPLAY-LIMIT           PIC -(13)9.99.

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/accounts.dat" DELIMITED SIZE
                  INTO WS-ACCT-PATH
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
                  "/account-owners.dat" DELIMITED SIZE
                  INTO WS-OWNER-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/estate-cases.dat" DELIMITED SIZE
                  INTO WS-ESTATE-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/currency-rates.dat" DELIMITED SIZE
                  INTO WS-RATES-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/deposit-insurance-report.txt" DELIMITED SIZE
                  INTO WS-REPORT-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/deposit-insurance-payout.dat" DELIMITED SIZE
                  INTO WS-PAYOUT-PATH
           END-STRING

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 1
               ACCEPT WS-INPUT-LIMIT FROM ARGUMENT-VALUE
               COMPUTE WS-COVERAGE-LIMIT =
                   FUNCTION NUMVAL(WS-INPUT-LIMIT)
               IF WS-COVERAGE-LIMIT NOT > 0
                   DISPLAY "ERROR|Coverage limit must be positive"
                   STOP RUN
               END-IF
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE-YYYYMMDD(7:2) TO WS-ACCRUAL-DAY
           MOVE TIER-INIT-DATA TO TIER-ENTRIES
           INITIALIZE WS-CAT-TALLY
           PERFORM LOAD-CURRENCY-RATES
           PERFORM LOAD-ESTATE-CUSTOMERS
           PERFORM LOAD-JOINT-OWNERS
           PERFORM LOAD-CUSTOMER-LINKS

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS = "00"
               MOVE 1 TO WS-CUST-OPEN
           END-IF
           OPEN OUTPUT PAYOUT-FILE
           IF WS-PAYOUT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open quick-payout file: "
                   WS-PAYOUT-STATUS
               STOP RUN
           END-IF
           PERFORM SCAN-ACCOUNTS THRU SCAN-ACCOUNTS-EXIT
           IF WS-CUST-OPEN = 1
               CLOSE CUSTOMER-FILE
           END-IF

           PERFORM APPLY-COVERAGE-LIMIT
           PERFORM OPEN-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM REPORT-DEPOSITORS
           PERFORM WRITE-REPORT-FOOTER
           CLOSE REPORT-FILE
           CLOSE PAYOUT-FILE

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 3
               MOVE WS-CAT-INSURED(WS-CAT-IDX) TO WS-DISPLAY-INSURED
               MOVE WS-CAT-UNINSURED(WS-CAT-IDX)
                   TO WS-DISPLAY-UNINSURED
               DISPLAY "CATEGORY-TOTAL|" WS-CAT-NAME(WS-CAT-IDX)
                   "|insured " WS-DISPLAY-INSURED
                   "|uninsured " WS-DISPLAY-UNINSURED
           END-PERFORM
           MOVE WS-GRAND-TOTAL TO WS-DISPLAY-TOTAL
           MOVE WS-GRAND-INSURED TO WS-DISPLAY-INSURED
           MOVE WS-GRAND-UNINSURED TO WS-DISPLAY-UNINSURED
           DISPLAY "INSURANCE-COMPLETE|" WS-ACCOUNT-COUNT
               " accounts|" WS-DEP-COUNT " depositor categories|"
               "USD " WS-DISPLAY-TOTAL "|insured "
               WS-DISPLAY-INSURED "|uninsured "
               WS-DISPLAY-UNINSURED "|" WS-UNCONVERTED-COUNT
               " excluded (no rate)"
           STOP RUN.

       LOAD-CURRENCY-RATES.
      *    currency-rates.dat overrides the compiled-in defaults by
      *    position when present, else the defaults stand.
           MOVE CURRENCY-INIT-DATA TO CURRENCY-ENTRIES
           OPEN INPUT RATES-FILE
           IF WS-RATES-STATUS = "00"
               MOVE ZERO TO WS-EOF
               MOVE ZERO TO WS-CUR-IDX
               PERFORM UNTIL WS-EOF = 1
                   READ RATES-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-CUR-IDX < CURRENCY-COUNT
                               ADD 1 TO WS-CUR-IDX
                               MOVE RATE-CODE
                                   TO CUR-CODE(WS-CUR-IDX)
                               MOVE RATE-NAME
                                   TO CUR-NAME(WS-CUR-IDX)
                               MOVE RATE-TO-USD
                                   TO CUR-RATE-TO-USD(WS-CUR-IDX)
                               MOVE RATE-DECIMALS
                                   TO CUR-DECIMALS(WS-CUR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-FILE
           ELSE
               IF WS-RATES-STATUS NOT = "35"
                   DISPLAY "WARN|Cannot open currency rates feed: "
                       WS-RATES-STATUS " - using compiled defaults"
               END-IF
           END-IF.

       LOAD-ESTATE-CUSTOMERS.
           MOVE 0 TO WS-EST-COUNT
           OPEN INPUT ESTATE-FILE
           IF WS-ESTATE-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ ESTATE-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF NOT ETC-SETTLED
                               AND WS-EST-COUNT < 500
                               ADD 1 TO WS-EST-COUNT
                               MOVE ETC-CUSTOMER-ID
                                   TO WS-EST-CUST(WS-EST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTATE-FILE
           END-IF.

       LOAD-JOINT-OWNERS.
      *    One row per owner beyond the primary; counted per account.
           MOVE 0 TO WS-OWN-COUNT
           OPEN INPUT OWNER-FILE
           IF WS-OWNER-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ OWNER-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM TALLY-JOINT-OWNER
                   END-READ
               END-PERFORM
               CLOSE OWNER-FILE
           END-IF.

       TALLY-JOINT-OWNER.
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWN-COUNT
               IF WS-OWN-ACCT(WS-OWN-IDX) = AO-ACCT-NUMBER
                   ADD 1 TO WS-OWN-EXTRA(WS-OWN-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-OWN-IDX > WS-OWN-COUNT AND WS-OWN-COUNT < 5000
               ADD 1 TO WS-OWN-COUNT
               MOVE AO-ACCT-NUMBER TO WS-OWN-ACCT(WS-OWN-COUNT)
               MOVE 1 TO WS-OWN-EXTRA(WS-OWN-COUNT)
           END-IF.

       LOAD-CUSTOMER-LINKS.
           MOVE 0 TO WS-LNK-COUNT
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ LINK-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-LNK-COUNT < 5000
                               ADD 1 TO WS-LNK-COUNT
                               MOVE CAL-CUSTOMER-ID
                                   TO WS-LNK-CUST(WS-LNK-COUNT)
                               MOVE CAL-ACCT-NUMBER
                                   TO WS-LNK-ACCT(WS-LNK-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LINK-FILE
           END-IF.

       SCAN-ACCOUNTS.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS = "35"
               GO TO SCAN-ACCOUNTS-EXIT
           END-IF
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               CLOSE PAYOUT-FILE
               STOP RUN
           END-IF

           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ ACCOUNT-FILE NEXT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM VALUE-ONE-ACCOUNT
                           THRU VALUE-ONE-ACCOUNT-EXIT
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE.
       SCAN-ACCOUNTS-EXIT.
           EXIT.

       VALUE-ONE-ACCOUNT.
           IF ACCT-STATUS-CLOSED
               GO TO VALUE-ONE-ACCOUNT-EXIT
           END-IF
           IF NOT ACCT-TYPE-CHECKING AND NOT ACCT-TYPE-SAVINGS
               AND NOT ACCT-TYPE-TERMDEP
               GO TO VALUE-ONE-ACCOUNT-EXIT
           END-IF

      *    An overdrawn account holds no insured deposit
           IF ACCT-BALANCE > 0
               MOVE ACCT-BALANCE TO WS-AC-BALANCE
           ELSE
               MOVE 0 TO WS-AC-BALANCE
           END-IF
           PERFORM COMPUTE-ACCRUED-INTEREST
           COMPUTE WS-AC-NATIVE = WS-AC-BALANCE + WS-AC-ACCRUED

           IF ACCT-CUR-USD
               MOVE WS-AC-NATIVE TO WS-AC-USD
           ELSE
               PERFORM LOOKUP-ACCT-RATE
               IF WS-RATE-FOUND = 0
                   DISPLAY "WARN|No rate for currency " ACCT-CURRENCY
                       " on account " ACCT-NUMBER
                       " - excluded from coverage"
                   ADD 1 TO WS-UNCONVERTED-COUNT
                   GO TO VALUE-ONE-ACCOUNT-EXIT
               END-IF
               COMPUTE WS-AC-USD ROUNDED =
                   WS-AC-NATIVE * WS-ACCT-RATE
           END-IF
           ADD 1 TO WS-ACCOUNT-COUNT

      *    Owners: the primary plus every additional owner on file,
      *    or the linked customers when more of them are linked
           MOVE 1 TO WS-AC-OWNERS
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWN-COUNT
               IF WS-OWN-ACCT(WS-OWN-IDX) = ACCT-NUMBER
                   ADD WS-OWN-EXTRA(WS-OWN-IDX) TO WS-AC-OWNERS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-AC-LINKS
           PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
                   UNTIL WS-LNK-IDX > WS-LNK-COUNT
               IF WS-LNK-ACCT(WS-LNK-IDX) = ACCT-NUMBER
                   AND WS-AC-LINKS < 20
                   ADD 1 TO WS-AC-LINKS
                   MOVE WS-LNK-CUST(WS-LNK-IDX)
                       TO WS-AC-CUST(WS-AC-LINKS)
               END-IF
           END-PERFORM
           IF WS-AC-LINKS > WS-AC-OWNERS
               MOVE WS-AC-LINKS TO WS-AC-OWNERS
           END-IF
           COMPUTE WS-AC-UNLINKED = WS-AC-OWNERS - WS-AC-LINKS

           IF WS-AC-OWNERS > 1
               MOVE "JOINT " TO WS-AC-CATEGORY
           ELSE
               MOVE "SINGLE" TO WS-AC-CATEGORY
               IF WS-AC-LINKS = 1
                   PERFORM FIND-ESTATE-CUSTOMER
                   IF WS-IS-ESTATE = 1
                       MOVE "ESTATE" TO WS-AC-CATEGORY
                   END-IF
               END-IF
           END-IF

      *    Equal shares; the rounding residue stays with the first
      *    owner so the shares add back to the account exactly
           COMPUTE WS-AC-SHARE ROUNDED = WS-AC-USD / WS-AC-OWNERS
           COMPUTE WS-AC-FIRST-SHARE =
               WS-AC-USD - WS-AC-SHARE * (WS-AC-OWNERS - 1)

           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-LINKS
               IF WS-AC-IDX = 1
                   MOVE WS-AC-FIRST-SHARE TO WS-AC-THIS-SHARE
               ELSE
                   MOVE WS-AC-SHARE TO WS-AC-THIS-SHARE
               END-IF
               MOVE WS-AC-CUST(WS-AC-IDX) TO WS-SEEK-CUST
               MOVE 0 TO WS-SEEK-ACCT
               PERFORM CREDIT-DEPOSITOR
           END-PERFORM

      *    Owner shares no customer link identifies are held by the
      *    account itself
           IF WS-AC-UNLINKED > 0
               ADD 1 TO WS-UNLINKED-COUNT
               IF WS-AC-LINKS = 0
                   COMPUTE WS-AC-THIS-SHARE = WS-AC-FIRST-SHARE
                       + WS-AC-SHARE * (WS-AC-UNLINKED - 1)
               ELSE
                   COMPUTE WS-AC-THIS-SHARE =
                       WS-AC-SHARE * WS-AC-UNLINKED
               END-IF
               MOVE 0 TO WS-SEEK-CUST
               MOVE ACCT-NUMBER TO WS-SEEK-ACCT
               DISPLAY "WARN|Account " ACCT-NUMBER " has "
                   WS-AC-UNLINKED " owner share(s) not linked to a"
                   " customer - held as the account's own depositor"
               PERFORM CREDIT-DEPOSITOR
           END-IF.
       VALUE-ONE-ACCOUNT-EXIT.
           EXIT.

       COMPUTE-ACCRUED-INTEREST.
      *    Interest earned since the last month-end and not yet
      *    posted: savings at the balance's tier rate, term deposits
      *    at their contracted rate, day-counted over a 360-day year.
           MOVE 0 TO WS-AC-ACCRUED
           EVALUATE TRUE
               WHEN ACCT-TYPE-SAVINGS
                   MOVE TIER-ANNUAL-RATE(1) TO WS-ANNUAL-RATE
                   PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                           UNTIL WS-TIER-IDX > TIER-COUNT
                       IF WS-AC-BALANCE
                           >= TIER-MIN-BALANCE(WS-TIER-IDX)
                           MOVE TIER-ANNUAL-RATE(WS-TIER-IDX)
                               TO WS-ANNUAL-RATE
                       END-IF
                   END-PERFORM
                   COMPUTE WS-AC-ACCRUED ROUNDED =
                       WS-AC-BALANCE * WS-ANNUAL-RATE / 100
                       * WS-ACCRUAL-DAY / 360
               WHEN ACCT-TYPE-TERMDEP
                   COMPUTE WS-AC-ACCRUED ROUNDED =
                       WS-AC-BALANCE * ACCT-TD-RATE / 100
                       * WS-ACCRUAL-DAY / 360
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOOKUP-ACCT-RATE.
           MOVE 0 TO WS-RATE-FOUND
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > CURRENCY-COUNT
               IF CUR-CODE(WS-CUR-IDX) = ACCT-CURRENCY
                   MOVE CUR-RATE-TO-USD(WS-CUR-IDX) TO WS-ACCT-RATE
                   MOVE 1 TO WS-RATE-FOUND
               END-IF
           END-PERFORM.

       FIND-ESTATE-CUSTOMER.
           MOVE 0 TO WS-IS-ESTATE
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-COUNT
               IF WS-EST-CUST(WS-EST-IDX) = WS-AC-CUST(1)
                   MOVE 1 TO WS-IS-ESTATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CREDIT-DEPOSITOR.
      *    Adds the share to the depositor's entry for the category
      *    and writes the account-level payout record.
           MOVE WS-AC-CATEGORY TO WS-SEEK-CAT
           MOVE 0 TO WS-DEP-FOUND
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF WS-DEP-CUST(WS-DEP-IDX) = WS-SEEK-CUST
                   AND WS-DEP-ACCT(WS-DEP-IDX) = WS-SEEK-ACCT
                   AND WS-DEP-CAT(WS-DEP-IDX) = WS-SEEK-CAT
                   MOVE WS-DEP-IDX TO WS-DEP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DEP-FOUND = 0
               IF WS-DEP-COUNT >= 5000
                   DISPLAY "WARN|Depositor table full - account "
                       ACCT-NUMBER " share not reported"
               ELSE
                   PERFORM LOOKUP-DEPOSITOR-NAME
                   ADD 1 TO WS-DEP-COUNT
                   MOVE WS-DEP-COUNT TO WS-DEP-FOUND
                   MOVE WS-SEEK-CUST TO WS-DEP-CUST(WS-DEP-FOUND)
                   MOVE WS-SEEK-ACCT TO WS-DEP-ACCT(WS-DEP-FOUND)
                   MOVE WS-SEEK-CAT  TO WS-DEP-CAT(WS-DEP-FOUND)
                   MOVE WS-SEEK-NAME TO WS-DEP-NAME(WS-DEP-FOUND)
                   MOVE 0 TO WS-DEP-TOTAL(WS-DEP-FOUND)
                   MOVE 0 TO WS-DEP-ACCTS(WS-DEP-FOUND)
               END-IF
           END-IF
           IF WS-DEP-FOUND > 0
               ADD WS-AC-THIS-SHARE TO WS-DEP-TOTAL(WS-DEP-FOUND)
               ADD 1 TO WS-DEP-ACCTS(WS-DEP-FOUND)
           END-IF

           INITIALIZE DIP-ACCOUNT-RECORD
           MOVE "A"              TO DIPA-REC-TYPE
           MOVE WS-SEEK-CUST     TO DIPA-CUSTOMER-ID
           MOVE WS-SEEK-CAT      TO DIPA-CATEGORY
           MOVE ACCT-NUMBER      TO DIPA-ACCT-NUMBER
           MOVE ACCT-CURRENCY    TO DIPA-CURRENCY
           MOVE WS-AC-BALANCE    TO DIPA-BALANCE
           MOVE WS-AC-ACCRUED    TO DIPA-ACCRUED
           MOVE WS-AC-OWNERS     TO DIPA-OWNERS
           MOVE WS-AC-THIS-SHARE TO DIPA-SHARE-USD
           MOVE WS-DATE-YYYYMMDD TO DIPA-RUN-DATE
           WRITE DIP-ACCOUNT-RECORD
           IF WS-PAYOUT-STATUS NOT = "00"
               DISPLAY "WARN|Payout write failed: " WS-PAYOUT-STATUS
           END-IF.

       LOOKUP-DEPOSITOR-NAME.
           MOVE ACCT-OWNER-NAME TO WS-SEEK-NAME
           IF WS-SEEK-CUST NOT = 0 AND WS-CUST-OPEN = 1
               MOVE WS-SEEK-CUST TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-SEEK-NAME
               END-READ
           END-IF.

       APPLY-COVERAGE-LIMIT.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF WS-DEP-TOTAL(WS-DEP-IDX) > WS-COVERAGE-LIMIT
                   MOVE WS-COVERAGE-LIMIT
                       TO WS-DEP-INSURED(WS-DEP-IDX)
               ELSE
                   MOVE WS-DEP-TOTAL(WS-DEP-IDX)
                       TO WS-DEP-INSURED(WS-DEP-IDX)
               END-IF
               COMPUTE WS-DEP-UNINSURED(WS-DEP-IDX) =
                   WS-DEP-TOTAL(WS-DEP-IDX)
                   - WS-DEP-INSURED(WS-DEP-IDX)
               ADD WS-DEP-TOTAL(WS-DEP-IDX) TO WS-GRAND-TOTAL
               ADD WS-DEP-INSURED(WS-DEP-IDX) TO WS-GRAND-INSURED
               ADD WS-DEP-UNINSURED(WS-DEP-IDX)
                   TO WS-GRAND-UNINSURED
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > 3
                   IF WS-CAT-NAME(WS-CAT-IDX)
                       = WS-DEP-CAT(WS-DEP-IDX)
                       ADD WS-DEP-INSURED(WS-DEP-IDX)
                           TO WS-CAT-INSURED(WS-CAT-IDX)
                       ADD WS-DEP-UNINSURED(WS-DEP-IDX)
                           TO WS-CAT-UNINSURED(WS-CAT-IDX)
                   END-IF
               END-PERFORM

               INITIALIZE DIP-DEPOSITOR-RECORD
               MOVE "D" TO DIPD-REC-TYPE
               MOVE WS-DEP-CUST(WS-DEP-IDX)  TO DIPD-CUSTOMER-ID
               MOVE WS-DEP-CAT(WS-DEP-IDX)   TO DIPD-CATEGORY
               MOVE WS-DEP-ACCT(WS-DEP-IDX)  TO DIPD-ACCT-NUMBER
               MOVE WS-DEP-NAME(WS-DEP-IDX)  TO DIPD-NAME
               MOVE WS-DEP-TOTAL(WS-DEP-IDX) TO DIPD-TOTAL-USD
               MOVE WS-DEP-INSURED(WS-DEP-IDX) TO DIPD-INSURED
               MOVE WS-DEP-UNINSURED(WS-DEP-IDX) TO DIPD-UNINSURED
               MOVE WS-DEP-ACCTS(WS-DEP-IDX) TO DIPD-ACCT-COUNT
               MOVE WS-DATE-YYYYMMDD         TO DIPD-RUN-DATE
               WRITE DIP-DEPOSITOR-RECORD
               IF WS-PAYOUT-STATUS NOT = "00"
                   DISPLAY "WARN|Payout write failed: "
                       WS-PAYOUT-STATUS
               END-IF
           END-PERFORM.

       OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open report output: "
                   WS-REPORT-STATUS
               CLOSE PAYOUT-FILE
               STOP RUN
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DEPOSIT INSURANCE COVERAGE REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COVERAGE-LIMIT TO WS-DISPLAY-LIMIT
           STRING "Run date: " DELIMITED SIZE
                  WS-DATE-YYYYMMDD DELIMITED SIZE
                  "   Limit per depositor/category USD "
                      DELIMITED SIZE
                  WS-DISPLAY-LIMIT DELIMITED SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       REPORT-DEPOSITORS.
      *    Each customer once, at its first entry: a line per
      *    ownership category, then its subtotal. An unlinked
      *    account's own entry stands alone.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               MOVE 0 TO WS-DEP-EARLIER
               IF WS-DEP-CUST(WS-DEP-IDX) NOT = 0
                   PERFORM VARYING WS-DEP-SCAN FROM 1 BY 1
                           UNTIL WS-DEP-SCAN >= WS-DEP-IDX
                       IF WS-DEP-CUST(WS-DEP-SCAN)
                           = WS-DEP-CUST(WS-DEP-IDX)
                           MOVE 1 TO WS-DEP-EARLIER
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-DEP-EARLIER = 0
                   PERFORM REPORT-ONE-DEPOSITOR
               END-IF
           END-PERFORM.

       REPORT-ONE-DEPOSITOR.
           MOVE 0 TO WS-CUS-TOTAL
           MOVE 0 TO WS-CUS-INSURED
           MOVE 0 TO WS-CUS-UNINSURED
           MOVE SPACES TO REPORT-LINE
           IF WS-DEP-CUST(WS-DEP-IDX) = 0
               STRING "Account " DELIMITED SIZE
                      WS-DEP-ACCT(WS-DEP-IDX) DELIMITED SIZE
                      " (no customer link)  " DELIMITED SIZE
                      WS-DEP-NAME(WS-DEP-IDX) DELIMITED SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "Customer " DELIMITED SIZE
                      WS-DEP-CUST(WS-DEP-IDX) DELIMITED SIZE
                      "  " DELIMITED SIZE
                      WS-DEP-NAME(WS-DEP-IDX) DELIMITED SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE

           PERFORM VARYING WS-DEP-SCAN FROM WS-DEP-IDX BY 1
                   UNTIL WS-DEP-SCAN > WS-DEP-COUNT
               IF WS-DEP-SCAN = WS-DEP-IDX
                   OR (WS-DEP-CUST(WS-DEP-IDX) NOT = 0
                   AND WS-DEP-CUST(WS-DEP-SCAN)
                       = WS-DEP-CUST(WS-DEP-IDX))
                   PERFORM REPORT-ONE-CATEGORY
               END-IF
           END-PERFORM

           MOVE WS-CUS-TOTAL TO WS-DISPLAY-TOTAL
           MOVE WS-CUS-INSURED TO WS-DISPLAY-INSURED
           MOVE WS-CUS-UNINSURED TO WS-DISPLAY-UNINSURED
           IF WS-DEP-CUST(WS-DEP-IDX) = 0
               DISPLAY "DEPOSITOR|ACCT " WS-DEP-ACCT(WS-DEP-IDX) "|"
                   WS-DEP-NAME(WS-DEP-IDX) "|" WS-DISPLAY-TOTAL "|"
                   WS-DISPLAY-INSURED "|" WS-DISPLAY-UNINSURED
           ELSE
               DISPLAY "DEPOSITOR|" WS-DEP-CUST(WS-DEP-IDX) "|"
                   WS-DEP-NAME(WS-DEP-IDX) "|" WS-DISPLAY-TOTAL "|"
                   WS-DISPLAY-INSURED "|" WS-DISPLAY-UNINSURED
           END-IF
           STRING "  Total    " DELIMITED SIZE
                  WS-DISPLAY-TOTAL DELIMITED SIZE
                  " ins " DELIMITED SIZE
                  WS-DISPLAY-INSURED DELIMITED SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "           uninsured " DELIMITED SIZE
                  WS-DISPLAY-UNINSURED DELIMITED SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE.

       REPORT-ONE-CATEGORY.
           ADD WS-DEP-TOTAL(WS-DEP-SCAN) TO WS-CUS-TOTAL
           ADD WS-DEP-INSURED(WS-DEP-SCAN) TO WS-CUS-INSURED
           ADD WS-DEP-UNINSURED(WS-DEP-SCAN) TO WS-CUS-UNINSURED
           MOVE WS-DEP-TOTAL(WS-DEP-SCAN) TO WS-DISPLAY-TOTAL
           MOVE WS-DEP-INSURED(WS-DEP-SCAN) TO WS-DISPLAY-INSURED
           MOVE WS-DEP-UNINSURED(WS-DEP-SCAN) TO WS-DISPLAY-UNINSURED
           STRING "  " DELIMITED SIZE
                  WS-DEP-CAT(WS-DEP-SCAN) DELIMITED SIZE
                  "   " DELIMITED SIZE
                  WS-DISPLAY-TOTAL DELIMITED SIZE
                  " ins " DELIMITED SIZE
                  WS-DISPLAY-INSURED DELIMITED SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "           uninsured " DELIMITED SIZE
                  WS-DISPLAY-UNINSURED DELIMITED SIZE
                  "  (" DELIMITED SIZE
                  WS-DEP-ACCTS(WS-DEP-SCAN) DELIMITED SIZE
                  " accounts)" DELIMITED SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           DISPLAY "COVERAGE|" WS-DEP-CUST(WS-DEP-SCAN) "|"
               WS-DEP-ACCT(WS-DEP-SCAN) "|" WS-DEP-CAT(WS-DEP-SCAN)
               "|" WS-DISPLAY-TOTAL "|" WS-DISPLAY-INSURED "|"
               WS-DISPLAY-UNINSURED.

       WRITE-REPORT-FOOTER.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 3
               MOVE WS-CAT-INSURED(WS-CAT-IDX) TO WS-DISPLAY-INSURED
               MOVE WS-CAT-UNINSURED(WS-CAT-IDX)
                   TO WS-DISPLAY-UNINSURED
               MOVE SPACES TO REPORT-LINE
               STRING WS-CAT-NAME(WS-CAT-IDX) DELIMITED SIZE
                      "  insured " DELIMITED SIZE
                      WS-DISPLAY-INSURED DELIMITED SIZE
                      "  uninsured " DELIMITED SIZE
                      WS-DISPLAY-UNINSURED DELIMITED SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-GRAND-TOTAL TO WS-DISPLAY-TOTAL
           MOVE WS-GRAND-INSURED TO WS-DISPLAY-INSURED
           MOVE WS-GRAND-UNINSURED TO WS-DISPLAY-UNINSURED
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL DEPOSITS (USD): " DELIMITED SIZE
                  WS-DISPLAY-TOTAL DELIMITED SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL INSURED:        " DELIMITED SIZE
                  WS-DISPLAY-INSURED DELIMITED SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL UNINSURED:      " DELIMITED SIZE
                  WS-DISPLAY-UNINSURED DELIMITED SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-ACCOUNT-COUNT DELIMITED SIZE
                  " accounts, " DELIMITED SIZE
                  WS-UNLINKED-COUNT DELIMITED SIZE
                  " with unlinked owners, " DELIMITED SIZE
                  WS-UNCONVERTED-COUNT DELIMITED SIZE
                  " excluded (no rate)" DELIMITED SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE.
