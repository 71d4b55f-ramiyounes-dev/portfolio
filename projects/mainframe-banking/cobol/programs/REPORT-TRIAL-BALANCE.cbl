       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-TRIAL-BALANCE.
      *================================================================*
      * REPORT-TRIAL-BALANCE.cbl                                       *
      * Trial balance per branch from the general-ledger balances      *
      * (argument: period YYYYMM, default the current month):          *
      *   - every code with a balance row for the period, grouped by   *
      *     the branch its GL prefix belongs to (codes with no prefix  *
      *     under head office): opening, debits, credits, closing;     *
      *   - per branch and currency the debit and credit totals and    *
      *     whether the books balance;                                 *
      *   - the tie-out: the customer-ledger control codes (GLA-ROLE   *
      *     C) per branch and currency against the sum of ACCT-BALANCE *
      *     on the account master for that branch and currency, and   *
      *     the master's total against the ledger total of the latest  *
      *     RECONCILE-BALANCES run (reconcile-totals.dat), which has   *
      *     already proved the master against the committed history.  *
      *     The master holds today's balances, so the tie-out is exact *
      *     for the current period only.                               *
      * Output: pipe-delimited lines to stdout                         *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-FILE
               ASSIGN TO WS-CHART-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.

           SELECT PERIOD-FILE
               ASSIGN TO WS-PERIOD-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT BALANCE-FILE
               ASSIGN TO WS-BALANCE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO WS-ACCT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TOTALS-FILE
               ASSIGN TO WS-TOTALS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TOTALS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHART-FILE.
       COPY "GL-ACCOUNT.cpy".

       FD  PERIOD-FILE.
       COPY "GL-PERIOD.cpy".

       FD  BALANCE-FILE.
       COPY "GL-BALANCE.cpy".

       FD  ACCOUNT-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD  TOTALS-FILE.
       COPY "RECONCILE-TOTALS.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DATA-DIR                PIC X(256).
       01  WS-CHART-PATH              PIC X(256).
       01  WS-PERIOD-PATH             PIC X(256).
       01  WS-BALANCE-PATH            PIC X(256).
       01  WS-ACCT-PATH               PIC X(256).
       01  WS-TOTALS-PATH             PIC X(256).
       01  WS-CHART-STATUS            PIC XX.
       01  WS-PERIOD-STATUS           PIC XX.
       01  WS-BALANCE-STATUS          PIC XX.
       01  WS-ACCT-STATUS             PIC XX.
       01  WS-TOTALS-STATUS           PIC XX.
       01  WS-EOF                     PIC 9      VALUE 0.

       01  WS-ARG-COUNT               PIC 9(2).
       01  WS-INPUT-PERIOD            PIC X(6).
       01  WS-REPORT-PERIOD           PIC 9(6).
       01  WS-PERIOD-STATE            PIC X(6)   VALUE "OPEN".

      *    Chart of accounts
       01  WS-CHT-COUNT               PIC 9(4)   VALUE 0.
       01  WS-CHT-TABLE.
           05  WS-CHT OCCURS 2000 TIMES.
               10  WS-CHT-CODE        PIC X(10).
               10  WS-CHT-CLASS       PIC X(10).
               10  WS-CHT-ROLE        PIC X(1).
               10  WS-CHT-NAME        PIC X(30).
       01  WS-CHT-IDX                 PIC 9(4).
       01  WS-CHT-FOUND               PIC 9(4).
       01  WS-ROW-CLASS               PIC X(10).
       01  WS-ROW-NAME                PIC X(30).

      *    The period's balance rows
       01  WS-TB-COUNT                PIC 9(4)   VALUE 0.
       01  WS-TB-TABLE.
           05  WS-TB OCCURS 5000 TIMES.
               10  WS-TB-CODE         PIC X(10).
               10  WS-TB-PREFIX       PIC X(2).
               10  WS-TB-CURRENCY     PIC X(3).
               10  WS-TB-OPENING      PIC S9(15)V99 COMP-3.
               10  WS-TB-DEBITS       PIC S9(15)V99 COMP-3.
               10  WS-TB-CREDITS      PIC S9(15)V99 COMP-3.
               10  WS-TB-CLOSING      PIC S9(15)V99 COMP-3.
       01  WS-TB-IDX                  PIC 9(4).

      *    Branches present, in the order first met
       01  WS-BR-COUNT                PIC 9(3)   VALUE 0.
       01  WS-BR-TABLE.
           05  WS-BR-PREFIX OCCURS 100 TIMES PIC X(2).
       01  WS-BR-IDX                  PIC 9(3).
       01  WS-BR-FOUND                PIC 9(3).
       01  WS-BRANCH-NAME             PIC X(20).

       COPY "BRANCH-TABLE.cpy".
       01  WS-BRANCH-IDX              PIC 9(2).

      *    Per branch and currency: books and tie-out
       01  WS-BCK-COUNT               PIC 9(3)   VALUE 0.
       01  WS-BCK-TABLE.
           05  WS-BCK OCCURS 300 TIMES.
               10  WS-BCK-PREFIX      PIC X(2).
               10  WS-BCK-CURRENCY    PIC X(3).
               10  WS-BCK-DEBITS      PIC S9(15)V99 COMP-3.
               10  WS-BCK-CREDITS     PIC S9(15)V99 COMP-3.
               10  WS-BCK-NET         PIC S9(15)V99 COMP-3.
               10  WS-BCK-GL-CUST     PIC S9(15)V99 COMP-3.
               10  WS-BCK-MASTER      PIC S9(15)V99 COMP-3.
               10  WS-BCK-HAS-CUST    PIC 9.
       01  WS-BCK-IDX                 PIC 9(3).
       01  WS-BCK-FOUND               PIC 9(3).
       01  WS-FIND-PREFIX             PIC X(2).
       01  WS-FIND-CURRENCY           PIC X(3).

       01  WS-MASTER-TOTAL            PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-GL-CUST-TOTAL           PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-TIE-DIFF                PIC S9(15)V99 COMP-3.
       01  WS-RCT-FOUND               PIC 9      VALUE 0.
       01  WS-RCT-TIMESTAMP           PIC 9(14).
       01  WS-RCT-TOTAL               PIC S9(15)V99 COMP-3.
       01  WS-UNBALANCED-COUNT        PIC 9(3)   VALUE 0.
       01  WS-DIFFER-COUNT            PIC 9(3)   VALUE 0.
       01  WS-TIE-STATE               PIC X(7).

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).

       01  WS-DISPLAY-AMT             PIC -(15)9.99.
       01  WS-DISPLAY-AMT2            PIC -(15)9.99.
       01  WS-DISPLAY-AMT3            PIC -(15)9.99.
       01  WS-DISPLAY-AMT4            PIC -(15)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE BRANCH-INIT-DATA TO BRANCH-ENTRIES
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/gl-accounts.dat" DELIMITED SIZE
                  INTO WS-CHART-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/gl-periods.dat" DELIMITED SIZE
                  INTO WS-PERIOD-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/gl-balances.dat" DELIMITED SIZE
                  INTO WS-BALANCE-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/accounts.dat" DELIMITED SIZE
                  INTO WS-ACCT-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/reconcile-totals.dat" DELIMITED SIZE
                  INTO WS-TOTALS-PATH
           END-STRING

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 1
               ACCEPT WS-INPUT-PERIOD FROM ARGUMENT-VALUE
               IF WS-INPUT-PERIOD IS NOT NUMERIC
                   DISPLAY "ERROR|Period must be YYYYMM: "
                       WS-INPUT-PERIOD
                   STOP RUN
               END-IF
               MOVE WS-INPUT-PERIOD TO WS-REPORT-PERIOD
           ELSE
               MOVE WS-DATE-YYYYMMDD(1:6) TO WS-REPORT-PERIOD
           END-IF

           PERFORM LOAD-CHART
           PERFORM LOAD-PERIOD-STATE
           PERFORM LOAD-PERIOD-BALANCES

           DISPLAY "TB-HEADER|" WS-REPORT-PERIOD "|" WS-PERIOD-STATE
               "|" WS-TB-COUNT " codes"

           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               PERFORM REPORT-ONE-BRANCH
           END-PERFORM

           PERFORM SUM-ACCOUNT-MASTER
           PERFORM REPORT-TIE-OUT

           DISPLAY "REPORT-COMPLETE|" WS-REPORT-PERIOD "|"
               WS-BR-COUNT " branches|" WS-UNBALANCED-COUNT
               " out of balance|" WS-DIFFER-COUNT " ties differ"
           STOP RUN.

       LOAD-CHART.
           OPEN INPUT CHART-FILE
           IF WS-CHART-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open chart of accounts: "
                   WS-CHART-STATUS
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ CHART-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-CHT-COUNT < 2000
                           ADD 1 TO WS-CHT-COUNT
                           MOVE GLA-CODE
                               TO WS-CHT-CODE(WS-CHT-COUNT)
                           MOVE GLA-CLASS
                               TO WS-CHT-CLASS(WS-CHT-COUNT)
                           MOVE GLA-ROLE
                               TO WS-CHT-ROLE(WS-CHT-COUNT)
                           MOVE GLA-NAME
                               TO WS-CHT-NAME(WS-CHT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHART-FILE.

       LOAD-PERIOD-STATE.
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ PERIOD-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF GLP-CLOSED
                               AND GLP-PERIOD = WS-REPORT-PERIOD
                               MOVE "CLOSED" TO WS-PERIOD-STATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.

       LOAD-PERIOD-BALANCES.
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "INFO|No GL balances on file"
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ BALANCE-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF GLB-PERIOD = WS-REPORT-PERIOD
                           PERFORM KEEP-BALANCE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-FILE.

       KEEP-BALANCE-ROW.
           IF WS-TB-COUNT >= 5000
               DISPLAY "WARN|Trial balance table full at " GLB-CODE
           ELSE
               ADD 1 TO WS-TB-COUNT
               MOVE GLB-CODE          TO WS-TB-CODE(WS-TB-COUNT)
               MOVE GLB-BRANCH-PREFIX TO WS-TB-PREFIX(WS-TB-COUNT)
               MOVE GLB-CURRENCY      TO WS-TB-CURRENCY(WS-TB-COUNT)
               MOVE GLB-OPENING       TO WS-TB-OPENING(WS-TB-COUNT)
               MOVE GLB-DEBITS        TO WS-TB-DEBITS(WS-TB-COUNT)
               MOVE GLB-CREDITS       TO WS-TB-CREDITS(WS-TB-COUNT)
               MOVE GLB-CLOSING       TO WS-TB-CLOSING(WS-TB-COUNT)

               MOVE 0 TO WS-BR-FOUND
               PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                       UNTIL WS-BR-IDX > WS-BR-COUNT
                   IF WS-BR-PREFIX(WS-BR-IDX) = GLB-BRANCH-PREFIX
                       MOVE WS-BR-IDX TO WS-BR-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-BR-FOUND = 0 AND WS-BR-COUNT < 100
                   ADD 1 TO WS-BR-COUNT
                   MOVE GLB-BRANCH-PREFIX
                       TO WS-BR-PREFIX(WS-BR-COUNT)
               END-IF

               MOVE GLB-BRANCH-PREFIX TO WS-FIND-PREFIX
               MOVE GLB-CURRENCY TO WS-FIND-CURRENCY
               PERFORM FIND-OR-ADD-BUCKET
               IF WS-BCK-FOUND > 0
                   ADD GLB-DEBITS  TO WS-BCK-DEBITS(WS-BCK-FOUND)
                   ADD GLB-CREDITS TO WS-BCK-CREDITS(WS-BCK-FOUND)
                   ADD GLB-CLOSING TO WS-BCK-NET(WS-BCK-FOUND)
                   PERFORM FIND-CHART-CODE
                   IF WS-CHT-FOUND > 0
                       IF WS-CHT-ROLE(WS-CHT-FOUND) = "C"
      *                    Customer ledger is credit-normal, so its
      *                    balance is the negated debit-positive
      *                    closing, comparable with ACCT-BALANCE
                           SUBTRACT GLB-CLOSING
                               FROM WS-BCK-GL-CUST(WS-BCK-FOUND)
                           MOVE 1 TO WS-BCK-HAS-CUST(WS-BCK-FOUND)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-CHART-CODE.
           MOVE 0 TO WS-CHT-FOUND
           PERFORM VARYING WS-CHT-IDX FROM 1 BY 1
                   UNTIL WS-CHT-IDX > WS-CHT-COUNT
               IF WS-CHT-CODE(WS-CHT-IDX) = GLB-CODE
                   MOVE WS-CHT-IDX TO WS-CHT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-OR-ADD-BUCKET.
           MOVE 0 TO WS-BCK-FOUND
           PERFORM VARYING WS-BCK-IDX FROM 1 BY 1
                   UNTIL WS-BCK-IDX > WS-BCK-COUNT
               IF WS-BCK-PREFIX(WS-BCK-IDX) = WS-FIND-PREFIX
                   AND WS-BCK-CURRENCY(WS-BCK-IDX) = WS-FIND-CURRENCY
                   MOVE WS-BCK-IDX TO WS-BCK-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BCK-FOUND = 0
               IF WS-BCK-COUNT < 300
                   ADD 1 TO WS-BCK-COUNT
                   MOVE WS-BCK-COUNT TO WS-BCK-FOUND
                   MOVE WS-FIND-PREFIX
                       TO WS-BCK-PREFIX(WS-BCK-FOUND)
                   MOVE WS-FIND-CURRENCY
                       TO WS-BCK-CURRENCY(WS-BCK-FOUND)
                   MOVE 0 TO WS-BCK-DEBITS(WS-BCK-FOUND)
                   MOVE 0 TO WS-BCK-CREDITS(WS-BCK-FOUND)
                   MOVE 0 TO WS-BCK-NET(WS-BCK-FOUND)
                   MOVE 0 TO WS-BCK-GL-CUST(WS-BCK-FOUND)
                   MOVE 0 TO WS-BCK-MASTER(WS-BCK-FOUND)
                   MOVE 0 TO WS-BCK-HAS-CUST(WS-BCK-FOUND)
               ELSE
                   DISPLAY "WARN|Branch/currency table full at "
                       WS-FIND-PREFIX " " WS-FIND-CURRENCY
               END-IF
           END-IF.

       REPORT-ONE-BRANCH.
           IF WS-BR-PREFIX(WS-BR-IDX) = SPACES
               MOVE "Head Office" TO WS-BRANCH-NAME
           ELSE
               MOVE "Unknown branch" TO WS-BRANCH-NAME
               PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                       UNTIL WS-BRANCH-IDX > BRANCH-COUNT
                   IF BR-GL-PREFIX(WS-BRANCH-IDX)
                       = WS-BR-PREFIX(WS-BR-IDX)
                       MOVE BR-NAME(WS-BRANCH-IDX) TO WS-BRANCH-NAME
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           DISPLAY "BRANCH|" WS-BR-PREFIX(WS-BR-IDX) "|"
               WS-BRANCH-NAME

           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
                   UNTIL WS-TB-IDX > WS-TB-COUNT
               IF WS-TB-PREFIX(WS-TB-IDX) = WS-BR-PREFIX(WS-BR-IDX)
                   MOVE "UNKNOWN" TO WS-ROW-CLASS
                   MOVE SPACES TO WS-ROW-NAME
                   PERFORM VARYING WS-CHT-IDX FROM 1 BY 1
                           UNTIL WS-CHT-IDX > WS-CHT-COUNT
                       IF WS-CHT-CODE(WS-CHT-IDX)
                           = WS-TB-CODE(WS-TB-IDX)
                           MOVE WS-CHT-CLASS(WS-CHT-IDX)
                               TO WS-ROW-CLASS
                           MOVE WS-CHT-NAME(WS-CHT-IDX)
                               TO WS-ROW-NAME
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   MOVE WS-TB-OPENING(WS-TB-IDX) TO WS-DISPLAY-AMT
                   MOVE WS-TB-DEBITS(WS-TB-IDX)  TO WS-DISPLAY-AMT2
                   MOVE WS-TB-CREDITS(WS-TB-IDX) TO WS-DISPLAY-AMT3
                   MOVE WS-TB-CLOSING(WS-TB-IDX) TO WS-DISPLAY-AMT4
                   DISPLAY "TB|" WS-TB-CODE(WS-TB-IDX) "|"
                       WS-ROW-CLASS "|" WS-ROW-NAME "|"
                       WS-DISPLAY-AMT "|" WS-DISPLAY-AMT2 "|"
                       WS-DISPLAY-AMT3 "|" WS-DISPLAY-AMT4
               END-IF
           END-PERFORM

           PERFORM VARYING WS-BCK-IDX FROM 1 BY 1
                   UNTIL WS-BCK-IDX > WS-BCK-COUNT
               IF WS-BCK-PREFIX(WS-BCK-IDX) = WS-BR-PREFIX(WS-BR-IDX)
                   MOVE WS-BCK-DEBITS(WS-BCK-IDX)  TO WS-DISPLAY-AMT
                   MOVE WS-BCK-CREDITS(WS-BCK-IDX) TO WS-DISPLAY-AMT2
                   MOVE WS-BCK-NET(WS-BCK-IDX)     TO WS-DISPLAY-AMT3
                   IF WS-BCK-NET(WS-BCK-IDX) = 0
                       DISPLAY "BRANCH-TOTAL|" WS-BR-PREFIX(WS-BR-IDX)
                           "|" WS-BCK-CURRENCY(WS-BCK-IDX) "|"
                           WS-DISPLAY-AMT "|" WS-DISPLAY-AMT2 "|"
                           WS-DISPLAY-AMT3 "|BALANCED"
                   ELSE
                       ADD 1 TO WS-UNBALANCED-COUNT
                       DISPLAY "BRANCH-TOTAL|" WS-BR-PREFIX(WS-BR-IDX)
                           "|" WS-BCK-CURRENCY(WS-BCK-IDX) "|"
                           WS-DISPLAY-AMT "|" WS-DISPLAY-AMT2 "|"
                           WS-DISPLAY-AMT3 "|OUT OF BALANCE"
                   END-IF
               END-IF
           END-PERFORM.

       SUM-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "WARN|Cannot open accounts: " WS-ACCT-STATUS
                   " - no tie-out"
           ELSE
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ ACCOUNT-FILE NEXT
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM ADD-MASTER-BALANCE
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
           END-IF.

       ADD-MASTER-BALANCE.
      *    Same branch prefix rule as GENERATE-GL-EXPORT: an unknown
      *    branch falls into the first branch's books.
           ADD ACCT-BALANCE TO WS-MASTER-TOTAL
           MOVE BR-GL-PREFIX(1) TO WS-FIND-PREFIX
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > BRANCH-COUNT
               IF BR-CODE(WS-BRANCH-IDX) = ACCT-BRANCH
                   MOVE BR-GL-PREFIX(WS-BRANCH-IDX) TO WS-FIND-PREFIX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE ACCT-CURRENCY TO WS-FIND-CURRENCY
           PERFORM FIND-OR-ADD-BUCKET
           IF WS-BCK-FOUND > 0
               ADD ACCT-BALANCE TO WS-BCK-MASTER(WS-BCK-FOUND)
           END-IF.

       REPORT-TIE-OUT.
           IF WS-REPORT-PERIOD NOT = WS-DATE-YYYYMMDD(1:6)
               DISPLAY "INFO|Account master holds today's balances -"
                   " the tie-out is exact for the current period only"
           END-IF
           PERFORM VARYING WS-BCK-IDX FROM 1 BY 1
                   UNTIL WS-BCK-IDX > WS-BCK-COUNT
               IF WS-BCK-HAS-CUST(WS-BCK-IDX) = 1
                   OR WS-BCK-MASTER(WS-BCK-IDX) NOT = 0
                   ADD WS-BCK-GL-CUST(WS-BCK-IDX) TO WS-GL-CUST-TOTAL
                   COMPUTE WS-TIE-DIFF = WS-BCK-GL-CUST(WS-BCK-IDX)
                       - WS-BCK-MASTER(WS-BCK-IDX)
                   IF WS-TIE-DIFF = 0
                       MOVE "AGREED" TO WS-TIE-STATE
                   ELSE
                       MOVE "DIFFERS" TO WS-TIE-STATE
                       ADD 1 TO WS-DIFFER-COUNT
                   END-IF
                   MOVE WS-BCK-GL-CUST(WS-BCK-IDX) TO WS-DISPLAY-AMT
                   MOVE WS-BCK-MASTER(WS-BCK-IDX)  TO WS-DISPLAY-AMT2
                   MOVE WS-TIE-DIFF                TO WS-DISPLAY-AMT3
                   DISPLAY "TIE|" WS-BCK-PREFIX(WS-BCK-IDX) "|"
                       WS-BCK-CURRENCY(WS-BCK-IDX) "|gl "
                       WS-DISPLAY-AMT "|master " WS-DISPLAY-AMT2
                       "|" WS-DISPLAY-AMT3 "|" WS-TIE-STATE
               END-IF
           END-PERFORM

           OPEN INPUT TOTALS-FILE
           IF WS-TOTALS-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ TOTALS-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE 1 TO WS-RCT-FOUND
                           MOVE RCT-TIMESTAMP TO WS-RCT-TIMESTAMP
                           MOVE RCT-LEDGER-TOTAL TO WS-RCT-TOTAL
                   END-READ
               END-PERFORM
               CLOSE TOTALS-FILE
           END-IF
           IF WS-RCT-FOUND = 0
               DISPLAY "WARN|No RECONCILE-BALANCES control totals on "
                   "file - master not proved"
           ELSE
               IF WS-RCT-TOTAL = WS-MASTER-TOTAL
                   MOVE "AGREED" TO WS-TIE-STATE
               ELSE
                   MOVE "DIFFERS" TO WS-TIE-STATE
                   ADD 1 TO WS-DIFFER-COUNT
               END-IF
               MOVE WS-RCT-TOTAL     TO WS-DISPLAY-AMT
               MOVE WS-MASTER-TOTAL  TO WS-DISPLAY-AMT2
               MOVE WS-GL-CUST-TOTAL TO WS-DISPLAY-AMT3
               DISPLAY "TIE-RECONCILE|" WS-RCT-TIMESTAMP "|reconciled "
                   WS-DISPLAY-AMT "|master " WS-DISPLAY-AMT2 "|gl "
                   WS-DISPLAY-AMT3 "|" WS-TIE-STATE
           END-IF.
