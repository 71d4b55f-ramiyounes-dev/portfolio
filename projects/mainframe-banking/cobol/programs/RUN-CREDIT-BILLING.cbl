       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-CREDIT-BILLING.
      *================================================================*
      * RUN-CREDIT-BILLING.cbl                                         *
      * Monthly revolving credit billing cycle for CREDIT accounts,    *
      * on the same cycle day groups as RUN-STATEMENTS:                *
      *   RUN [cycle-date YYYYMMDD]                                    *
      *     — for every ACTIVE CREDIT account whose ACCT-STMT-CYCLE    *
      *       matches the date's day (default today, day capped at     *
      *       28; cycle zero/blank sits on cycle 01):                  *
      *       - settles the previous statement from the payments       *
      *         credited since it closed: paid in full keeps the       *
      *         grace period; otherwise purchase interest is charged   *
      *         on the average daily balance owed over the period,     *
      *         from the nightly balance snapshots, at the account's   *
      *         APR (ACCT-TD-RATE when set, else CREDIT_APR, default   *
      *         19.99)                                                 *
      *       - a minimum not met by its due date raises a LATEFEE     *
      *         through FEE-SERVICE (compiled fallback 25.00)          *
      *       - closes the new statement balance and sets the minimum  *
      *         payment (CREDIT_MIN_PCT of the balance, default 2,     *
      *         at least CREDIT_MIN_FLOOR, default 25.00, plus any     *
      *         minimum still past due, never above the balance) and   *
      *         the due date (CREDIT_GRACE_DAYS after the cycle date,  *
      *         default 25, rolled to the next business day)           *
      *       Interest and fee go to the PENDING buffer like any other *
      *       charge; one row per account per cycle is appended to     *
      *       credit-billing.dat, and an account already billed for    *
      *       the cycle date is skipped, so a rerun charges nothing    *
      *       twice.                                                   *
      *   LIST <acct>                                                  *
      *     — the account's billing history                            *
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

           SELECT TRANS-FILE
               ASSIGN TO WS-TRANS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO WS-HISTORY-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT BILLING-FILE
               ASSIGN TO WS-BILLING-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.

           SELECT PENDING-FILE
               ASSIGN TO WS-PENDING-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT BATCH-FILE
               ASSIGN TO WS-BATCH-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.

           SELECT LOCK-FILE
               ASSIGN TO WS-LOCK-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD  TRANS-FILE.
       COPY "TRANSACTION-RECORD.cpy"
           REPLACING ==TRANSACTION-RECORD== BY ==COMMITTED-RECORD==
           LEADING ==TXN-== BY ==CR-==.

       FD  HISTORY-FILE.
       COPY "BALANCE-HISTORY.cpy".

       FD  BILLING-FILE.
       COPY "CREDIT-BILLING.cpy".

       FD  PENDING-FILE.
       COPY "TRANSACTION-RECORD.cpy".

       FD  BATCH-FILE.
       COPY "BATCH-STATE.cpy".

       FD  LOCK-FILE.
       COPY "BATCH-LOCK.cpy".

       WORKING-STORAGE SECTION.
       COPY "FEE-SERVICE-AREA.cpy".
       COPY "DATE-SERVICE-AREA.cpy".
       01  WS-ACCT-PATH               PIC X(256).
       01  WS-TRANS-PATH              PIC X(256).
       01  WS-HISTORY-PATH            PIC X(256).
       01  WS-BILLING-PATH            PIC X(256).
       01  WS-PENDING-PATH            PIC X(256).
       01  WS-BATCH-PATH              PIC X(256).
       01  WS-LOCK-PATH               PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-ACCT-STATUS             PIC XX.
       01  WS-TRANS-STATUS            PIC XX.
       01  WS-HISTORY-STATUS          PIC XX.
       01  WS-BILLING-STATUS          PIC XX.
       01  WS-PEND-STATUS             PIC XX.
       01  WS-BATCH-STATUS            PIC XX.
       01  WS-LOCK-STATUS             PIC XX.

       01  WS-ACTION                  PIC X(8).
       01  WS-ARG-COUNT               PIC 9(2).
       01  WS-INPUT-DATE              PIC X(8).
       01  WS-INPUT-ACCT              PIC X(10).
       01  WS-SEARCH-ACCT             PIC 9(10).
       01  WS-INPUT-PARM              PIC X(16).

      *    Policy figures: compiled defaults, each overridable from
      *    the environment. The late fee is the fallback only - a
      *    LATEFEE row in the fee schedule, resolved per account type
      *    and fee plan through FEE-SERVICE, overrides it.
       01  WS-DEFAULT-APR             PIC S9(3)V99 COMP-3
                                       VALUE 19.99.
       01  WS-MIN-PCT                 PIC S9(3)V99 COMP-3
                                       VALUE 2.00.
       01  WS-MIN-FLOOR               PIC S9(13)V99 COMP-3
                                       VALUE 25.00.
       01  WS-GRACE-DAYS              PIC 9(3)   VALUE 25.
       01  WS-LATE-FEE-AMOUNT         PIC S9(13)V99 COMP-3
                                       VALUE 25.00.

       01  WS-CYCLE-DATE              PIC 9(8).
       01  WS-CYCLE-GROUP             PIC 9(2).
       01  WS-ACCT-CYCLE              PIC 9(2).
       01  WS-CYCLE-SERIAL            PIC 9(7).
       01  WS-EOF                     PIC 9      VALUE 0.
       01  WS-SCAN-EOF                PIC 9      VALUE 0.

      *    Latest billing row per account, from credit-billing.dat
       01  WS-PB-COUNT                PIC 9(4)   VALUE 0.
       01  WS-PB-TABLE.
           05  WS-PB OCCURS 5000 TIMES.
               10  WS-PB-ACCT         PIC 9(10).
               10  WS-PB-STMT-DATE    PIC 9(8).
               10  WS-PB-STMT-BAL     PIC S9(13)V99 COMP-3.
               10  WS-PB-MIN          PIC S9(13)V99 COMP-3.
               10  WS-PB-DUE-DATE     PIC 9(8).
       01  WS-PB-IDX                  PIC 9(4).
       01  WS-PB-FOUND                PIC 9(4).

      *    Accounts billed this run, with what the log and snapshot
      *    passes gather for them
       01  WS-BL-COUNT                PIC 9(4)   VALUE 0.
       01  WS-BL-TABLE.
           05  WS-BL OCCURS 2000 TIMES.
               10  WS-BL-ACCT         PIC 9(10).
               10  WS-BL-PREV-DATE    PIC 9(8).
               10  WS-BL-PREV-BAL     PIC S9(13)V99 COMP-3.
               10  WS-BL-PREV-MIN     PIC S9(13)V99 COMP-3.
               10  WS-BL-PREV-DUE     PIC 9(8).
               10  WS-BL-PERIOD-START PIC 9(8).
               10  WS-BL-PAYMENTS     PIC S9(13)V99 COMP-3.
               10  WS-BL-PAID-BY-DUE  PIC S9(13)V99 COMP-3.
               10  WS-BL-OWED-SUM     PIC S9(13)V99 COMP-3.
               10  WS-BL-OWED-DAYS    PIC 9(3).
       01  WS-BL-IDX                  PIC 9(4).
       01  WS-BL-FOUND                PIC 9(4).
       01  WS-ALREADY-COUNT           PIC 9(6)   VALUE 0.

      *    One account being billed
       01  WS-ITEM-DATE               PIC 9(8).
       01  WS-APR                     PIC S9(3)V99 COMP-3.
       01  WS-PERIOD-DAYS             PIC 9(5).
       01  WS-ADB                     PIC S9(13)V99 COMP-3.
       01  WS-INTEREST                PIC S9(13)V99 COMP-3.
       01  WS-LATE-FEE                PIC S9(13)V99 COMP-3.
       01  WS-OWED                    PIC S9(13)V99 COMP-3.
       01  WS-MIN-PAYMENT             PIC S9(13)V99 COMP-3.
       01  WS-PAST-DUE                PIC S9(13)V99 COMP-3.
       01  WS-DUE-DATE                PIC 9(8).
       01  WS-PAID-IN-FULL            PIC X(1).
       01  WS-MIN-MET                 PIC X(1).

      *    Pending charge being appended
       01  WS-POST-AMOUNT             PIC S9(13)V99 COMP-3.
       01  WS-POST-TYPE               PIC X(10).
       01  WS-POST-DESC               PIC X(40).

       01  WS-BILLED-COUNT            PIC 9(6)   VALUE 0.
       01  WS-INTEREST-COUNT          PIC 9(6)   VALUE 0.
       01  WS-LATE-COUNT              PIC 9(6)   VALUE 0.
       01  WS-INTEREST-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-LATE-TOTAL              PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-NEXT-TXN-ID             PIC 9(10).
       01  WS-CURRENT-BATCH           PIC 9(6).
       01  WS-PENDING-COUNT           PIC 9(10).
       01  WS-DISPLAY-AMT             PIC -(13)9.99.
       01  WS-DISPLAY-BAL             PIC -(13)9.99.
       01  WS-DISPLAY-MIN             PIC -(13)9.99.
       01  WS-DISPLAY-INT             PIC -(13)9.99.
       01  WS-DISPLAY-FEE             PIC -(13)9.99.

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIMESTAMP               PIC 9(14).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/accounts.dat" DELIMITED SIZE
                  INTO WS-ACCT-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/transactions.dat" DELIMITED SIZE
                  INTO WS-TRANS-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/balance-history.dat" DELIMITED SIZE
                  INTO WS-HISTORY-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/credit-billing.dat" DELIMITED SIZE
                  INTO WS-BILLING-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/pending.dat" DELIMITED SIZE
                  INTO WS-PENDING-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/batch-state.dat" DELIMITED SIZE
                  INTO WS-BATCH-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/batch-state.lock" DELIMITED SIZE
                  INTO WS-LOCK-PATH
           END-STRING

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                  WS-DATE-HHMMSS   DELIMITED SIZE
                  INTO WS-TIMESTAMP
           END-STRING

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY "ERROR|Missing action: RUN LIST"
               STOP RUN
           END-IF
           ACCEPT WS-ACTION FROM ARGUMENT-VALUE

           EVALUATE WS-ACTION
               WHEN "RUN"
                   PERFORM RUN-BILLING-CYCLE
               WHEN "LIST"
                   PERFORM LIST-BILLING
               WHEN OTHER
                   DISPLAY "ERROR|Unknown action: " WS-ACTION
           END-EVALUATE
           STOP RUN.

       RUN-BILLING-CYCLE.
           IF WS-ARG-COUNT >= 2
               ACCEPT WS-INPUT-DATE FROM ARGUMENT-VALUE
               MOVE WS-INPUT-DATE TO WS-CYCLE-DATE
           ELSE
               MOVE WS-DATE-YYYYMMDD TO WS-CYCLE-DATE
           END-IF
           MOVE WS-CYCLE-DATE(7:2) TO WS-CYCLE-GROUP
           IF WS-CYCLE-GROUP > 28
               MOVE 28 TO WS-CYCLE-GROUP
           END-IF
           COMPUTE WS-CYCLE-SERIAL =
               FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE)

           PERFORM LOAD-POLICY-FIGURES
           PERFORM ACQUIRE-BATCH-LOCK
           PERFORM READ-BATCH-STATE
           PERFORM LOAD-BILLING-HISTORY
           PERFORM SELECT-CYCLE-ACCOUNTS
           IF WS-BL-COUNT > 0
               PERFORM SCAN-PAYMENTS
               PERFORM SCAN-SNAPSHOTS
               PERFORM OPEN-PENDING-FOR-APPEND
               OPEN EXTEND BILLING-FILE
               IF WS-BILLING-STATUS = "35"
                   OPEN OUTPUT BILLING-FILE
               END-IF
               IF WS-BILLING-STATUS NOT = "00"
                   DISPLAY "ERROR|Cannot open billing file: "
                       WS-BILLING-STATUS
                   CLOSE PENDING-FILE
                   PERFORM RELEASE-BATCH-LOCK
                   STOP RUN
               END-IF
               OPEN INPUT ACCOUNT-FILE
               PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                       UNTIL WS-BL-IDX > WS-BL-COUNT
                   MOVE WS-BL-ACCT(WS-BL-IDX) TO ACCT-NUMBER
                   READ ACCOUNT-FILE
                       INVALID KEY
                           DISPLAY "WARN|Account vanished: "
                               WS-BL-ACCT(WS-BL-IDX)
                       NOT INVALID KEY
                           PERFORM BILL-ONE-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
               CLOSE BILLING-FILE
               CLOSE PENDING-FILE
               PERFORM SAVE-BATCH-STATE
           END-IF
           PERFORM RELEASE-BATCH-LOCK

           MOVE WS-INTEREST-TOTAL TO WS-DISPLAY-INT
           MOVE WS-LATE-TOTAL TO WS-DISPLAY-FEE
           DISPLAY "BILLING-COMPLETE|" WS-CYCLE-DATE
               "|cycle " WS-CYCLE-GROUP "|"
               WS-BILLED-COUNT " billed|"
               WS-INTEREST-COUNT " charged interest "
               WS-DISPLAY-INT "|"
               WS-LATE-COUNT " late fees " WS-DISPLAY-FEE "|"
               WS-ALREADY-COUNT " already billed (rerun)".

       LOAD-POLICY-FIGURES.
           ACCEPT WS-INPUT-PARM FROM ENVIRONMENT "CREDIT_APR"
           IF WS-INPUT-PARM NOT = SPACES
               COMPUTE WS-DEFAULT-APR =
                   FUNCTION NUMVAL(WS-INPUT-PARM)
           END-IF
           MOVE SPACES TO WS-INPUT-PARM
           ACCEPT WS-INPUT-PARM FROM ENVIRONMENT "CREDIT_MIN_PCT"
           IF WS-INPUT-PARM NOT = SPACES
               COMPUTE WS-MIN-PCT = FUNCTION NUMVAL(WS-INPUT-PARM)
           END-IF
           MOVE SPACES TO WS-INPUT-PARM
           ACCEPT WS-INPUT-PARM FROM ENVIRONMENT "CREDIT_MIN_FLOOR"
           IF WS-INPUT-PARM NOT = SPACES
               COMPUTE WS-MIN-FLOOR = FUNCTION NUMVAL(WS-INPUT-PARM)
           END-IF
           MOVE SPACES TO WS-INPUT-PARM
           ACCEPT WS-INPUT-PARM FROM ENVIRONMENT "CREDIT_GRACE_DAYS"
           IF WS-INPUT-PARM NOT = SPACES
               COMPUTE WS-GRACE-DAYS =
                   FUNCTION NUMVAL(WS-INPUT-PARM)
           END-IF.

       LOAD-BILLING-HISTORY.
      *    Rows are appended in cycle order, so the last row read
      *    for an account is its open statement.
           OPEN INPUT BILLING-FILE
           IF WS-BILLING-STATUS = "00"
               MOVE 0 TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ BILLING-FILE
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           PERFORM KEEP-LATEST-BILLING
                   END-READ
               END-PERFORM
               CLOSE BILLING-FILE
           END-IF.

       KEEP-LATEST-BILLING.
           MOVE 0 TO WS-PB-FOUND
           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
                   UNTIL WS-PB-IDX > WS-PB-COUNT
               IF WS-PB-ACCT(WS-PB-IDX) = CBL-ACCT-NUMBER
                   MOVE WS-PB-IDX TO WS-PB-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PB-FOUND = 0
               IF WS-PB-COUNT < 5000
                   ADD 1 TO WS-PB-COUNT
                   MOVE WS-PB-COUNT TO WS-PB-FOUND
               ELSE
                   DISPLAY "WARN|Billing history table full"
               END-IF
           END-IF
           IF WS-PB-FOUND > 0
               MOVE CBL-ACCT-NUMBER  TO WS-PB-ACCT(WS-PB-FOUND)
               MOVE CBL-STMT-DATE    TO WS-PB-STMT-DATE(WS-PB-FOUND)
               MOVE CBL-STMT-BALANCE TO WS-PB-STMT-BAL(WS-PB-FOUND)
               MOVE CBL-MIN-PAYMENT  TO WS-PB-MIN(WS-PB-FOUND)
               MOVE CBL-DUE-DATE     TO WS-PB-DUE-DATE(WS-PB-FOUND)
           END-IF.

       SELECT-CYCLE-ACCOUNTS.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ ACCOUNT-FILE NEXT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM CONSIDER-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE.

       CONSIDER-ONE-ACCOUNT.
           IF NOT ACCT-TYPE-CREDIT OR NOT ACCT-STATUS-ACTIVE
               GO TO CONSIDER-ONE-ACCOUNT-EXIT
           END-IF
           MOVE ACCT-STMT-CYCLE TO WS-ACCT-CYCLE
           IF WS-ACCT-CYCLE = 0
               MOVE 1 TO WS-ACCT-CYCLE
           END-IF
           IF WS-ACCT-CYCLE NOT = WS-CYCLE-GROUP
               GO TO CONSIDER-ONE-ACCOUNT-EXIT
           END-IF

           MOVE 0 TO WS-PB-FOUND
           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
                   UNTIL WS-PB-IDX > WS-PB-COUNT
               IF WS-PB-ACCT(WS-PB-IDX) = ACCT-NUMBER
                   MOVE WS-PB-IDX TO WS-PB-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PB-FOUND > 0
               IF WS-PB-STMT-DATE(WS-PB-FOUND) >= WS-CYCLE-DATE
                   ADD 1 TO WS-ALREADY-COUNT
                   GO TO CONSIDER-ONE-ACCOUNT-EXIT
               END-IF
           END-IF
           IF WS-BL-COUNT >= 2000
               DISPLAY "WARN|Billing table full - " ACCT-NUMBER
                   " left for the next run"
               GO TO CONSIDER-ONE-ACCOUNT-EXIT
           END-IF

           ADD 1 TO WS-BL-COUNT
           INITIALIZE WS-BL(WS-BL-COUNT)
           MOVE ACCT-NUMBER TO WS-BL-ACCT(WS-BL-COUNT)
      *    First statement: the period runs from the account's
      *    opening, at most one month back.
           IF WS-PB-FOUND > 0
               MOVE WS-PB-STMT-DATE(WS-PB-FOUND)
                   TO WS-BL-PREV-DATE(WS-BL-COUNT)
               MOVE WS-PB-STMT-BAL(WS-PB-FOUND)
                   TO WS-BL-PREV-BAL(WS-BL-COUNT)
               MOVE WS-PB-MIN(WS-PB-FOUND)
                   TO WS-BL-PREV-MIN(WS-BL-COUNT)
               MOVE WS-PB-DUE-DATE(WS-PB-FOUND)
                   TO WS-BL-PREV-DUE(WS-BL-COUNT)
               MOVE WS-PB-STMT-DATE(WS-PB-FOUND)
                   TO WS-BL-PERIOD-START(WS-BL-COUNT)
           ELSE
               MOVE FUNCTION DATE-OF-INTEGER(WS-CYCLE-SERIAL - 30)
                   TO WS-BL-PERIOD-START(WS-BL-COUNT)
               IF ACCT-OPEN-DATE > WS-BL-PERIOD-START(WS-BL-COUNT)
                   AND ACCT-OPEN-DATE < WS-CYCLE-DATE
                   MOVE ACCT-OPEN-DATE
                       TO WS-BL-PERIOD-START(WS-BL-COUNT)
               END-IF
           END-IF.

       CONSIDER-ONE-ACCOUNT-EXIT.
           EXIT.

       SCAN-PAYMENTS.
      *    One pass over the committed log: every credit to a billed
      *    account after its last statement closed counts as a
      *    payment (reversals and interest are not payments), dated
      *    by value date so an item keyed late still meets its due
      *    date.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "00"
               MOVE 0 TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ TRANS-FILE
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           IF CR-AMOUNT > 0
                               AND NOT CR-TYPE-REVERSAL
                               AND NOT CR-TYPE-INTEREST
                               PERFORM TALLY-ONE-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.

       TALLY-ONE-PAYMENT.
           MOVE 0 TO WS-BL-FOUND
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BL-COUNT
               IF WS-BL-ACCT(WS-BL-IDX) = CR-ACCOUNT-NUM
                   MOVE WS-BL-IDX TO WS-BL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BL-FOUND > 0
               IF CR-VALUE-DATE = 0
                   MOVE CR-TIMESTAMP(1:8) TO WS-ITEM-DATE
               ELSE
                   MOVE CR-VALUE-DATE TO WS-ITEM-DATE
               END-IF
               IF WS-ITEM-DATE > WS-BL-PERIOD-START(WS-BL-FOUND)
                   AND WS-ITEM-DATE <= WS-CYCLE-DATE
                   ADD CR-AMOUNT TO WS-BL-PAYMENTS(WS-BL-FOUND)
                   IF WS-ITEM-DATE <= WS-BL-PREV-DUE(WS-BL-FOUND)
                       ADD CR-AMOUNT
                           TO WS-BL-PAID-BY-DUE(WS-BL-FOUND)
                   END-IF
               END-IF
           END-IF.

       SCAN-SNAPSHOTS.
      *    One pass over the nightly snapshots: the amount owed each
      *    night of the period, for the average daily balance.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE 0 TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ HISTORY-FILE
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           PERFORM TALLY-ONE-SNAPSHOT
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       TALLY-ONE-SNAPSHOT.
           MOVE 0 TO WS-BL-FOUND
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BL-COUNT
               IF WS-BL-ACCT(WS-BL-IDX) = BHS-ACCT-NUMBER
                   MOVE WS-BL-IDX TO WS-BL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BL-FOUND > 0
               IF BHS-DATE > WS-BL-PERIOD-START(WS-BL-FOUND)
                   AND BHS-DATE <= WS-CYCLE-DATE
                   ADD 1 TO WS-BL-OWED-DAYS(WS-BL-FOUND)
                   IF BHS-BALANCE < 0
                       SUBTRACT BHS-BALANCE
                           FROM WS-BL-OWED-SUM(WS-BL-FOUND)
                   END-IF
               END-IF
           END-IF.

       BILL-ONE-ACCOUNT.
           MOVE 0 TO WS-INTEREST
           MOVE 0 TO WS-LATE-FEE
           MOVE 0 TO WS-ADB
           MOVE 0 TO WS-PAST-DUE
           MOVE SPACES TO WS-PAID-IN-FULL
           MOVE SPACES TO WS-MIN-MET
           IF ACCT-TD-RATE > 0
               MOVE ACCT-TD-RATE TO WS-APR
           ELSE
               MOVE WS-DEFAULT-APR TO WS-APR
           END-IF
           COMPUTE WS-PERIOD-DAYS = WS-CYCLE-SERIAL
               - FUNCTION INTEGER-OF-DATE(
                   WS-BL-PERIOD-START(WS-BL-IDX))
           IF WS-BL-OWED-DAYS(WS-BL-IDX) > 0
               COMPUTE WS-ADB ROUNDED =
                   WS-BL-OWED-SUM(WS-BL-IDX)
                   / WS-BL-OWED-DAYS(WS-BL-IDX)
           END-IF

      *    Settle the previous statement, if there is one
           IF WS-BL-PREV-DATE(WS-BL-IDX) > 0
               IF WS-BL-PAYMENTS(WS-BL-IDX)
                   >= WS-BL-PREV-BAL(WS-BL-IDX)
                   MOVE "Y" TO WS-PAID-IN-FULL
               ELSE
                   MOVE "N" TO WS-PAID-IN-FULL
               END-IF
               IF WS-BL-PAID-BY-DUE(WS-BL-IDX)
                   >= WS-BL-PREV-MIN(WS-BL-IDX)
                   MOVE "Y" TO WS-MIN-MET
               ELSE
                   MOVE "N" TO WS-MIN-MET
                   COMPUTE WS-PAST-DUE =
                       WS-BL-PREV-MIN(WS-BL-IDX)
                       - WS-BL-PAID-BY-DUE(WS-BL-IDX)
               END-IF

      *        Grace lost: interest on the average daily balance
      *        owed across the period
               IF WS-PAID-IN-FULL = "N" AND WS-ADB > 0
                   COMPUTE WS-INTEREST ROUNDED =
                       WS-ADB * WS-APR / 100
                       * WS-PERIOD-DAYS / 365
                   IF WS-INTEREST > 0
                       MOVE WS-INTEREST TO WS-POST-AMOUNT
                       MOVE "INTEREST  " TO WS-POST-TYPE
                       MOVE "Purchase interest on revolving balance"
                           TO WS-POST-DESC
                       PERFORM APPEND-PENDING-CHARGE
                       ADD 1 TO WS-INTEREST-COUNT
                       ADD WS-INTEREST TO WS-INTEREST-TOTAL
                   END-IF
               END-IF

      *        Minimum missed by its due date: late fee
               IF WS-MIN-MET = "N"
                   AND WS-BL-PREV-DUE(WS-BL-IDX) <= WS-CYCLE-DATE
                   PERFORM RESOLVE-LATE-FEE
                   IF WS-LATE-FEE > 0
                       MOVE WS-LATE-FEE TO WS-POST-AMOUNT
                       MOVE "FEE       " TO WS-POST-TYPE
                       MOVE "Late payment fee - minimum not received"
                           TO WS-POST-DESC
                       PERFORM APPEND-PENDING-CHARGE
                       ADD 1 TO WS-LATE-COUNT
                       ADD WS-LATE-FEE TO WS-LATE-TOTAL
                   END-IF
               END-IF
           END-IF

      *    Close the new statement: what is owed now plus this
      *    cycle's charges, still in the pending buffer
           MOVE 0 TO WS-OWED
           IF ACCT-BALANCE < 0
               COMPUTE WS-OWED = 0 - ACCT-BALANCE
           END-IF
           ADD WS-INTEREST TO WS-OWED
           ADD WS-LATE-FEE TO WS-OWED

           MOVE 0 TO WS-MIN-PAYMENT
           IF WS-OWED > 0
               COMPUTE WS-MIN-PAYMENT ROUNDED =
                   WS-OWED * WS-MIN-PCT / 100
               IF WS-MIN-PAYMENT < WS-MIN-FLOOR
                   MOVE WS-MIN-FLOOR TO WS-MIN-PAYMENT
               END-IF
               ADD WS-PAST-DUE TO WS-MIN-PAYMENT
               IF WS-MIN-PAYMENT > WS-OWED
                   MOVE WS-OWED TO WS-MIN-PAYMENT
               END-IF
           END-IF

           MOVE "NEXTB" TO DSV-FUNCTION
           MOVE FUNCTION DATE-OF-INTEGER(
               WS-CYCLE-SERIAL + WS-GRACE-DAYS) TO DSV-DATE-IN
           CALL "DATE-SERVICE" USING DATE-SERVICE-AREA
           MOVE DSV-DATE-OUT TO WS-DUE-DATE

           INITIALIZE CREDIT-BILLING-RECORD
           MOVE ACCT-NUMBER               TO CBL-ACCT-NUMBER
           MOVE WS-CYCLE-DATE             TO CBL-STMT-DATE
           MOVE WS-BL-PERIOD-START(WS-BL-IDX) TO CBL-PERIOD-START
           MOVE WS-BL-PREV-BAL(WS-BL-IDX) TO CBL-PREV-BALANCE
           MOVE WS-BL-PAYMENTS(WS-BL-IDX) TO CBL-PAYMENTS
           MOVE WS-OWED                   TO CBL-STMT-BALANCE
           MOVE WS-MIN-PAYMENT            TO CBL-MIN-PAYMENT
           MOVE WS-DUE-DATE               TO CBL-DUE-DATE
           MOVE WS-ADB                    TO CBL-AVG-DAILY-BAL
           MOVE WS-INTEREST               TO CBL-INTEREST
           MOVE WS-LATE-FEE               TO CBL-LATE-FEE
           MOVE WS-PAID-IN-FULL           TO CBL-PAID-IN-FULL
           MOVE WS-MIN-MET                TO CBL-MIN-MET
           MOVE WS-APR                    TO CBL-APR
           WRITE CREDIT-BILLING-RECORD
           IF WS-BILLING-STATUS NOT = "00"
               DISPLAY "WARN|Billing write failed for "
                   ACCT-NUMBER ": " WS-BILLING-STATUS
           END-IF
           ADD 1 TO WS-BILLED-COUNT

           MOVE WS-OWED TO WS-DISPLAY-BAL
           MOVE WS-MIN-PAYMENT TO WS-DISPLAY-MIN
           MOVE WS-INTEREST TO WS-DISPLAY-INT
           MOVE WS-LATE-FEE TO WS-DISPLAY-FEE
           DISPLAY "BILLED|" ACCT-NUMBER "|" WS-CYCLE-DATE
               "|balance " WS-DISPLAY-BAL "|minimum " WS-DISPLAY-MIN
               "|due " WS-DUE-DATE "|interest " WS-DISPLAY-INT
               "|late fee " WS-DISPLAY-FEE "|paid-full "
               WS-PAID-IN-FULL "|min-met " WS-MIN-MET.

       RESOLVE-LATE-FEE.
      *    The schedule row for LATEFEE / this account's type and
      *    plan wins; the compiled amount remains the fallback. The
      *    charge is recorded on the fee assessments ledger.
           INITIALIZE FEE-SERVICE-AREA
           MOVE "LATEFEE "         TO FSV-FEE-CODE
           MOVE ACCT-TYPE          TO FSV-ACCT-TYPE
           IF ACCT-FEE-PLAN = SPACES
               MOVE "STD " TO FSV-FEE-PLAN
           ELSE
               MOVE ACCT-FEE-PLAN TO FSV-FEE-PLAN
           END-IF
           MOVE WS-CYCLE-DATE      TO FSV-CHARGE-DATE
           MOVE WS-PAST-DUE        TO FSV-BASE-AMOUNT
           MOVE WS-LATE-FEE-AMOUNT TO FSV-DEFAULT-AMOUNT
           MOVE "Y"                TO FSV-RECORD
           MOVE ACCT-NUMBER        TO FSV-ACCT-NUMBER
           MOVE ACCT-BRANCH        TO FSV-BRANCH
           MOVE ACCT-CURRENCY      TO FSV-CURRENCY
           CALL "FEE-SERVICE" USING FEE-SERVICE-AREA
           MOVE FSV-AMOUNT TO WS-LATE-FEE.

       APPEND-PENDING-CHARGE.
           ADD 1 TO WS-NEXT-TXN-ID
           ADD 1 TO WS-PENDING-COUNT

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                  WS-DATE-HHMMSS   DELIMITED SIZE
                  INTO WS-TIMESTAMP
           END-STRING

           INITIALIZE TRANSACTION-RECORD
           MOVE WS-NEXT-TXN-ID        TO TXN-ID
           MOVE WS-TIMESTAMP          TO TXN-TIMESTAMP
           MOVE ACCT-NUMBER           TO TXN-ACCOUNT-NUM
           COMPUTE TXN-AMOUNT = WS-POST-AMOUNT * -1
           MOVE WS-POST-TYPE          TO TXN-TYPE
           MOVE WS-POST-DESC          TO TXN-DESCRIPTION
           MOVE ACCT-CURRENCY         TO TXN-CURRENCY
           MOVE ZERO                  TO TXN-RUNNING-BAL
           MOVE "PENDING "            TO TXN-STATUS
           MOVE WS-CURRENT-BATCH      TO TXN-BATCH-NUM
      *    Charged as of the cycle date it belongs to
           MOVE WS-CYCLE-DATE         TO TXN-VALUE-DATE

           WRITE TRANSACTION-RECORD
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "ERROR|Write failed: " WS-PEND-STATUS
               CLOSE PENDING-FILE
               CLOSE BILLING-FILE
               CLOSE ACCOUNT-FILE
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF

           MOVE TXN-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "OK|"
               TXN-ID "|"
               TXN-TIMESTAMP "|"
               TXN-ACCOUNT-NUM "|"
               TXN-TYPE "|"
               WS-DISPLAY-AMT "|"
               TXN-CURRENCY "|"
               TXN-DESCRIPTION "|"
               TXN-STATUS "|"
               TXN-BATCH-NUM.

       LIST-BILLING.
           IF WS-ARG-COUNT < 2
               DISPLAY "ERROR|LIST requires: ACCT"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ACCT FROM ARGUMENT-VALUE
           MOVE WS-INPUT-ACCT TO WS-SEARCH-ACCT

           OPEN INPUT BILLING-FILE
           IF WS-BILLING-STATUS NOT = "00"
               DISPLAY "INFO|No billing history on file"
               STOP RUN
           END-IF
           MOVE 0 TO WS-BILLED-COUNT
           MOVE 0 TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = 1
               READ BILLING-FILE
                   AT END
                       MOVE 1 TO WS-SCAN-EOF
                   NOT AT END
                       IF CBL-ACCT-NUMBER = WS-SEARCH-ACCT
                           ADD 1 TO WS-BILLED-COUNT
                           MOVE CBL-STMT-BALANCE TO WS-DISPLAY-BAL
                           MOVE CBL-MIN-PAYMENT TO WS-DISPLAY-MIN
                           MOVE CBL-INTEREST TO WS-DISPLAY-INT
                           MOVE CBL-LATE-FEE TO WS-DISPLAY-FEE
                           MOVE CBL-PAYMENTS TO WS-DISPLAY-AMT
                           DISPLAY "CYCLE|" CBL-STMT-DATE
                               "|payments " WS-DISPLAY-AMT
                               "|balance " WS-DISPLAY-BAL
                               "|minimum " WS-DISPLAY-MIN
                               "|due " CBL-DUE-DATE
                               "|interest " WS-DISPLAY-INT
                               "|late fee " WS-DISPLAY-FEE
                               "|paid-full " CBL-PAID-IN-FULL
                               "|min-met " CBL-MIN-MET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-FILE
           DISPLAY "LIST-COMPLETE|" WS-SEARCH-ACCT "|"
               WS-BILLED-COUNT " cycles".

       ACQUIRE-BATCH-LOCK.
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               CLOSE LOCK-FILE
               DISPLAY "ERROR|Batch is locked by another process"
                   " - try again later"
               STOP RUN
           END-IF
           OPEN OUTPUT LOCK-FILE
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot acquire batch lock: "
                   WS-LOCK-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                  WS-DATE-HHMMSS   DELIMITED SIZE
                  INTO WS-TIMESTAMP
           END-STRING
           INITIALIZE LOCK-RECORD
           MOVE WS-TIMESTAMP TO LOCK-TIMESTAMP
           MOVE "RUN-CREDIT-BILLING" TO LOCK-HELD-BY
           WRITE LOCK-RECORD
           CLOSE LOCK-FILE.

       RELEASE-BATCH-LOCK.
           DELETE FILE LOCK-FILE.

       READ-BATCH-STATE.
           OPEN INPUT BATCH-FILE
           IF WS-BATCH-STATUS = "35"
               MOVE 0          TO WS-NEXT-TXN-ID
               MOVE 1          TO WS-CURRENT-BATCH
               MOVE 0          TO WS-PENDING-COUNT
           ELSE
               READ BATCH-FILE
                   AT END
                       MOVE 0  TO WS-NEXT-TXN-ID
                       MOVE 1  TO WS-CURRENT-BATCH
                       MOVE 0  TO WS-PENDING-COUNT
                   NOT AT END
                       MOVE BATCH-LAST-TXN-ID
                           TO WS-NEXT-TXN-ID
                       MOVE BATCH-SEQUENCE-NUM
                           TO WS-CURRENT-BATCH
                       MOVE BATCH-PENDING-COUNT
                           TO WS-PENDING-COUNT
               END-READ
               CLOSE BATCH-FILE
           END-IF.

       OPEN-PENDING-FOR-APPEND.
           OPEN EXTEND PENDING-FILE
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open pending: " WS-PEND-STATUS
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF.

       SAVE-BATCH-STATE.
           OPEN OUTPUT BATCH-FILE
           INITIALIZE BATCH-STATE-RECORD
           MOVE WS-NEXT-TXN-ID        TO BATCH-LAST-TXN-ID
           MOVE WS-CURRENT-BATCH      TO BATCH-SEQUENCE-NUM
           MOVE "IDLE    "            TO BATCH-STATUS
           MOVE WS-PENDING-COUNT      TO BATCH-PENDING-COUNT
           MOVE WS-NEXT-TXN-ID        TO BATCH-LAST-COMMITTED
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                  WS-DATE-HHMMSS   DELIMITED SIZE
                  INTO WS-TIMESTAMP
           END-STRING
           MOVE WS-TIMESTAMP          TO BATCH-TIMESTAMP
           WRITE BATCH-STATE-RECORD
           CLOSE BATCH-FILE.
