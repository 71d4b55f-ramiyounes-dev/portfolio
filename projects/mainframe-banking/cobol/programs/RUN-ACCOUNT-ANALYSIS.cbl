       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-ACCOUNT-ANALYSIS.
      *================================================================*
      * RUN-ACCOUNT-ANALYSIS.cbl                                       *
      * Monthly account analysis for business CHECKING accounts on     *
      * the analysis fee plan (ACCT-FEE-PLAN = ANLY): the client pays  *
      * for the services it used, offset by an earnings credit on the  *
      * balances it kept with us, in place of the flat maintenance     *
      * fee ASSESS-MAINTENANCE-FEES charges everyone else.             *
      *   - Activity is counted by service from the committed          *
      *     transaction log for the month (value date, or the capture  *
      *     date when none): card items (the "Card " clearing          *
      *     postings), checks paid (a WITHDRAWAL carrying a check      *
      *     number), external transfers (EXTERNAL), deposits (every    *
      *     other DEPOSIT) and cash handled — the currency paid out    *
      *     over the counter (any other WITHDRAWAL) and paid in on a   *
      *     deposit that drew no deposit hold that day. Maintenance    *
      *     is one unit a month                                        *
      *   - Each service is priced from ANALYSIS-PRICE-TABLE.cpy, the  *
      *     unit price resolved through FEE-SERVICE so a flat          *
      *     fee-schedule row for the service's fee code overrides the  *
      *     compiled price                                             *
      *   - The earnings credit is the average collected balance       *
      *     (the nightly snapshots less the deposits still under a     *
      *     deposit hold each night) at the board's earnings credit    *
      *     rate — the percentage on the ANECR fee-schedule row in     *
      *     force at month end, the compiled rate below without one —  *
      *     for the days in the month over 365                         *
      *   - Only the shortfall of credit against charges is charged,   *
      *     as one FEE through the pending pipeline, recorded on the   *
      *     fee assessments ledger as ANALYSIS; credit beyond the      *
      *     charges lapses                                             *
      *   - The statement goes on account-analysis.dat and to stdout,  *
      *     and the client is told (ANALYSIS notice through            *
      *     NOTIFY-SERVICE). An account already analysed for the       *
      *     month is skipped, so a rerun charges nothing twice         *
      * Input:  REPORT_MONTH (YYYYMM) via environment, default the     *
      *         previous month; the current month is refused unless    *
      *         RUN_ANYWAY=Y, its activity not being complete          *
      * Output: Pipe-delimited lines to stdout                         *
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

           SELECT HOLDS-FILE
               ASSIGN TO WS-HOLDS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT ANALYSIS-FILE
               ASSIGN TO WS-ANALYSIS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANALYSIS-STATUS.

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

       FD  HOLDS-FILE.
       COPY "HOLD-RECORD.cpy".

       FD  ANALYSIS-FILE.
       COPY "ACCOUNT-ANALYSIS.cpy".

       FD  PENDING-FILE.
       COPY "TRANSACTION-RECORD.cpy".

       FD  BATCH-FILE.
       COPY "BATCH-STATE.cpy".

       FD  LOCK-FILE.
       COPY "BATCH-LOCK.cpy".

       WORKING-STORAGE SECTION.
       COPY "NOTIFY-AREA.cpy".
       COPY "FEE-SERVICE-AREA.cpy".
       COPY "ANALYSIS-PRICE-TABLE.cpy".
       01  WS-ACCT-PATH               PIC X(256).
       01  WS-TRANS-PATH              PIC X(256).
       01  WS-HISTORY-PATH            PIC X(256).
       01  WS-HOLDS-PATH              PIC X(256).
       01  WS-ANALYSIS-PATH           PIC X(256).
       01  WS-PENDING-PATH            PIC X(256).
       01  WS-BATCH-PATH              PIC X(256).
       01  WS-LOCK-PATH               PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-ACCT-STATUS             PIC XX.
       01  WS-TRANS-STATUS            PIC XX.
       01  WS-HISTORY-STATUS          PIC XX.
       01  WS-HOLDS-STATUS            PIC XX.
       01  WS-ANALYSIS-STATUS         PIC XX.
       01  WS-PEND-STATUS             PIC XX.
       01  WS-BATCH-STATUS            PIC XX.
       01  WS-LOCK-STATUS             PIC XX.

       01  WS-INPUT-MONTH             PIC X(6).
       01  WS-RUN-ANYWAY              PIC X(1).
       01  WS-RUN-MONTH               PIC 9(6).
       01  WS-THIS-MONTH              PIC 9(6).
       01  WS-MONTH-FIRST             PIC 9(8).
       01  WS-NEXT-MONTH-FIRST        PIC 9(8).
       01  WS-MONTH-END               PIC 9(8).
       01  WS-MONTH-DAYS              PIC 9(2).
       01  WS-CAL-ANNEE               PIC 9(4).
       01  WS-CAL-MOIS                PIC 9(2).
       01  WS-ITEM-DATE               PIC 9(8).

      *    Earnings credit rate when the fee schedule carries no
      *    ANECR row: percent a year on the average collected balance
       01  WS-ECR-DEFAULT-RATE        PIC 9(3)V9(4) VALUE 0.5000.

      *    Analysis-plan accounts for the month, with the activity,
      *    snapshot and float totals gathered for each
       01  WS-ANA-COUNT               PIC 9(3)   VALUE 0.
       01  WS-ANA-TABLE.
           05  WS-ANA-ENTRY OCCURS 500 TIMES.
               10  WS-ANA-ACCT        PIC 9(10).
               10  WS-ANA-BRANCH      PIC X(3).
               10  WS-ANA-TYPE        PIC X(8).
               10  WS-ANA-PLAN        PIC X(4).
               10  WS-ANA-CURRENCY    PIC X(3).
               10  WS-ANA-VOLUME      PIC S9(13)V99 COMP-3
                                       OCCURS 6 TIMES.
               10  WS-ANA-LEDGER-SUM  PIC S9(15)V99 COMP-3.
               10  WS-ANA-FLOAT-SUM   PIC S9(15)V99 COMP-3.
               10  WS-ANA-SNAP-DAYS   PIC 9(2).
       01  WS-ANA-IDX                 PIC 9(3).
       01  WS-ANA-FOUND               PIC 9(3).

      *    Accounts already analysed for the month
       01  WS-DONE-COUNT              PIC 9(3)   VALUE 0.
       01  WS-DONE-TABLE.
           05  WS-DONE-ACCT OCCURS 500 TIMES PIC 9(10).
       01  WS-DONE-IDX                PIC 9(3).
       01  WS-DONE-FOUND              PIC 9      VALUE 0.

      *    Deposit holds on analysis-plan accounts: the uncollected
      *    part of the balance from the day placed until release
       01  WS-HLD-COUNT               PIC 9(4)   VALUE 0.
       01  WS-HLD-TABLE.
           05  WS-HLD-ENTRY OCCURS 2000 TIMES.
               10  WS-HLD-ACCT        PIC 9(10).
               10  WS-HLD-AMOUNT      PIC S9(13)V99 COMP-3.
               10  WS-HLD-PLACED      PIC 9(8).
               10  WS-HLD-RELEASE     PIC 9(8).
               10  WS-HLD-MATCHED     PIC X(1).
       01  WS-HLD-IDX                 PIC 9(4).
       01  WS-HLD-CHECK               PIC 9      VALUE 0.
       01  WS-NIGHT-FLOAT             PIC S9(13)V99 COMP-3.

      *    Service slots, in ANALYSIS-PRICE-TABLE order
       01  WS-SVC-MAINT               PIC 9      VALUE 1.
       01  WS-SVC-DEPOSIT             PIC 9      VALUE 2.
       01  WS-SVC-CHECK               PIC 9      VALUE 3.
       01  WS-SVC-EXTERNAL            PIC 9      VALUE 4.
       01  WS-SVC-CARD                PIC 9      VALUE 5.
       01  WS-SVC-CASH                PIC 9      VALUE 6.
       01  WS-SVC-IDX                 PIC 9.
       01  WS-ITEM-AMOUNT             PIC S9(13)V99 COMP-3.

      *    One account's statement
       01  WS-VOLUME                  PIC 9(11).
       01  WS-UNITS                   PIC 9(7).
       01  WS-UNIT-PRICE              PIC S9(7)V99 COMP-3.
       01  WS-CHARGE                  PIC S9(13)V99 COMP-3.
       01  WS-TOTAL-CHARGES           PIC S9(13)V99 COMP-3.
       01  WS-AVG-LEDGER              PIC S9(13)V99 COMP-3.
       01  WS-AVG-FLOAT               PIC S9(13)V99 COMP-3.
       01  WS-AVG-COLLECTED           PIC S9(13)V99 COMP-3.
       01  WS-ECR-RATE                PIC 9(3)V9(4).
       01  WS-EARNINGS-CREDIT         PIC S9(13)V99 COMP-3.
       01  WS-NET-FEE                 PIC S9(13)V99 COMP-3.
       01  WS-FEE-TXN-ID              PIC 9(10).

       01  WS-EOF                     PIC 9      VALUE 0.
       01  WS-ANALYZED-COUNT          PIC 9(4)   VALUE 0.
       01  WS-CHARGED-COUNT           PIC 9(4)   VALUE 0.
       01  WS-COVERED-COUNT           PIC 9(4)   VALUE 0.
       01  WS-SKIPPED-COUNT           PIC 9(4)   VALUE 0.
       01  WS-NET-TOTAL               PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-NEXT-TXN-ID             PIC 9(10).
       01  WS-CURRENT-BATCH           PIC 9(6).
       01  WS-PENDING-COUNT           PIC 9(10).
       01  WS-LEGS-POSTED             PIC 9(6)   VALUE 0.

       01  WS-DISPLAY-AMT             PIC -(13)9.99.
       01  WS-DISPLAY-AMT2            PIC -(13)9.99.
       01  WS-DISPLAY-AMT3            PIC -(13)9.99.
       01  WS-DISPLAY-PRICE           PIC Z(6)9.99.
       01  WS-DISPLAY-VOLUME          PIC Z(10)9.
       01  WS-DISPLAY-UNITS           PIC Z(6)9.
       01  WS-DISPLAY-RATE            PIC ZZ9.9999.
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
                  "/holds.dat" DELIMITED SIZE
                  INTO WS-HOLDS-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/account-analysis.dat" DELIMITED SIZE
                  INTO WS-ANALYSIS-PATH
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
           MOVE ANP-INIT-DATA TO ANP-ENTRIES

           PERFORM SET-ANALYSIS-MONTH
           IF WS-RUN-MONTH >= WS-THIS-MONTH
               ACCEPT WS-RUN-ANYWAY FROM ENVIRONMENT "RUN_ANYWAY"
               IF WS-RUN-ANYWAY NOT = "Y"
                   DISPLAY "ERROR|Month " WS-RUN-MONTH " is not yet"
                       " complete - set RUN_ANYWAY=Y to force"
                   STOP RUN
               END-IF
           END-IF

           PERFORM LOAD-ANALYSED-ACCOUNTS
           PERFORM LOAD-ANALYSIS-ACCOUNTS
           IF WS-ANA-COUNT = 0
               DISPLAY "INFO|No analysis-plan accounts to analyse"
                   " for " WS-RUN-MONTH
               DISPLAY "ANALYSIS-COMPLETE|" WS-RUN-MONTH "|0 accounts"
                   " analysed|" WS-SKIPPED-COUNT " already analysed"
               STOP RUN
           END-IF
           PERFORM LOAD-DEPOSIT-HOLDS
           PERFORM COUNT-MONTH-ACTIVITY
           PERFORM ACCUMULATE-SNAPSHOTS

           PERFORM ACQUIRE-BATCH-LOCK
           PERFORM READ-BATCH-STATE
           OPEN EXTEND PENDING-FILE
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open pending: " WS-PEND-STATUS
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           OPEN EXTEND ANALYSIS-FILE
           IF WS-ANALYSIS-STATUS = "35"
               OPEN OUTPUT ANALYSIS-FILE
           END-IF
           IF WS-ANALYSIS-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open account analysis file: "
                   WS-ANALYSIS-STATUS
               CLOSE PENDING-FILE
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF

           PERFORM VARYING WS-ANA-IDX FROM 1 BY 1
                   UNTIL WS-ANA-IDX > WS-ANA-COUNT
               PERFORM ANALYZE-ONE-ACCOUNT
           END-PERFORM

           CLOSE ANALYSIS-FILE
           CLOSE PENDING-FILE
           PERFORM UPDATE-BATCH-PENDING-COUNT
           PERFORM RELEASE-BATCH-LOCK

           MOVE WS-NET-TOTAL TO WS-DISPLAY-AMT
           DISPLAY "ANALYSIS-COMPLETE|" WS-RUN-MONTH "|"
               WS-ANALYZED-COUNT " accounts analysed|"
               WS-CHARGED-COUNT " charged|" WS-COVERED-COUNT
               " covered by credit|net fees " WS-DISPLAY-AMT "|"
               WS-SKIPPED-COUNT " already analysed"
           STOP RUN.

       SET-ANALYSIS-MONTH.
      *    The month as days [first, next first): the month end for
      *    schedule rows in force, the day count for the credit.
           ACCEPT WS-INPUT-MONTH FROM ENVIRONMENT "REPORT_MONTH"
           COMPUTE WS-THIS-MONTH = WS-DATE-YYYYMMDD / 100
           IF WS-INPUT-MONTH = SPACES
               DIVIDE WS-THIS-MONTH BY 100
                   GIVING WS-CAL-ANNEE REMAINDER WS-CAL-MOIS
               SUBTRACT 1 FROM WS-CAL-MOIS
               IF WS-CAL-MOIS = 0
                   MOVE 12 TO WS-CAL-MOIS
                   SUBTRACT 1 FROM WS-CAL-ANNEE
               END-IF
               COMPUTE WS-RUN-MONTH =
                   WS-CAL-ANNEE * 100 + WS-CAL-MOIS
           ELSE
               MOVE WS-INPUT-MONTH TO WS-RUN-MONTH
           END-IF
           COMPUTE WS-MONTH-FIRST = WS-RUN-MONTH * 100 + 1
           DIVIDE WS-RUN-MONTH BY 100
               GIVING WS-CAL-ANNEE REMAINDER WS-CAL-MOIS
           ADD 1 TO WS-CAL-MOIS
           IF WS-CAL-MOIS > 12
               MOVE 1 TO WS-CAL-MOIS
               ADD 1 TO WS-CAL-ANNEE
           END-IF
           COMPUTE WS-NEXT-MONTH-FIRST =
               WS-CAL-ANNEE * 10000 + WS-CAL-MOIS * 100 + 1
           COMPUTE WS-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-FIRST)
               - FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST)
           COMPUTE WS-MONTH-END =
               WS-RUN-MONTH * 100 + WS-MONTH-DAYS.

       LOAD-ANALYSED-ACCOUNTS.
           OPEN INPUT ANALYSIS-FILE
           IF WS-ANALYSIS-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ ANALYSIS-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF AAN-MONTH = WS-RUN-MONTH
                               AND WS-DONE-COUNT < 500
                               ADD 1 TO WS-DONE-COUNT
                               MOVE AAN-ACCT-NUMBER
                                   TO WS-DONE-ACCT(WS-DONE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANALYSIS-FILE
           END-IF.

       LOAD-ANALYSIS-ACCOUNTS.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               STOP RUN
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ ACCOUNT-FILE NEXT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ACCT-STATUS-ACTIVE AND ACCT-TYPE-CHECKING
                           AND ACCT-PLAN-ANALYSIS
                           PERFORM KEEP-ANALYSIS-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE.

       KEEP-ANALYSIS-ACCOUNT.
           MOVE 0 TO WS-DONE-FOUND
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                   UNTIL WS-DONE-IDX > WS-DONE-COUNT
               IF WS-DONE-ACCT(WS-DONE-IDX) = ACCT-NUMBER
                   MOVE 1 TO WS-DONE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DONE-FOUND = 1
               DISPLAY "INFO|Account " ACCT-NUMBER " already"
                   " analysed for " WS-RUN-MONTH
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               IF WS-ANA-COUNT < 500
                   ADD 1 TO WS-ANA-COUNT
                   INITIALIZE WS-ANA-ENTRY(WS-ANA-COUNT)
                   MOVE ACCT-NUMBER   TO WS-ANA-ACCT(WS-ANA-COUNT)
                   MOVE ACCT-BRANCH   TO WS-ANA-BRANCH(WS-ANA-COUNT)
                   MOVE ACCT-TYPE     TO WS-ANA-TYPE(WS-ANA-COUNT)
                   MOVE ACCT-FEE-PLAN TO WS-ANA-PLAN(WS-ANA-COUNT)
                   MOVE ACCT-CURRENCY
                       TO WS-ANA-CURRENCY(WS-ANA-COUNT)
                   MOVE 1 TO WS-ANA-VOLUME(WS-ANA-COUNT, WS-SVC-MAINT)
               ELSE
                   DISPLAY "WARN|Analysis table full - account "
                       ACCT-NUMBER " not analysed"
               END-IF
           END-IF.

       FIND-ANALYSIS-ACCOUNT.
      *    WS-ANA-FOUND = table slot of WS-ANA-ACCT = ACCT-NUMBER
           MOVE 0 TO WS-ANA-FOUND
           PERFORM VARYING WS-ANA-IDX FROM 1 BY 1
                   UNTIL WS-ANA-IDX > WS-ANA-COUNT
               IF WS-ANA-ACCT(WS-ANA-IDX) = ACCT-NUMBER
                   MOVE WS-ANA-IDX TO WS-ANA-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-DEPOSIT-HOLDS.
      *    Every deposit hold ever placed on an analysis account, not
      *    only the active ones: a hold released since month end
      *    still covered uncollected funds on the nights it was on.
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ HOLDS-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF HOLD-DEPOSIT
                               MOVE HOLD-ACCT-NUMBER TO ACCT-NUMBER
                               PERFORM FIND-ANALYSIS-ACCOUNT
                               IF WS-ANA-FOUND > 0
                                   AND WS-HLD-COUNT < 2000
                                   ADD 1 TO WS-HLD-COUNT
                                   MOVE HOLD-ACCT-NUMBER
                                       TO WS-HLD-ACCT(WS-HLD-COUNT)
                                   MOVE HOLD-AMOUNT
                                       TO WS-HLD-AMOUNT(WS-HLD-COUNT)
                                   MOVE HOLD-PLACED-TS(1:8)
                                       TO WS-HLD-PLACED(WS-HLD-COUNT)
                                   MOVE HOLD-RELEASE-DATE
                                       TO WS-HLD-RELEASE(WS-HLD-COUNT)
                                   MOVE "N"
                                       TO WS-HLD-MATCHED(WS-HLD-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.

       COUNT-MONTH-ACTIVITY.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "INFO|No transaction log - no activity"
                   " counted"
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ TRANS-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CR-COMMITTED
                               PERFORM COUNT-ONE-ITEM
                                   THRU COUNT-ONE-ITEM-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.

       COUNT-ONE-ITEM.
           IF CR-VALUE-DATE NOT = 0
               MOVE CR-VALUE-DATE TO WS-ITEM-DATE
           ELSE
               MOVE CR-TIMESTAMP(1:8) TO WS-ITEM-DATE
           END-IF
           IF WS-ITEM-DATE(1:6) NOT = WS-RUN-MONTH
               GO TO COUNT-ONE-ITEM-EXIT
           END-IF
           MOVE CR-ACCOUNT-NUM TO ACCT-NUMBER
           PERFORM FIND-ANALYSIS-ACCOUNT
           IF WS-ANA-FOUND = 0
               GO TO COUNT-ONE-ITEM-EXIT
           END-IF

           MOVE CR-AMOUNT TO WS-ITEM-AMOUNT
           IF WS-ITEM-AMOUNT < 0
               COMPUTE WS-ITEM-AMOUNT = 0 - WS-ITEM-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN (CR-TYPE-DEPOSIT OR CR-TYPE-WITHDRAWAL)
                   AND CR-DESCRIPTION(1:5) = "Card "
                   ADD 1 TO WS-ANA-VOLUME(WS-ANA-FOUND, WS-SVC-CARD)
               WHEN CR-TYPE-WITHDRAWAL AND CR-CHECK-NUMBER NOT = 0
                   ADD 1 TO WS-ANA-VOLUME(WS-ANA-FOUND, WS-SVC-CHECK)
               WHEN CR-TYPE-EXTERNAL
                   ADD 1
                       TO WS-ANA-VOLUME(WS-ANA-FOUND, WS-SVC-EXTERNAL)
               WHEN CR-TYPE-DEPOSIT
                   ADD 1
                       TO WS-ANA-VOLUME(WS-ANA-FOUND, WS-SVC-DEPOSIT)
      *            A deposit that drew a deposit hold the same day
      *            was checks; anything else came in as cash.
                   PERFORM MATCH-DEPOSIT-HOLD
                   IF WS-HLD-CHECK = 0
                       ADD WS-ITEM-AMOUNT
                           TO WS-ANA-VOLUME(WS-ANA-FOUND, WS-SVC-CASH)
                   END-IF
               WHEN CR-TYPE-WITHDRAWAL
                   ADD WS-ITEM-AMOUNT
                       TO WS-ANA-VOLUME(WS-ANA-FOUND, WS-SVC-CASH)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COUNT-ONE-ITEM-EXIT.
           EXIT.

       MATCH-DEPOSIT-HOLD.
           MOVE 0 TO WS-HLD-CHECK
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-COUNT
               IF WS-HLD-ACCT(WS-HLD-IDX) = CR-ACCOUNT-NUM
                   AND WS-HLD-PLACED(WS-HLD-IDX) = CR-TIMESTAMP(1:8)
                   AND WS-HLD-AMOUNT(WS-HLD-IDX) <= WS-ITEM-AMOUNT
                   AND WS-HLD-MATCHED(WS-HLD-IDX) = "N"
                   MOVE "Y" TO WS-HLD-MATCHED(WS-HLD-IDX)
                   MOVE 1 TO WS-HLD-CHECK
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ACCUMULATE-SNAPSHOTS.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "WARN|No balance snapshots - no earnings"
                   " credit this run"
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ HISTORY-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF BHS-DATE(1:6) = WS-RUN-MONTH
                               PERFORM ACCUMULATE-ONE-SNAPSHOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       ACCUMULATE-ONE-SNAPSHOT.
           MOVE BHS-ACCT-NUMBER TO ACCT-NUMBER
           PERFORM FIND-ANALYSIS-ACCOUNT
           IF WS-ANA-FOUND > 0
      *        The night's float: deposit holds placed by that day
      *        and not yet due for release
               MOVE 0 TO WS-NIGHT-FLOAT
               PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                       UNTIL WS-HLD-IDX > WS-HLD-COUNT
                   IF WS-HLD-ACCT(WS-HLD-IDX) = BHS-ACCT-NUMBER
                       AND WS-HLD-PLACED(WS-HLD-IDX) <= BHS-DATE
                       AND WS-HLD-RELEASE(WS-HLD-IDX) > BHS-DATE
                       ADD WS-HLD-AMOUNT(WS-HLD-IDX) TO WS-NIGHT-FLOAT
                   END-IF
               END-PERFORM
               ADD BHS-BALANCE TO WS-ANA-LEDGER-SUM(WS-ANA-FOUND)
               ADD WS-NIGHT-FLOAT TO WS-ANA-FLOAT-SUM(WS-ANA-FOUND)
               ADD 1 TO WS-ANA-SNAP-DAYS(WS-ANA-FOUND)
           END-IF.

       ANALYZE-ONE-ACCOUNT.
           INITIALIZE ACCOUNT-ANALYSIS-RECORD
           MOVE WS-RUN-MONTH TO AAN-MONTH
           MOVE WS-ANA-ACCT(WS-ANA-IDX) TO AAN-ACCT-NUMBER
           MOVE WS-ANA-BRANCH(WS-ANA-IDX) TO AAN-BRANCH
           MOVE WS-ANA-CURRENCY(WS-ANA-IDX) TO AAN-CURRENCY
           MOVE WS-TIMESTAMP TO AAN-TIMESTAMP
           MOVE 0 TO WS-TOTAL-CHARGES
           MOVE 0 TO WS-FEE-TXN-ID

           PERFORM VARYING WS-SVC-IDX FROM 1 BY 1
                   UNTIL WS-SVC-IDX > ANP-COUNT
               PERFORM PRICE-ONE-SERVICE
           END-PERFORM
           PERFORM COMPUTE-EARNINGS-CREDIT

           COMPUTE WS-NET-FEE = WS-TOTAL-CHARGES - WS-EARNINGS-CREDIT
           IF WS-NET-FEE > 0
               PERFORM POST-ANALYSIS-FEE
               ADD 1 TO WS-CHARGED-COUNT
               ADD WS-NET-FEE TO WS-NET-TOTAL
           ELSE
               MOVE 0 TO WS-NET-FEE
               ADD 1 TO WS-COVERED-COUNT
           END-IF

           MOVE WS-ANA-SNAP-DAYS(WS-ANA-IDX) TO AAN-SNAP-DAYS
           MOVE WS-MONTH-DAYS        TO AAN-MONTH-DAYS
           MOVE WS-AVG-LEDGER        TO AAN-AVG-LEDGER
           MOVE WS-AVG-FLOAT         TO AAN-AVG-FLOAT
           MOVE WS-AVG-COLLECTED     TO AAN-AVG-COLLECTED
           MOVE WS-ECR-RATE          TO AAN-ECR-RATE
           MOVE WS-EARNINGS-CREDIT   TO AAN-EARNINGS-CREDIT
           MOVE WS-TOTAL-CHARGES     TO AAN-TOTAL-CHARGES
           MOVE WS-NET-FEE           TO AAN-NET-FEE
           MOVE WS-FEE-TXN-ID        TO AAN-FEE-TXN-ID
           WRITE ACCOUNT-ANALYSIS-RECORD
           IF WS-ANALYSIS-STATUS NOT = "00"
               DISPLAY "WARN|Cannot write analysis statement for "
                   AAN-ACCT-NUMBER ": " WS-ANALYSIS-STATUS
           END-IF

           PERFORM DISPLAY-ANALYSIS-STATEMENT
           PERFORM NOTIFY-CLIENT
           ADD 1 TO WS-ANALYZED-COUNT.

       PRICE-ONE-SERVICE.
      *    Whole units only: a service billed per thousand is charged
      *    for every thousand begun.
           MOVE WS-ANA-VOLUME(WS-ANA-IDX, WS-SVC-IDX) TO WS-VOLUME
           IF ANP-UNIT-SIZE(WS-SVC-IDX) > 1
               COMPUTE WS-UNITS =
                   (WS-VOLUME + ANP-UNIT-SIZE(WS-SVC-IDX) - 1)
                   / ANP-UNIT-SIZE(WS-SVC-IDX)
           ELSE
               MOVE WS-VOLUME TO WS-UNITS
           END-IF

           INITIALIZE FEE-SERVICE-AREA
           MOVE ANP-FEE-CODE(WS-SVC-IDX) TO FSV-FEE-CODE
           MOVE WS-ANA-TYPE(WS-ANA-IDX)  TO FSV-ACCT-TYPE
           MOVE WS-ANA-PLAN(WS-ANA-IDX)  TO FSV-FEE-PLAN
           MOVE WS-MONTH-END             TO FSV-CHARGE-DATE
           MOVE ANP-UNIT-PRICE(WS-SVC-IDX) TO FSV-DEFAULT-AMOUNT
           MOVE "N"                      TO FSV-RECORD
           MOVE WS-ANA-ACCT(WS-ANA-IDX)  TO FSV-ACCT-NUMBER
           MOVE WS-ANA-BRANCH(WS-ANA-IDX) TO FSV-BRANCH
           MOVE WS-ANA-CURRENCY(WS-ANA-IDX) TO FSV-CURRENCY
           CALL "FEE-SERVICE" USING FEE-SERVICE-AREA
           MOVE FSV-AMOUNT TO WS-UNIT-PRICE

           COMPUTE WS-CHARGE = WS-UNITS * WS-UNIT-PRICE
           ADD WS-CHARGE TO WS-TOTAL-CHARGES

           MOVE ANP-FEE-CODE(WS-SVC-IDX) TO AAN-SVC-CODE(WS-SVC-IDX)
           MOVE WS-VOLUME     TO AAN-SVC-VOLUME(WS-SVC-IDX)
           MOVE WS-UNITS      TO AAN-SVC-UNITS(WS-SVC-IDX)
           MOVE WS-UNIT-PRICE TO AAN-SVC-PRICE(WS-SVC-IDX)
           MOVE WS-CHARGE     TO AAN-SVC-CHARGE(WS-SVC-IDX).

       COMPUTE-EARNINGS-CREDIT.
           MOVE 0 TO WS-AVG-LEDGER
           MOVE 0 TO WS-AVG-FLOAT
           MOVE 0 TO WS-AVG-COLLECTED
           MOVE 0 TO WS-EARNINGS-CREDIT
           IF WS-ANA-SNAP-DAYS(WS-ANA-IDX) > 0
               COMPUTE WS-AVG-LEDGER ROUNDED =
                   WS-ANA-LEDGER-SUM(WS-ANA-IDX)
                   / WS-ANA-SNAP-DAYS(WS-ANA-IDX)
               COMPUTE WS-AVG-FLOAT ROUNDED =
                   WS-ANA-FLOAT-SUM(WS-ANA-IDX)
                   / WS-ANA-SNAP-DAYS(WS-ANA-IDX)
               COMPUTE WS-AVG-COLLECTED =
                   WS-AVG-LEDGER - WS-AVG-FLOAT
           END-IF

      *    The board's rate is the percentage on the ANECR row in
      *    force at month end for the account's type and plan.
           INITIALIZE FEE-SERVICE-AREA
           MOVE "ANECR   "               TO FSV-FEE-CODE
           MOVE WS-ANA-TYPE(WS-ANA-IDX)  TO FSV-ACCT-TYPE
           MOVE WS-ANA-PLAN(WS-ANA-IDX)  TO FSV-FEE-PLAN
           MOVE WS-MONTH-END             TO FSV-CHARGE-DATE
           MOVE 0                        TO FSV-DEFAULT-AMOUNT
           MOVE "N"                      TO FSV-RECORD
           MOVE WS-ANA-ACCT(WS-ANA-IDX)  TO FSV-ACCT-NUMBER
           MOVE WS-ANA-BRANCH(WS-ANA-IDX) TO FSV-BRANCH
           MOVE WS-ANA-CURRENCY(WS-ANA-IDX) TO FSV-CURRENCY
           CALL "FEE-SERVICE" USING FEE-SERVICE-AREA
           IF FSV-FOUND = "Y"
               MOVE FSV-PERCENT TO WS-ECR-RATE
           ELSE
               MOVE WS-ECR-DEFAULT-RATE TO WS-ECR-RATE
           END-IF

           IF WS-AVG-COLLECTED > 0
               COMPUTE WS-EARNINGS-CREDIT ROUNDED =
                   WS-AVG-COLLECTED * WS-ECR-RATE / 100
                   * WS-MONTH-DAYS / 365
           END-IF.

       POST-ANALYSIS-FEE.
           ADD 1 TO WS-NEXT-TXN-ID
           MOVE WS-NEXT-TXN-ID TO WS-FEE-TXN-ID

           INITIALIZE TRANSACTION-RECORD
           MOVE WS-FEE-TXN-ID          TO TXN-ID
           MOVE WS-TIMESTAMP           TO TXN-TIMESTAMP
           MOVE WS-ANA-ACCT(WS-ANA-IDX) TO TXN-ACCOUNT-NUM
           COMPUTE TXN-AMOUNT = 0 - WS-NET-FEE
           MOVE "FEE       "           TO TXN-TYPE
           STRING "Account analysis fee " DELIMITED SIZE
                  WS-RUN-MONTH DELIMITED SIZE
                  INTO TXN-DESCRIPTION
           END-STRING
           MOVE WS-ANA-CURRENCY(WS-ANA-IDX) TO TXN-CURRENCY
           MOVE "PENDING "             TO TXN-STATUS
           MOVE WS-CURRENT-BATCH       TO TXN-BATCH-NUM
           WRITE TRANSACTION-RECORD
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "ERROR|Write failed: " WS-PEND-STATUS
               CLOSE ANALYSIS-FILE
               CLOSE PENDING-FILE
               PERFORM UPDATE-BATCH-PENDING-COUNT
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           ADD 1 TO WS-LEGS-POSTED

      *    The net charge, already priced line by line, goes on the
      *    fee assessments ledger as it stands.
           INITIALIZE FEE-SERVICE-AREA
           MOVE "ANALYSIS"               TO FSV-FEE-CODE
           MOVE WS-ANA-TYPE(WS-ANA-IDX)  TO FSV-ACCT-TYPE
           MOVE WS-ANA-PLAN(WS-ANA-IDX)  TO FSV-FEE-PLAN
           MOVE WS-MONTH-END             TO FSV-CHARGE-DATE
           MOVE WS-NET-FEE               TO FSV-DEFAULT-AMOUNT
           MOVE "D"                      TO FSV-RECORD
           MOVE WS-ANA-ACCT(WS-ANA-IDX)  TO FSV-ACCT-NUMBER
           MOVE WS-ANA-BRANCH(WS-ANA-IDX) TO FSV-BRANCH
           MOVE WS-ANA-CURRENCY(WS-ANA-IDX) TO FSV-CURRENCY
           CALL "FEE-SERVICE" USING FEE-SERVICE-AREA.

       DISPLAY-ANALYSIS-STATEMENT.
           DISPLAY "ANALYSIS-STATEMENT|" AAN-ACCT-NUMBER "|"
               WS-RUN-MONTH "|" AAN-BRANCH "|" AAN-CURRENCY
           PERFORM VARYING WS-SVC-IDX FROM 1 BY 1
                   UNTIL WS-SVC-IDX > ANP-COUNT
               MOVE AAN-SVC-VOLUME(WS-SVC-IDX) TO WS-DISPLAY-VOLUME
               MOVE AAN-SVC-UNITS(WS-SVC-IDX) TO WS-DISPLAY-UNITS
               MOVE AAN-SVC-PRICE(WS-SVC-IDX) TO WS-DISPLAY-PRICE
               MOVE AAN-SVC-CHARGE(WS-SVC-IDX) TO WS-DISPLAY-AMT
               DISPLAY "ANALYSIS-SERVICE|" AAN-ACCT-NUMBER "|"
                   ANP-FEE-CODE(WS-SVC-IDX) "|"
                   ANP-NAME(WS-SVC-IDX) "|volume "
                   WS-DISPLAY-VOLUME "|units " WS-DISPLAY-UNITS
                   "|price " WS-DISPLAY-PRICE "|charge "
                   WS-DISPLAY-AMT
           END-PERFORM
           MOVE WS-AVG-LEDGER TO WS-DISPLAY-AMT
           MOVE WS-AVG-FLOAT TO WS-DISPLAY-AMT2
           MOVE WS-AVG-COLLECTED TO WS-DISPLAY-AMT3
           DISPLAY "ANALYSIS-BALANCES|" AAN-ACCT-NUMBER "|avg ledger "
               WS-DISPLAY-AMT "|avg uncollected " WS-DISPLAY-AMT2
               "|avg collected " WS-DISPLAY-AMT3 "|"
               AAN-SNAP-DAYS " snapshots"
           MOVE WS-ECR-RATE TO WS-DISPLAY-RATE
           MOVE WS-EARNINGS-CREDIT TO WS-DISPLAY-AMT
           DISPLAY "ANALYSIS-CREDIT|" AAN-ACCT-NUMBER "|rate "
               WS-DISPLAY-RATE "%|" WS-MONTH-DAYS " days|credit "
               WS-DISPLAY-AMT
           MOVE WS-TOTAL-CHARGES TO WS-DISPLAY-AMT
           MOVE WS-EARNINGS-CREDIT TO WS-DISPLAY-AMT2
           MOVE WS-NET-FEE TO WS-DISPLAY-AMT3
           DISPLAY "ANALYSIS-NET|" AAN-ACCT-NUMBER "|charges "
               WS-DISPLAY-AMT "|credit " WS-DISPLAY-AMT2
               "|net fee " WS-DISPLAY-AMT3 "|txn " WS-FEE-TXN-ID.

       NOTIFY-CLIENT.
           INITIALIZE NOTIFY-SERVICE-AREA
           MOVE AAN-ACCT-NUMBER  TO NFY-ACCT-NUMBER
           MOVE "ANALYSIS"       TO NFY-EVENT-CODE
           MOVE WS-NET-FEE       TO NFY-AMOUNT
           MOVE WS-TIMESTAMP     TO NFY-TIMESTAMP
           MOVE "I"              TO NFY-SEVERITY
           STRING "Account analysis " DELIMITED SIZE
                  WS-RUN-MONTH DELIMITED SIZE
                  " - net fee after credit" DELIMITED SIZE
                  INTO NFY-DETAIL
           END-STRING
           CALL "NOTIFY-SERVICE" USING NOTIFY-SERVICE-AREA.

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
           INITIALIZE LOCK-RECORD
           MOVE WS-TIMESTAMP    TO LOCK-TIMESTAMP
           MOVE "RUN-ACCOUNT-ANALYSIS" TO LOCK-HELD-BY
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

       UPDATE-BATCH-PENDING-COUNT.
           OPEN OUTPUT BATCH-FILE
           ADD WS-LEGS-POSTED TO WS-PENDING-COUNT
           INITIALIZE BATCH-STATE-RECORD
           MOVE WS-NEXT-TXN-ID        TO BATCH-LAST-TXN-ID
           MOVE WS-CURRENT-BATCH       TO BATCH-SEQUENCE-NUM
           MOVE "IDLE    "             TO BATCH-STATUS
           MOVE WS-PENDING-COUNT       TO BATCH-PENDING-COUNT
           MOVE WS-NEXT-TXN-ID        TO BATCH-LAST-COMMITTED
           MOVE WS-TIMESTAMP           TO BATCH-TIMESTAMP
           WRITE BATCH-STATE-RECORD
           CLOSE BATCH-FILE.
