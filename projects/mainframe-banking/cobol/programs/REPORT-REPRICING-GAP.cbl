       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-REPRICING-GAP.
      *================================================================*
      * REPORT-REPRICING-GAP.cbl                                       *
      * Monthly interest-rate repricing gap for asset-liability        *
      * management, as at REPORT_DATE (YYYYMMDD via environment,       *
      * default today). Every open balance is slotted by the date it   *
      * next reprices into 0-1M, 1-3M, 3-6M, 6-12M, 1-3Y, 3Y+ or       *
      * non-maturity, per currency; a debit balance is an asset, a     *
      * credit balance a liability:                                    *
      *   - TERMDEP by ACCT-TD-MATURITY-DATE;                          *
      *   - LOAN by its remaining LOAN-SCHEDULE principal, each        *
      *     installment at its due date (past due = 0-1M); a variable  *
      *     loan reprices whole at its next reset, so installments     *
      *     due later are slotted at LRT-NEXT-RESET-DATE. Balance owed *
      *     beyond the schedule (arrears, capitalised charges) is      *
      *     0-1M; a loan with no schedule is non-maturity;             *
      *   - CHECKING, SAVINGS and CREDIT by the behavioural split in   *
      *     alm-assumptions.dat (non-maturity when no row matches).    *
      * Each bucket shows assets, liabilities, the periodic gap and    *
      * the cumulative gap. The earnings impact of a parallel shock of *
      * RATE_SHOCK_BP basis points (signed, default +200) is the gap   *
      * of each bucket inside the year times the shock, for the part   *
      * of the year left after the bucket's midpoint.                  *
      * Output: Pipe-delimited lines to stdout                         *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE
               ASSIGN TO WS-ACCT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT SCHEDULE-FILE
               ASSIGN TO WS-SCHEDULE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT TERMS-FILE
               ASSIGN TO WS-TERMS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERMS-STATUS.

           SELECT ASSUMPTION-FILE
               ASSIGN TO WS-ASSUMPTION-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASSUMPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD  SCHEDULE-FILE.
       COPY "LOAN-SCHEDULE.cpy".

       FD  TERMS-FILE.
       COPY "LOAN-RATE-TERMS.cpy".

       FD  ASSUMPTION-FILE.
       COPY "ALM-ASSUMPTION.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACCT-PATH               PIC X(256).
       01  WS-SCHEDULE-PATH           PIC X(256).
       01  WS-TERMS-PATH              PIC X(256).
       01  WS-ASSUMPTION-PATH         PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-ACCT-STATUS             PIC XX.
       01  WS-SCHEDULE-STATUS         PIC XX.
       01  WS-TERMS-STATUS            PIC XX.
       01  WS-ASSUMPTION-STATUS       PIC XX.

       01  WS-REPORT-DATE             PIC 9(8)   VALUE 0.
       01  WS-INPUT-SHOCK             PIC X(6).
       01  WS-SHOCK-BP                PIC S9(4)  VALUE 200.
       01  WS-EOF                     PIC 9      VALUE 0.

      *    Bucket boundaries: the report date plus 1, 3, 6, 12 and 36
      *    months. A date up to boundary n falls in bucket n; later
      *    than the last is 3Y+ (bucket 6); bucket 7 is non-maturity.
       01  WS-BND-MONTH-DATA.
           05  FILLER                 PIC 9(2)   VALUE 1.
           05  FILLER                 PIC 9(2)   VALUE 3.
           05  FILLER                 PIC 9(2)   VALUE 6.
           05  FILLER                 PIC 9(2)   VALUE 12.
           05  FILLER                 PIC 9(2)   VALUE 36.
       01  WS-BND-MONTHS REDEFINES WS-BND-MONTH-DATA.
           05  WS-BND-MONTH OCCURS 5 TIMES PIC 9(2).
       01  WS-BND-TABLE.
           05  WS-BND-DATE OCCURS 5 TIMES PIC 9(8).
       01  WS-BND-IDX                 PIC 9(1).

       01  WS-BKT-LABEL-DATA.
           05  FILLER                 PIC X(8)   VALUE "0-1M".
           05  FILLER                 PIC X(8)   VALUE "1-3M".
           05  FILLER                 PIC X(8)   VALUE "3-6M".
           05  FILLER                 PIC X(8)   VALUE "6-12M".
           05  FILLER                 PIC X(8)   VALUE "1-3Y".
           05  FILLER                 PIC X(8)   VALUE "3Y+".
           05  FILLER                 PIC X(8)   VALUE "NON-MAT".
       01  WS-BKT-LABELS REDEFINES WS-BKT-LABEL-DATA.
           05  WS-BKT-LABEL OCCURS 7 TIMES PIC X(8).

      *    Share of the coming year a bucket's gap earns at the
      *    shocked rate: what is left of the year after its midpoint
      *    (0.5, 2, 4.5 and 9 months); later buckets reprice beyond
      *    the one-year earnings horizon.
       01  WS-NII-WEIGHT-DATA.
           05  FILLER                 PIC 9V9999 VALUE 0.9583.
           05  FILLER                 PIC 9V9999 VALUE 0.8333.
           05  FILLER                 PIC 9V9999 VALUE 0.6250.
           05  FILLER                 PIC 9V9999 VALUE 0.2500.
       01  WS-NII-WEIGHTS REDEFINES WS-NII-WEIGHT-DATA.
           05  WS-NII-WEIGHT OCCURS 4 TIMES PIC 9V9999.

      *    Month arithmetic for the boundaries, with the day pulled
      *    back to the end of a shorter month.
       01  WS-ADD-MONTHS              PIC 9(2).
       01  WS-EXP-ANNEE               PIC 9(4).
       01  WS-EXP-MOIS                PIC 9(4).
       01  WS-EXP-RESTE               PIC 9(4).
       01  WS-EXP-JOUR                PIC 9(2).
       01  WS-EXP-DATE                PIC 9(8).

      *    Behavioural assumption rows
       01  WS-AS-COUNT                PIC 9(3)   VALUE 0.
       01  WS-AS-TABLE.
           05  WS-AS OCCURS 200 TIMES.
               10  WS-AS-PRODUCT      PIC X(8).
               10  WS-AS-CURRENCY     PIC X(3).
               10  WS-AS-DATE         PIC 9(8).
               10  WS-AS-PCT OCCURS 6 TIMES PIC 9(3)V99.
       01  WS-AS-IDX                  PIC 9(3).
       01  WS-AS-BEST                 PIC 9(3).
       01  WS-AS-BEST-DATE            PIC 9(8).
       01  WS-AS-BEST-SPECIFIC        PIC 9.
       01  WS-AS-PCT-SUM              PIC 9(4)V99.

      *    Next reset date of each variable-rate loan
       01  WS-RT-COUNT                PIC 9(4)   VALUE 0.
       01  WS-RT-TABLE.
           05  WS-RT OCCURS 2000 TIMES.
               10  WS-RT-ACCT         PIC 9(10).
               10  WS-RT-RESET-DATE   PIC 9(8).
       01  WS-RT-IDX                  PIC 9(4).

      *    Open loans: principal owed and the part the schedule covers
       01  WS-LN-COUNT                PIC 9(4)   VALUE 0.
       01  WS-LN-TABLE.
           05  WS-LN OCCURS 5000 TIMES.
               10  WS-LN-ACCT         PIC 9(10).
               10  WS-LN-CURRENCY     PIC X(3).
               10  WS-LN-RESET-DATE   PIC 9(8).
               10  WS-LN-OWED         PIC S9(13)V99 COMP-3.
               10  WS-LN-SCHEDULED    PIC S9(13)V99 COMP-3.
       01  WS-LN-IDX                  PIC 9(4).
       01  WS-LN-FOUND                PIC 9(4).

      *    Gap by currency and bucket
       01  WS-GC-COUNT                PIC 9(2)   VALUE 0.
       01  WS-GC-TABLE.
           05  WS-GC OCCURS 10 TIMES.
               10  WS-GC-CURRENCY     PIC X(3).
               10  WS-GC-BKT OCCURS 7 TIMES.
                   15  WS-GC-ASSETS   PIC S9(15)V99 COMP-3.
                   15  WS-GC-LIABS    PIC S9(15)V99 COMP-3.
       01  WS-GC-IDX                  PIC 9(2).
       01  WS-GC-SCAN                 PIC 9(2).
       01  WS-GC-BKT-IDX              PIC 9(1).

      *    One amount being slotted
       01  WS-SLOT-CURRENCY           PIC X(3).
       01  WS-SLOT-DATE               PIC 9(8).
       01  WS-SLOT-BKT                PIC 9(1).
       01  WS-SLOT-AMT                PIC S9(13)V99 COMP-3.
       01  WS-PART-AMT                PIC S9(13)V99 COMP-3.
       01  WS-PART-SUM                PIC S9(13)V99 COMP-3.

       01  WS-GAP                     PIC S9(15)V99 COMP-3.
       01  WS-CUM-GAP                 PIC S9(15)V99 COMP-3.
       01  WS-TOT-ASSETS              PIC S9(15)V99 COMP-3.
       01  WS-TOT-LIABS               PIC S9(15)V99 COMP-3.
       01  WS-NII-IMPACT              PIC S9(15)V99 COMP-3.

       01  WS-ACCOUNT-COUNT           PIC 9(6)   VALUE 0.
       01  WS-LOAN-ROW-COUNT          PIC 9(7)   VALUE 0.
       01  WS-DEFAULTED-COUNT         PIC 9(6)   VALUE 0.
       01  WS-UNSCHEDULED-COUNT       PIC 9(6)   VALUE 0.

       01  WS-DISPLAY-AMT             PIC -(15)9.99.
       01  WS-DISPLAY-AMT2            PIC -(15)9.99.
       01  WS-DISPLAY-AMT3            PIC -(15)9.99.
       01  WS-DISPLAY-AMT4            PIC -(15)9.99.
       01  WS-DISPLAY-BP              PIC +(4)9.

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  FILLER                 PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/accounts.dat" DELIMITED SIZE
                  INTO WS-ACCT-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/loan-schedules.dat" DELIMITED SIZE
                  INTO WS-SCHEDULE-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/loan-rate-terms.dat" DELIMITED SIZE
                  INTO WS-TERMS-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/alm-assumptions.dat" DELIMITED SIZE
                  INTO WS-ASSUMPTION-PATH
           END-STRING

           ACCEPT WS-REPORT-DATE FROM ENVIRONMENT "REPORT_DATE"
           IF WS-REPORT-DATE = 0
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE WS-DATE-YYYYMMDD TO WS-REPORT-DATE
           END-IF
           ACCEPT WS-INPUT-SHOCK FROM ENVIRONMENT "RATE_SHOCK_BP"
           IF WS-INPUT-SHOCK NOT = SPACES
               COMPUTE WS-SHOCK-BP = FUNCTION NUMVAL(WS-INPUT-SHOCK)
           END-IF

           PERFORM VARYING WS-BND-IDX FROM 1 BY 1
                   UNTIL WS-BND-IDX > 5
               MOVE WS-BND-MONTH(WS-BND-IDX) TO WS-ADD-MONTHS
               PERFORM ADD-MONTHS-TO-REPORT-DATE
               MOVE WS-EXP-DATE TO WS-BND-DATE(WS-BND-IDX)
           END-PERFORM
           INITIALIZE WS-GC-TABLE

           PERFORM LOAD-ASSUMPTIONS
           PERFORM LOAD-RESET-DATES

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ ACCOUNT-FILE NEXT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF NOT ACCT-STATUS-CLOSED
                           AND ACCT-BALANCE NOT = 0
                           PERFORM SLOT-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE

           PERFORM SLOT-LOAN-SCHEDULES
           PERFORM SLOT-LOAN-RESIDUALS

           IF WS-DEFAULTED-COUNT > 0
               DISPLAY "WARN|" WS-DEFAULTED-COUNT
                   " accounts with no behavioural assumption"
                   " - reported non-maturity"
           END-IF
           IF WS-UNSCHEDULED-COUNT > 0
               DISPLAY "WARN|" WS-UNSCHEDULED-COUNT
                   " loans with no open schedule"
                   " - reported non-maturity"
           END-IF

           MOVE WS-SHOCK-BP TO WS-DISPLAY-BP
           DISPLAY "GAP-HEADER|" WS-REPORT-DATE "|currency|bucket"
               "|assets|liabilities|gap|cumulative gap"
           PERFORM VARYING WS-GC-IDX FROM 1 BY 1
                   UNTIL WS-GC-IDX > WS-GC-COUNT
               PERFORM REPORT-ONE-CURRENCY
           END-PERFORM

           DISPLAY "REPORT-COMPLETE|" WS-REPORT-DATE "|"
               WS-ACCOUNT-COUNT " accounts|" WS-LN-COUNT " loans|"
               WS-LOAN-ROW-COUNT " installments|"
               WS-GC-COUNT " currencies|shock " WS-DISPLAY-BP " bp"
           STOP RUN.

       ADD-MONTHS-TO-REPORT-DATE.
           DIVIDE WS-REPORT-DATE BY 10000
               GIVING WS-EXP-ANNEE REMAINDER WS-EXP-RESTE
           DIVIDE WS-EXP-RESTE BY 100
               GIVING WS-EXP-MOIS REMAINDER WS-EXP-JOUR
           COMPUTE WS-EXP-MOIS = WS-EXP-MOIS + WS-ADD-MONTHS
           PERFORM UNTIL WS-EXP-MOIS <= 12
               SUBTRACT 12 FROM WS-EXP-MOIS
               ADD 1 TO WS-EXP-ANNEE
           END-PERFORM
           COMPUTE WS-EXP-DATE =
               WS-EXP-ANNEE * 10000 + WS-EXP-MOIS * 100 + WS-EXP-JOUR
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-EXP-DATE) = 0
               SUBTRACT 1 FROM WS-EXP-DATE
           END-PERFORM.

       LOAD-ASSUMPTIONS.
      *    A row whose dated buckets add up to more than 100 percent
      *    cannot be applied and is left out with a warning.
           OPEN INPUT ASSUMPTION-FILE
           IF WS-ASSUMPTION-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ ASSUMPTION-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM KEEP-ASSUMPTION
                   END-READ
               END-PERFORM
               CLOSE ASSUMPTION-FILE
           ELSE
               IF WS-ASSUMPTION-STATUS NOT = "35"
                   DISPLAY "WARN|Cannot open ALM assumptions: "
                       WS-ASSUMPTION-STATUS
                       " - non-maturity balances unsplit"
               END-IF
           END-IF.

       KEEP-ASSUMPTION.
           MOVE 0 TO WS-AS-PCT-SUM
           PERFORM VARYING WS-GC-BKT-IDX FROM 1 BY 1
                   UNTIL WS-GC-BKT-IDX > 6
               ADD ALM-BUCKET-PCT(WS-GC-BKT-IDX) TO WS-AS-PCT-SUM
           END-PERFORM
           IF WS-AS-PCT-SUM > 100
               DISPLAY "WARN|ALM assumption " ALM-PRODUCT " "
                   ALM-CURRENCY " " ALM-EFFECTIVE-DATE
                   " exceeds 100 percent - ignored"
           ELSE
               IF WS-AS-COUNT < 200
                   ADD 1 TO WS-AS-COUNT
                   MOVE ALM-PRODUCT TO WS-AS-PRODUCT(WS-AS-COUNT)
                   MOVE ALM-CURRENCY TO WS-AS-CURRENCY(WS-AS-COUNT)
                   MOVE ALM-EFFECTIVE-DATE TO WS-AS-DATE(WS-AS-COUNT)
                   PERFORM VARYING WS-GC-BKT-IDX FROM 1 BY 1
                           UNTIL WS-GC-BKT-IDX > 6
                       MOVE ALM-BUCKET-PCT(WS-GC-BKT-IDX)
                           TO WS-AS-PCT(WS-AS-COUNT, WS-GC-BKT-IDX)
                   END-PERFORM
               ELSE
                   DISPLAY "WARN|ALM assumption table full at "
                       ALM-PRODUCT " " ALM-CURRENCY
               END-IF
           END-IF.

       LOAD-RESET-DATES.
           OPEN INPUT TERMS-FILE
           IF WS-TERMS-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ TERMS-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-RT-COUNT < 2000
                               ADD 1 TO WS-RT-COUNT
                               MOVE LRT-ACCT-NUMBER
                                   TO WS-RT-ACCT(WS-RT-COUNT)
                               MOVE LRT-NEXT-RESET-DATE
                                   TO WS-RT-RESET-DATE(WS-RT-COUNT)
                           ELSE
                               DISPLAY "WARN|Rate terms table full at "
                                   LRT-ACCT-NUMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMS-FILE
           END-IF.

       SLOT-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE ACCT-CURRENCY TO WS-SLOT-CURRENCY
           PERFORM FIND-GAP-CURRENCY
           MOVE ACCT-BALANCE TO WS-SLOT-AMT
           EVALUATE TRUE
               WHEN ACCT-TYPE-TERMDEP
                   MOVE ACCT-TD-MATURITY-DATE TO WS-SLOT-DATE
                   PERFORM BUCKET-FOR-DATE
                   PERFORM SLOT-BALANCE
               WHEN ACCT-TYPE-LOAN AND ACCT-BALANCE < 0
                   PERFORM KEEP-OPEN-LOAN
               WHEN ACCT-TYPE-LOAN
                   MOVE 7 TO WS-SLOT-BKT
                   PERFORM SLOT-BALANCE
               WHEN OTHER
                   PERFORM SLOT-BY-ASSUMPTION
           END-EVALUATE.

       KEEP-OPEN-LOAN.
           IF WS-LN-COUNT < 5000
               ADD 1 TO WS-LN-COUNT
               MOVE ACCT-NUMBER TO WS-LN-ACCT(WS-LN-COUNT)
               MOVE ACCT-CURRENCY TO WS-LN-CURRENCY(WS-LN-COUNT)
               COMPUTE WS-LN-OWED(WS-LN-COUNT) = 0 - ACCT-BALANCE
               MOVE 0 TO WS-LN-SCHEDULED(WS-LN-COUNT)
               MOVE 0 TO WS-LN-RESET-DATE(WS-LN-COUNT)
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                       UNTIL WS-RT-IDX > WS-RT-COUNT
                   IF WS-RT-ACCT(WS-RT-IDX) = ACCT-NUMBER
                       MOVE WS-RT-RESET-DATE(WS-RT-IDX)
                           TO WS-LN-RESET-DATE(WS-LN-COUNT)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "WARN|Loan table full at " ACCT-NUMBER
                   " - reported non-maturity"
               MOVE 7 TO WS-SLOT-BKT
               PERFORM SLOT-BALANCE
           END-IF.

       SLOT-BY-ASSUMPTION.
      *    Most recent effective row not after the report date for
      *    the account's product; its own currency beats ALL.
           MOVE 0 TO WS-AS-BEST
           MOVE 0 TO WS-AS-BEST-DATE
           MOVE 0 TO WS-AS-BEST-SPECIFIC
           PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                   UNTIL WS-AS-IDX > WS-AS-COUNT
               IF WS-AS-PRODUCT(WS-AS-IDX) = ACCT-TYPE
                   AND WS-AS-DATE(WS-AS-IDX) <= WS-REPORT-DATE
                   IF WS-AS-CURRENCY(WS-AS-IDX) = ACCT-CURRENCY
                       IF WS-AS-BEST-SPECIFIC = 0
                           OR WS-AS-DATE(WS-AS-IDX)
                               >= WS-AS-BEST-DATE
                           MOVE 1 TO WS-AS-BEST-SPECIFIC
                           MOVE WS-AS-DATE(WS-AS-IDX)
                               TO WS-AS-BEST-DATE
                           MOVE WS-AS-IDX TO WS-AS-BEST
                       END-IF
                   ELSE
                       IF WS-AS-CURRENCY(WS-AS-IDX) = "ALL"
                           AND WS-AS-BEST-SPECIFIC = 0
                           AND WS-AS-DATE(WS-AS-IDX)
                               >= WS-AS-BEST-DATE
                           MOVE WS-AS-DATE(WS-AS-IDX)
                               TO WS-AS-BEST-DATE
                           MOVE WS-AS-IDX TO WS-AS-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-AS-BEST = 0
               ADD 1 TO WS-DEFAULTED-COUNT
               MOVE 7 TO WS-SLOT-BKT
               PERFORM SLOT-BALANCE
           ELSE
      *        Rounded shares in the dated buckets; the remainder,
      *        rounding included, stays non-maturity
               MOVE 0 TO WS-PART-SUM
               MOVE ACCT-BALANCE TO WS-PART-AMT
               PERFORM VARYING WS-SLOT-BKT FROM 1 BY 1
                       UNTIL WS-SLOT-BKT > 6
                   COMPUTE WS-SLOT-AMT ROUNDED = WS-PART-AMT
                       * WS-AS-PCT(WS-AS-BEST, WS-SLOT-BKT) / 100
                   ADD WS-SLOT-AMT TO WS-PART-SUM
                   PERFORM SLOT-BALANCE
               END-PERFORM
               COMPUTE WS-SLOT-AMT = WS-PART-AMT - WS-PART-SUM
               MOVE 7 TO WS-SLOT-BKT
               PERFORM SLOT-BALANCE
           END-IF.

       SLOT-LOAN-SCHEDULES.
      *    Installments not yet PAID (DUE, BILLED, LATE) make up the
      *    principal still owed; RESCHED rows are superseded.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ SCHEDULE-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF NOT LSC-PAID
                               AND NOT LSC-RESCHEDULED
                               PERFORM SLOT-ONE-INSTALLMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.

       SLOT-ONE-INSTALLMENT.
           MOVE 0 TO WS-LN-FOUND
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-ACCT(WS-LN-IDX) = LSC-ACCT-NUMBER
                   MOVE WS-LN-IDX TO WS-LN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LN-FOUND > 0
               ADD 1 TO WS-LOAN-ROW-COUNT
               MOVE LSC-DUE-DATE TO WS-SLOT-DATE
               IF WS-LN-RESET-DATE(WS-LN-FOUND) > 0
                   AND WS-LN-RESET-DATE(WS-LN-FOUND) < LSC-DUE-DATE
                   MOVE WS-LN-RESET-DATE(WS-LN-FOUND) TO WS-SLOT-DATE
               END-IF
               PERFORM BUCKET-FOR-DATE
               MOVE WS-LN-CURRENCY(WS-LN-FOUND) TO WS-SLOT-CURRENCY
               PERFORM FIND-GAP-CURRENCY
               ADD LSC-PRINCIPAL
                   TO WS-GC-ASSETS(WS-GC-IDX, WS-SLOT-BKT)
               ADD LSC-PRINCIPAL TO WS-LN-SCHEDULED(WS-LN-FOUND)
           END-IF.

       SLOT-LOAN-RESIDUALS.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               MOVE WS-LN-CURRENCY(WS-LN-IDX) TO WS-SLOT-CURRENCY
               PERFORM FIND-GAP-CURRENCY
               IF WS-LN-SCHEDULED(WS-LN-IDX) = 0
                   ADD 1 TO WS-UNSCHEDULED-COUNT
                   ADD WS-LN-OWED(WS-LN-IDX)
                       TO WS-GC-ASSETS(WS-GC-IDX, 7)
               ELSE
                   COMPUTE WS-GC-ASSETS(WS-GC-IDX, 1) =
                       WS-GC-ASSETS(WS-GC-IDX, 1)
                       + WS-LN-OWED(WS-LN-IDX)
                       - WS-LN-SCHEDULED(WS-LN-IDX)
               END-IF
           END-PERFORM.

       BUCKET-FOR-DATE.
           IF WS-SLOT-DATE = 0
               MOVE 7 TO WS-SLOT-BKT
           ELSE
               MOVE 6 TO WS-SLOT-BKT
               PERFORM VARYING WS-BND-IDX FROM 1 BY 1
                       UNTIL WS-BND-IDX > 5
                   IF WS-SLOT-DATE <= WS-BND-DATE(WS-BND-IDX)
                       MOVE WS-BND-IDX TO WS-SLOT-BKT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       SLOT-BALANCE.
           IF WS-SLOT-AMT < 0
               SUBTRACT WS-SLOT-AMT
                   FROM WS-GC-ASSETS(WS-GC-IDX, WS-SLOT-BKT)
           ELSE
               ADD WS-SLOT-AMT
                   TO WS-GC-LIABS(WS-GC-IDX, WS-SLOT-BKT)
           END-IF.

       FIND-GAP-CURRENCY.
           MOVE 0 TO WS-GC-IDX
           PERFORM VARYING WS-GC-SCAN FROM 1 BY 1
                   UNTIL WS-GC-SCAN > WS-GC-COUNT
               IF WS-GC-CURRENCY(WS-GC-SCAN) = WS-SLOT-CURRENCY
                   MOVE WS-GC-SCAN TO WS-GC-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GC-IDX = 0
               IF WS-GC-COUNT < 10
                   ADD 1 TO WS-GC-COUNT
                   MOVE WS-GC-COUNT TO WS-GC-IDX
                   MOVE WS-SLOT-CURRENCY TO WS-GC-CURRENCY(WS-GC-IDX)
               ELSE
                   DISPLAY "WARN|Currency table full at "
                       WS-SLOT-CURRENCY
                   MOVE 1 TO WS-GC-IDX
               END-IF
           END-IF.

       REPORT-ONE-CURRENCY.
           MOVE 0 TO WS-CUM-GAP
           MOVE 0 TO WS-TOT-ASSETS
           MOVE 0 TO WS-TOT-LIABS
           MOVE 0 TO WS-NII-IMPACT
           PERFORM VARYING WS-GC-BKT-IDX FROM 1 BY 1
                   UNTIL WS-GC-BKT-IDX > 7
               COMPUTE WS-GAP =
                   WS-GC-ASSETS(WS-GC-IDX, WS-GC-BKT-IDX)
                   - WS-GC-LIABS(WS-GC-IDX, WS-GC-BKT-IDX)
               ADD WS-GAP TO WS-CUM-GAP
               ADD WS-GC-ASSETS(WS-GC-IDX, WS-GC-BKT-IDX)
                   TO WS-TOT-ASSETS
               ADD WS-GC-LIABS(WS-GC-IDX, WS-GC-BKT-IDX)
                   TO WS-TOT-LIABS
               IF WS-GC-BKT-IDX <= 4
                   COMPUTE WS-NII-IMPACT ROUNDED = WS-NII-IMPACT
                       + WS-GAP * WS-SHOCK-BP / 10000
                       * WS-NII-WEIGHT(WS-GC-BKT-IDX)
               END-IF
               MOVE WS-GC-ASSETS(WS-GC-IDX, WS-GC-BKT-IDX)
                   TO WS-DISPLAY-AMT
               MOVE WS-GC-LIABS(WS-GC-IDX, WS-GC-BKT-IDX)
                   TO WS-DISPLAY-AMT2
               MOVE WS-GAP TO WS-DISPLAY-AMT3
               MOVE WS-CUM-GAP TO WS-DISPLAY-AMT4
               DISPLAY "GAP|" WS-GC-CURRENCY(WS-GC-IDX) "|"
                   WS-BKT-LABEL(WS-GC-BKT-IDX) "|" WS-DISPLAY-AMT
                   "|" WS-DISPLAY-AMT2 "|" WS-DISPLAY-AMT3
                   "|" WS-DISPLAY-AMT4
           END-PERFORM
           MOVE WS-TOT-ASSETS TO WS-DISPLAY-AMT
           MOVE WS-TOT-LIABS TO WS-DISPLAY-AMT2
           MOVE WS-CUM-GAP TO WS-DISPLAY-AMT3
           DISPLAY "GAP-TOTAL|" WS-GC-CURRENCY(WS-GC-IDX) "|"
               WS-DISPLAY-AMT "|" WS-DISPLAY-AMT2 "|" WS-DISPLAY-AMT3
           MOVE WS-NII-IMPACT TO WS-DISPLAY-AMT
           DISPLAY "NII-SHOCK|" WS-GC-CURRENCY(WS-GC-IDX) "|"
               WS-DISPLAY-BP " bp|12-month earnings impact "
               WS-DISPLAY-AMT.
