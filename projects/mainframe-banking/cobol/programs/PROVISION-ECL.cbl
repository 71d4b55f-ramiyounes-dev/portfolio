       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISION-ECL.
      *================================================================*
      * PROVISION-ECL.cbl                                              *
      * Month-end expected credit loss provisioning for the loan book  *
      * (optional argument: as-of date YYYYMMDD, default today):       *
      *   - every open LOAN account with principal owed is staged:     *
      *       3 defaulted       its oldest LATE installment is 90+     *
      *                         days past due                          *
      *       2 deteriorated    30+ days past due, or an OPEN or       *
      *                         RESTRUCT collections case              *
      *       1 performing      otherwise                              *
      *   - the allowance is the exposure (principal owed) times the   *
      *     loss rate for the stage and the loan's product, from       *
      *     ecl-loss-rates.dat (compiled rates per stage when no row   *
      *     matches);                                                  *
      *   - the difference from last month's allowance posts as a      *
      *     paired GL entry in the GENERATE-GL-EXPORT record format,   *
      *     branch-prefixed and currency-suffixed: a dotation debits   *
      *     impairment expense (7610) against the loan loss allowance  *
      *     (1519), a reprise debits the allowance against impairment  *
      *     release income (7620). A loan repaid or closed since last  *
      *     month releases its whole allowance;                        *
      *   - every loan's allowance is appended to ecl-allowances.dat,  *
      *     next month's opening position; a month already             *
      *     provisioned is refused;                                    *
      *   - the movement report for the auditors lists, by branch and  *
      *     stage, the loans, exposure, opening allowance, dotations,  *
      *     reprises and closing allowance, then the stage migrations  *
      *     since last month.                                          *
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

           SELECT CASE-FILE
               ASSIGN TO WS-CASE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT RATE-FILE
               ASSIGN TO WS-RATE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT ALLOWANCE-FILE
               ASSIGN TO WS-ALLOWANCE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALLOWANCE-STATUS.

           SELECT GL-FILE
               ASSIGN TO WS-GL-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD  SCHEDULE-FILE.
       COPY "LOAN-SCHEDULE.cpy".

      *    Collections case master, as MANAGE-COLLECTIONS keeps it
       FD  CASE-FILE.
       01  COLLECTION-CASE-RECORD.
           05  CLC-CASE-ID             PIC 9(8).
           05  CLC-ACCT-NUMBER         PIC 9(10).
           05  CLC-OPENED-DATE         PIC 9(8).
           05  CLC-STATUS              PIC X(8).
               88  CLC-OPEN            VALUE "OPEN    ".
               88  CLC-RESTRUCT        VALUE "RESTRUCT".
               88  CLC-CLOSED          VALUE "CLOSED  ".
           05  CLC-COLLECTOR           PIC X(8).
           05  CLC-OLDEST-DUE-DATE     PIC 9(8).
           05  CLC-PAST-DUE-AMOUNT     PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(9).

       FD  RATE-FILE.
       COPY "ECL-LOSS-RATE.cpy".

       FD  ALLOWANCE-FILE.
       COPY "ECL-ALLOWANCE.cpy".

       FD  GL-FILE.
       COPY "GL-ENTRY.cpy".

       WORKING-STORAGE SECTION.
       COPY "BRANCH-TABLE.cpy".
       01  WS-BRANCH-IDX              PIC 9(2).
       01  WS-BRANCH-PREFIX           PIC X(2).

       01  WS-ACCT-PATH               PIC X(256).
       01  WS-SCHEDULE-PATH           PIC X(256).
       01  WS-CASE-PATH               PIC X(256).
       01  WS-RATE-PATH               PIC X(256).
       01  WS-ALLOWANCE-PATH          PIC X(256).
       01  WS-GL-PATH                 PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-ACCT-STATUS             PIC XX.
       01  WS-SCHEDULE-STATUS         PIC XX.
       01  WS-CASE-STATUS             PIC XX.
       01  WS-RATE-STATUS             PIC XX.
       01  WS-ALLOWANCE-STATUS        PIC XX.
       01  WS-GL-STATUS               PIC XX.

       01  WS-ARG-COUNT               PIC 9(2).
       01  WS-INPUT-DATE              PIC X(8).
       01  WS-AS-OF-DATE              PIC 9(8).
       01  WS-AS-OF-SERIAL            PIC 9(7).
       01  WS-PROV-MONTH              PIC 9(6).
       01  WS-EOF                     PIC 9      VALUE 0.

      *    Staging thresholds, days past due
       01  WS-DETERIORATED-DAYS       PIC 9(4)   VALUE 30.
       01  WS-DEFAULT-DAYS            PIC 9(4)   VALUE 90.

      *    Compiled loss rates per stage, used where the parameter
      *    file has no row for the loan's product or ALL
       01  WS-DEFAULT-RATE-DATA.
           05  FILLER PIC S9(3)V9(4) COMP-3 VALUE 1.0000.
           05  FILLER PIC S9(3)V9(4) COMP-3 VALUE 5.0000.
           05  FILLER PIC S9(3)V9(4) COMP-3 VALUE 50.0000.
       01  WS-DEFAULT-RATES REDEFINES WS-DEFAULT-RATE-DATA.
           05  WS-DEFAULT-RATE OCCURS 3 TIMES
                                       PIC S9(3)V9(4) COMP-3.

      *    Loss rate parameter rows
       01  WS-LR-COUNT                PIC 9(3)   VALUE 0.
       01  WS-LR-TABLE.
           05  WS-LR OCCURS 200 TIMES.
               10  WS-LR-PRODUCT      PIC X(4).
               10  WS-LR-STAGE        PIC 9(1).
               10  WS-LR-DATE         PIC 9(8).
               10  WS-LR-RATE         PIC S9(3)V9(4) COMP-3.
       01  WS-LR-IDX                  PIC 9(3).
       01  WS-LR-BEST-DATE            PIC 9(8).
       01  WS-LR-BEST-SPECIFIC        PIC 9.

      *    Last month's allowance per loan, the opening position
       01  WS-PR-COUNT                PIC 9(4)   VALUE 0.
       01  WS-PR-TABLE.
           05  WS-PR OCCURS 5000 TIMES.
               10  WS-PR-ACCT         PIC 9(10).
               10  WS-PR-MONTH        PIC 9(6).
               10  WS-PR-BRANCH       PIC X(3).
               10  WS-PR-CURRENCY     PIC X(3).
               10  WS-PR-PRODUCT      PIC X(4).
               10  WS-PR-STAGE        PIC 9(1).
               10  WS-PR-ALLOWANCE    PIC S9(13)V99 COMP-3.
               10  WS-PR-SEEN         PIC X(1).
       01  WS-PR-IDX                  PIC 9(4).
       01  WS-PR-FOUND                PIC 9(4).

      *    Loans with an OPEN or RESTRUCT collections case
       01  WS-CS-COUNT                PIC 9(4)   VALUE 0.
       01  WS-CS-TABLE.
           05  WS-CS-ACCT OCCURS 2000 TIMES PIC 9(10).
       01  WS-CS-IDX                  PIC 9(4).

      *    Oldest LATE installment due date per loan
       01  WS-DP-COUNT                PIC 9(4)   VALUE 0.
       01  WS-DP-TABLE.
           05  WS-DP OCCURS 5000 TIMES.
               10  WS-DP-ACCT         PIC 9(10).
               10  WS-DP-OLDEST-DUE   PIC 9(8).
       01  WS-DP-IDX                  PIC 9(4).
       01  WS-DP-FOUND                PIC 9(4).

      *    Movement by branch and stage for the auditors
       01  WS-MV-COUNT                PIC 9(2)   VALUE 0.
       01  WS-MV-TABLE.
           05  WS-MV-BRANCH OCCURS 20 TIMES.
               10  WS-MV-CODE         PIC X(3).
               10  WS-MV-STAGE OCCURS 3 TIMES.
                   15  WS-MV-LOANS    PIC 9(6).
                   15  WS-MV-EXPOSURE PIC S9(15)V99 COMP-3.
                   15  WS-MV-OPENING  PIC S9(15)V99 COMP-3.
                   15  WS-MV-DOTATION PIC S9(15)V99 COMP-3.
                   15  WS-MV-REPRISE  PIC S9(15)V99 COMP-3.
                   15  WS-MV-CLOSING  PIC S9(15)V99 COMP-3.
       01  WS-MV-IDX                  PIC 9(2).
       01  WS-MV-STG                  PIC 9(1).

      *    Stage migrations: from 1-3 (4 = new this month) to 1-3
      *    (4 = repaid or closed)
       01  WS-MIG-TABLE.
           05  WS-MIG-FROM OCCURS 4 TIMES.
               10  WS-MIG-TO OCCURS 4 TIMES PIC 9(6).
       01  WS-MIG-F                   PIC 9(1).
       01  WS-MIG-T                   PIC 9(1).

      *    One loan being provisioned
       01  WS-PRODUCT                 PIC X(4).
       01  WS-STAGE                   PIC 9(1).
       01  WS-DAYS-PAST-DUE           PIC 9(4).
       01  WS-CASE-OPEN               PIC X(1).
       01  WS-EXPOSURE                PIC S9(13)V99 COMP-3.
       01  WS-LOSS-RATE               PIC S9(3)V9(4) COMP-3.
       01  WS-ALLOWANCE               PIC S9(13)V99 COMP-3.
       01  WS-OPENING                 PIC S9(13)V99 COMP-3.
       01  WS-MOVEMENT                PIC S9(13)V99 COMP-3.
       01  WS-MV-BRANCH-CODE          PIC X(3).

       01  WS-GL-ENTRY-ID             PIC 9(10)  VALUE 0.
       01  WS-DEBIT-GL                PIC X(10).
       01  WS-CREDIT-GL               PIC X(10).
       01  WS-GL-AMOUNT               PIC S9(13)V99 COMP-3.
       01  WS-GL-DESC                 PIC X(40).
       01  WS-GL-ACCT                 PIC 9(10).
       01  WS-GL-CURRENCY             PIC X(3).

       01  WS-LOAN-COUNT              PIC 9(6)   VALUE 0.
       01  WS-RELEASED-COUNT          PIC 9(6)   VALUE 0.
       01  WS-TOTAL-EXPOSURE          PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-OPENING           PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-DOTATION          PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-REPRISE           PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-CLOSING           PIC S9(15)V99 COMP-3 VALUE 0.

       01  WS-DISPLAY-AMT             PIC -(15)9.99.
       01  WS-DISPLAY-AMT2            PIC -(15)9.99.
       01  WS-DISPLAY-AMT3            PIC -(15)9.99.
       01  WS-DISPLAY-AMT4            PIC -(15)9.99.
       01  WS-DISPLAY-AMT5            PIC -(15)9.99.
       01  WS-DISPLAY-RATE            PIC -ZZ9.9999.

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  FILLER                 PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE BRANCH-INIT-DATA TO BRANCH-ENTRIES
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
                  "/collections-cases.dat" DELIMITED SIZE
                  INTO WS-CASE-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/ecl-loss-rates.dat" DELIMITED SIZE
                  INTO WS-RATE-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/ecl-allowances.dat" DELIMITED SIZE
                  INTO WS-ALLOWANCE-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/ecl-gl.dat" DELIMITED SIZE
                  INTO WS-GL-PATH
           END-STRING

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 1
               ACCEPT WS-INPUT-DATE FROM ARGUMENT-VALUE
               MOVE WS-INPUT-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE WS-DATE-YYYYMMDD TO WS-AS-OF-DATE
           END-IF
           MOVE WS-AS-OF-DATE(1:6) TO WS-PROV-MONTH
           COMPUTE WS-AS-OF-SERIAL =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
           INITIALIZE WS-MIG-TABLE
           INITIALIZE WS-MV-TABLE

           PERFORM LOAD-PRIOR-ALLOWANCES
           PERFORM LOAD-LOSS-RATES
           PERFORM LOAD-OPEN-CASES
           PERFORM LOAD-DAYS-PAST-DUE

           OPEN EXTEND GL-FILE
           IF WS-GL-STATUS = "35"
               OPEN OUTPUT GL-FILE
           END-IF
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open ECL GL file: "
                   WS-GL-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND ALLOWANCE-FILE
           IF WS-ALLOWANCE-STATUS = "35"
               OPEN OUTPUT ALLOWANCE-FILE
           END-IF
           IF WS-ALLOWANCE-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open allowance history: "
                   WS-ALLOWANCE-STATUS
               CLOSE GL-FILE
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               CLOSE GL-FILE
               CLOSE ALLOWANCE-FILE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ ACCOUNT-FILE NEXT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ACCT-TYPE-LOAN
                           AND NOT ACCT-STATUS-CLOSED
                           AND ACCT-BALANCE < 0
                           PERFORM PROVISION-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE

           PERFORM RELEASE-VANISHED-LOANS
           CLOSE ALLOWANCE-FILE
           CLOSE GL-FILE

           PERFORM REPORT-MOVEMENT

           MOVE WS-TOTAL-OPENING TO WS-DISPLAY-AMT
           MOVE WS-TOTAL-CLOSING TO WS-DISPLAY-AMT2
           DISPLAY "PROVISION-COMPLETE|" WS-PROV-MONTH "|"
               WS-LOAN-COUNT " loans provisioned|"
               WS-RELEASED-COUNT " released|opening "
               WS-DISPLAY-AMT "|closing " WS-DISPLAY-AMT2
           STOP RUN.

       LOAD-PRIOR-ALLOWANCES.
      *    Rows are appended month by month, so the last row read for
      *    a loan is its latest allowance. A row for this month means
      *    the month is already provisioned.
           OPEN INPUT ALLOWANCE-FILE
           IF WS-ALLOWANCE-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ ALLOWANCE-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF ECA-MONTH >= WS-PROV-MONTH
                               DISPLAY "ERROR|ECL already provisioned"
                                   " for " ECA-MONTH
                               CLOSE ALLOWANCE-FILE
                               STOP RUN
                           END-IF
                           PERFORM KEEP-PRIOR-ALLOWANCE
                   END-READ
               END-PERFORM
               CLOSE ALLOWANCE-FILE
           END-IF.

       KEEP-PRIOR-ALLOWANCE.
           MOVE 0 TO WS-PR-FOUND
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               IF WS-PR-ACCT(WS-PR-IDX) = ECA-ACCT-NUMBER
                   MOVE WS-PR-IDX TO WS-PR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PR-FOUND = 0
               IF WS-PR-COUNT < 5000
                   ADD 1 TO WS-PR-COUNT
                   MOVE WS-PR-COUNT TO WS-PR-FOUND
               ELSE
                   DISPLAY "WARN|Allowance table full at "
                       ECA-ACCT-NUMBER
               END-IF
           END-IF
           IF WS-PR-FOUND > 0
               MOVE ECA-ACCT-NUMBER TO WS-PR-ACCT(WS-PR-FOUND)
               MOVE ECA-MONTH       TO WS-PR-MONTH(WS-PR-FOUND)
               MOVE ECA-BRANCH      TO WS-PR-BRANCH(WS-PR-FOUND)
               MOVE ECA-CURRENCY    TO WS-PR-CURRENCY(WS-PR-FOUND)
               MOVE ECA-PRODUCT     TO WS-PR-PRODUCT(WS-PR-FOUND)
               MOVE ECA-STAGE       TO WS-PR-STAGE(WS-PR-FOUND)
               MOVE ECA-ALLOWANCE   TO WS-PR-ALLOWANCE(WS-PR-FOUND)
               MOVE "N"             TO WS-PR-SEEN(WS-PR-FOUND)
           END-IF.

       LOAD-LOSS-RATES.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ RATE-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-LR-COUNT < 200
                               AND ELR-STAGE >= 1 AND ELR-STAGE <= 3
                               ADD 1 TO WS-LR-COUNT
                               MOVE ELR-PRODUCT
                                   TO WS-LR-PRODUCT(WS-LR-COUNT)
                               MOVE ELR-STAGE
                                   TO WS-LR-STAGE(WS-LR-COUNT)
                               MOVE ELR-EFFECTIVE-DATE
                                   TO WS-LR-DATE(WS-LR-COUNT)
                               MOVE ELR-LOSS-RATE
                                   TO WS-LR-RATE(WS-LR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           ELSE
               IF WS-RATE-STATUS NOT = "35"
                   DISPLAY "WARN|Cannot open ECL loss rates: "
                       WS-RATE-STATUS " - using compiled rates"
               END-IF
           END-IF.

       LOAD-OPEN-CASES.
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ CASE-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF (CLC-OPEN OR CLC-RESTRUCT)
                               AND WS-CS-COUNT < 2000
                               ADD 1 TO WS-CS-COUNT
                               MOVE CLC-ACCT-NUMBER
                                   TO WS-CS-ACCT(WS-CS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF.

       LOAD-DAYS-PAST-DUE.
      *    LATE rows are installments the arrears pass found unpaid
      *    past their due date; the oldest one dates the arrears.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ SCHEDULE-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF LSC-LATE
                               AND LSC-DUE-DATE <= WS-AS-OF-DATE
                               PERFORM NOTE-OLDEST-LATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.

       NOTE-OLDEST-LATE.
           MOVE 0 TO WS-DP-FOUND
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT
               IF WS-DP-ACCT(WS-DP-IDX) = LSC-ACCT-NUMBER
                   MOVE WS-DP-IDX TO WS-DP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DP-FOUND = 0
               IF WS-DP-COUNT < 5000
                   ADD 1 TO WS-DP-COUNT
                   MOVE WS-DP-COUNT TO WS-DP-FOUND
                   MOVE LSC-ACCT-NUMBER TO WS-DP-ACCT(WS-DP-FOUND)
                   MOVE LSC-DUE-DATE
                       TO WS-DP-OLDEST-DUE(WS-DP-FOUND)
               ELSE
                   DISPLAY "WARN|Arrears table full at "
                       LSC-ACCT-NUMBER
               END-IF
           ELSE
               IF LSC-DUE-DATE < WS-DP-OLDEST-DUE(WS-DP-FOUND)
                   MOVE LSC-DUE-DATE
                       TO WS-DP-OLDEST-DUE(WS-DP-FOUND)
               END-IF
           END-IF.

       PROVISION-ONE-LOAN.
           COMPUTE WS-EXPOSURE = 0 - ACCT-BALANCE
           IF ACCT-FEE-PLAN = SPACES
               MOVE "STD " TO WS-PRODUCT
           ELSE
               MOVE ACCT-FEE-PLAN TO WS-PRODUCT
           END-IF

           MOVE 0 TO WS-DAYS-PAST-DUE
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT
               IF WS-DP-ACCT(WS-DP-IDX) = ACCT-NUMBER
                   COMPUTE WS-DAYS-PAST-DUE = WS-AS-OF-SERIAL
                       - FUNCTION INTEGER-OF-DATE(
                           WS-DP-OLDEST-DUE(WS-DP-IDX))
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE "N" TO WS-CASE-OPEN
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-COUNT
               IF WS-CS-ACCT(WS-CS-IDX) = ACCT-NUMBER
                   MOVE "Y" TO WS-CASE-OPEN
                   EXIT PERFORM
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE >= WS-DEFAULT-DAYS
                   MOVE 3 TO WS-STAGE
               WHEN WS-DAYS-PAST-DUE >= WS-DETERIORATED-DAYS
                   MOVE 2 TO WS-STAGE
               WHEN WS-CASE-OPEN = "Y"
                   MOVE 2 TO WS-STAGE
               WHEN OTHER
                   MOVE 1 TO WS-STAGE
           END-EVALUATE

           PERFORM RESOLVE-LOSS-RATE
           COMPUTE WS-ALLOWANCE ROUNDED =
               WS-EXPOSURE * WS-LOSS-RATE / 100

      *    Opening position: last month's allowance, zero for a loan
      *    provisioned for the first time
           MOVE 0 TO WS-OPENING
           MOVE 4 TO WS-MIG-F
           MOVE 0 TO WS-PR-FOUND
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               IF WS-PR-ACCT(WS-PR-IDX) = ACCT-NUMBER
                   MOVE WS-PR-IDX TO WS-PR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PR-FOUND > 0
               MOVE "Y" TO WS-PR-SEEN(WS-PR-FOUND)
               MOVE WS-PR-ALLOWANCE(WS-PR-FOUND) TO WS-OPENING
               IF WS-PR-STAGE(WS-PR-FOUND) >= 1
                   AND WS-PR-STAGE(WS-PR-FOUND) <= 3
                   MOVE WS-PR-STAGE(WS-PR-FOUND) TO WS-MIG-F
               END-IF
           END-IF
           COMPUTE WS-MOVEMENT = WS-ALLOWANCE - WS-OPENING
           MOVE WS-STAGE TO WS-MIG-T
           ADD 1 TO WS-MIG-TO(WS-MIG-F, WS-MIG-T)

           MOVE ACCT-NUMBER TO WS-GL-ACCT
           MOVE ACCT-CURRENCY TO WS-GL-CURRENCY
           MOVE ACCT-BRANCH TO WS-MV-BRANCH-CODE
           PERFORM POST-MOVEMENT

           INITIALIZE ECL-ALLOWANCE-RECORD
           MOVE ACCT-NUMBER      TO ECA-ACCT-NUMBER
           MOVE WS-PROV-MONTH    TO ECA-MONTH
           MOVE WS-AS-OF-DATE    TO ECA-AS-OF-DATE
           MOVE ACCT-BRANCH      TO ECA-BRANCH
           MOVE ACCT-CURRENCY    TO ECA-CURRENCY
           MOVE WS-PRODUCT       TO ECA-PRODUCT
           MOVE WS-STAGE         TO ECA-STAGE
           MOVE WS-DAYS-PAST-DUE TO ECA-DAYS-PAST-DUE
           MOVE WS-CASE-OPEN     TO ECA-CASE-OPEN
           MOVE WS-EXPOSURE      TO ECA-EXPOSURE
           MOVE WS-LOSS-RATE     TO ECA-LOSS-RATE
           MOVE WS-ALLOWANCE     TO ECA-ALLOWANCE
           MOVE WS-MOVEMENT      TO ECA-MOVEMENT
           PERFORM WRITE-ALLOWANCE-ROW

           PERFORM FIND-OR-ADD-MOVEMENT-BRANCH
           MOVE WS-STAGE TO WS-MV-STG
           ADD 1 TO WS-MV-LOANS(WS-MV-IDX, WS-MV-STG)
           ADD WS-EXPOSURE TO WS-MV-EXPOSURE(WS-MV-IDX, WS-MV-STG)
           ADD WS-OPENING TO WS-MV-OPENING(WS-MV-IDX, WS-MV-STG)
           ADD WS-ALLOWANCE TO WS-MV-CLOSING(WS-MV-IDX, WS-MV-STG)
           IF WS-MOVEMENT > 0
               ADD WS-MOVEMENT
                   TO WS-MV-DOTATION(WS-MV-IDX, WS-MV-STG)
           ELSE
               SUBTRACT WS-MOVEMENT
                   FROM WS-MV-REPRISE(WS-MV-IDX, WS-MV-STG)
           END-IF
           ADD 1 TO WS-LOAN-COUNT
           ADD WS-EXPOSURE TO WS-TOTAL-EXPOSURE

           MOVE WS-EXPOSURE TO WS-DISPLAY-AMT
           MOVE WS-ALLOWANCE TO WS-DISPLAY-AMT2
           MOVE WS-MOVEMENT TO WS-DISPLAY-AMT3
           MOVE WS-LOSS-RATE TO WS-DISPLAY-RATE
           DISPLAY "STAGED|" ACCT-NUMBER "|" ACCT-BRANCH "|"
               WS-PRODUCT "|stage " WS-STAGE "|" WS-DAYS-PAST-DUE
               " dpd|case " WS-CASE-OPEN "|exposure " WS-DISPLAY-AMT
               "|rate " WS-DISPLAY-RATE "|allowance " WS-DISPLAY-AMT2
               "|movement " WS-DISPLAY-AMT3.

       RESOLVE-LOSS-RATE.
      *    Most recent effective row not after the as-of date; the
      *    loan's own product beats ALL on the same footing as the
      *    fee schedule.
           MOVE WS-DEFAULT-RATE(WS-STAGE) TO WS-LOSS-RATE
           MOVE 0 TO WS-LR-BEST-DATE
           MOVE 0 TO WS-LR-BEST-SPECIFIC
           PERFORM VARYING WS-LR-IDX FROM 1 BY 1
                   UNTIL WS-LR-IDX > WS-LR-COUNT
               IF WS-LR-STAGE(WS-LR-IDX) = WS-STAGE
                   AND WS-LR-DATE(WS-LR-IDX) <= WS-AS-OF-DATE
                   IF WS-LR-PRODUCT(WS-LR-IDX) = WS-PRODUCT
                       IF WS-LR-BEST-SPECIFIC = 0
                           OR WS-LR-DATE(WS-LR-IDX)
                               >= WS-LR-BEST-DATE
                           MOVE 1 TO WS-LR-BEST-SPECIFIC
                           MOVE WS-LR-DATE(WS-LR-IDX)
                               TO WS-LR-BEST-DATE
                           MOVE WS-LR-RATE(WS-LR-IDX)
                               TO WS-LOSS-RATE
                       END-IF
                   ELSE
                       IF WS-LR-PRODUCT(WS-LR-IDX) = "ALL "
                           AND WS-LR-BEST-SPECIFIC = 0
                           AND WS-LR-DATE(WS-LR-IDX)
                               >= WS-LR-BEST-DATE
                           MOVE WS-LR-DATE(WS-LR-IDX)
                               TO WS-LR-BEST-DATE
                           MOVE WS-LR-RATE(WS-LR-IDX)
                               TO WS-LOSS-RATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       RELEASE-VANISHED-LOANS.
      *    A loan provisioned last month and not staged this month
      *    was repaid or closed: its whole allowance is released.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               IF WS-PR-SEEN(WS-PR-IDX) = "N"
                   AND WS-PR-ALLOWANCE(WS-PR-IDX) NOT = 0
                   PERFORM RELEASE-ONE-LOAN
               END-IF
           END-PERFORM.

       RELEASE-ONE-LOAN.
           MOVE WS-PR-ALLOWANCE(WS-PR-IDX) TO WS-OPENING
           MOVE 0 TO WS-ALLOWANCE
           COMPUTE WS-MOVEMENT = 0 - WS-OPENING
           MOVE WS-PR-STAGE(WS-PR-IDX) TO WS-STAGE
           IF WS-STAGE < 1 OR WS-STAGE > 3
               MOVE 1 TO WS-STAGE
           END-IF
           MOVE WS-STAGE TO WS-MIG-F
           MOVE 4 TO WS-MIG-T
           ADD 1 TO WS-MIG-TO(WS-MIG-F, WS-MIG-T)

      *    Branch prefix as the allowance was booked
           MOVE WS-PR-ACCT(WS-PR-IDX) TO WS-GL-ACCT
           MOVE WS-PR-CURRENCY(WS-PR-IDX) TO WS-GL-CURRENCY
           MOVE WS-PR-BRANCH(WS-PR-IDX) TO WS-MV-BRANCH-CODE
           PERFORM POST-MOVEMENT

           INITIALIZE ECL-ALLOWANCE-RECORD
           MOVE WS-PR-ACCT(WS-PR-IDX)     TO ECA-ACCT-NUMBER
           MOVE WS-PROV-MONTH             TO ECA-MONTH
           MOVE WS-AS-OF-DATE             TO ECA-AS-OF-DATE
           MOVE WS-PR-BRANCH(WS-PR-IDX)   TO ECA-BRANCH
           MOVE WS-PR-CURRENCY(WS-PR-IDX) TO ECA-CURRENCY
           MOVE WS-PR-PRODUCT(WS-PR-IDX)  TO ECA-PRODUCT
           MOVE WS-STAGE                  TO ECA-STAGE
           MOVE "N"                       TO ECA-CASE-OPEN
           MOVE 0                         TO ECA-EXPOSURE
           MOVE 0                         TO ECA-ALLOWANCE
           MOVE WS-MOVEMENT               TO ECA-MOVEMENT
           PERFORM WRITE-ALLOWANCE-ROW

           PERFORM FIND-OR-ADD-MOVEMENT-BRANCH
           MOVE WS-STAGE TO WS-MV-STG
           ADD WS-OPENING TO WS-MV-OPENING(WS-MV-IDX, WS-MV-STG)
           ADD WS-OPENING TO WS-MV-REPRISE(WS-MV-IDX, WS-MV-STG)
           ADD 1 TO WS-RELEASED-COUNT

           MOVE WS-OPENING TO WS-DISPLAY-AMT
           DISPLAY "RELEASED|" WS-PR-ACCT(WS-PR-IDX) "|"
               WS-PR-BRANCH(WS-PR-IDX) "|stage " WS-STAGE
               "|allowance released " WS-DISPLAY-AMT.

       POST-MOVEMENT.
      *    Dotation: impairment expense against the allowance.
      *    Reprise: the allowance against impairment release income.
           IF WS-MOVEMENT = 0
               GO TO POST-MOVEMENT-EXIT
           END-IF
           PERFORM LOOKUP-BRANCH-PREFIX
           MOVE SPACES TO WS-DEBIT-GL
           MOVE SPACES TO WS-CREDIT-GL
           MOVE SPACES TO WS-GL-DESC
           IF WS-MOVEMENT > 0
               MOVE WS-MOVEMENT TO WS-GL-AMOUNT
               STRING WS-BRANCH-PREFIX "7610-" WS-GL-CURRENCY
                   DELIMITED SIZE INTO WS-DEBIT-GL
               END-STRING
               STRING WS-BRANCH-PREFIX "1519-" WS-GL-CURRENCY
                   DELIMITED SIZE INTO WS-CREDIT-GL
               END-STRING
               STRING "ECL dotation stage " WS-STAGE " "
                   WS-PROV-MONTH DELIMITED SIZE INTO WS-GL-DESC
               END-STRING
           ELSE
               COMPUTE WS-GL-AMOUNT = 0 - WS-MOVEMENT
               STRING WS-BRANCH-PREFIX "1519-" WS-GL-CURRENCY
                   DELIMITED SIZE INTO WS-DEBIT-GL
               END-STRING
               STRING WS-BRANCH-PREFIX "7620-" WS-GL-CURRENCY
                   DELIMITED SIZE INTO WS-CREDIT-GL
               END-STRING
               STRING "ECL reprise stage " WS-STAGE " "
                   WS-PROV-MONTH DELIMITED SIZE INTO WS-GL-DESC
               END-STRING
           END-IF
           PERFORM WRITE-ECL-ENTRY.

       POST-MOVEMENT-EXIT.
           EXIT.

       LOOKUP-BRANCH-PREFIX.
           MOVE BR-GL-PREFIX(1) TO WS-BRANCH-PREFIX
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > BRANCH-COUNT
               IF BR-CODE(WS-BRANCH-IDX) = WS-MV-BRANCH-CODE
                   MOVE BR-GL-PREFIX(WS-BRANCH-IDX)
                       TO WS-BRANCH-PREFIX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-ECL-ENTRY.
           ADD 1 TO WS-GL-ENTRY-ID
           INITIALIZE GL-ENTRY-RECORD
           MOVE WS-GL-ENTRY-ID     TO GLE-ENTRY-ID
           MOVE ZERO               TO GLE-TXN-ID
           MOVE WS-AS-OF-DATE      TO GLE-DATE
           MOVE WS-GL-ACCT         TO GLE-ACCOUNT-NUM
           MOVE WS-DEBIT-GL        TO GLE-DEBIT-ACCT
           MOVE WS-CREDIT-GL       TO GLE-CREDIT-ACCT
           MOVE WS-GL-AMOUNT       TO GLE-AMOUNT
           MOVE WS-GL-CURRENCY     TO GLE-CURRENCY
           MOVE "PROVISION "       TO GLE-TXN-TYPE
           MOVE WS-GL-DESC         TO GLE-DESCRIPTION
           WRITE GL-ENTRY-RECORD
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "WARN|ECL GL write failed: " WS-GL-STATUS
           END-IF
           MOVE WS-GL-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "GL-ENTRY|" WS-GL-ACCT "|" WS-DEBIT-GL "|"
               WS-CREDIT-GL "|" WS-DISPLAY-AMT.

       WRITE-ALLOWANCE-ROW.
           WRITE ECL-ALLOWANCE-RECORD
           IF WS-ALLOWANCE-STATUS NOT = "00"
               DISPLAY "WARN|Allowance history write failed: "
                   WS-ALLOWANCE-STATUS
           END-IF.

       FIND-OR-ADD-MOVEMENT-BRANCH.
           MOVE 0 TO WS-MV-IDX
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > WS-MV-COUNT
               IF WS-MV-CODE(WS-BRANCH-IDX) = WS-MV-BRANCH-CODE
                   MOVE WS-BRANCH-IDX TO WS-MV-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MV-IDX = 0
               IF WS-MV-COUNT < 20
                   ADD 1 TO WS-MV-COUNT
                   MOVE WS-MV-COUNT TO WS-MV-IDX
                   MOVE WS-MV-BRANCH-CODE TO WS-MV-CODE(WS-MV-IDX)
               ELSE
                   DISPLAY "WARN|Movement table full at branch "
                       WS-MV-BRANCH-CODE
                   MOVE 20 TO WS-MV-IDX
               END-IF
           END-IF.

       REPORT-MOVEMENT.
           DISPLAY "MOVEMENT-HEADER|branch|stage|loans|exposure"
               "|opening|dotation|reprise|closing"
           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > WS-MV-COUNT
               PERFORM VARYING WS-MV-STG FROM 1 BY 1
                       UNTIL WS-MV-STG > 3
                   MOVE WS-MV-EXPOSURE(WS-MV-IDX, WS-MV-STG)
                       TO WS-DISPLAY-AMT
                   MOVE WS-MV-OPENING(WS-MV-IDX, WS-MV-STG)
                       TO WS-DISPLAY-AMT2
                   MOVE WS-MV-DOTATION(WS-MV-IDX, WS-MV-STG)
                       TO WS-DISPLAY-AMT3
                   MOVE WS-MV-REPRISE(WS-MV-IDX, WS-MV-STG)
                       TO WS-DISPLAY-AMT4
                   MOVE WS-MV-CLOSING(WS-MV-IDX, WS-MV-STG)
                       TO WS-DISPLAY-AMT5
                   DISPLAY "MOVEMENT|" WS-MV-CODE(WS-MV-IDX) "|"
                       WS-MV-STG "|"
                       WS-MV-LOANS(WS-MV-IDX, WS-MV-STG) "|"
                       WS-DISPLAY-AMT "|" WS-DISPLAY-AMT2 "|"
                       WS-DISPLAY-AMT3 "|" WS-DISPLAY-AMT4 "|"
                       WS-DISPLAY-AMT5
                   ADD WS-MV-OPENING(WS-MV-IDX, WS-MV-STG)
                       TO WS-TOTAL-OPENING
                   ADD WS-MV-DOTATION(WS-MV-IDX, WS-MV-STG)
                       TO WS-TOTAL-DOTATION
                   ADD WS-MV-REPRISE(WS-MV-IDX, WS-MV-STG)
                       TO WS-TOTAL-REPRISE
                   ADD WS-MV-CLOSING(WS-MV-IDX, WS-MV-STG)
                       TO WS-TOTAL-CLOSING
               END-PERFORM
           END-PERFORM
           MOVE WS-TOTAL-EXPOSURE TO WS-DISPLAY-AMT
           MOVE WS-TOTAL-OPENING TO WS-DISPLAY-AMT2
           MOVE WS-TOTAL-DOTATION TO WS-DISPLAY-AMT3
           MOVE WS-TOTAL-REPRISE TO WS-DISPLAY-AMT4
           MOVE WS-TOTAL-CLOSING TO WS-DISPLAY-AMT5
           DISPLAY "MOVEMENT-TOTAL|" WS-LOAN-COUNT "|"
               WS-DISPLAY-AMT "|" WS-DISPLAY-AMT2 "|"
               WS-DISPLAY-AMT3 "|" WS-DISPLAY-AMT4 "|"
               WS-DISPLAY-AMT5

      *    Stage migrations since last month (row/column 4: new
      *    loans / repaid or closed); unchanged stages are omitted
           PERFORM VARYING WS-MIG-F FROM 1 BY 1 UNTIL WS-MIG-F > 4
               PERFORM VARYING WS-MIG-T FROM 1 BY 1
                       UNTIL WS-MIG-T > 4
                   IF WS-MIG-F NOT = WS-MIG-T
                       AND WS-MIG-TO(WS-MIG-F, WS-MIG-T) > 0
                       DISPLAY "MIGRATION|" WS-MIG-F "|" WS-MIG-T
                           "|" WS-MIG-TO(WS-MIG-F, WS-MIG-T)
                           " loans"
                   END-IF
               END-PERFORM
           END-PERFORM.
