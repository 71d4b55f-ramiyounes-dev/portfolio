      * deposit per account to the PENDING buffer, so the credit flows *
      * through the normal sort / update-balances pipeline like any    *
      * other transaction                                              *
      * Accounts enrolled in a promotional rate campaign (see          *
      * MANAGE-CAMPAIGNS) also earn the promotion on the eligible      *
      * portion of the average balance — over the new-money base when  *
      * the campaign says so, up to its balance cap — posted as a      *
      * second INTEREST deposit until the enrolment expires; then the  *
      * account is back on its tier alone. ACTIVE TERMDEP accounts     *
      * take only the promotional part here: their contract interest   *
      * is still paid at maturity by MANAGE-TERMDEP. The customer is   *
      * notified (PROMOEXP) at the month-end a month before expiry.    *
      * ACTIVE CHECKING accounts are charged debit interest for the    *
      * month: every night the balance snapshot stood negative         *
      * accrues at DEBIT_RATE_PCT on the part within an authorised     *
      * overdraft still in force that night, and at                    *
      * DEBIT_EXCESS_RATE_PCT on the rest (all of it once the facility *
      * has expired), both capped at USURY_CEILING_PCT. The charge is  *
      * an INTEREST debit described "Debit interest", which the GL     *
      * export books to interest income; it is waived, and logged to   *
      * fee-waivers.dat, under the same relationship rule as the       *
      * maintenance fee (RELATIONSHIP_MINIMUM).                        *
      * Every interest credit has tax withheld at source through       *
      * WITHHOLD-SERVICE at the rate for the customer's withholding    *
      * status, posted as a WHTAX debit linked to the credit.          *
      * Input: none (tier schedule below applies to all savings accts) *
      * Output: Pipe-delimited records to stdout, one per line         *
      *================================================================*
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CAMPAIGN-FILE
               ASSIGN TO WS-CAMPAIGN-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAMPAIGN-STATUS.

           SELECT ENROL-FILE
               ASSIGN TO WS-ENROL-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENROL-STATUS.

           SELECT LINK-FILE
               ASSIGN TO WS-LINK-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.

           SELECT WAIVER-FILE
               ASSIGN TO WS-WAIVER-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WAIVER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       FD  HISTORY-FILE.
       COPY "BALANCE-HISTORY.cpy".

       FD  CAMPAIGN-FILE.
       COPY "RATE-CAMPAIGN.cpy".

       FD  ENROL-FILE.
       COPY "CAMPAIGN-ENROL.cpy".

       FD  LINK-FILE.
       COPY "CUSTOMER-LINK.cpy".

      *    Waived charges, as ASSESS-MAINTENANCE-FEES keeps them
       FD  WAIVER-FILE.
       01  FEE-WAIVER-RECORD.
           05  FWV-TIMESTAMP           PIC 9(14).
           05  FWV-ACCT-NUMBER         PIC 9(10).
           05  FWV-CUSTOMER-ID         PIC 9(8).
           05  FWV-BRANCH              PIC X(3).
           05  FWV-FEE-AMOUNT          PIC S9(13)V99 COMP-3.
           05  FWV-COMBINED-AVG        PIC S9(13)V99 COMP-3.
           05  FWV-FEE-CODE            PIC X(8).
           05  FILLER                  PIC X(1).

       WORKING-STORAGE SECTION.
      *    Interest postings notify the customer through the shared
      *    NOTIFY-SERVICE writer (preferences + dedup window)
       01  WS-ANNUAL-RATE             PIC 9(3)V99.
       01  WS-MONTHLY-RATE            PIC 9(3)V9(6).
       01  WS-INTEREST                PIC S9(13)V99 COMP-3.
       01  WS-INTEREST-DESC           PIC X(30).

      *    Promotional rate campaigns, loaded once per run; the
      *    account's ACTIVE enrolment row names its campaign. The
      *    promotion is paid per day of the calendar month it was in
      *    force, so the enrolment and expiry months are prorated.
       01  WS-CAMPAIGN-PATH           PIC X(256).
       01  WS-ENROL-PATH              PIC X(256).
       01  WS-CAMPAIGN-STATUS         PIC XX.
       01  WS-ENROL-STATUS            PIC XX.
       01  WS-CMP-COUNT               PIC 9(2)   VALUE 0.
       01  WS-CMP-TABLE.
           05  WS-CMP-ENTRY OCCURS 50 TIMES.
               10  WS-CMP-CODE        PIC X(8).
               10  WS-CMP-RATE-TYPE   PIC X(1).
               10  WS-CMP-RATE        PIC 9(3)V99.
               10  WS-CMP-CAP         PIC S9(13)V99 COMP-3.
               10  WS-CMP-NEW-MONEY   PIC X(1).
       01  WS-CMP-IDX                 PIC 9(2).
       01  WS-CMP-FOUND               PIC 9(2).
       01  WS-ENR-EOF                 PIC 9      VALUE 0.
       01  WS-PROMO-ELIGIBLE          PIC S9(13)V99 COMP-3.
       01  WS-PROMO-RATE              PIC S9(3)V99.
       01  WS-PROMO-FROM              PIC 9(8).
       01  WS-PROMO-TO                PIC 9(8).
       01  WS-PROMO-DAYS              PIC 9(4).
       01  WS-MONTH-FIRST             PIC 9(8).
       01  WS-NEXT-MONTH-FIRST        PIC 9(8).
       01  WS-MONTH-START-INT         PIC 9(8).
       01  WS-MONTH-END-INT           PIC 9(8).
       01  WS-MONTH-DAYS              PIC 9(4).
       01  WS-NOTICE-DATE             PIC 9(8).
       01  WS-CAL-ANNEE               PIC 9(4).
       01  WS-CAL-MOIS                PIC 9(4).
       01  WS-CAL-RESTE               PIC 9(4).
       01  WS-CAL-JOUR                PIC 9(2).
       01  WS-PROMO-COUNT             PIC 9(10)  VALUE 0.
       01  WS-PROMO-EXPIRED-COUNT     PIC 9(10)  VALUE 0.
       01  WS-PROMO-NOTICE-COUNT      PIC 9(10)  VALUE 0.

      *    Debit interest on overdrawn CHECKING, day by day from the
      *    month's snapshots on an actual/365 basis. Rates above the
      *    usury ceiling are cut back to it.
       01  WS-DEBIT-RATE              PIC 9(3)V99 VALUE 12.00.
       01  WS-EXCESS-RATE             PIC 9(3)V99 VALUE 18.00.
       01  WS-USURY-CEILING           PIC 9(3)V99 VALUE 21.00.
       01  WS-INPUT-RATE              PIC X(8).
       01  WS-OVERDRAWN               PIC S9(13)V99 COMP-3.
       01  WS-AUTH-PART               PIC S9(13)V99 COMP-3.
       01  WS-EXCESS-PART             PIC S9(13)V99 COMP-3.
       01  WS-DEBIT-ACCRUAL           PIC S9(11)V9(6) COMP-3.
       01  WS-DEBIT-DAYS              PIC 9(4).
       01  WS-DEBIT-COUNT             PIC 9(10)  VALUE 0.
       01  WS-DEBIT-WAIVED-COUNT      PIC 9(10)  VALUE 0.
       01  WS-DEBIT-TOTAL             PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-DEBIT-WAIVED-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.

      *    Relationship waiver, the maintenance fee's rule: waived
      *    when the month's combined average balance across every
      *    account linked to the customer clears the threshold.
       01  WS-LINK-PATH               PIC X(256).
       01  WS-LINK-STATUS             PIC XX.
       01  WS-WAIVER-PATH             PIC X(256).
       01  WS-WAIVER-STATUS           PIC XX.
       01  WS-INPUT-REL-MIN           PIC X(16).
       01  WS-REL-THRESHOLD           PIC S9(13)V99 COMP-3
                                       VALUE 25000.00.
       01  WS-REL-CUSTOMER            PIC 9(8).
       01  WS-REL-ACCT-COUNT          PIC 9(3).
       01  WS-REL-ACCT-TABLE.
           05  WS-REL-ACCT OCCURS 50 TIMES PIC 9(10).
       01  WS-REL-IDX                 PIC 9(3).
       01  WS-REL-EOF                 PIC 9.
       01  WS-REL-SUM                 PIC S9(13)V99 COMP-3.
       01  WS-REL-DAYS                PIC 9(5).
       01  WS-REL-COMBINED            PIC S9(13)V99 COMP-3.
       01  WS-REL-WAIVE               PIC 9.
       01  WS-DISPLAY-AVG             PIC -(13)9.99.

      *    Tax withheld at source from this run's credits
       01  WS-WHT-COUNT               PIC 9(10)  VALUE 0.
       01  WS-WHT-TOTAL               PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-INTEREST-TXN-ID         PIC 9(10).
       01  WS-DISPLAY-WHT-RATE        PIC ZZ9.99.

       01  WS-EOF                     PIC 9      VALUE 0.
       01  WS-ACCRUED-COUNT           PIC 9(10)  VALUE 0.
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIMESTAMP               PIC 9(14).

       COPY "JOURNAL-SERVICE-AREA.cpy".
       COPY "WITHHOLD-SERVICE-AREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
                  "/balance-history.dat" DELIMITED SIZE
                  INTO WS-HISTORY-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/rate-campaigns.dat" DELIMITED SIZE
                  INTO WS-CAMPAIGN-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/campaign-enrolments.dat" DELIMITED SIZE
                  INTO WS-ENROL-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/customer-accounts.dat" DELIMITED SIZE
                  INTO WS-LINK-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/fee-waivers.dat" DELIMITED SIZE
                  INTO WS-WAIVER-PATH
           END-STRING
           ACCEPT WS-INPUT-REL-MIN
               FROM ENVIRONMENT "RELATIONSHIP_MINIMUM"
           IF WS-INPUT-REL-MIN NOT = SPACES
               COMPUTE WS-REL-THRESHOLD =
                   FUNCTION NUMVAL(WS-INPUT-REL-MIN)
           END-IF
           ACCEPT WS-INPUT-RATE FROM ENVIRONMENT "DEBIT_RATE_PCT"
           IF WS-INPUT-RATE NOT = SPACES
               COMPUTE WS-DEBIT-RATE = FUNCTION NUMVAL(WS-INPUT-RATE)
           END-IF
           ACCEPT WS-INPUT-RATE
               FROM ENVIRONMENT "DEBIT_EXCESS_RATE_PCT"
           IF WS-INPUT-RATE NOT = SPACES
               COMPUTE WS-EXCESS-RATE =
                   FUNCTION NUMVAL(WS-INPUT-RATE)
           END-IF
           ACCEPT WS-INPUT-RATE FROM ENVIRONMENT "USURY_CEILING_PCT"
           IF WS-INPUT-RATE NOT = SPACES
               COMPUTE WS-USURY-CEILING =
                   FUNCTION NUMVAL(WS-INPUT-RATE)
           END-IF
           IF WS-DEBIT-RATE > WS-USURY-CEILING
               DISPLAY "WARN|Debit rate capped at the usury ceiling"
               MOVE WS-USURY-CEILING TO WS-DEBIT-RATE
           END-IF
           IF WS-EXCESS-RATE > WS-USURY-CEILING
               DISPLAY "WARN|Excess debit rate capped at the usury"
                   " ceiling"
               MOVE WS-USURY-CEILING TO WS-EXCESS-RATE
           END-IF

           MOVE TIER-INIT-DATA TO TIER-ENTRIES
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               END-IF
           END-IF
           PERFORM READ-BATCH-STATE
           PERFORM LOAD-CAMPAIGNS
           PERFORM SET-PROMOTION-CALENDAR
           PERFORM OPEN-PENDING-FOR-APPEND
           PERFORM ACCRUE-ALL-SAVINGS-ACCOUNTS
           CLOSE PENDING-FILE
               " accounts credited, " WS-SKIPPED-COUNT
               " skipped (zero interest or not savings), "
               WS-RETIER-COUNT " re-tiered"
           DISPLAY "PROMO-COMPLETE|" WS-PROMO-COUNT
               " promotional credits, " WS-PROMO-NOTICE-COUNT
               " expiry notices, " WS-PROMO-EXPIRED-COUNT
               " enrolments expired"
           MOVE WS-DEBIT-TOTAL TO WS-DISPLAY-AMT
           MOVE WS-DEBIT-WAIVED-TOTAL TO WS-DISPLAY-AVG
           DISPLAY "DEBIT-INTEREST-COMPLETE|" WS-DEBIT-COUNT
               " accounts charged|" WS-DISPLAY-AMT "|"
               WS-DEBIT-WAIVED-COUNT " waived (relationship)|"
               WS-DISPLAY-AVG
           MOVE WS-WHT-TOTAL TO WS-DISPLAY-AMT
           DISPLAY "WITHHOLDING-COMPLETE|" WS-WHT-COUNT
               " credits withheld|" WS-DISPLAY-AMT
           STOP RUN.

       ACQUIRE-BATCH-LOCK.
           CLOSE ACCOUNT-FILE.

       ACCRUE-ONE-ACCOUNT.
           EVALUATE TRUE
               WHEN ACCT-STATUS-ACTIVE AND ACCT-TYPE-TERMDEP
      *            Contract interest waits for maturity; only a running
      *            promotion is credited month by month.
                   ADD 1 TO WS-SKIPPED-COUNT
                   IF WS-CMP-COUNT > 0
                       PERFORM COMPUTE-AVERAGE-BALANCE
                       MOVE ACCT-TD-RATE TO WS-ANNUAL-RATE
                       PERFORM APPLY-CAMPAIGN-RATE
                           THRU APPLY-CAMPAIGN-RATE-EXIT
                   END-IF
               WHEN ACCT-STATUS-ACTIVE AND ACCT-TYPE-CHECKING
                   ADD 1 TO WS-SKIPPED-COUNT
                   PERFORM CHARGE-DEBIT-INTEREST
                       THRU CHARGE-DEBIT-INTEREST-EXIT
               WHEN NOT ACCT-STATUS-ACTIVE OR NOT ACCT-TYPE-SAVINGS
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
      *            The month's snapshots give the true average daily
      *            balance; without them the month-end balance
      *            stands in for the average, as it always has.
                   PERFORM COMPUTE-AVERAGE-BALANCE
                   PERFORM RETIER-ACCOUNT
                   COMPUTE WS-MONTHLY-RATE = WS-ANNUAL-RATE / 12
                   COMPUTE WS-INTEREST ROUNDED =
                       WS-ADB-BALANCE * WS-MONTHLY-RATE / 100
                   IF WS-INTEREST > 0
                       MOVE "Monthly interest accrual"
                           TO WS-INTEREST-DESC
                       PERFORM APPEND-INTEREST-TXN
                       PERFORM NOTIFY-INTEREST-POSTED
                       ADD 1 TO WS-ACCRUED-COUNT
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
                   IF WS-CMP-COUNT > 0
                       PERFORM APPLY-CAMPAIGN-RATE
                           THRU APPLY-CAMPAIGN-RATE-EXIT
                   END-IF
           END-EVALUATE.

       LOAD-CAMPAIGNS.
      *    Closed campaigns stay in the table: closing stops new
      *    enrolments, not the promotion already granted.
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CAMPAIGN-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ CAMPAIGN-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-CMP-COUNT < 50
                               ADD 1 TO WS-CMP-COUNT
                               MOVE CMP-CODE
                                   TO WS-CMP-CODE(WS-CMP-COUNT)
                               MOVE CMP-RATE-TYPE
                                   TO WS-CMP-RATE-TYPE(WS-CMP-COUNT)
                               MOVE CMP-RATE
                                   TO WS-CMP-RATE(WS-CMP-COUNT)
                               MOVE CMP-BALANCE-CAP
                                   TO WS-CMP-CAP(WS-CMP-COUNT)
                               MOVE CMP-NEW-MONEY
                                   TO WS-CMP-NEW-MONEY(WS-CMP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPAIGN-FILE
           END-IF.

       SET-PROMOTION-CALENDAR.
      *    The accrual month as day numbers [first, next first), and
      *    the notice horizon: today plus one month, the day pulled
      *    back to the end of a shorter month.
           COMPUTE WS-MONTH-FIRST = WS-ACCRUAL-MONTH * 100 + 1
           DIVIDE WS-ACCRUAL-MONTH BY 100
               GIVING WS-CAL-ANNEE REMAINDER WS-CAL-MOIS
           ADD 1 TO WS-CAL-MOIS
           IF WS-CAL-MOIS > 12
               MOVE 1 TO WS-CAL-MOIS
               ADD 1 TO WS-CAL-ANNEE
           END-IF
           COMPUTE WS-NEXT-MONTH-FIRST =
               WS-CAL-ANNEE * 10000 + WS-CAL-MOIS * 100 + 1
           COMPUTE WS-MONTH-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST)
           COMPUTE WS-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-FIRST)
           COMPUTE WS-MONTH-DAYS =
               WS-MONTH-END-INT - WS-MONTH-START-INT

           DIVIDE WS-DATE-YYYYMMDD BY 10000
               GIVING WS-CAL-ANNEE REMAINDER WS-CAL-RESTE
           DIVIDE WS-CAL-RESTE BY 100
               GIVING WS-CAL-MOIS REMAINDER WS-CAL-JOUR
           ADD 1 TO WS-CAL-MOIS
           IF WS-CAL-MOIS > 12
               MOVE 1 TO WS-CAL-MOIS
               ADD 1 TO WS-CAL-ANNEE
           END-IF
           COMPUTE WS-NOTICE-DATE =
               WS-CAL-ANNEE * 10000 + WS-CAL-MOIS * 100 + WS-CAL-JOUR
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-NOTICE-DATE)
               = 0
               SUBTRACT 1 FROM WS-NOTICE-DATE
           END-PERFORM.

       APPLY-CAMPAIGN-RATE.
      *    WS-ADB-BALANCE and WS-ANNUAL-RATE (the tier rate, or the
      *    deposit's contract rate) are set by the caller.
           OPEN I-O ENROL-FILE
           IF WS-ENROL-STATUS NOT = "00"
               GO TO APPLY-CAMPAIGN-RATE-EXIT
           END-IF
           MOVE ZERO TO WS-ENR-EOF
           PERFORM UNTIL WS-ENR-EOF = 1
               READ ENROL-FILE
                   AT END
                       MOVE 1 TO WS-ENR-EOF
                   NOT AT END
                       IF ENR-ACCT-NUMBER = ACCT-NUMBER
                           AND ENR-ACTIVE
                           PERFORM ACCRUE-ONE-ENROLMENT
                               THRU ACCRUE-ONE-ENROLMENT-EXIT
                           MOVE 1 TO WS-ENR-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROL-FILE.
       APPLY-CAMPAIGN-RATE-EXIT.
           EXIT.

       ACCRUE-ONE-ENROLMENT.
           MOVE 0 TO WS-CMP-FOUND
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX > WS-CMP-COUNT
               IF WS-CMP-CODE(WS-CMP-IDX) = ENR-CAMPAIGN
                   MOVE WS-CMP-IDX TO WS-CMP-FOUND
               END-IF
           END-PERFORM
           IF WS-CMP-FOUND = 0
               DISPLAY "WARN|" ACCT-NUMBER "|Campaign " ENR-CAMPAIGN
                   " not on file - no promotional interest"
               GO TO ACCRUE-ONE-ENROLMENT-EXIT
           END-IF
      *    A rerun for the same month does not pay the promotion twice.
           IF ENR-LAST-ACCRUAL(1:6) = WS-ACCRUAL-MONTH
               GO TO ACCRUE-ONE-ENROLMENT-EXIT
           END-IF

      *    Eligible portion: over the balance at enrolment for a
      *    new-money campaign, never below zero, up to the cap.
           MOVE WS-ADB-BALANCE TO WS-PROMO-ELIGIBLE
           IF WS-CMP-NEW-MONEY(WS-CMP-FOUND) = "Y"
               SUBTRACT ENR-BASE-BALANCE FROM WS-PROMO-ELIGIBLE
           END-IF
           IF WS-PROMO-ELIGIBLE < 0
               MOVE 0 TO WS-PROMO-ELIGIBLE
           END-IF
           IF WS-CMP-CAP(WS-CMP-FOUND) > 0
               AND WS-PROMO-ELIGIBLE > WS-CMP-CAP(WS-CMP-FOUND)
               MOVE WS-CMP-CAP(WS-CMP-FOUND) TO WS-PROMO-ELIGIBLE
           END-IF

      *    A bonus rides on top of the rate already paid; a fixed
      *    promotional rate pays only its excess over it.
           IF WS-CMP-RATE-TYPE(WS-CMP-FOUND) = "F"
               COMPUTE WS-PROMO-RATE =
                   WS-CMP-RATE(WS-CMP-FOUND) - WS-ANNUAL-RATE
           ELSE
               MOVE WS-CMP-RATE(WS-CMP-FOUND) TO WS-PROMO-RATE
           END-IF
           IF WS-PROMO-RATE < 0
               MOVE 0 TO WS-PROMO-RATE
           END-IF

      *    Days of the accrual month inside [enrolled, expiry).
           COMPUTE WS-PROMO-FROM =
               FUNCTION INTEGER-OF-DATE(ENR-ENROLLED-DATE)
           IF WS-PROMO-FROM < WS-MONTH-START-INT
               MOVE WS-MONTH-START-INT TO WS-PROMO-FROM
           END-IF
           COMPUTE WS-PROMO-TO =
               FUNCTION INTEGER-OF-DATE(ENR-EXPIRY-DATE)
           IF WS-PROMO-TO > WS-MONTH-END-INT
               MOVE WS-MONTH-END-INT TO WS-PROMO-TO
           END-IF
           MOVE 0 TO WS-PROMO-DAYS
           IF WS-PROMO-TO > WS-PROMO-FROM
               COMPUTE WS-PROMO-DAYS = WS-PROMO-TO - WS-PROMO-FROM
           END-IF

           COMPUTE WS-INTEREST ROUNDED =
               WS-PROMO-ELIGIBLE * WS-PROMO-RATE / 12 / 100
               * WS-PROMO-DAYS / WS-MONTH-DAYS
           IF WS-INTEREST > 0
               MOVE SPACES TO WS-INTEREST-DESC
               STRING "Promotional interest " DELIMITED SIZE
                      ENR-CAMPAIGN DELIMITED SPACES
                      INTO WS-INTEREST-DESC
               END-STRING
               PERFORM APPEND-INTEREST-TXN
               ADD WS-INTEREST TO ENR-INTEREST-COST
               ADD 1 TO WS-PROMO-COUNT
           END-IF
           MOVE WS-PROMO-ELIGIBLE TO ENR-LAST-ELIGIBLE
           MOVE WS-DATE-YYYYMMDD TO ENR-LAST-ACCRUAL

           IF NOT ENR-NOTIFIED
               AND ENR-EXPIRY-DATE <= WS-NOTICE-DATE
               PERFORM NOTIFY-PROMOTION-ENDING
               MOVE "Y" TO ENR-NOTICE-SENT
               ADD 1 TO WS-PROMO-NOTICE-COUNT
           END-IF
      *    Expiring by the end of the accrual month: this run paid the
      *    last days, and the account is back on its rate alone.
           IF ENR-EXPIRY-DATE < WS-NEXT-MONTH-FIRST
               MOVE "EXPIRED " TO ENR-STATUS
               ADD 1 TO WS-PROMO-EXPIRED-COUNT
               DISPLAY "PROMO-EXPIRED|" ACCT-NUMBER "|" ENR-CAMPAIGN
                   "|" ENR-EXPIRY-DATE
           END-IF

           REWRITE CAMPAIGN-ENROL-RECORD
           IF WS-ENROL-STATUS NOT = "00"
               DISPLAY "WARN|Enrolment rewrite failed for "
                   ACCT-NUMBER ": " WS-ENROL-STATUS
           END-IF.
       ACCRUE-ONE-ENROLMENT-EXIT.
           EXIT.

       NOTIFY-PROMOTION-ENDING.
           INITIALIZE NOTIFY-SERVICE-AREA
           MOVE ACCT-NUMBER TO NFY-ACCT-NUMBER
           MOVE "PROMOEXP" TO NFY-EVENT-CODE
           MOVE WS-PROMO-ELIGIBLE TO NFY-AMOUNT
           MOVE WS-TIMESTAMP TO NFY-TIMESTAMP
           MOVE "M" TO NFY-SEVERITY
           STRING "Promo rate " DELIMITED SIZE
                  ENR-CAMPAIGN DELIMITED SPACES
                  " ends " DELIMITED SIZE
                  ENR-EXPIRY-DATE DELIMITED SIZE
                  INTO NFY-DETAIL
           END-STRING
           CALL "NOTIFY-SERVICE" USING NOTIFY-SERVICE-AREA.

       COMPUTE-AVERAGE-BALANCE.
           MOVE ACCT-BALANCE TO WS-ADB-BALANCE
               END-IF
           END-IF.

      *================================================================*
      * Debit interest on overdrawn checking                           *
      *================================================================*
       CHARGE-DEBIT-INTEREST.
           MOVE 0 TO WS-DEBIT-ACCRUAL
           MOVE 0 TO WS-DEBIT-DAYS
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               GO TO CHARGE-DEBIT-INTEREST-EXIT
           END-IF
           MOVE 0 TO WS-ADB-EOF
           PERFORM UNTIL WS-ADB-EOF = 1
               READ HISTORY-FILE
                   AT END
                       MOVE 1 TO WS-ADB-EOF
                   NOT AT END
                       IF BHS-ACCT-NUMBER = ACCT-NUMBER
                           AND BHS-DATE(1:6) = WS-ACCRUAL-MONTH
                           AND BHS-BALANCE < 0
                           PERFORM ACCRUE-ONE-OVERDRAWN-DAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE

           COMPUTE WS-INTEREST ROUNDED = WS-DEBIT-ACCRUAL
           IF WS-INTEREST = 0
               GO TO CHARGE-DEBIT-INTEREST-EXIT
           END-IF

           PERFORM CHECK-RELATIONSHIP-WAIVER
           IF WS-REL-WAIVE = 1
               PERFORM RECORD-DEBIT-WAIVER
               GO TO CHARGE-DEBIT-INTEREST-EXIT
           END-IF

           ADD WS-INTEREST TO WS-DEBIT-TOTAL
           ADD 1 TO WS-DEBIT-COUNT
           MOVE SPACES TO WS-INTEREST-DESC
           STRING "Debit interest " DELIMITED SIZE
                  WS-ACCRUAL-MONTH DELIMITED SIZE
                  INTO WS-INTEREST-DESC
           END-STRING
           COMPUTE WS-INTEREST = 0 - WS-INTEREST
           PERFORM APPEND-INTEREST-TXN
           PERFORM NOTIFY-DEBIT-INTEREST.
       CHARGE-DEBIT-INTEREST-EXIT.
           EXIT.

       ACCRUE-ONE-OVERDRAWN-DAY.
      *    The part within the facility, if the facility was in force
      *    that night, runs at the authorised rate; the rest at the
      *    excess rate.
           COMPUTE WS-OVERDRAWN = 0 - BHS-BALANCE
           MOVE 0 TO WS-AUTH-PART
           IF ACCT-OVERDRAFT-LIMIT > 0
               AND (ACCT-OVERDRAFT-EXPIRY = 0
                   OR BHS-DATE <= ACCT-OVERDRAFT-EXPIRY)
               IF WS-OVERDRAWN > ACCT-OVERDRAFT-LIMIT
                   MOVE ACCT-OVERDRAFT-LIMIT TO WS-AUTH-PART
               ELSE
                   MOVE WS-OVERDRAWN TO WS-AUTH-PART
               END-IF
           END-IF
           COMPUTE WS-EXCESS-PART = WS-OVERDRAWN - WS-AUTH-PART
           COMPUTE WS-DEBIT-ACCRUAL = WS-DEBIT-ACCRUAL
               + (WS-AUTH-PART * WS-DEBIT-RATE
                  + WS-EXCESS-PART * WS-EXCESS-RATE) / 100 / 365
           ADD 1 TO WS-DEBIT-DAYS.

       CHECK-RELATIONSHIP-WAIVER.
      *    As ASSESS-MAINTENANCE-FEES: an unlinked account has no
      *    relationship to total and pays the charge.
           MOVE 0 TO WS-REL-WAIVE
           MOVE 0 TO WS-REL-CUSTOMER
           MOVE 0 TO WS-REL-ACCT-COUNT
           MOVE 0 TO WS-REL-COMBINED

           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE 0 TO WS-REL-EOF
               PERFORM UNTIL WS-REL-EOF = 1
                   READ LINK-FILE
                       AT END
                           MOVE 1 TO WS-REL-EOF
                       NOT AT END
                           IF CAL-ACCT-NUMBER = ACCT-NUMBER
                               MOVE CAL-CUSTOMER-ID
                                   TO WS-REL-CUSTOMER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LINK-FILE
           END-IF
           IF WS-REL-CUSTOMER = 0
               CONTINUE
           ELSE
               OPEN INPUT LINK-FILE
               MOVE 0 TO WS-REL-EOF
               PERFORM UNTIL WS-REL-EOF = 1
                   READ LINK-FILE
                       AT END
                           MOVE 1 TO WS-REL-EOF
                       NOT AT END
                           IF CAL-CUSTOMER-ID = WS-REL-CUSTOMER
                               AND WS-REL-ACCT-COUNT < 50
                               ADD 1 TO WS-REL-ACCT-COUNT
                               MOVE CAL-ACCT-NUMBER TO
                                   WS-REL-ACCT(WS-REL-ACCT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LINK-FILE

               PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                       UNTIL WS-REL-IDX > WS-REL-ACCT-COUNT
                   PERFORM AVERAGE-ONE-RELATED-ACCOUNT
                   ADD WS-REL-SUM TO WS-REL-COMBINED
               END-PERFORM

               IF WS-REL-COMBINED >= WS-REL-THRESHOLD
                   MOVE 1 TO WS-REL-WAIVE
               END-IF
           END-IF.

       AVERAGE-ONE-RELATED-ACCOUNT.
           MOVE 0 TO WS-REL-SUM
           MOVE 0 TO WS-REL-DAYS
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE 0 TO WS-REL-EOF
               PERFORM UNTIL WS-REL-EOF = 1
                   READ HISTORY-FILE
                       AT END
                           MOVE 1 TO WS-REL-EOF
                       NOT AT END
                           IF BHS-ACCT-NUMBER =
                               WS-REL-ACCT(WS-REL-IDX)
                               AND BHS-DATE(1:6) = WS-ACCRUAL-MONTH
                               ADD BHS-BALANCE TO WS-REL-SUM
                               ADD 1 TO WS-REL-DAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           IF WS-REL-DAYS > 0
               COMPUTE WS-REL-SUM ROUNDED =
                   WS-REL-SUM / WS-REL-DAYS
           END-IF.

       RECORD-DEBIT-WAIVER.
           OPEN EXTEND WAIVER-FILE
           IF WS-WAIVER-STATUS = "35"
               OPEN OUTPUT WAIVER-FILE
           END-IF
           IF WS-WAIVER-STATUS NOT = "00"
               DISPLAY "WARN|Cannot write fee waiver: "
                   WS-WAIVER-STATUS
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                      WS-DATE-HHMMSS   DELIMITED SIZE
                      INTO WS-TIMESTAMP
               END-STRING
               INITIALIZE FEE-WAIVER-RECORD
               MOVE WS-TIMESTAMP     TO FWV-TIMESTAMP
               MOVE ACCT-NUMBER      TO FWV-ACCT-NUMBER
               MOVE WS-REL-CUSTOMER  TO FWV-CUSTOMER-ID
               MOVE ACCT-BRANCH      TO FWV-BRANCH
               MOVE WS-INTEREST      TO FWV-FEE-AMOUNT
               MOVE WS-REL-COMBINED  TO FWV-COMBINED-AVG
               MOVE "DEBITINT"       TO FWV-FEE-CODE
               WRITE FEE-WAIVER-RECORD
               CLOSE WAIVER-FILE
           END-IF
           ADD 1 TO WS-DEBIT-WAIVED-COUNT
           ADD WS-INTEREST TO WS-DEBIT-WAIVED-TOTAL
           MOVE WS-INTEREST TO WS-DISPLAY-AMT
           MOVE WS-REL-COMBINED TO WS-DISPLAY-AVG
           DISPLAY "DEBIT-INTEREST-WAIVED|" ACCT-NUMBER "|customer "
               WS-REL-CUSTOMER "|combined avg " WS-DISPLAY-AVG
               "|interest " WS-DISPLAY-AMT " waived|" WS-DEBIT-DAYS
               " days overdrawn".

       NOTIFY-DEBIT-INTEREST.
           INITIALIZE NOTIFY-SERVICE-AREA
           MOVE ACCT-NUMBER TO NFY-ACCT-NUMBER
           MOVE "DEBITINT" TO NFY-EVENT-CODE
           MOVE WS-INTEREST TO NFY-AMOUNT
           MOVE WS-TIMESTAMP TO NFY-TIMESTAMP
           MOVE "M" TO NFY-SEVERITY
           MOVE "Debit interest charged on overdrawn balance"
               TO NFY-DETAIL
           CALL "NOTIFY-SERVICE" USING NOTIFY-SERVICE-AREA.

       RETIER-ACCOUNT.
      *    Re-derive the account's rate tier from its average balance
      *    for the month (or its current balance when no snapshots
                   MOVE TIER-ANNUAL-RATE(WS-TIER-IDX) TO WS-ANNUAL-RATE
               END-IF
           END-PERFORM
           PERFORM REWRITE-ACCOUNT-JOURNALED
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "WARN|Re-tier rewrite failed for "
                   ACCT-NUMBER ": " WS-ACCT-STATUS
           MOVE ACCT-NUMBER           TO TXN-ACCOUNT-NUM
           MOVE WS-INTEREST           TO TXN-AMOUNT
           MOVE "INTEREST  "          TO TXN-TYPE
           MOVE WS-INTEREST-DESC      TO TXN-DESCRIPTION
           MOVE ACCT-CURRENCY         TO TXN-CURRENCY
           MOVE ZERO                  TO TXN-RUNNING-BAL
           MOVE "PENDING "            TO TXN-STATUS
               TXN-CURRENCY "|"
               TXN-DESCRIPTION "|"
               TXN-STATUS "|"
               TXN-BATCH-NUM

           IF WS-INTEREST > 0
               PERFORM WITHHOLD-INTEREST-TAX
           END-IF.

      *    Tax at source on the credit just written, as its own WHTAX
      *    debit linked back to it; debit interest is never withheld.
       WITHHOLD-INTEREST-TAX.
           MOVE WS-NEXT-TXN-ID TO WS-INTEREST-TXN-ID
           INITIALIZE WITHHOLD-SERVICE-AREA
           MOVE ACCT-NUMBER        TO WHS-ACCT-NUMBER
           MOVE WS-INTEREST        TO WHS-GROSS
           MOVE ACCT-CURRENCY      TO WHS-CURRENCY
           MOVE ACCT-BRANCH        TO WHS-BRANCH
           MOVE WS-INTEREST-TXN-ID TO WHS-INTEREST-TXN-ID
           COMPUTE WHS-WHT-TXN-ID = WS-NEXT-TXN-ID + 1
           MOVE "Y"                TO WHS-RECORD
           CALL "WITHHOLD-SERVICE" USING WITHHOLD-SERVICE-AREA
           IF WHS-WITHHELD > 0
               ADD 1 TO WS-NEXT-TXN-ID
               ADD 1 TO WS-PENDING-COUNT
               INITIALIZE TRANSACTION-RECORD
               MOVE WS-NEXT-TXN-ID        TO TXN-ID
               MOVE WS-TIMESTAMP          TO TXN-TIMESTAMP
               MOVE ACCT-NUMBER           TO TXN-ACCOUNT-NUM
               COMPUTE TXN-AMOUNT = 0 - WHS-WITHHELD
               MOVE "WHTAX     "          TO TXN-TYPE
               MOVE "Tax withheld on interest"
                                          TO TXN-DESCRIPTION
               MOVE ACCT-CURRENCY         TO TXN-CURRENCY
               MOVE ZERO                  TO TXN-RUNNING-BAL
               MOVE "PENDING "            TO TXN-STATUS
               MOVE WS-CURRENT-BATCH      TO TXN-BATCH-NUM
               MOVE WS-INTEREST-TXN-ID    TO TXN-LINK-ID
               WRITE TRANSACTION-RECORD
               IF WS-PEND-STATUS NOT = "00"
                   DISPLAY "ERROR|Write failed: " WS-PEND-STATUS
                   CLOSE PENDING-FILE
                   CLOSE ACCOUNT-FILE
                   PERFORM RELEASE-BATCH-LOCK
                   STOP RUN
               END-IF
               ADD 1 TO WS-WHT-COUNT
               ADD WHS-WITHHELD TO WS-WHT-TOTAL
               MOVE TXN-AMOUNT TO WS-DISPLAY-AMT
               MOVE WHS-RATE TO WS-DISPLAY-WHT-RATE
               DISPLAY "WHTAX|" TXN-ID "|" TXN-ACCOUNT-NUM "|"
                   WS-DISPLAY-AMT "|" TXN-CURRENCY "|status "
                   WHS-STATUS "|rate " WS-DISPLAY-WHT-RATE "|link "
                   TXN-LINK-ID
           END-IF.

       SAVE-BATCH-STATE.
           OPEN OUTPUT BATCH-FILE
           MOVE "I" TO NFY-SEVERITY
           MOVE "Monthly interest credited" TO NFY-DETAIL
           CALL "NOTIFY-SERVICE" USING NOTIFY-SERVICE-AREA.

       REWRITE-ACCOUNT-JOURNALED.
      *    Every change to the master also goes to the recovery
      *    journal as a before and an after image: the updated record
      *    is held while the stored copy is read back as the before
      *    image, then rewritten. Only a rewrite that took is
      *    journaled; the caller checks WS-ACCT-STATUS as before.
           MOVE ACCOUNT-RECORD TO JSV-AFTER-IMAGE
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE SPACES TO JSV-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE ACCOUNT-RECORD TO JSV-BEFORE-IMAGE
           END-READ
           MOVE JSV-AFTER-IMAGE TO ACCOUNT-RECORD
           REWRITE ACCOUNT-RECORD
           IF WS-ACCT-STATUS = "00"
               MOVE "C" TO JSV-ACTION
               PERFORM JOURNAL-ACCOUNT-CHANGE
           END-IF.

       JOURNAL-ACCOUNT-CHANGE.
           MOVE "IMAGE" TO JSV-FUNCTION
           MOVE "ACCRUE-INTEREST" TO JSV-PROGRAM
           MOVE WS-CURRENT-BATCH TO JSV-BATCH-NUM
           MOVE ACCT-NUMBER TO JSV-ACCT-NUMBER
           CALL "JOURNAL-SERVICE" USING JOURNAL-SERVICE-AREA.
