       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAGE-CAMPAIGNS.
      *================================================================*
      * MANAGE-CAMPAIGNS.cbl                                           *
      * Maintains the promotional rate campaigns (rate-campaigns.dat)  *
      * and their enrolments (campaign-enrolments.dat):                *
      *   ADD <code> <product> <currency> <B|F> <rate> <enrol-from>    *
      *       <enrol-to> <months> <cap> [<new-money Y|N>]              *
      *       — opens a campaign; B pays the rate as a bonus on top    *
      *         of the tier, F as a fixed promotional rate; cap 0 =    *
      *         no cap on the eligible balance; CAMPAIGN_DESC via      *
      *         environment describes it                               *
      *   CLOSE <code>                                                 *
      *       — no further enrolments; enrolled accounts run to term   *
      *   ENROL <acct> <code>                                          *
      *       — enrols one existing account                            *
      *   BULK <code>                                                  *
      *       — enrols every account listed in ENROL_FILE (one         *
      *         10-digit account number per record)                    *
      *   LIST                                                         *
      *       — every campaign with its terms                          *
      *   REPORT [<code>]                                              *
      *       — per campaign: enrolments active and expired, the       *
      *         balance attracted at the last accrual and the          *
      *         promotional interest cost to date                      *
      * Enrolment goes through CAMPAIGN-SERVICE, the same rules        *
      * account opening applies. ADD/CLOSE/ENROL/BULK require          *
      * OPERATOR_ID and write to the maintenance audit trail.          *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE
               ASSIGN TO WS-CAMPAIGN-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAMPAIGN-STATUS.

           SELECT ENROL-FILE
               ASSIGN TO WS-ENROL-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENROL-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO WS-ACCT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT BULK-FILE
               ASSIGN TO WS-BULK-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BULK-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO WS-AUDIT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-FILE.
       COPY "RATE-CAMPAIGN.cpy".

       FD  ENROL-FILE.
       COPY "CAMPAIGN-ENROL.cpy".

       FD  ACCOUNT-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD  BULK-FILE.
       01  BULK-ENROL-RECORD.
           05  BLK-ACCT-NUMBER         PIC X(10).
           05  FILLER                  PIC X(10).

       FD  AUDIT-FILE.
       COPY "ACCOUNT-MAINT-AUDIT.cpy".

       WORKING-STORAGE SECTION.
       COPY "CAMPAIGN-SERVICE-AREA.cpy".

       01  WS-CAMPAIGN-PATH           PIC X(256).
       01  WS-ENROL-PATH              PIC X(256).
       01  WS-ACCT-PATH               PIC X(256).
       01  WS-BULK-PATH               PIC X(256).
       01  WS-AUDIT-PATH              PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-CAMPAIGN-STATUS         PIC XX.
       01  WS-ENROL-STATUS            PIC XX.
       01  WS-ACCT-STATUS             PIC XX.
       01  WS-BULK-STATUS             PIC XX.
       01  WS-AUDIT-STATUS            PIC XX.

       01  WS-ACTION                  PIC X(8).
       01  WS-INPUT-CODE              PIC X(8).
       01  WS-INPUT-PRODUCT           PIC X(8).
       01  WS-INPUT-CURRENCY          PIC X(3).
       01  WS-INPUT-RATE-TYPE         PIC X(1).
       01  WS-INPUT-RATE              PIC X(8).
       01  WS-INPUT-FROM              PIC X(8).
       01  WS-INPUT-TO                PIC X(8).
       01  WS-INPUT-MONTHS            PIC X(3).
       01  WS-INPUT-CAP               PIC X(16).
       01  WS-INPUT-NEW-MONEY         PIC X(1).
       01  WS-INPUT-DESC              PIC X(30).
       01  WS-INPUT-ACCT              PIC X(10).
       01  WS-SEARCH-ACCT             PIC 9(10).
       01  WS-RATE                    PIC 9(3)V99.
       01  WS-CAP                     PIC S9(13)V99 COMP-3.
       01  WS-OPERATOR-ID             PIC X(8).
       01  WS-ARG-COUNT               PIC 9(2).

       01  WS-EOF                     PIC 9      VALUE 0.
       01  WS-ENR-EOF                 PIC 9      VALUE 0.
       01  WS-FOUND                   PIC 9      VALUE 0.
       01  WS-LIST-COUNT              PIC 9(4)   VALUE 0.
       01  WS-ENROLLED-COUNT          PIC 9(6)   VALUE 0.
       01  WS-REFUSED-COUNT           PIC 9(6)   VALUE 0.
       01  WS-AUDIT-ACCT              PIC 9(10).
       01  WS-AUDIT-FIELD             PIC X(16).
       01  WS-AUDIT-BEFORE            PIC X(20).
       01  WS-AUDIT-AFTER             PIC X(20).
       01  WS-REFUSAL                 PIC X(30).

      *    REPORT accumulators, one campaign at a time
       01  WS-RPT-ACTIVE              PIC 9(6).
       01  WS-RPT-EXPIRED             PIC 9(6).
       01  WS-RPT-ATTRACTED           PIC S9(15)V99 COMP-3.
       01  WS-RPT-COST                PIC S9(15)V99 COMP-3.
       01  WS-TOT-ENROLMENTS          PIC 9(6)   VALUE 0.
       01  WS-TOT-ATTRACTED           PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-TOT-COST                PIC S9(15)V99 COMP-3 VALUE 0.

       01  WS-DISPLAY-AMT             PIC -(13)9.99.
       01  WS-DISPLAY-RATE            PIC ZZ9.99.
       01  WS-DISPLAY-TOTAL           PIC -(15)9.99.
       01  WS-DISPLAY-COST            PIC -(15)9.99.

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIMESTAMP               PIC 9(14).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/rate-campaigns.dat" DELIMITED SIZE
                  INTO WS-CAMPAIGN-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/campaign-enrolments.dat" DELIMITED SIZE
                  INTO WS-ENROL-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/accounts.dat" DELIMITED SIZE
                  INTO WS-ACCT-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/account-maint-audit.dat" DELIMITED SIZE
                  INTO WS-AUDIT-PATH
           END-STRING

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY "ERROR|Missing action: ADD CLOSE ENROL BULK"
                   " LIST REPORT"
               STOP RUN
           END-IF
           ACCEPT WS-ACTION FROM ARGUMENT-VALUE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                  WS-DATE-HHMMSS   DELIMITED SIZE
                  INTO WS-TIMESTAMP
           END-STRING

           IF WS-ACTION NOT = "LIST" AND WS-ACTION NOT = "REPORT"
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "ERROR|OPERATOR_ID is required for "
                       "campaign maintenance"
                   STOP RUN
               END-IF
           END-IF

           EVALUATE WS-ACTION
               WHEN "ADD"
                   PERFORM ADD-CAMPAIGN
               WHEN "CLOSE"
                   PERFORM CLOSE-CAMPAIGN
               WHEN "ENROL"
                   PERFORM ENROL-ONE-ACCOUNT
               WHEN "BULK"
                   PERFORM ENROL-BULK-LIST
               WHEN "LIST"
                   PERFORM LIST-CAMPAIGNS
               WHEN "REPORT"
                   PERFORM REPORT-CAMPAIGNS
               WHEN OTHER
                   DISPLAY "ERROR|Unknown action: " WS-ACTION
           END-EVALUATE
           STOP RUN.

       ADD-CAMPAIGN.
           IF WS-ARG-COUNT < 10
               DISPLAY "ERROR|ADD requires: CODE PRODUCT CURRENCY"
                   " RATE-TYPE RATE ENROL-FROM ENROL-TO MONTHS CAP"
                   " [NEW-MONEY]"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-CODE FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-PRODUCT FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-CURRENCY FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-RATE-TYPE FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-RATE FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-FROM FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-TO FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-MONTHS FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-CAP FROM ARGUMENT-VALUE
           MOVE "N" TO WS-INPUT-NEW-MONEY
           IF WS-ARG-COUNT >= 11
               ACCEPT WS-INPUT-NEW-MONEY FROM ARGUMENT-VALUE
           END-IF
           ACCEPT WS-INPUT-DESC FROM ENVIRONMENT "CAMPAIGN_DESC"
           COMPUTE WS-RATE = FUNCTION NUMVAL(WS-INPUT-RATE)
           COMPUTE WS-CAP = FUNCTION NUMVAL(WS-INPUT-CAP)

           IF WS-INPUT-PRODUCT NOT = "SAVINGS"
               AND WS-INPUT-PRODUCT NOT = "TERMDEP"
               DISPLAY "ERROR|Product must be SAVINGS or TERMDEP"
               STOP RUN
           END-IF
           IF WS-INPUT-RATE-TYPE NOT = "B"
               AND WS-INPUT-RATE-TYPE NOT = "F"
               DISPLAY "ERROR|Rate type must be B (bonus) or F"
                   " (fixed)"
               STOP RUN
           END-IF
           IF WS-RATE <= 0
               DISPLAY "ERROR|Promotional rate must be positive"
               STOP RUN
           END-IF
           IF WS-INPUT-FROM IS NOT NUMERIC
               OR WS-INPUT-TO IS NOT NUMERIC
               OR WS-INPUT-TO < WS-INPUT-FROM
               DISPLAY "ERROR|Enrolment window must be two dates"
                   " YYYYMMDD, from not after to"
               STOP RUN
           END-IF
           IF FUNCTION NUMVAL(WS-INPUT-MONTHS) < 1
               DISPLAY "ERROR|Duration must be at least one month"
               STOP RUN
           END-IF
           IF WS-CAP < 0
               DISPLAY "ERROR|Balance cap cannot be negative"
               STOP RUN
           END-IF
           IF WS-INPUT-NEW-MONEY NOT = "Y"
               AND WS-INPUT-NEW-MONEY NOT = "N"
               DISPLAY "ERROR|New-money flag must be Y or N"
               STOP RUN
           END-IF

           PERFORM FIND-CAMPAIGN
           IF WS-FOUND = 1
               DISPLAY "ERROR|Campaign already exists: "
                   WS-INPUT-CODE
               STOP RUN
           END-IF

           OPEN EXTEND CAMPAIGN-FILE
           IF WS-CAMPAIGN-STATUS = "35"
               OPEN OUTPUT CAMPAIGN-FILE
           END-IF
           IF WS-CAMPAIGN-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open campaigns: "
                   WS-CAMPAIGN-STATUS
               STOP RUN
           END-IF
           INITIALIZE RATE-CAMPAIGN-RECORD
           MOVE WS-INPUT-CODE      TO CMP-CODE
           MOVE WS-INPUT-DESC      TO CMP-DESCRIPTION
           MOVE WS-INPUT-PRODUCT   TO CMP-PRODUCT
           MOVE WS-INPUT-CURRENCY  TO CMP-CURRENCY
           MOVE WS-INPUT-RATE-TYPE TO CMP-RATE-TYPE
           MOVE WS-RATE            TO CMP-RATE
           MOVE WS-INPUT-FROM      TO CMP-ENROL-FROM
           MOVE WS-INPUT-TO        TO CMP-ENROL-TO
           COMPUTE CMP-DURATION-MONTHS =
               FUNCTION NUMVAL(WS-INPUT-MONTHS)
           MOVE WS-CAP             TO CMP-BALANCE-CAP
           MOVE WS-INPUT-NEW-MONEY TO CMP-NEW-MONEY
           MOVE "ACTIVE  "         TO CMP-STATUS
           MOVE WS-OPERATOR-ID     TO CMP-CREATED-BY
           WRITE RATE-CAMPAIGN-RECORD
           CLOSE CAMPAIGN-FILE

           MOVE 0 TO WS-AUDIT-ACCT
           MOVE "CAMPAIGN-ADD    " TO WS-AUDIT-FIELD
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE WS-INPUT-CODE TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-RECORD

           MOVE WS-RATE TO WS-DISPLAY-RATE
           DISPLAY "CAMPAIGN-ADDED|" CMP-CODE "|" CMP-PRODUCT "|"
               CMP-CURRENCY "|" CMP-RATE-TYPE "|" WS-DISPLAY-RATE
               "|enrol " CMP-ENROL-FROM "-" CMP-ENROL-TO "|"
               CMP-DURATION-MONTHS " months".

       FIND-CAMPAIGN.
           MOVE 0 TO WS-FOUND
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CAMPAIGN-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ CAMPAIGN-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CMP-CODE = WS-INPUT-CODE
                               MOVE 1 TO WS-FOUND
                               MOVE 1 TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPAIGN-FILE
           END-IF.

       CLOSE-CAMPAIGN.
           IF WS-ARG-COUNT < 2
               DISPLAY "ERROR|CLOSE requires: CODE"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-CODE FROM ARGUMENT-VALUE

           OPEN I-O CAMPAIGN-FILE
           IF WS-CAMPAIGN-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open campaigns: "
                   WS-CAMPAIGN-STATUS
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           MOVE ZERO TO WS-FOUND
           PERFORM UNTIL WS-EOF = 1
               READ CAMPAIGN-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CMP-CODE = WS-INPUT-CODE
                           MOVE CMP-STATUS TO WS-AUDIT-BEFORE
                           MOVE "CLOSED  " TO CMP-STATUS
                           REWRITE RATE-CAMPAIGN-RECORD
                           IF WS-CAMPAIGN-STATUS NOT = "00"
                               DISPLAY "ERROR|Rewrite failed: "
                                   WS-CAMPAIGN-STATUS
                           ELSE
                               MOVE 1 TO WS-FOUND
                           END-IF
                           MOVE 1 TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAMPAIGN-FILE

           IF WS-FOUND = 0
               DISPLAY "ERROR|Campaign not found: " WS-INPUT-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-AUDIT-ACCT
           MOVE "CAMPAIGN-STATUS " TO WS-AUDIT-FIELD
           MOVE "CLOSED" TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "CAMPAIGN-CLOSED|" WS-INPUT-CODE.

       ENROL-ONE-ACCOUNT.
           IF WS-ARG-COUNT < 3
               DISPLAY "ERROR|ENROL requires: ACCT CODE"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ACCT FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-CODE FROM ARGUMENT-VALUE

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               STOP RUN
           END-IF
           PERFORM ENROL-LISTED-ACCOUNT
           CLOSE ACCOUNT-FILE
           IF WS-ENROLLED-COUNT = 0
               DISPLAY "ERROR|Account " WS-INPUT-ACCT
                   " not enrolled - " WS-REFUSAL
           END-IF.

       ENROL-BULK-LIST.
           IF WS-ARG-COUNT < 2
               DISPLAY "ERROR|BULK requires: CODE"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-CODE FROM ARGUMENT-VALUE
           ACCEPT WS-BULK-PATH FROM ENVIRONMENT "ENROL_FILE"
           IF WS-BULK-PATH = SPACES
               DISPLAY "ERROR|ENROL_FILE is required for BULK"
               STOP RUN
           END-IF

           OPEN INPUT BULK-FILE
           IF WS-BULK-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open enrolment list: "
                   WS-BULK-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               CLOSE BULK-FILE
               STOP RUN
           END-IF

           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ BULK-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE BLK-ACCT-NUMBER TO WS-INPUT-ACCT
                       PERFORM ENROL-LISTED-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE
           CLOSE BULK-FILE

           DISPLAY "BULK-COMPLETE|" WS-INPUT-CODE "|"
               WS-ENROLLED-COUNT " enrolled|" WS-REFUSED-COUNT
               " refused".

       ENROL-LISTED-ACCOUNT.
      *    One account, by number, through the shared enrolment
      *    service; the account's present ledger balance is the base
      *    a new-money campaign measures from.
           MOVE WS-INPUT-ACCT TO WS-SEARCH-ACCT
           MOVE WS-SEARCH-ACCT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "account not found" TO WS-REFUSAL
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY "REFUSED|" WS-SEARCH-ACCT "|" WS-REFUSAL
               NOT INVALID KEY
                   IF NOT ACCT-STATUS-ACTIVE
                       MOVE "account not active" TO WS-REFUSAL
                       ADD 1 TO WS-REFUSED-COUNT
                       DISPLAY "REFUSED|" WS-SEARCH-ACCT "|"
                           WS-REFUSAL
                   ELSE
                       PERFORM CALL-CAMPAIGN-SERVICE
                   END-IF
           END-READ.

       CALL-CAMPAIGN-SERVICE.
           INITIALIZE CAMPAIGN-SERVICE-AREA
           MOVE WS-INPUT-CODE     TO CPS-CAMPAIGN
           MOVE ACCT-NUMBER       TO CPS-ACCT-NUMBER
           MOVE ACCT-TYPE         TO CPS-ACCT-TYPE
           MOVE ACCT-CURRENCY     TO CPS-CURRENCY
           MOVE ACCT-BALANCE      TO CPS-BALANCE
           MOVE WS-DATE-YYYYMMDD  TO CPS-DATE
           CALL "CAMPAIGN-SERVICE" USING CAMPAIGN-SERVICE-AREA
           EVALUATE TRUE
               WHEN CPS-ENROLLED
                   ADD 1 TO WS-ENROLLED-COUNT
                   MOVE ACCT-NUMBER TO WS-AUDIT-ACCT
                   MOVE "CAMPAIGN-ENROL  " TO WS-AUDIT-FIELD
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE WS-INPUT-CODE TO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-RECORD
                   DISPLAY "ENROLLED|" ACCT-NUMBER "|"
                       WS-INPUT-CODE "|until " CPS-EXPIRY-DATE
               WHEN CPS-NO-CAMPAIGN
                   MOVE "no such campaign" TO WS-REFUSAL
               WHEN CPS-NOT-OPEN
                   MOVE "campaign not open for enrolment"
                       TO WS-REFUSAL
               WHEN CPS-NOT-ELIGIBLE
                   MOVE "product or currency not eligible"
                       TO WS-REFUSAL
               WHEN CPS-ALREADY
                   MOVE "already in an active campaign"
                       TO WS-REFUSAL
               WHEN OTHER
                   MOVE "enrolment file error" TO WS-REFUSAL
           END-EVALUATE
           IF NOT CPS-ENROLLED
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "REFUSED|" ACCT-NUMBER "|" WS-REFUSAL
           END-IF.

       LIST-CAMPAIGNS.
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CAMPAIGN-STATUS NOT = "00"
               DISPLAY "INFO|No campaigns on file"
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ CAMPAIGN-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       MOVE CMP-RATE TO WS-DISPLAY-RATE
                       MOVE CMP-BALANCE-CAP TO WS-DISPLAY-AMT
                       DISPLAY "CAMPAIGN|" CMP-CODE "|"
                           CMP-DESCRIPTION "|" CMP-PRODUCT "|"
                           CMP-CURRENCY "|" CMP-RATE-TYPE "|"
                           WS-DISPLAY-RATE "|enrol "
                           CMP-ENROL-FROM "-" CMP-ENROL-TO "|"
                           CMP-DURATION-MONTHS " months|cap "
                           WS-DISPLAY-AMT "|new-money "
                           CMP-NEW-MONEY "|" CMP-STATUS
               END-READ
           END-PERFORM
           CLOSE CAMPAIGN-FILE
           DISPLAY "LIST-COMPLETE|" WS-LIST-COUNT " campaigns".

       REPORT-CAMPAIGNS.
           MOVE SPACES TO WS-INPUT-CODE
           IF WS-ARG-COUNT >= 2
               ACCEPT WS-INPUT-CODE FROM ARGUMENT-VALUE
           END-IF
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CAMPAIGN-STATUS NOT = "00"
               DISPLAY "INFO|No campaigns on file"
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ CAMPAIGN-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-INPUT-CODE = SPACES
                           OR CMP-CODE = WS-INPUT-CODE
                           PERFORM REPORT-ONE-CAMPAIGN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAMPAIGN-FILE

           MOVE WS-TOT-ATTRACTED TO WS-DISPLAY-TOTAL
           MOVE WS-TOT-COST TO WS-DISPLAY-COST
           DISPLAY "REPORT-COMPLETE|" WS-LIST-COUNT " campaigns|"
               WS-TOT-ENROLMENTS " enrolments|attracted "
               WS-DISPLAY-TOTAL "|interest cost " WS-DISPLAY-COST.

       REPORT-ONE-CAMPAIGN.
      *    Balance attracted counts the active enrolments' eligible
      *    portion at the last accrual; cost is the promotional
      *    interest paid over the tier, expired enrolments included.
           ADD 1 TO WS-LIST-COUNT
           MOVE 0 TO WS-RPT-ACTIVE
           MOVE 0 TO WS-RPT-EXPIRED
           MOVE 0 TO WS-RPT-ATTRACTED
           MOVE 0 TO WS-RPT-COST
           OPEN INPUT ENROL-FILE
           IF WS-ENROL-STATUS = "00"
               MOVE ZERO TO WS-ENR-EOF
               PERFORM UNTIL WS-ENR-EOF = 1
                   READ ENROL-FILE
                       AT END
                           MOVE 1 TO WS-ENR-EOF
                       NOT AT END
                           IF ENR-CAMPAIGN = CMP-CODE
                               IF ENR-ACTIVE
                                   ADD 1 TO WS-RPT-ACTIVE
                                   ADD ENR-LAST-ELIGIBLE
                                       TO WS-RPT-ATTRACTED
                               ELSE
                                   ADD 1 TO WS-RPT-EXPIRED
                               END-IF
                               ADD ENR-INTEREST-COST TO WS-RPT-COST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROL-FILE
           END-IF
           COMPUTE WS-TOT-ENROLMENTS = WS-TOT-ENROLMENTS
               + WS-RPT-ACTIVE + WS-RPT-EXPIRED
           ADD WS-RPT-ATTRACTED TO WS-TOT-ATTRACTED
           ADD WS-RPT-COST TO WS-TOT-COST

           MOVE CMP-RATE TO WS-DISPLAY-RATE
           MOVE WS-RPT-ATTRACTED TO WS-DISPLAY-TOTAL
           MOVE WS-RPT-COST TO WS-DISPLAY-COST
           DISPLAY "CAMPAIGN-REPORT|" CMP-CODE "|" CMP-PRODUCT "|"
               CMP-CURRENCY "|" CMP-RATE-TYPE " " WS-DISPLAY-RATE
               "|" CMP-STATUS "|" WS-RPT-ACTIVE " active|"
               WS-RPT-EXPIRED " expired|attracted "
               WS-DISPLAY-TOTAL "|interest cost " WS-DISPLAY-COST.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "WARN|Cannot write maintenance audit: "
                   WS-AUDIT-STATUS
           ELSE
               INITIALIZE ACCOUNT-MAINT-AUDIT-RECORD
               MOVE WS-TIMESTAMP      TO AUD-TIMESTAMP
               MOVE WS-OPERATOR-ID    TO AUD-OPERATOR
               MOVE "MANAGE-CAMPAIGNS" TO AUD-PROGRAM
               MOVE WS-AUDIT-ACCT     TO AUD-ACCT-NUMBER
               MOVE WS-AUDIT-FIELD    TO AUD-FIELD
               MOVE WS-AUDIT-BEFORE   TO AUD-BEFORE
               MOVE WS-AUDIT-AFTER    TO AUD-AFTER
               WRITE ACCOUNT-MAINT-AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF.
