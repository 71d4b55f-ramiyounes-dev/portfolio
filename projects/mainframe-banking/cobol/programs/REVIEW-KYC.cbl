       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVIEW-KYC.
      *================================================================*
      * REVIEW-KYC.cbl                                                 *
      * Periodic KYC refresh cycle over the CUSTOMERS master. Per      *
      * customer:                                                      *
      *   - VERIFIED: the next review falls due a set period after     *
      *     the last review date, by the customer's rating in          *
      *     customer-risk.dat - HIGH every year, MEDIUM (or unrated)   *
      *     every 2 years, LOW every 5. Inside the reminder window     *
      *     (KYC_REMIND_DAYS, default 30) a KYCDUE notice goes to      *
      *     every linked account through NOTIFY-SERVICE, once per      *
      *     cycle; on the due date the customer flips to EXPIRED and   *
      *     is held (KYCEXPD notice)                                   *
      *   - PENDING: measured from the registration date; beyond       *
      *     KYC_PENDING_DAYS (default 30) the customer is held         *
      *     (KYCPEND notice). A customer with no registration date    *
      *     on file starts the clock on this run                       *
      *   - EXPIRED: held                                              *
      * A legal entity's rating is the one RATE-CUSTOMERS gave it,     *
      * raised to its riskiest qualifying beneficial owner's, so its   *
      * cycle follows its owners. A VERIFIED entity is also held       *
      * (KYCOWNR notice) while any qualifying owner in                 *
      * beneficial-owners.dat (active, 25% or more or a control role)  *
      * is EXPIRED or held; the hold lifts on the first run after the  *
      * owners are brought up to date.                                 *
      * A held customer's linked accounts take no debit other than a   *
      * fee at intake (ADD-TRANSACTION) or posting (UPDATE-BALANCES); *
      * REPORT-KYC-BLOCKS lists what was refused. A VERIFIED review    *
      * recorded through MANAGE-CUSTOMER KYC lifts the hold.           *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO WS-CUST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT LINK-FILE
               ASSIGN TO WS-LINK-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.

           SELECT RISK-FILE
               ASSIGN TO WS-RISK-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RISK-STATUS.

           SELECT OWNER-FILE
               ASSIGN TO WS-OWNER-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY "CUSTOMER-RECORD.cpy".

       FD  LINK-FILE.
       COPY "CUSTOMER-LINK.cpy".

       FD  RISK-FILE.
       COPY "CUSTOMER-RISK.cpy".

       FD  OWNER-FILE.
       COPY "BENEFICIAL-OWNER.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CUST-PATH               PIC X(256).
       01  WS-LINK-PATH               PIC X(256).
       01  WS-RISK-PATH               PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-CUST-STATUS             PIC XX.
       01  WS-LINK-STATUS             PIC XX.
       01  WS-RISK-STATUS             PIC XX.
       01  WS-OWNER-PATH              PIC X(256).
       01  WS-OWNER-STATUS            PIC XX.

       01  WS-EOF                     PIC 9      VALUE 0.
       01  WS-SCAN-EOF                PIC 9      VALUE 0.
       01  WS-CHANGED                 PIC 9      VALUE 0.

      *    Policy parameters (environment, with defaults)
       01  WS-INPUT-DAYS              PIC X(4).
       01  WS-REMIND-DAYS             PIC 9(4)   VALUE 30.
       01  WS-PENDING-DAYS            PIC 9(4)   VALUE 30.

      *    Ratings from the last RATE-CUSTOMERS run
       01  WS-RSK-COUNT               PIC 9(5)   VALUE 0.
       01  WS-RSK-TABLE.
           05  WS-RSK-ENTRY OCCURS 5000 TIMES.
               10  WS-RSK-CUST        PIC 9(8).
               10  WS-RSK-RATING      PIC X(6).
       01  WS-RSK-IDX                 PIC 9(5).
       01  WS-RATING                  PIC X(6).
       01  WS-PERIOD-YEARS            PIC 9(2).

      *    Qualifying owner links and whether each owner's own KYC
      *    has lapsed (EXPIRED or held)
       01  WS-BO-COUNT                PIC 9(4)   VALUE 0.
       01  WS-BO-TABLE.
           05  WS-BO-ENTRY OCCURS 2000 TIMES.
               10  WS-BO-ENTITY       PIC 9(8).
               10  WS-BO-OWNER        PIC 9(8).
               10  WS-BO-LAPSED       PIC X(1).
       01  WS-BO-IDX                  PIC 9(4).
       01  WS-LAPSED-OWNER            PIC 9(8).
       01  WS-WAS-HELD                PIC X(1).

      *    Review dates
       01  WS-BASE-DATE               PIC 9(8).
       01  WS-DUE-DATE                PIC 9(8).
       01  WS-DUE-PARTS REDEFINES WS-DUE-DATE.
           05  WS-DUE-YYYY            PIC 9(4).
           05  WS-DUE-MMDD            PIC 9(4).
       01  WS-TODAY-SERIAL            PIC 9(7).
       01  WS-WINDOW-SERIAL           PIC S9(7).
       01  WS-REMIND-SERIAL           PIC 9(7).
       01  WS-PENDING-AGE             PIC S9(7).

      *    Linked accounts of the customer being notified
       01  WS-LA-COUNT                PIC 9(3).
       01  WS-LA-TABLE.
           05  WS-LA-ACCT OCCURS 50 TIMES PIC 9(10).
       01  WS-LA-IDX                  PIC 9(3).
       01  WS-NOTICE-CODE             PIC X(8).
       01  WS-NOTICE-SEVERITY         PIC X(1).
       01  WS-NOTICE-DETAIL           PIC X(40).

       01  WS-REVIEWED-COUNT          PIC 9(6)   VALUE 0.
       01  WS-SCHEDULED-COUNT         PIC 9(6)   VALUE 0.
       01  WS-REMINDED-COUNT          PIC 9(6)   VALUE 0.
       01  WS-EXPIRED-COUNT           PIC 9(6)   VALUE 0.
       01  WS-HELD-COUNT              PIC 9(6)   VALUE 0.
       01  WS-OWNER-HELD-COUNT        PIC 9(6)   VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIMESTAMP               PIC 9(14).

       COPY "NOTIFY-AREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/customers.dat" DELIMITED SIZE
                  INTO WS-CUST-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/customer-accounts.dat" DELIMITED SIZE
                  INTO WS-LINK-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/customer-risk.dat" DELIMITED SIZE
                  INTO WS-RISK-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/beneficial-owners.dat" DELIMITED SIZE
                  INTO WS-OWNER-PATH
           END-STRING

           ACCEPT WS-INPUT-DAYS FROM ENVIRONMENT "KYC_REMIND_DAYS"
           IF WS-INPUT-DAYS NOT = SPACES
               COMPUTE WS-REMIND-DAYS = FUNCTION NUMVAL(WS-INPUT-DAYS)
           END-IF
           MOVE SPACES TO WS-INPUT-DAYS
           ACCEPT WS-INPUT-DAYS FROM ENVIRONMENT "KYC_PENDING_DAYS"
           IF WS-INPUT-DAYS NOT = SPACES
               COMPUTE WS-PENDING-DAYS =
                   FUNCTION NUMVAL(WS-INPUT-DAYS)
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                  WS-DATE-HHMMSS   DELIMITED SIZE
                  INTO WS-TIMESTAMP
           END-STRING
           COMPUTE WS-TODAY-SERIAL =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)

           PERFORM LOAD-RISK-RATINGS
           PERFORM LOAD-OWNER-LINKS

           OPEN I-O CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open customers: "
                   WS-CUST-STATUS
               STOP RUN
           END-IF

           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ CUSTOMER-FILE NEXT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM REVIEW-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE

           DISPLAY "KYC-REVIEW-COMPLETE|" WS-REVIEWED-COUNT
               " customers reviewed|" WS-SCHEDULED-COUNT
               " scheduled|" WS-REMINDED-COUNT " reminded|"
               WS-EXPIRED-COUNT " expired|" WS-HELD-COUNT
               " held pending|" WS-OWNER-HELD-COUNT
               " entities held for owners"
           STOP RUN.

       LOAD-OWNER-LINKS.
      *    The owners' standing as this run starts; an owner reviewed
      *    ahead of its entity in this run is updated as it goes.
           MOVE 0 TO WS-BO-COUNT
           OPEN INPUT OWNER-FILE
           IF WS-OWNER-STATUS NOT = "00"
               GO TO LOAD-OWNER-LINKS-EXIT
           END-IF
           MOVE 0 TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = 1
               READ OWNER-FILE
                   AT END
                       MOVE 1 TO WS-SCAN-EOF
                   NOT AT END
                       IF BOW-ACTIVE
                           AND (BOW-MAJOR-HOLDING OR BOW-CONTROL-ROLE)
                           AND WS-BO-COUNT < 2000
                           ADD 1 TO WS-BO-COUNT
                           MOVE BOW-ENTITY-ID
                               TO WS-BO-ENTITY(WS-BO-COUNT)
                           MOVE BOW-OWNER-ID
                               TO WS-BO-OWNER(WS-BO-COUNT)
                           MOVE "N" TO WS-BO-LAPSED(WS-BO-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OWNER-FILE
           IF WS-BO-COUNT = 0
               GO TO LOAD-OWNER-LINKS-EXIT
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               GO TO LOAD-OWNER-LINKS-EXIT
           END-IF
           MOVE 0 TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = 1
               READ CUSTOMER-FILE NEXT
                   AT END
                       MOVE 1 TO WS-SCAN-EOF
                   NOT AT END
                       PERFORM NOTE-OWNER-STANDING
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE.
       LOAD-OWNER-LINKS-EXIT.
           EXIT.

       NOTE-OWNER-STANDING.
           PERFORM VARYING WS-BO-IDX FROM 1 BY 1
                   UNTIL WS-BO-IDX > WS-BO-COUNT
               IF WS-BO-OWNER(WS-BO-IDX) = CUST-ID
                   IF CUST-KYC-EXPIRED OR CUST-KYC-HELD
                       MOVE "Y" TO WS-BO-LAPSED(WS-BO-IDX)
                   ELSE
                       MOVE "N" TO WS-BO-LAPSED(WS-BO-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-RISK-RATINGS.
      *    No rating file yet means every customer is treated as
      *    MEDIUM, the unrated default.
           MOVE 0 TO WS-RSK-COUNT
           OPEN INPUT RISK-FILE
           IF WS-RISK-STATUS = "00"
               MOVE 0 TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ RISK-FILE
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           IF WS-RSK-COUNT < 5000
                               ADD 1 TO WS-RSK-COUNT
                               MOVE CRK-CUSTOMER-ID
                                   TO WS-RSK-CUST(WS-RSK-COUNT)
                               MOVE CRK-RATING
                                   TO WS-RSK-RATING(WS-RSK-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RISK-FILE
           ELSE
               DISPLAY "WARN|No customer-risk.dat - all customers "
                   "reviewed on the MEDIUM cycle"
           END-IF.

       REVIEW-ONE-CUSTOMER.
           ADD 1 TO WS-REVIEWED-COUNT
           MOVE 0 TO WS-CHANGED
           MOVE CUST-KYC-HOLD TO WS-WAS-HELD
           EVALUATE TRUE
               WHEN CUST-KYC-VERIFIED
                   PERFORM REVIEW-VERIFIED THRU REVIEW-VERIFIED-EXIT
               WHEN CUST-KYC-PENDING
                   PERFORM REVIEW-PENDING
               WHEN CUST-KYC-EXPIRED
                   IF NOT CUST-KYC-HELD
                       MOVE "Y" TO CUST-KYC-HOLD
                       MOVE 1 TO WS-CHANGED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-BO-COUNT > 0
               PERFORM NOTE-OWNER-STANDING
               IF CUST-ENTITY AND CUST-KYC-VERIFIED
                   AND NOT CUST-KYC-HELD
                   PERFORM CHECK-ENTITY-OWNERS
               END-IF
           END-IF
           IF WS-CHANGED = 1
               REWRITE CUSTOMER-RECORD
               IF WS-CUST-STATUS NOT = "00"
                   DISPLAY "WARN|Rewrite failed for customer "
                       CUST-ID ": " WS-CUST-STATUS
               END-IF
           END-IF.

       REVIEW-VERIFIED.
      *    The cycle runs from the last review date; a customer
      *    verified without one is measured from registration.
           IF CUST-KYC-REVIEW-DATE > 0
               MOVE CUST-KYC-REVIEW-DATE TO WS-BASE-DATE
           ELSE
               MOVE CUST-OPENED-DATE TO WS-BASE-DATE
           END-IF
           IF WS-BASE-DATE = 0
               DISPLAY "WARN|Customer " CUST-ID " VERIFIED with no "
                   "review or registration date - not scheduled"
               GO TO REVIEW-VERIFIED-EXIT
           END-IF

           PERFORM FIND-RISK-RATING
           EVALUATE WS-RATING
               WHEN "HIGH  "
                   MOVE 1 TO WS-PERIOD-YEARS
               WHEN "LOW   "
                   MOVE 5 TO WS-PERIOD-YEARS
               WHEN OTHER
                   MOVE 2 TO WS-PERIOD-YEARS
           END-EVALUATE
           MOVE WS-BASE-DATE TO WS-DUE-DATE
           ADD WS-PERIOD-YEARS TO WS-DUE-YYYY
           IF WS-DUE-MMDD = 0229
               MOVE 0228 TO WS-DUE-MMDD
           END-IF

      *    A re-rating moves the due date with it
           IF WS-DUE-DATE NOT = CUST-KYC-DUE-DATE
               MOVE WS-DUE-DATE TO CUST-KYC-DUE-DATE
               MOVE 1 TO WS-CHANGED
               ADD 1 TO WS-SCHEDULED-COUNT
           END-IF
           IF CUST-KYC-HELD
               MOVE "N" TO CUST-KYC-HOLD
               MOVE 1 TO WS-CHANGED
           END-IF

           IF WS-DATE-YYYYMMDD >= CUST-KYC-DUE-DATE
               MOVE "EXPIRED " TO CUST-KYC-STATUS
               MOVE "Y" TO CUST-KYC-HOLD
               MOVE 1 TO WS-CHANGED
               ADD 1 TO WS-EXPIRED-COUNT
               DISPLAY "KYC-EXPIRED|" CUST-ID "|" CUST-NAME "|due "
                   CUST-KYC-DUE-DATE "|" WS-RATING
               MOVE "KYCEXPD " TO WS-NOTICE-CODE
               MOVE "H" TO WS-NOTICE-SEVERITY
               MOVE SPACES TO WS-NOTICE-DETAIL
               STRING "KYC REVIEW EXPIRED " DELIMITED SIZE
                      CUST-KYC-DUE-DATE DELIMITED SIZE
                      " - DEBITS HELD" DELIMITED SIZE
                      INTO WS-NOTICE-DETAIL
               END-STRING
               PERFORM NOTIFY-LINKED-ACCOUNTS
               GO TO REVIEW-VERIFIED-EXIT
           END-IF

      *    One reminder per cycle: a reminder dated before this
      *    cycle's window opened belongs to the previous review.
           COMPUTE WS-WINDOW-SERIAL =
               FUNCTION INTEGER-OF-DATE(CUST-KYC-DUE-DATE)
               - WS-REMIND-DAYS
           IF WS-TODAY-SERIAL < WS-WINDOW-SERIAL
               GO TO REVIEW-VERIFIED-EXIT
           END-IF
           IF CUST-KYC-REMIND-DATE > 0
               COMPUTE WS-REMIND-SERIAL =
                   FUNCTION INTEGER-OF-DATE(CUST-KYC-REMIND-DATE)
               IF WS-REMIND-SERIAL >= WS-WINDOW-SERIAL
                   GO TO REVIEW-VERIFIED-EXIT
               END-IF
           END-IF
           MOVE WS-DATE-YYYYMMDD TO CUST-KYC-REMIND-DATE
           MOVE 1 TO WS-CHANGED
           ADD 1 TO WS-REMINDED-COUNT
           DISPLAY "KYC-REMINDER|" CUST-ID "|" CUST-NAME "|due "
               CUST-KYC-DUE-DATE "|" WS-RATING
           MOVE "KYCDUE  " TO WS-NOTICE-CODE
           MOVE "M" TO WS-NOTICE-SEVERITY
           MOVE SPACES TO WS-NOTICE-DETAIL
           STRING "KYC REVIEW DUE BY " DELIMITED SIZE
                  CUST-KYC-DUE-DATE DELIMITED SIZE
                  INTO WS-NOTICE-DETAIL
           END-STRING
           PERFORM NOTIFY-LINKED-ACCOUNTS.

       REVIEW-VERIFIED-EXIT.
           EXIT.

       REVIEW-PENDING.
           IF CUST-OPENED-DATE = 0
               MOVE WS-DATE-YYYYMMDD TO CUST-OPENED-DATE
               MOVE 1 TO WS-CHANGED
           END-IF
           COMPUTE WS-PENDING-AGE = WS-TODAY-SERIAL
               - FUNCTION INTEGER-OF-DATE(CUST-OPENED-DATE)
           IF WS-PENDING-AGE > WS-PENDING-DAYS
               AND NOT CUST-KYC-HELD
               MOVE "Y" TO CUST-KYC-HOLD
               MOVE 1 TO WS-CHANGED
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "KYC-HELD|" CUST-ID "|" CUST-NAME
                   "|pending since " CUST-OPENED-DATE
               MOVE "KYCPEND " TO WS-NOTICE-CODE
               MOVE "H" TO WS-NOTICE-SEVERITY
               MOVE "KYC DOCUMENTS OUTSTANDING - DEBITS HELD"
                   TO WS-NOTICE-DETAIL
               PERFORM NOTIFY-LINKED-ACCOUNTS
           END-IF.

       CHECK-ENTITY-OWNERS.
      *    The entity's due diligence is only as current as that of
      *    the people behind it.
           MOVE 0 TO WS-LAPSED-OWNER
           PERFORM VARYING WS-BO-IDX FROM 1 BY 1
                   UNTIL WS-BO-IDX > WS-BO-COUNT
               IF WS-BO-ENTITY(WS-BO-IDX) = CUST-ID
                   AND WS-BO-LAPSED(WS-BO-IDX) = "Y"
                   MOVE WS-BO-OWNER(WS-BO-IDX) TO WS-LAPSED-OWNER
                   EXIT PERFORM
               END-IF
           END-PERFORM
      *    An entity already held stays held without a fresh notice.
           IF WS-LAPSED-OWNER > 0 AND WS-WAS-HELD = "Y"
               MOVE "Y" TO CUST-KYC-HOLD
           END-IF
           IF WS-LAPSED-OWNER > 0 AND WS-WAS-HELD NOT = "Y"
               MOVE "Y" TO CUST-KYC-HOLD
               MOVE 1 TO WS-CHANGED
               ADD 1 TO WS-OWNER-HELD-COUNT
               DISPLAY "KYC-OWNER-HELD|" CUST-ID "|" CUST-NAME
                   "|owner " WS-LAPSED-OWNER " KYC lapsed"
               MOVE "KYCOWNR " TO WS-NOTICE-CODE
               MOVE "H" TO WS-NOTICE-SEVERITY
               MOVE SPACES TO WS-NOTICE-DETAIL
               STRING "OWNER " DELIMITED SIZE
                      WS-LAPSED-OWNER DELIMITED SIZE
                      " KYC LAPSED - DEBITS HELD" DELIMITED SIZE
                      INTO WS-NOTICE-DETAIL
               END-STRING
               PERFORM NOTIFY-LINKED-ACCOUNTS
           END-IF.

       FIND-RISK-RATING.
           MOVE "MEDIUM" TO WS-RATING
           PERFORM VARYING WS-RSK-IDX FROM 1 BY 1
                   UNTIL WS-RSK-IDX > WS-RSK-COUNT
               IF WS-RSK-CUST(WS-RSK-IDX) = CUST-ID
                   MOVE WS-RSK-RATING(WS-RSK-IDX) TO WS-RATING
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       NOTIFY-LINKED-ACCOUNTS.
      *    The customer hears about it on every account they hold;
      *    NOTIFY-SERVICE applies the preferences and dedup window.
           MOVE 0 TO WS-LA-COUNT
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = "00"
               MOVE 0 TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ LINK-FILE
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           IF CAL-CUSTOMER-ID = CUST-ID
                               AND WS-LA-COUNT < 50
                               ADD 1 TO WS-LA-COUNT
                               MOVE CAL-ACCT-NUMBER
                                   TO WS-LA-ACCT(WS-LA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LINK-FILE
           END-IF
           PERFORM VARYING WS-LA-IDX FROM 1 BY 1
                   UNTIL WS-LA-IDX > WS-LA-COUNT
               INITIALIZE NOTIFY-SERVICE-AREA
               MOVE WS-LA-ACCT(WS-LA-IDX) TO NFY-ACCT-NUMBER
               MOVE WS-NOTICE-CODE        TO NFY-EVENT-CODE
               MOVE ZERO                  TO NFY-AMOUNT
               MOVE WS-TIMESTAMP          TO NFY-TIMESTAMP
               MOVE WS-NOTICE-SEVERITY    TO NFY-SEVERITY
               MOVE WS-NOTICE-DETAIL      TO NFY-DETAIL
               CALL "NOTIFY-SERVICE" USING NOTIFY-SERVICE-AREA
           END-PERFORM.
