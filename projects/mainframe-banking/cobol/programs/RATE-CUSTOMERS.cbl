      *     at 15)                                                     *
      *   - dormant-to-active: a 6-month-plus gap in activity with     *
      *     activity after it +15                                      *
      *   - returned deposits: checks the customer deposited that came *
      *     back unpaid in the last 12 months (returned-items.dat),    *
      *     2 returns +10, 3 or more +20                               *
      * Score 50+ = HIGH, 25+ = MEDIUM, else LOW; the rating and its   *
      * factor breakdown are rewritten to customer-risk.dat, which     *
      * the intake paths read to scale their AML thresholds.           *
      * A legal entity is then raised to the highest rating among its  *
      * qualifying beneficial owners (beneficial-owners.dat: active,   *
      * 25% or more or a control role) when that is above its own;     *
      * CRK-INHERITED-FROM names the owner, and the entity's own score *
      * and factors are kept for the record.                           *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RISK-STATUS.

           SELECT OWNER-FILE
               ASSIGN TO WS-OWNER-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.

           SELECT RETURNED-FILE
               ASSIGN TO WS-RETURNED-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURNED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       FD  RISK-FILE.
       COPY "CUSTOMER-RISK.cpy".

       FD  OWNER-FILE.
       COPY "BENEFICIAL-OWNER.cpy".

       FD  RETURNED-FILE.
       COPY "RETURNED-ITEM.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CUST-PATH               PIC X(256).
       01  WS-LINK-PATH               PIC X(256).
       01  WS-TRANS-STATUS            PIC XX.
       01  WS-AML-STATUS              PIC XX.
       01  WS-RISK-STATUS             PIC XX.
       01  WS-OWNER-PATH              PIC X(256).
       01  WS-OWNER-STATUS            PIC XX.
       01  WS-RETURNED-PATH           PIC X(256).
       01  WS-RETURNED-STATUS         PIC XX.

       01  WS-EOF                     PIC 9      VALUE 0.
       01  WS-SCAN-EOF                PIC 9      VALUE 0.
       01  WS-F-CASH                  PIC 9(2).
       01  WS-F-AML                   PIC 9(2).
       01  WS-F-DORMANT               PIC 9(2).
       01  WS-F-RETURNS               PIC 9(2).
       01  WS-SCORE                   PIC 9(3).
       01  WS-RATING                  PIC X(6).

       01  WS-ACT-AFTER-GAP           PIC 9.
       01  WS-LINK-MATCH              PIC 9.

      *    Returned deposits counted from this date on
       01  WS-RETURN-CUTOFF           PIC 9(8).
       01  WS-RETURN-COUNT            PIC 9(3).

       01  WS-AML-PENDING             PIC 9(3).
       01  WS-AML-DECIDED-BAD         PIC 9.

      *    Ratings held until the owner register has been applied;
      *    a customer past the table is written as scored.
       01  WS-RT-COUNT                PIC 9(5)   VALUE 0.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 5000 TIMES.
               10  WS-RT-CUST         PIC 9(8).
               10  WS-RT-TYPE         PIC X(1).
               10  WS-RT-RECORD       PIC X(50).
       01  WS-RT-IDX                  PIC 9(5).
       01  WS-RT-ENTITY-IDX           PIC 9(5).
       01  WS-RT-OWNER-IDX            PIC 9(5).
       01  WS-RT-FULL-WARNED          PIC 9      VALUE 0.
       01  WS-OWNER-RATING            PIC X(6).
       01  WS-ENTITY-RATING           PIC X(6).
       01  WS-RANK-RATING             PIC X(6).
       01  WS-RANK                    PIC 9.
       01  WS-OWNER-RANK              PIC 9.
       01  WS-INHERITED-COUNT         PIC 9(6)   VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
                  "/customer-risk.dat" DELIMITED SIZE
                  INTO WS-RISK-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/beneficial-owners.dat" DELIMITED SIZE
                  INTO WS-OWNER-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/returned-items.dat" DELIMITED SIZE
                  INTO WS-RETURNED-PATH
           END-STRING

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RETURN-CUTOFF = WS-DATE-YYYYMMDD - 10000

           OPEN OUTPUT RISK-FILE
           IF WS-RISK-STATUS NOT = "00"
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE

           PERFORM APPLY-OWNER-RISK
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               MOVE WS-RT-RECORD(WS-RT-IDX) TO CUSTOMER-RISK-RECORD
               WRITE CUSTOMER-RISK-RECORD
           END-PERFORM
           CLOSE RISK-FILE

           DISPLAY "RATING-COMPLETE|" WS-RATED-COUNT
               " customers rated|" WS-HIGH-COUNT " HIGH|"
               WS-INHERITED-COUNT " entities raised by owners"
           STOP RUN.

       SCORE-ONE-CUSTOMER.
           PERFORM SCORE-KYC
           PERFORM SCORE-ACTIVITY
           PERFORM SCORE-AML-HISTORY
           PERFORM SCORE-RETURNED-ITEMS

           COMPUTE WS-SCORE =
               WS-F-ACCT-AGE + WS-F-KYC + WS-F-CASH
               + WS-F-AML + WS-F-DORMANT + WS-F-RETURNS
           EVALUATE TRUE
               WHEN WS-SCORE >= 50
                   MOVE "HIGH  " TO WS-RATING
           MOVE WS-F-CASH        TO CRK-F-CASH
           MOVE WS-F-AML         TO CRK-F-AML
           MOVE WS-F-DORMANT     TO CRK-F-DORMANT
           MOVE WS-F-RETURNS     TO CRK-F-RETURNS
           MOVE WS-DATE-YYYYMMDD TO CRK-RATED-DATE
           MOVE 0                TO CRK-INHERITED-FROM
           IF WS-RT-COUNT < 5000
               ADD 1 TO WS-RT-COUNT
               MOVE WS-CUSTOMER-ID TO WS-RT-CUST(WS-RT-COUNT)
               MOVE CUST-TYPE TO WS-RT-TYPE(WS-RT-COUNT)
               MOVE CUSTOMER-RISK-RECORD TO WS-RT-RECORD(WS-RT-COUNT)
           ELSE
               IF WS-RT-FULL-WARNED = 0
                   DISPLAY "WARN|Rating table full - customers from "
                       WS-CUSTOMER-ID " rated without owner risk"
                   MOVE 1 TO WS-RT-FULL-WARNED
               END-IF
               WRITE CUSTOMER-RISK-RECORD
           END-IF
           ADD 1 TO WS-RATED-COUNT

           DISPLAY "RATED|" WS-CUSTOMER-ID "|" WS-RATING "|score "
               WS-SCORE "|age " WS-F-ACCT-AGE "|kyc " WS-F-KYC
               "|cash " WS-F-CASH "|aml " WS-F-AML "|dormant "
               WS-F-DORMANT "|returns " WS-F-RETURNS.

       APPLY-OWNER-RISK.
      *    Every qualifying owner row lifts its entity to the owner's
      *    own rating when that ranks higher; owners are individuals,
      *    so their ratings are never inherited themselves.
           OPEN INPUT OWNER-FILE
           IF WS-OWNER-STATUS = "00"
               MOVE 0 TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ OWNER-FILE
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           IF BOW-ACTIVE
                               AND (BOW-MAJOR-HOLDING
                                   OR BOW-CONTROL-ROLE)
                               PERFORM INHERIT-ONE-OWNER
                                   THRU INHERIT-ONE-OWNER-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OWNER-FILE
           END-IF.

       INHERIT-ONE-OWNER.
           MOVE 0 TO WS-RT-ENTITY-IDX
           MOVE 0 TO WS-RT-OWNER-IDX
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-CUST(WS-RT-IDX) = BOW-ENTITY-ID
                   AND WS-RT-TYPE(WS-RT-IDX) = "E"
                   MOVE WS-RT-IDX TO WS-RT-ENTITY-IDX
               END-IF
               IF WS-RT-CUST(WS-RT-IDX) = BOW-OWNER-ID
                   MOVE WS-RT-IDX TO WS-RT-OWNER-IDX
               END-IF
           END-PERFORM
           IF WS-RT-ENTITY-IDX = 0 OR WS-RT-OWNER-IDX = 0
               GO TO INHERIT-ONE-OWNER-EXIT
           END-IF

           MOVE WS-RT-RECORD(WS-RT-OWNER-IDX) TO CUSTOMER-RISK-RECORD
           MOVE CRK-RATING TO WS-OWNER-RATING
           MOVE WS-OWNER-RATING TO WS-RANK-RATING
           PERFORM RANK-RATING
           MOVE WS-RANK TO WS-OWNER-RANK
           MOVE WS-RT-RECORD(WS-RT-ENTITY-IDX) TO CUSTOMER-RISK-RECORD
           MOVE CRK-RATING TO WS-ENTITY-RATING
           MOVE WS-ENTITY-RATING TO WS-RANK-RATING
           PERFORM RANK-RATING
           IF WS-OWNER-RANK NOT > WS-RANK
               GO TO INHERIT-ONE-OWNER-EXIT
           END-IF

      *    A second owner may raise the entity again; it is counted
      *    once, on the first lift above its own score.
           IF CRK-INHERITED-FROM = 0
               ADD 1 TO WS-INHERITED-COUNT
           END-IF
           IF WS-OWNER-RATING = "HIGH  "
               ADD 1 TO WS-HIGH-COUNT
           END-IF
           MOVE WS-OWNER-RATING TO CRK-RATING
           MOVE BOW-OWNER-ID TO CRK-INHERITED-FROM
           MOVE CUSTOMER-RISK-RECORD TO WS-RT-RECORD(WS-RT-ENTITY-IDX)
           DISPLAY "INHERITED|" BOW-ENTITY-ID "|" WS-OWNER-RATING
               "|from owner " BOW-OWNER-ID "|" BOW-ROLE
               "|was " WS-ENTITY-RATING.
       INHERIT-ONE-OWNER-EXIT.
           EXIT.

       RANK-RATING.
           EVALUATE WS-RANK-RATING
               WHEN "HIGH  "
                   MOVE 3 TO WS-RANK
               WHEN "MEDIUM"
                   MOVE 2 TO WS-RANK
               WHEN OTHER
                   MOVE 1 TO WS-RANK
           END-EVALUATE.

       LOAD-LINKED-ACCOUNTS.
           MOVE 0 TO WS-LA-COUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SCORE-RETURNED-ITEMS.
      *    Every return counts, a re-presented check coming back a
      *    second time included: each one is a deposit we credited
      *    that turned out not to be good.
           MOVE 0 TO WS-F-RETURNS
           MOVE 0 TO WS-RETURN-COUNT
           OPEN INPUT RETURNED-FILE
           IF WS-RETURNED-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE 0 TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ RETURNED-FILE
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           IF RTI-RETURN-DATE >= WS-RETURN-CUTOFF
                               PERFORM MATCH-RETURNED-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURNED-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-RETURN-COUNT >= 3
                   MOVE 20 TO WS-F-RETURNS
               WHEN WS-RETURN-COUNT = 2
                   MOVE 10 TO WS-F-RETURNS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MATCH-RETURNED-ACCOUNT.
           PERFORM VARYING WS-LA-IDX FROM 1 BY 1
                   UNTIL WS-LA-IDX > WS-LA-COUNT
               IF WS-LA-ACCT(WS-LA-IDX) = RTI-ACCT-NUMBER
                   ADD 1 TO WS-RETURN-COUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
