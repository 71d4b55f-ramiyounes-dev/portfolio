       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSE-GL-PERIOD.
      *================================================================*
      * CLOSE-GL-PERIOD.cbl                                            *
      * Month-end close of the general ledger (argument: the period    *
      * YYYYMM to close, which must have ended):                       *
      *   - the period before it must already be closed (or the ledger *
      *     must hold nothing earlier), and every branch's books must  *
      *     balance for the period in every currency;                  *
      *   - the period is locked in gl-periods.dat, so POST-GL rejects *
      *     any later feed carrying an entry dated in it;              *
      *   - each code's closing balance becomes its opening balance    *
      *     for the next period in gl-balances.dat;                    *
      *   - at the December close income and expense codes open the    *
      *     new year at zero and their closing balances are carried    *
      *     to the retained earnings code (GLA-ROLE R) of the same     *
      *     branch and currency; a branch and currency with no such    *
      *     code on the chart refuses the close.                       *
      * OPERATOR_ID is required and recorded on the period lock.       *
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

       DATA DIVISION.
       FILE SECTION.
       FD  CHART-FILE.
       COPY "GL-ACCOUNT.cpy".

       FD  PERIOD-FILE.
       COPY "GL-PERIOD.cpy".

       FD  BALANCE-FILE.
       COPY "GL-BALANCE.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DATA-DIR                PIC X(256).
       01  WS-CHART-PATH              PIC X(256).
       01  WS-PERIOD-PATH             PIC X(256).
       01  WS-BALANCE-PATH            PIC X(256).
       01  WS-CHART-STATUS            PIC XX.
       01  WS-PERIOD-STATUS           PIC XX.
       01  WS-BALANCE-STATUS          PIC XX.
       01  WS-EOF                     PIC 9      VALUE 0.

       01  WS-ARG-COUNT               PIC 9(2).
       01  WS-INPUT-PERIOD            PIC X(6).
       01  WS-OPERATOR-ID             PIC X(8).

       01  WS-CLOSE-PERIOD            PIC 9(6).
       01  WS-CLOSE-PARTS REDEFINES WS-CLOSE-PERIOD.
           05  WS-CLOSE-YYYY          PIC 9(4).
           05  WS-CLOSE-MM            PIC 9(2).
       01  WS-NEXT-PERIOD             PIC 9(6).
       01  WS-NEXT-PARTS REDEFINES WS-NEXT-PERIOD.
           05  WS-NEXT-YYYY           PIC 9(4).
           05  WS-NEXT-MM             PIC 9(2).
       01  WS-PRIOR-PERIOD            PIC 9(6).
       01  WS-PRIOR-PARTS REDEFINES WS-PRIOR-PERIOD.
           05  WS-PRIOR-YYYY          PIC 9(4).
           05  WS-PRIOR-MM            PIC 9(2).
       01  WS-LATEST-CLOSED           PIC 9(6)   VALUE 0.
       01  WS-EARLIEST-OPEN           PIC 9(6)   VALUE 0.
       01  WS-YEAR-END                PIC X(1)   VALUE "N".
           88  WS-IS-YEAR-END                    VALUE "Y".

      *    Chart of accounts
       01  WS-CHT-COUNT               PIC 9(4)   VALUE 0.
       01  WS-CHT-TABLE.
           05  WS-CHT OCCURS 2000 TIMES.
               10  WS-CHT-CODE        PIC X(10).
               10  WS-CHT-PREFIX      PIC X(2).
               10  WS-CHT-CURRENCY    PIC X(3).
               10  WS-CHT-CLASS       PIC X(10).
               10  WS-CHT-ROLE        PIC X(1).
       01  WS-CHT-IDX                 PIC 9(4).
       01  WS-CHT-FOUND               PIC 9(4).
       01  WS-LOOKUP-CODE             PIC X(10).

      *    Balances, one row per code and period
       01  WS-BAL-COUNT               PIC 9(5)   VALUE 0.
       01  WS-BAL-TABLE.
           05  WS-BAL OCCURS 10000 TIMES.
               10  WS-BAL-CODE        PIC X(10).
               10  WS-BAL-PERIOD      PIC 9(6).
               10  WS-BAL-PREFIX      PIC X(2).
               10  WS-BAL-CURRENCY    PIC X(3).
               10  WS-BAL-OPENING     PIC S9(15)V99 COMP-3.
               10  WS-BAL-DEBITS      PIC S9(15)V99 COMP-3.
               10  WS-BAL-CREDITS     PIC S9(15)V99 COMP-3.
               10  WS-BAL-CLOSING     PIC S9(15)V99 COMP-3.
               10  WS-BAL-LAST-TS     PIC 9(14).
       01  WS-BAL-IDX                 PIC 9(5).
       01  WS-BAL-FOUND               PIC 9(5).
       01  WS-NXT-IDX                 PIC 9(5).
       01  WS-BAL-CLOSE-COUNT         PIC 9(5).
       01  WS-ROLL-CODE               PIC X(10).
       01  WS-ROLL-AMOUNT             PIC S9(15)V99 COMP-3.
       01  WS-ROLLED-COUNT            PIC 9(5)   VALUE 0.

      *    The closed period by branch and currency: the net of its
      *    closings, which must be zero, and at year end the income
      *    and expense to carry to retained earnings
       01  WS-BCK-COUNT               PIC 9(3)   VALUE 0.
       01  WS-BCK-TABLE.
           05  WS-BCK OCCURS 200 TIMES.
               10  WS-BCK-PREFIX      PIC X(2).
               10  WS-BCK-CURRENCY    PIC X(3).
               10  WS-BCK-NET         PIC S9(15)V99 COMP-3.
               10  WS-BCK-PROFIT      PIC S9(15)V99 COMP-3.
               10  WS-BCK-RE-CODE     PIC X(10).
       01  WS-BCK-IDX                 PIC 9(3).
       01  WS-BCK-FOUND               PIC 9(3).
       01  WS-CLOSE-ERRORS            PIC 9(5)   VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIME-NOW                PIC 9(8).
       01  WS-TIMESTAMP               PIC 9(14).

       01  WS-DISPLAY-AMT             PIC -(15)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
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

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TIME-NOW(1:6) TO WS-DATE-HHMMSS
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                  WS-DATE-HHMMSS   DELIMITED SIZE
                  INTO WS-TIMESTAMP
           END-STRING

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "ERROR|OPERATOR_ID is required to close a "
                   "GL period"
               STOP RUN
           END-IF

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY "ERROR|Missing args: PERIOD (YYYYMM)"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-PERIOD FROM ARGUMENT-VALUE
           IF WS-INPUT-PERIOD IS NOT NUMERIC
               DISPLAY "ERROR|Period must be YYYYMM: " WS-INPUT-PERIOD
               STOP RUN
           END-IF
           MOVE WS-INPUT-PERIOD TO WS-CLOSE-PERIOD
           IF WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
               DISPLAY "ERROR|Period must be YYYYMM: " WS-INPUT-PERIOD
               STOP RUN
           END-IF
           IF WS-CLOSE-PERIOD NOT < WS-DATE-YYYYMMDD(1:6)
               DISPLAY "ERROR|Period " WS-CLOSE-PERIOD
                   " has not ended yet"
               STOP RUN
           END-IF

           MOVE WS-CLOSE-PERIOD TO WS-NEXT-PERIOD
           IF WS-CLOSE-MM = 12
               ADD 1 TO WS-NEXT-YYYY
               MOVE 1 TO WS-NEXT-MM
               MOVE "Y" TO WS-YEAR-END
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF
           MOVE WS-CLOSE-PERIOD TO WS-PRIOR-PERIOD
           IF WS-CLOSE-MM = 1
               SUBTRACT 1 FROM WS-PRIOR-YYYY
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF

           PERFORM LOAD-CHART
           PERFORM CHECK-PERIOD-SEQUENCE
           PERFORM LOAD-BALANCES
           PERFORM CHECK-EARLIER-OPEN

           PERFORM SUM-CLOSED-PERIOD
           PERFORM VARYING WS-BCK-IDX FROM 1 BY 1
                   UNTIL WS-BCK-IDX > WS-BCK-COUNT
               IF WS-BCK-NET(WS-BCK-IDX) NOT = 0
                   ADD 1 TO WS-CLOSE-ERRORS
                   MOVE WS-BCK-NET(WS-BCK-IDX) TO WS-DISPLAY-AMT
                   DISPLAY "ERROR|Branch " WS-BCK-PREFIX(WS-BCK-IDX)
                       " " WS-BCK-CURRENCY(WS-BCK-IDX)
                       " does not balance for " WS-CLOSE-PERIOD
                       "|" WS-DISPLAY-AMT
               END-IF
               IF WS-IS-YEAR-END
                   AND WS-BCK-PROFIT(WS-BCK-IDX) NOT = 0
                   PERFORM FIND-RETAINED-EARNINGS
               END-IF
           END-PERFORM
           IF WS-CLOSE-ERRORS > 0
               DISPLAY "ERROR|Period " WS-CLOSE-PERIOD
                   " not closed - " WS-CLOSE-ERRORS " errors"
               STOP RUN
           END-IF

           PERFORM ROLL-FORWARD
           IF WS-IS-YEAR-END
               PERFORM CARRY-TO-RETAINED-EARNINGS
           END-IF

           PERFORM REWRITE-BALANCES
           PERFORM APPEND-PERIOD-LOCK

           DISPLAY "CLOSE-COMPLETE|" WS-CLOSE-PERIOD "|"
               WS-ROLLED-COUNT " balances rolled to " WS-NEXT-PERIOD
               "|year end " WS-YEAR-END "|by " WS-OPERATOR-ID
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
                           MOVE GLA-BRANCH-PREFIX
                               TO WS-CHT-PREFIX(WS-CHT-COUNT)
                           MOVE GLA-CURRENCY
                               TO WS-CHT-CURRENCY(WS-CHT-COUNT)
                           MOVE GLA-CLASS
                               TO WS-CHT-CLASS(WS-CHT-COUNT)
                           MOVE GLA-ROLE
                               TO WS-CHT-ROLE(WS-CHT-COUNT)
                       ELSE
                           DISPLAY "WARN|Chart table full at "
                               GLA-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHART-FILE.

       CHECK-PERIOD-SEQUENCE.
      *    Periods close in order: this one must be open and the
      *    latest closed period must be the one just before it.
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ PERIOD-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF GLP-CLOSED
                               IF GLP-PERIOD = WS-CLOSE-PERIOD
                                   DISPLAY "ERROR|Period "
                                       WS-CLOSE-PERIOD
                                       " is already closed"
                                   CLOSE PERIOD-FILE
                                   STOP RUN
                               END-IF
                               IF GLP-PERIOD > WS-LATEST-CLOSED
                                   MOVE GLP-PERIOD
                                       TO WS-LATEST-CLOSED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF
           IF WS-LATEST-CLOSED > WS-CLOSE-PERIOD
               DISPLAY "ERROR|Period " WS-LATEST-CLOSED
                   " is already closed - " WS-CLOSE-PERIOD
                   " cannot be closed after it"
               STOP RUN
           END-IF
           IF WS-LATEST-CLOSED > 0
               AND WS-LATEST-CLOSED NOT = WS-PRIOR-PERIOD
               DISPLAY "ERROR|Close " WS-PRIOR-PERIOD " before "
                   WS-CLOSE-PERIOD
               STOP RUN
           END-IF.

       CHECK-EARLIER-OPEN.
      *    With nothing closed yet, the first close must be the
      *    ledger's earliest period.
           IF WS-LATEST-CLOSED = 0
               PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                       UNTIL WS-BAL-IDX > WS-BAL-COUNT
                   IF WS-BAL-PERIOD(WS-BAL-IDX) < WS-CLOSE-PERIOD
                       AND (WS-EARLIEST-OPEN = 0
                        OR WS-BAL-PERIOD(WS-BAL-IDX)
                           < WS-EARLIEST-OPEN)
                       MOVE WS-BAL-PERIOD(WS-BAL-IDX)
                           TO WS-EARLIEST-OPEN
                   END-IF
               END-PERFORM
               IF WS-EARLIEST-OPEN > 0
                   DISPLAY "ERROR|Close " WS-EARLIEST-OPEN
                       " before " WS-CLOSE-PERIOD
                   STOP RUN
               END-IF
           END-IF.

       LOAD-BALANCES.
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ BALANCE-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-BAL-COUNT < 10000
                               ADD 1 TO WS-BAL-COUNT
                               MOVE GLB-CODE
                                   TO WS-BAL-CODE(WS-BAL-COUNT)
                               MOVE GLB-PERIOD
                                   TO WS-BAL-PERIOD(WS-BAL-COUNT)
                               MOVE GLB-BRANCH-PREFIX
                                   TO WS-BAL-PREFIX(WS-BAL-COUNT)
                               MOVE GLB-CURRENCY
                                   TO WS-BAL-CURRENCY(WS-BAL-COUNT)
                               MOVE GLB-OPENING
                                   TO WS-BAL-OPENING(WS-BAL-COUNT)
                               MOVE GLB-DEBITS
                                   TO WS-BAL-DEBITS(WS-BAL-COUNT)
                               MOVE GLB-CREDITS
                                   TO WS-BAL-CREDITS(WS-BAL-COUNT)
                               MOVE GLB-CLOSING
                                   TO WS-BAL-CLOSING(WS-BAL-COUNT)
                               MOVE GLB-LAST-POSTED-TS
                                   TO WS-BAL-LAST-TS(WS-BAL-COUNT)
                           ELSE
                               DISPLAY "ERROR|GL balance table full"
                                   " - period not closed"
                               CLOSE BALANCE-FILE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.

       SUM-CLOSED-PERIOD.
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BAL-COUNT
               IF WS-BAL-PERIOD(WS-BAL-IDX) = WS-CLOSE-PERIOD
                   PERFORM FIND-OR-ADD-BUCKET
                   IF WS-BCK-FOUND > 0
                       ADD WS-BAL-CLOSING(WS-BAL-IDX)
                           TO WS-BCK-NET(WS-BCK-FOUND)
                       MOVE WS-BAL-CODE(WS-BAL-IDX) TO WS-LOOKUP-CODE
                       PERFORM FIND-CHART-CODE
                       IF WS-CHT-FOUND > 0
                           IF WS-CHT-CLASS(WS-CHT-FOUND)
                                   = "INCOME    "
                               OR WS-CHT-CLASS(WS-CHT-FOUND)
                                   = "EXPENSE   "
                               ADD WS-BAL-CLOSING(WS-BAL-IDX)
                                   TO WS-BCK-PROFIT(WS-BCK-FOUND)
                           END-IF
                       ELSE
                           DISPLAY "WARN|Balance code "
                               WS-LOOKUP-CODE
                               " is no longer on the chart"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FIND-OR-ADD-BUCKET.
           MOVE 0 TO WS-BCK-FOUND
           PERFORM VARYING WS-BCK-IDX FROM 1 BY 1
                   UNTIL WS-BCK-IDX > WS-BCK-COUNT
               IF WS-BCK-PREFIX(WS-BCK-IDX)
                       = WS-BAL-PREFIX(WS-BAL-IDX)
                   AND WS-BCK-CURRENCY(WS-BCK-IDX)
                       = WS-BAL-CURRENCY(WS-BAL-IDX)
                   MOVE WS-BCK-IDX TO WS-BCK-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BCK-FOUND = 0
               IF WS-BCK-COUNT < 200
                   ADD 1 TO WS-BCK-COUNT
                   MOVE WS-BCK-COUNT TO WS-BCK-FOUND
                   MOVE WS-BAL-PREFIX(WS-BAL-IDX)
                       TO WS-BCK-PREFIX(WS-BCK-FOUND)
                   MOVE WS-BAL-CURRENCY(WS-BAL-IDX)
                       TO WS-BCK-CURRENCY(WS-BCK-FOUND)
                   MOVE 0 TO WS-BCK-NET(WS-BCK-FOUND)
                   MOVE 0 TO WS-BCK-PROFIT(WS-BCK-FOUND)
                   MOVE SPACES TO WS-BCK-RE-CODE(WS-BCK-FOUND)
               ELSE
                   ADD 1 TO WS-CLOSE-ERRORS
                   DISPLAY "ERROR|Too many branch/currency pairs "
                       "to close"
               END-IF
           END-IF.

       FIND-CHART-CODE.
           MOVE 0 TO WS-CHT-FOUND
           PERFORM VARYING WS-CHT-IDX FROM 1 BY 1
                   UNTIL WS-CHT-IDX > WS-CHT-COUNT
               IF WS-CHT-CODE(WS-CHT-IDX) = WS-LOOKUP-CODE
                   MOVE WS-CHT-IDX TO WS-CHT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-RETAINED-EARNINGS.
           PERFORM VARYING WS-CHT-IDX FROM 1 BY 1
                   UNTIL WS-CHT-IDX > WS-CHT-COUNT
               IF WS-CHT-ROLE(WS-CHT-IDX) = "R"
                   AND WS-CHT-PREFIX(WS-CHT-IDX)
                       = WS-BCK-PREFIX(WS-BCK-IDX)
                   AND WS-CHT-CURRENCY(WS-CHT-IDX)
                       = WS-BCK-CURRENCY(WS-BCK-IDX)
                   MOVE WS-CHT-CODE(WS-CHT-IDX)
                       TO WS-BCK-RE-CODE(WS-BCK-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BCK-RE-CODE(WS-BCK-IDX) = SPACES
               ADD 1 TO WS-CLOSE-ERRORS
               DISPLAY "ERROR|No retained earnings code on the "
                   "chart for branch " WS-BCK-PREFIX(WS-BCK-IDX)
                   " " WS-BCK-CURRENCY(WS-BCK-IDX)
           END-IF.

       ROLL-FORWARD.
      *    Rows appended for the next period land past the count
      *    taken here, so the scan covers only rows that existed.
           MOVE WS-BAL-COUNT TO WS-BAL-CLOSE-COUNT
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BAL-CLOSE-COUNT
               IF WS-BAL-PERIOD(WS-BAL-IDX) = WS-CLOSE-PERIOD
                   MOVE WS-BAL-CODE(WS-BAL-IDX) TO WS-ROLL-CODE
                   MOVE WS-BAL-CLOSING(WS-BAL-IDX) TO WS-ROLL-AMOUNT
                   IF WS-IS-YEAR-END
                       MOVE WS-ROLL-CODE TO WS-LOOKUP-CODE
                       PERFORM FIND-CHART-CODE
                       IF WS-CHT-FOUND > 0
                           IF WS-CHT-CLASS(WS-CHT-FOUND)
                                   = "INCOME    "
                               OR WS-CHT-CLASS(WS-CHT-FOUND)
                                   = "EXPENSE   "
                               MOVE 0 TO WS-ROLL-AMOUNT
                           END-IF
                       END-IF
                   END-IF
                   PERFORM SET-NEXT-OPENING
               END-IF
           END-PERFORM.

       SET-NEXT-OPENING.
           MOVE 0 TO WS-BAL-FOUND
           PERFORM VARYING WS-NXT-IDX FROM 1 BY 1
                   UNTIL WS-NXT-IDX > WS-BAL-COUNT
               IF WS-BAL-CODE(WS-NXT-IDX) = WS-ROLL-CODE
                   AND WS-BAL-PERIOD(WS-NXT-IDX) = WS-NEXT-PERIOD
                   MOVE WS-NXT-IDX TO WS-BAL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BAL-FOUND = 0
               IF WS-ROLL-AMOUNT = 0
                   CONTINUE
               ELSE
                   PERFORM ADD-NEXT-ROW
               END-IF
           END-IF
           IF WS-BAL-FOUND > 0
               MOVE WS-ROLL-AMOUNT TO WS-BAL-OPENING(WS-BAL-FOUND)
               COMPUTE WS-BAL-CLOSING(WS-BAL-FOUND) =
                   WS-BAL-OPENING(WS-BAL-FOUND)
                   + WS-BAL-DEBITS(WS-BAL-FOUND)
                   - WS-BAL-CREDITS(WS-BAL-FOUND)
               ADD 1 TO WS-ROLLED-COUNT
           END-IF.

       ADD-NEXT-ROW.
           IF WS-BAL-COUNT >= 10000
               DISPLAY "ERROR|GL balance table full - period not "
                   "closed"
               STOP RUN
           END-IF
           ADD 1 TO WS-BAL-COUNT
           MOVE WS-BAL-COUNT TO WS-BAL-FOUND
           MOVE WS-ROLL-CODE TO WS-LOOKUP-CODE
           PERFORM FIND-CHART-CODE
           MOVE WS-ROLL-CODE TO WS-BAL-CODE(WS-BAL-FOUND)
           MOVE WS-NEXT-PERIOD TO WS-BAL-PERIOD(WS-BAL-FOUND)
           IF WS-CHT-FOUND > 0
               MOVE WS-CHT-PREFIX(WS-CHT-FOUND)
                   TO WS-BAL-PREFIX(WS-BAL-FOUND)
               MOVE WS-CHT-CURRENCY(WS-CHT-FOUND)
                   TO WS-BAL-CURRENCY(WS-BAL-FOUND)
           ELSE
               MOVE SPACES TO WS-BAL-PREFIX(WS-BAL-FOUND)
               MOVE SPACES TO WS-BAL-CURRENCY(WS-BAL-FOUND)
           END-IF
           MOVE 0 TO WS-BAL-OPENING(WS-BAL-FOUND)
           MOVE 0 TO WS-BAL-DEBITS(WS-BAL-FOUND)
           MOVE 0 TO WS-BAL-CREDITS(WS-BAL-FOUND)
           MOVE 0 TO WS-BAL-CLOSING(WS-BAL-FOUND)
           MOVE WS-TIMESTAMP TO WS-BAL-LAST-TS(WS-BAL-FOUND).

       CARRY-TO-RETAINED-EARNINGS.
      *    The year's net income and expense (debit-positive, so a
      *    profit is negative) is added to the retained earnings
      *    opening the roll-forward has just set.
           PERFORM VARYING WS-BCK-IDX FROM 1 BY 1
                   UNTIL WS-BCK-IDX > WS-BCK-COUNT
               IF WS-BCK-PROFIT(WS-BCK-IDX) NOT = 0
                   MOVE WS-BCK-RE-CODE(WS-BCK-IDX) TO WS-ROLL-CODE
                   MOVE 0 TO WS-BAL-FOUND
                   PERFORM VARYING WS-NXT-IDX FROM 1 BY 1
                           UNTIL WS-NXT-IDX > WS-BAL-COUNT
                       IF WS-BAL-CODE(WS-NXT-IDX) = WS-ROLL-CODE
                           AND WS-BAL-PERIOD(WS-NXT-IDX)
                               = WS-NEXT-PERIOD
                           MOVE WS-NXT-IDX TO WS-BAL-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-BAL-FOUND = 0
                       PERFORM ADD-NEXT-ROW
                   END-IF
                   ADD WS-BCK-PROFIT(WS-BCK-IDX)
                       TO WS-BAL-OPENING(WS-BAL-FOUND)
                   COMPUTE WS-BAL-CLOSING(WS-BAL-FOUND) =
                       WS-BAL-OPENING(WS-BAL-FOUND)
                       + WS-BAL-DEBITS(WS-BAL-FOUND)
                       - WS-BAL-CREDITS(WS-BAL-FOUND)
                   MOVE WS-BCK-PROFIT(WS-BCK-IDX) TO WS-DISPLAY-AMT
                   DISPLAY "YEAR-END|" WS-BCK-PREFIX(WS-BCK-IDX) "|"
                       WS-BCK-CURRENCY(WS-BCK-IDX) "|"
                       WS-BCK-RE-CODE(WS-BCK-IDX) "|" WS-DISPLAY-AMT
               END-IF
           END-PERFORM.

       REWRITE-BALANCES.
           OPEN OUTPUT BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot rewrite GL balances: "
                   WS-BALANCE-STATUS " - period not closed"
               STOP RUN
           END-IF
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BAL-COUNT
               INITIALIZE GL-BALANCE-RECORD
               MOVE WS-BAL-CODE(WS-BAL-IDX)     TO GLB-CODE
               MOVE WS-BAL-PERIOD(WS-BAL-IDX)   TO GLB-PERIOD
               MOVE WS-BAL-PREFIX(WS-BAL-IDX)   TO GLB-BRANCH-PREFIX
               MOVE WS-BAL-CURRENCY(WS-BAL-IDX) TO GLB-CURRENCY
               MOVE WS-BAL-OPENING(WS-BAL-IDX)  TO GLB-OPENING
               MOVE WS-BAL-DEBITS(WS-BAL-IDX)   TO GLB-DEBITS
               MOVE WS-BAL-CREDITS(WS-BAL-IDX)  TO GLB-CREDITS
               MOVE WS-BAL-CLOSING(WS-BAL-IDX)  TO GLB-CLOSING
               MOVE WS-BAL-LAST-TS(WS-BAL-IDX)  TO GLB-LAST-POSTED-TS
               WRITE GL-BALANCE-RECORD
           END-PERFORM
           CLOSE BALANCE-FILE.

       APPEND-PERIOD-LOCK.
           OPEN EXTEND PERIOD-FILE
           IF WS-PERIOD-STATUS = "35"
               OPEN OUTPUT PERIOD-FILE
           END-IF
           IF WS-PERIOD-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot write period lock: "
                   WS-PERIOD-STATUS " - balances were rolled but "
                   WS-CLOSE-PERIOD " is not locked"
               STOP RUN
           END-IF
           INITIALIZE GL-PERIOD-RECORD
           MOVE WS-CLOSE-PERIOD TO GLP-PERIOD
           MOVE "CLOSED  " TO GLP-STATUS
           MOVE WS-TIMESTAMP TO GLP-CLOSED-TS
           MOVE WS-OPERATOR-ID TO GLP-CLOSED-BY
           MOVE WS-YEAR-END TO GLP-YEAR-END
           WRITE GL-PERIOD-RECORD
           CLOSE PERIOD-FILE.
