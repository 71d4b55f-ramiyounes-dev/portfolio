       IDENTIFICATION DIVISION.
       PROGRAM-ID. POST-GL.
      *================================================================*
      * POST-GL.cbl                                                    *
      * Loads every GL feed into the general-ledger balances, so the   *
      * bank can say what GL account X stood at for any month:         *
      *   gl-export.dat         GENERATE-GL-EXPORT                     *
      *   accrual-gl.dat        ACCRUE-GL                              *
      *   card-clearing-gl.dat  IMPORT-CARD-CLEARING                   *
      *   cash-gl.dat           MANAGE-CASH                            *
      *   ecl-gl.dat            PROVISION-ECL                          *
      *   fx-reval-gl.dat       REVALUE-FX                             *
      * Each feed is one batch and is verified whole BEFORE any line   *
      * of it posts, the discipline IMPORT-CARD-CLEARING applies to    *
      * the card network's file. The feed is rejected, and left in     *
      * place for correction, when any entry:                          *
      *   - names a debit or credit code not on the chart of accounts  *
      *     (gl-accounts.dat);                                         *
      *   - is dated in a period CLOSE-GL-PERIOD has locked;           *
      *   - carries a zero or negative amount;                         *
      * or when its debits and credits do not agree for every branch   *
      * and currency the chart assigns the codes to.                   *
      * A feed that passes posts each entry's debit and credit to the  *
      * balance row for the code and the period of GLE-DATE            *
      * (gl-balances.dat), appends it to the posted journal            *
      * (gl-journal.dat) and is then emptied, so the producer's next   *
      * run starts a fresh batch and nothing posts twice.              *
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

           SELECT FEED-FILE
               ASSIGN TO WS-FEED-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO WS-JOURNAL-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHART-FILE.
       COPY "GL-ACCOUNT.cpy".

       FD  PERIOD-FILE.
       COPY "GL-PERIOD.cpy".

       FD  BALANCE-FILE.
       COPY "GL-BALANCE.cpy".

       FD  FEED-FILE.
       COPY "GL-ENTRY.cpy".

       FD  JOURNAL-FILE.
       COPY "GL-JOURNAL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DATA-DIR                PIC X(256).
       01  WS-CHART-PATH              PIC X(256).
       01  WS-PERIOD-PATH             PIC X(256).
       01  WS-BALANCE-PATH            PIC X(256).
       01  WS-FEED-PATH               PIC X(256).
       01  WS-JOURNAL-PATH            PIC X(256).
       01  WS-CHART-STATUS            PIC XX.
       01  WS-PERIOD-STATUS           PIC XX.
       01  WS-BALANCE-STATUS          PIC XX.
       01  WS-FEED-STATUS             PIC XX.
       01  WS-JOURNAL-STATUS          PIC XX.
       01  WS-EOF                     PIC 9      VALUE 0.

      *    The GL feeds, in posting order
       01  WS-FEED-COUNT              PIC 9(2)   VALUE 6.
       01  WS-FEED-DATA.
           05  FILLER PIC X(24) VALUE "gl-export.dat".
           05  FILLER PIC X(24) VALUE "accrual-gl.dat".
           05  FILLER PIC X(24) VALUE "card-clearing-gl.dat".
           05  FILLER PIC X(24) VALUE "cash-gl.dat".
           05  FILLER PIC X(24) VALUE "ecl-gl.dat".
           05  FILLER PIC X(24) VALUE "fx-reval-gl.dat".
       01  WS-FEEDS REDEFINES WS-FEED-DATA.
           05  WS-FEED-NAME OCCURS 6 TIMES PIC X(24).
       01  WS-FEED-POSTED-FLAGS.
           05  WS-FEED-POSTED OCCURS 6 TIMES PIC 9.
       01  WS-FEED-IDX                PIC 9(2).

      *    Chart of accounts
       01  WS-CHT-COUNT               PIC 9(4)   VALUE 0.
       01  WS-CHT-TABLE.
           05  WS-CHT OCCURS 2000 TIMES.
               10  WS-CHT-CODE        PIC X(10).
               10  WS-CHT-PREFIX      PIC X(2).
               10  WS-CHT-CURRENCY    PIC X(3).
       01  WS-CHT-IDX                 PIC 9(4).
       01  WS-CHT-FOUND               PIC 9(4).
       01  WS-LOOKUP-CODE             PIC X(10).

      *    Locked periods
       01  WS-CLP-COUNT               PIC 9(4)   VALUE 0.
       01  WS-CLP-TABLE.
           05  WS-CLP-PERIOD OCCURS 2000 TIMES PIC 9(6).
       01  WS-CLP-IDX                 PIC 9(4).
       01  WS-PERIOD-LOCKED           PIC 9      VALUE 0.

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

      *    One feed's debits and credits by branch and currency
       01  WS-BCK-COUNT               PIC 9(3)   VALUE 0.
       01  WS-BCK-TABLE.
           05  WS-BCK OCCURS 200 TIMES.
               10  WS-BCK-PREFIX      PIC X(2).
               10  WS-BCK-CURRENCY    PIC X(3).
               10  WS-BCK-DEBITS      PIC S9(15)V99 COMP-3.
               10  WS-BCK-CREDITS     PIC S9(15)V99 COMP-3.
       01  WS-BCK-IDX                 PIC 9(3).
       01  WS-BCK-FOUND               PIC 9(3).

       01  WS-ENTRY-PERIOD            PIC 9(6).
       01  WS-POST-CODE               PIC X(10).
       01  WS-FEED-ENTRIES            PIC 9(7)   VALUE 0.
       01  WS-FEED-ERRORS             PIC 9(7)   VALUE 0.
       01  WS-FEED-AMOUNT             PIC S9(15)V99 COMP-3.
       01  WS-TOTAL-ENTRIES           PIC 9(7)   VALUE 0.
       01  WS-TOTAL-AMOUNT            PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-POSTED-FEEDS            PIC 9(2)   VALUE 0.
       01  WS-REJECTED-FEEDS          PIC 9(2)   VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIME-NOW                PIC 9(8).
       01  WS-TIMESTAMP               PIC 9(14).

       01  WS-DISPLAY-AMT             PIC -(15)9.99.
       01  WS-DISPLAY-AMT2            PIC -(15)9.99.

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
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/gl-journal.dat" DELIMITED SIZE
                  INTO WS-JOURNAL-PATH
           END-STRING

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TIME-NOW(1:6) TO WS-DATE-HHMMSS
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                  WS-DATE-HHMMSS   DELIMITED SIZE
                  INTO WS-TIMESTAMP
           END-STRING

           PERFORM LOAD-CHART
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM LOAD-BALANCES

           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open GL journal: "
                   WS-JOURNAL-STATUS
               STOP RUN
           END-IF

           INITIALIZE WS-FEED-POSTED-FLAGS
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-FEED-COUNT
               PERFORM POST-ONE-FEED THRU POST-ONE-FEED-EXIT
           END-PERFORM
           CLOSE JOURNAL-FILE

           IF WS-POSTED-FEEDS > 0
               PERFORM REWRITE-BALANCES
               PERFORM EMPTY-POSTED-FEEDS
           END-IF

           MOVE WS-TOTAL-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "POST-COMPLETE|" WS-POSTED-FEEDS " feeds posted|"
               WS-REJECTED-FEEDS " rejected|" WS-TOTAL-ENTRIES
               " entries|" WS-DISPLAY-AMT
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
                       ELSE
                           DISPLAY "WARN|Chart table full at "
                               GLA-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHART-FILE
           IF WS-CHT-COUNT = 0
               DISPLAY "ERROR|Chart of accounts is empty"
               STOP RUN
           END-IF.

       LOAD-CLOSED-PERIODS.
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ PERIOD-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF GLP-CLOSED AND WS-CLP-COUNT < 2000
                               ADD 1 TO WS-CLP-COUNT
                               MOVE GLP-PERIOD
                                   TO WS-CLP-PERIOD(WS-CLP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
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
      *                        Rewriting a truncated table would lose
      *                        balances, so nothing posts at all
                               DISPLAY "ERROR|GL balance table full"
                                   " - no feed posted"
                               CLOSE BALANCE-FILE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.

       POST-ONE-FEED.
           MOVE SPACES TO WS-FEED-PATH
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/" DELIMITED SIZE
                  WS-FEED-NAME(WS-FEED-IDX) DELIMITED SPACES
                  INTO WS-FEED-PATH
           END-STRING

      *    Pass 1: verify the whole batch
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS = "35"
               DISPLAY "INFO|No feed " WS-FEED-NAME(WS-FEED-IDX)
               GO TO POST-ONE-FEED-EXIT
           END-IF
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open feed "
                   WS-FEED-NAME(WS-FEED-IDX) ": " WS-FEED-STATUS
               ADD 1 TO WS-REJECTED-FEEDS
               GO TO POST-ONE-FEED-EXIT
           END-IF
           MOVE 0 TO WS-FEED-ENTRIES
           MOVE 0 TO WS-FEED-ERRORS
           MOVE 0 TO WS-FEED-AMOUNT
           MOVE 0 TO WS-BCK-COUNT
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ FEED-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FEED-ENTRIES
                       PERFORM VERIFY-ENTRY
               END-READ
           END-PERFORM
           CLOSE FEED-FILE

           IF WS-FEED-ENTRIES = 0
               DISPLAY "INFO|Feed " WS-FEED-NAME(WS-FEED-IDX)
                   " is empty"
               GO TO POST-ONE-FEED-EXIT
           END-IF

           PERFORM VARYING WS-BCK-IDX FROM 1 BY 1
                   UNTIL WS-BCK-IDX > WS-BCK-COUNT
               IF WS-BCK-DEBITS(WS-BCK-IDX)
                   NOT = WS-BCK-CREDITS(WS-BCK-IDX)
                   ADD 1 TO WS-FEED-ERRORS
                   MOVE WS-BCK-DEBITS(WS-BCK-IDX) TO WS-DISPLAY-AMT
                   MOVE WS-BCK-CREDITS(WS-BCK-IDX) TO WS-DISPLAY-AMT2
                   DISPLAY "ERROR|" WS-FEED-NAME(WS-FEED-IDX)
                       "|unbalanced branch " WS-BCK-PREFIX(WS-BCK-IDX)
                       " " WS-BCK-CURRENCY(WS-BCK-IDX) "|debits "
                       WS-DISPLAY-AMT "|credits " WS-DISPLAY-AMT2
               END-IF
           END-PERFORM

           IF WS-FEED-ERRORS > 0
               ADD 1 TO WS-REJECTED-FEEDS
               DISPLAY "FEED-REJECTED|" WS-FEED-NAME(WS-FEED-IDX)
                   "|" WS-FEED-ENTRIES " entries|" WS-FEED-ERRORS
                   " errors - nothing posted, feed left in place"
               GO TO POST-ONE-FEED-EXIT
           END-IF

      *    Pass 2: post it
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot reopen feed "
                   WS-FEED-NAME(WS-FEED-IDX) ": " WS-FEED-STATUS
               ADD 1 TO WS-REJECTED-FEEDS
               GO TO POST-ONE-FEED-EXIT
           END-IF
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ FEED-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM POST-ENTRY
               END-READ
           END-PERFORM
           CLOSE FEED-FILE

           MOVE 1 TO WS-FEED-POSTED(WS-FEED-IDX)
           ADD 1 TO WS-POSTED-FEEDS
           ADD WS-FEED-ENTRIES TO WS-TOTAL-ENTRIES
           ADD WS-FEED-AMOUNT TO WS-TOTAL-AMOUNT
           MOVE WS-FEED-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "FEED-POSTED|" WS-FEED-NAME(WS-FEED-IDX) "|"
               WS-FEED-ENTRIES " entries|" WS-DISPLAY-AMT.

       POST-ONE-FEED-EXIT.
           EXIT.

       VERIFY-ENTRY.
           IF GLE-AMOUNT NOT > 0
               ADD 1 TO WS-FEED-ERRORS
               DISPLAY "ERROR|" WS-FEED-NAME(WS-FEED-IDX) "|entry "
                   GLE-ENTRY-ID "|amount not positive"
           END-IF
           ADD GLE-AMOUNT TO WS-FEED-AMOUNT

           MOVE GLE-DATE(1:6) TO WS-ENTRY-PERIOD
           PERFORM CHECK-PERIOD-LOCKED
           IF WS-PERIOD-LOCKED = 1
               ADD 1 TO WS-FEED-ERRORS
               DISPLAY "ERROR|" WS-FEED-NAME(WS-FEED-IDX) "|entry "
                   GLE-ENTRY-ID "|period " WS-ENTRY-PERIOD
                   " is closed"
           END-IF

           MOVE GLE-DEBIT-ACCT TO WS-LOOKUP-CODE
           PERFORM FIND-CHART-CODE
           IF WS-CHT-FOUND = 0
               ADD 1 TO WS-FEED-ERRORS
               DISPLAY "ERROR|" WS-FEED-NAME(WS-FEED-IDX) "|entry "
                   GLE-ENTRY-ID "|unknown GL account " WS-LOOKUP-CODE
           ELSE
               PERFORM FIND-OR-ADD-BUCKET
               IF WS-BCK-FOUND > 0
                   ADD GLE-AMOUNT TO WS-BCK-DEBITS(WS-BCK-FOUND)
               END-IF
           END-IF

           MOVE GLE-CREDIT-ACCT TO WS-LOOKUP-CODE
           PERFORM FIND-CHART-CODE
           IF WS-CHT-FOUND = 0
               ADD 1 TO WS-FEED-ERRORS
               DISPLAY "ERROR|" WS-FEED-NAME(WS-FEED-IDX) "|entry "
                   GLE-ENTRY-ID "|unknown GL account " WS-LOOKUP-CODE
           ELSE
               PERFORM FIND-OR-ADD-BUCKET
               IF WS-BCK-FOUND > 0
                   ADD GLE-AMOUNT TO WS-BCK-CREDITS(WS-BCK-FOUND)
               END-IF
           END-IF.

       CHECK-PERIOD-LOCKED.
           MOVE 0 TO WS-PERIOD-LOCKED
           PERFORM VARYING WS-CLP-IDX FROM 1 BY 1
                   UNTIL WS-CLP-IDX > WS-CLP-COUNT
               IF WS-CLP-PERIOD(WS-CLP-IDX) = WS-ENTRY-PERIOD
                   MOVE 1 TO WS-PERIOD-LOCKED
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-CHART-CODE.
           MOVE 0 TO WS-CHT-FOUND
           PERFORM VARYING WS-CHT-IDX FROM 1 BY 1
                   UNTIL WS-CHT-IDX > WS-CHT-COUNT
               IF WS-CHT-CODE(WS-CHT-IDX) = WS-LOOKUP-CODE
                   MOVE WS-CHT-IDX TO WS-CHT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-OR-ADD-BUCKET.
      *    Branch and currency come from the chart row WS-CHT-FOUND
           MOVE 0 TO WS-BCK-FOUND
           PERFORM VARYING WS-BCK-IDX FROM 1 BY 1
                   UNTIL WS-BCK-IDX > WS-BCK-COUNT
               IF WS-BCK-PREFIX(WS-BCK-IDX)
                       = WS-CHT-PREFIX(WS-CHT-FOUND)
                   AND WS-BCK-CURRENCY(WS-BCK-IDX)
                       = WS-CHT-CURRENCY(WS-CHT-FOUND)
                   MOVE WS-BCK-IDX TO WS-BCK-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BCK-FOUND = 0
               IF WS-BCK-COUNT < 200
                   ADD 1 TO WS-BCK-COUNT
                   MOVE WS-BCK-COUNT TO WS-BCK-FOUND
                   MOVE WS-CHT-PREFIX(WS-CHT-FOUND)
                       TO WS-BCK-PREFIX(WS-BCK-FOUND)
                   MOVE WS-CHT-CURRENCY(WS-CHT-FOUND)
                       TO WS-BCK-CURRENCY(WS-BCK-FOUND)
                   MOVE 0 TO WS-BCK-DEBITS(WS-BCK-FOUND)
                   MOVE 0 TO WS-BCK-CREDITS(WS-BCK-FOUND)
               ELSE
                   ADD 1 TO WS-FEED-ERRORS
                   DISPLAY "ERROR|" WS-FEED-NAME(WS-FEED-IDX)
                       "|too many branch/currency pairs to verify"
               END-IF
           END-IF.

       POST-ENTRY.
           MOVE GLE-DATE(1:6) TO WS-ENTRY-PERIOD

           MOVE GLE-DEBIT-ACCT TO WS-POST-CODE
           PERFORM FIND-OR-ADD-BALANCE
           ADD GLE-AMOUNT TO WS-BAL-DEBITS(WS-BAL-FOUND)
           PERFORM RECOMPUTE-CLOSING

           MOVE GLE-CREDIT-ACCT TO WS-POST-CODE
           PERFORM FIND-OR-ADD-BALANCE
           ADD GLE-AMOUNT TO WS-BAL-CREDITS(WS-BAL-FOUND)
           PERFORM RECOMPUTE-CLOSING

           INITIALIZE GL-JOURNAL-RECORD
           MOVE WS-TIMESTAMP TO GLJ-POSTED-TS
           MOVE WS-FEED-NAME(WS-FEED-IDX) TO GLJ-FEED
           MOVE WS-ENTRY-PERIOD TO GLJ-PERIOD
           MOVE GL-ENTRY-RECORD TO GLJ-ENTRY
           WRITE GL-JOURNAL-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "WARN|GL journal write failed: "
                   WS-JOURNAL-STATUS
           END-IF.

       FIND-OR-ADD-BALANCE.
      *    A row first touched here opens at zero; CLOSE-GL-PERIOD
      *    sets its opening when the period before it is closed.
           MOVE 0 TO WS-BAL-FOUND
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BAL-COUNT
               IF WS-BAL-CODE(WS-BAL-IDX) = WS-POST-CODE
                   AND WS-BAL-PERIOD(WS-BAL-IDX) = WS-ENTRY-PERIOD
                   MOVE WS-BAL-IDX TO WS-BAL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BAL-FOUND = 0
               IF WS-BAL-COUNT >= 10000
                   DISPLAY "ERROR|GL balance table full - run "
                       "stopped before any balance was rewritten"
                   CLOSE FEED-FILE
                   CLOSE JOURNAL-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BAL-COUNT
               MOVE WS-BAL-COUNT TO WS-BAL-FOUND
               MOVE WS-POST-CODE TO WS-LOOKUP-CODE
               PERFORM FIND-CHART-CODE
               MOVE WS-POST-CODE TO WS-BAL-CODE(WS-BAL-FOUND)
               MOVE WS-ENTRY-PERIOD TO WS-BAL-PERIOD(WS-BAL-FOUND)
               MOVE WS-CHT-PREFIX(WS-CHT-FOUND)
                   TO WS-BAL-PREFIX(WS-BAL-FOUND)
               MOVE WS-CHT-CURRENCY(WS-CHT-FOUND)
                   TO WS-BAL-CURRENCY(WS-BAL-FOUND)
               MOVE 0 TO WS-BAL-OPENING(WS-BAL-FOUND)
               MOVE 0 TO WS-BAL-DEBITS(WS-BAL-FOUND)
               MOVE 0 TO WS-BAL-CREDITS(WS-BAL-FOUND)
               MOVE 0 TO WS-BAL-CLOSING(WS-BAL-FOUND)
           END-IF
           MOVE WS-TIMESTAMP TO WS-BAL-LAST-TS(WS-BAL-FOUND).

       RECOMPUTE-CLOSING.
           COMPUTE WS-BAL-CLOSING(WS-BAL-FOUND) =
               WS-BAL-OPENING(WS-BAL-FOUND)
               + WS-BAL-DEBITS(WS-BAL-FOUND)
               - WS-BAL-CREDITS(WS-BAL-FOUND).

       REWRITE-BALANCES.
           OPEN OUTPUT BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot rewrite GL balances: "
                   WS-BALANCE-STATUS " - feeds left in place"
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

       EMPTY-POSTED-FEEDS.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-FEED-COUNT
               IF WS-FEED-POSTED(WS-FEED-IDX) = 1
                   MOVE SPACES TO WS-FEED-PATH
                   STRING WS-DATA-DIR DELIMITED SPACES
                          "/" DELIMITED SIZE
                          WS-FEED-NAME(WS-FEED-IDX) DELIMITED SPACES
                          INTO WS-FEED-PATH
                   END-STRING
                   OPEN OUTPUT FEED-FILE
                   IF WS-FEED-STATUS NOT = "00"
                       DISPLAY "ERROR|Cannot empty posted feed "
                           WS-FEED-NAME(WS-FEED-IDX) ": "
                           WS-FEED-STATUS " - empty it before the "
                           "next posting run"
                   ELSE
                       CLOSE FEED-FILE
                   END-IF
               END-IF
           END-PERFORM.
