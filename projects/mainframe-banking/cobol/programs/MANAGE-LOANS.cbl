      * runs negative for the principal owed):                         *
      *   ORIGINATE <acct> <principal> <annual-rate> <term-months>     *
      *             <disburse-acct>                                    *
      *   ORIGINATE <application-id>                                   *
      *     — the second form books an APPROVED application from       *
      *       loan-applications.dat (MANAGE-LOAN-APPS) on its approved *
      *       terms and marks it BOOKED                                *
      *     — generates the level-payment amortization schedule        *
      *       (due date and principal/interest split per installment)  *
      *       and disburses the principal through the pending          *
      *       credit of the principal portion to the loan, linked      *
      *       credit of the interest portion to the income account     *
      *       (LOAN_INCOME_ACCOUNT) — interest is taken first, the     *
      *       remainder reduces principal. A loan with an active       *
      *       escrow (escrow-accounts.dat, MANAGE-ESCROW) has the      *
      *       monthly escrow amount added to the collection and        *
      *       credited, linked, to its escrow sub-account              *
      *   ARREARS                                                      *
      *     — confirms billed collections against the committed log;   *
      *       unconfirmed installments past due are marked LATE,       *
      *       the payment and shortens the term. The superseded DUE    *
      *       rows are marked RESCHED so billing ignores them, and     *
      *       the prepayment is recorded on the quote ledger           *
      *   VARIABLE <acct> <index-code> <margin> <reset-months>         *
      *            [cap] [floor]                                       *
      *     — links an originated loan to a reference index: the rate  *
      *       contracted at origination runs to the first reset,       *
      *       <reset-months> from today, and every <reset-months>      *
      *       after that the rate becomes index plus margin, held      *
      *       between the floor and the cap (zero = none). The terms   *
      *       go on loan-rate-terms.dat and the open installments are  *
      *       flagged variable                                         *
      *   REPRICE [run-date YYYYMMDD]                                  *
      *     — rate reset batch: every variable loan whose reset date   *
      *       has arrived takes the index fixing in force on that date *
      *       from index-rates.dat, gets its new rate on the master,   *
      *       has its remaining DUE installments regenerated over the  *
      *       same term at the new rate (the superseded rows marked    *
      *       RESCHED), the reset recorded on the quote ledger, and    *
      *       the borrower told the new installment amount (LOANRATE   *
      *       notice through NOTIFY-SERVICE). A loan whose index has   *
      *       no fixing on or before the reset date keeps its rate     *
      *       and is retried on the next run                           *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUOTE-STATUS.

           SELECT TERMS-FILE
               ASSIGN TO WS-TERMS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERMS-STATUS.

           SELECT INDEX-FILE
               ASSIGN TO WS-INDEX-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT APPLICATION-FILE
               ASSIGN TO WS-APP-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APP-STATUS.

           SELECT ESCROW-FILE
               ASSIGN TO WS-ESCROW-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESCROW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           05  ARR-NOTED-DATE          PIC 9(8).
           05  FILLER                  PIC X(16).

      *    One row per payoff quote (Q), per prepayment applied (P)
      *    and per variable-rate reset (R), the loan's negotiation
      *    record.
       FD  QUOTE-FILE.
       01  LOAN-QUOTE-RECORD.
           05  LQT-ACCT-NUMBER         PIC 9(10).
           05  LQT-TYPE                PIC X(1).
               88  LQT-QUOTE           VALUE "Q".
               88  LQT-PREPAYMENT      VALUE "P".
               88  LQT-REPRICING       VALUE "R".
           05  LQT-DATE                PIC 9(8).
           05  LQT-PRINCIPAL           PIC S9(13)V99 COMP-3.
           05  LQT-INTEREST            PIC S9(13)V99 COMP-3.
           05  LQT-NEW-TERM            PIC 9(4).
           05  FILLER                  PIC X(9).

       FD  TERMS-FILE.
       COPY "LOAN-RATE-TERMS.cpy".

       FD  INDEX-FILE.
       COPY "INDEX-RATE.cpy".

       FD  APPLICATION-FILE.
       COPY "LOAN-APPLICATION.cpy".

       FD  ESCROW-FILE.
       COPY "ESCROW-ACCOUNT.cpy".

       WORKING-STORAGE SECTION.
       COPY "NOTIFY-AREA.cpy".
       01  WS-ACCT-PATH               PIC X(256).
       01  WS-SCHEDULE-PATH           PIC X(256).
       01  WS-TRANS-PATH              PIC X(256).
       01  WS-ARREARS-PATH            PIC X(256).
       01  WS-QUOTE-PATH              PIC X(256).
       01  WS-QUOTE-STATUS            PIC XX.
       01  WS-TERMS-PATH              PIC X(256).
       01  WS-INDEX-PATH              PIC X(256).
       01  WS-TERMS-STATUS            PIC XX.
       01  WS-INDEX-STATUS            PIC XX.
       01  WS-APP-PATH                PIC X(256).
       01  WS-APP-STATUS              PIC XX.
       01  WS-ESCROW-PATH             PIC X(256).
       01  WS-ESCROW-STATUS           PIC XX.
       01  WS-DATA-DIR                PIC X(256).
       01  WS-ACCT-STATUS             PIC XX.
       01  WS-SCHEDULE-STATUS         PIC XX.
       01  WS-NEXT-INSTALLMENT        PIC 9(3).
       01  WS-NEXT-DUE-DATE           PIC 9(8)   VALUE 0.
       01  WS-INPUT-INCOME            PIC X(10).
       01  WS-INPUT-INDEX             PIC X(8).
       01  WS-INPUT-MARGIN            PIC X(10).
       01  WS-INPUT-RESET             PIC X(2).
       01  WS-INPUT-CAP               PIC X(8).
       01  WS-INPUT-FLOOR             PIC X(8).
       01  WS-INPUT-DATE              PIC X(8).
       01  WS-SEARCH-ACCT             PIC 9(10).
       01  WS-ARG-COUNT               PIC 9(2).
      *    Approved application being booked (zero = terms given on
      *    the command line)
       01  WS-INPUT-APP-ID            PIC X(8).
       01  WS-APP-ID                  PIC 9(8)   VALUE 0.

       01  WS-PRINCIPAL               PIC S9(13)V99 COMP-3.
       01  WS-ANNUAL-RATE             PIC S9(3)V99 COMP-3.
       01  WS-TERM-MONTHS             PIC 9(4).
       01  WS-DISBURSE-ACCT           PIC 9(10).
       01  WS-INCOME-ACCT             PIC 9(10).
      *    Rate basis carried onto regenerated rows: F fixed, V
      *    index-linked
       01  WS-RATE-TYPE               PIC X(1)   VALUE "F".
      *    Principal still owed across the open DUE rows
       01  WS-DUE-PRINCIPAL           PIC S9(13)V99 COMP-3.

      *    Variable-rate terms and the index fixings in force
       01  WS-MARGIN                  PIC S9(3)V9(4) COMP-3.
       01  WS-RESET-MONTHS            PIC 9(2).
       01  WS-RATE-CAP                PIC S9(3)V99 COMP-3.
       01  WS-RATE-FLOOR              PIC S9(3)V99 COMP-3.
       01  WS-RUN-DATE                PIC 9(8).
       01  WS-RESET-DATE              PIC 9(8).
       01  WS-NEXT-RESET              PIC 9(8).
       01  WS-MONTH-COUNT             PIC 9(6).
       01  WS-INDEX-RATE              PIC S9(3)V9(4) COMP-3.
       01  WS-INDEX-DATE              PIC 9(8).
       01  WS-INDEX-FOUND             PIC 9      VALUE 0.
       01  WS-TERMS-EOF               PIC 9      VALUE 0.
       01  WS-REPRICED-COUNT          PIC 9(4)   VALUE 0.
       01  WS-SKIPPED-COUNT           PIC 9(4)   VALUE 0.
       01  WS-IDX-COUNT               PIC 9(4)   VALUE 0.
       01  WS-IDX-TABLE.
           05  WS-IDX-ENTRY OCCURS 2000 TIMES.
               10  WS-IDX-CODE        PIC X(8).
               10  WS-IDX-DATE        PIC 9(8).
               10  WS-IDX-RATE        PIC S9(3)V9(4) COMP-3.
       01  WS-IDX-SUB                 PIC 9(4).
       01  WS-DISPLAY-RATE            PIC -ZZ9.99.
       01  WS-DISPLAY-INDEX           PIC -ZZ9.9999.

      *    Annuity computation
       01  WS-MONTHLY-RATE            PIC S9(3)V9(8) COMP-3.
       01  WS-INCOME-TXN-ID           PIC 9(10).
       01  WS-ACCT-CURRENCY           PIC X(3).

      *    Active escrows, loaded once per billing run: the monthly
      *    amount billed with each installment and the sub-account
      *    it is credited to
       01  WS-ESC-COUNT               PIC 9(4)   VALUE 0.
       01  WS-ESC-TABLE.
           05  WS-ESC-ENTRY OCCURS 2000 TIMES.
               10  WS-ESC-LOAN        PIC 9(10).
               10  WS-ESC-ACCT        PIC 9(10).
               10  WS-ESC-MONTHLY     PIC S9(13)V99 COMP-3.
       01  WS-ESC-IDX                 PIC 9(4).
       01  WS-ESCROW-AMT              PIC S9(13)V99 COMP-3.
       01  WS-ESCROW-ACCT             PIC 9(10).
       01  WS-ESCROW-TXN-ID           PIC 9(10).

      *    Civil day-number arithmetic for the arrears buckets
       01  WS-DAT-ANNEE               PIC 9(4).
       01  WS-DAT-MOIS                PIC 9(2).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIMESTAMP               PIC 9(14).

       COPY "JOURNAL-SERVICE-AREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
                  "/loan-quotes.dat" DELIMITED SIZE
                  INTO WS-QUOTE-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/loan-rate-terms.dat" DELIMITED SIZE
                  INTO WS-TERMS-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/index-rates.dat" DELIMITED SIZE
                  INTO WS-INDEX-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/loan-applications.dat" DELIMITED SIZE
                  INTO WS-APP-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/escrow-accounts.dat" DELIMITED SIZE
                  INTO WS-ESCROW-PATH
           END-STRING

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY "ERROR|Missing action: ORIGINATE BILL"
                   " ARREARS PAYOFF PREPAY VARIABLE REPRICE"
               STOP RUN
           END-IF
           ACCEPT WS-ACTION FROM ARGUMENT-VALUE
                   PERFORM QUOTE-PAYOFF
               WHEN "PREPAY"
                   PERFORM APPLY-PREPAYMENT
               WHEN "VARIABLE"
                   PERFORM SET-VARIABLE-RATE
               WHEN "REPRICE"
                   PERFORM REPRICE-VARIABLE-LOANS
               WHEN OTHER
                   DISPLAY "ERROR|Unknown action: " WS-ACTION
           END-EVALUATE
           STOP RUN.

       ORIGINATE-LOAN.
           IF WS-ARG-COUNT = 2
               PERFORM LOAD-APPROVED-APPLICATION
           ELSE
               IF WS-ARG-COUNT < 6
                   DISPLAY "ERROR|ORIGINATE requires: ACCT PRINCIPAL"
                       " ANNUAL-RATE TERM-MONTHS DISBURSE-ACCT,"
                       " or an approved APPLICATION-ID"
                   STOP RUN
               END-IF
               ACCEPT WS-INPUT-ACCT FROM ARGUMENT-VALUE
               ACCEPT WS-INPUT-PRINCIPAL FROM ARGUMENT-VALUE
               ACCEPT WS-INPUT-RATE FROM ARGUMENT-VALUE
               ACCEPT WS-INPUT-TERM FROM ARGUMENT-VALUE
               ACCEPT WS-INPUT-DISBURSE FROM ARGUMENT-VALUE
               MOVE WS-INPUT-ACCT TO WS-SEARCH-ACCT
               COMPUTE WS-PRINCIPAL =
                   FUNCTION NUMVAL(WS-INPUT-PRINCIPAL)
               COMPUTE WS-ANNUAL-RATE =
                   FUNCTION NUMVAL(WS-INPUT-RATE)
               MOVE WS-INPUT-TERM TO WS-TERM-MONTHS
               MOVE WS-INPUT-DISBURSE TO WS-DISBURSE-ACCT
           END-IF

           IF WS-PRINCIPAL <= 0 OR WS-TERM-MONTHS = 0
               DISPLAY "ERROR|Principal and term must be positive"
           MOVE WS-ANNUAL-RATE TO ACCT-TD-RATE
           MOVE WS-DISBURSE-ACCT TO ACCT-TD-SETTLE-ACCT
           MOVE ACCT-CURRENCY TO WS-ACCT-CURRENCY
           PERFORM REWRITE-ACCOUNT-JOURNALED
           CLOSE ACCOUNT-FILE

      *    Level payment: P * i / (1 - (1+i)^-n)

           PERFORM GENERATE-SCHEDULE
           PERFORM DISBURSE-PRINCIPAL
           IF WS-APP-ID > 0
               PERFORM MARK-APPLICATION-BOOKED
           END-IF

           MOVE WS-PAYMENT TO WS-DISPLAY-AMT
           DISPLAY "ORIGINATED|" WS-SEARCH-ACCT "|"
               WS-TERM-MONTHS " installments of " WS-DISPLAY-AMT.

       LOAD-APPROVED-APPLICATION.
      *    Terms come from the approval, not the command line
           ACCEPT WS-INPUT-APP-ID FROM ARGUMENT-VALUE
           MOVE WS-INPUT-APP-ID TO WS-APP-ID
           OPEN INPUT APPLICATION-FILE
           IF WS-APP-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open loan applications: "
                   WS-APP-STATUS
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           MOVE ZERO TO WS-FOUND
           PERFORM UNTIL WS-EOF = 1
               READ APPLICATION-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF LAP-APP-ID = WS-APP-ID
                           MOVE 1 TO WS-EOF
                           MOVE 1 TO WS-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATION-FILE
           IF WS-FOUND = 0
               DISPLAY "ERROR|Application not found: " WS-APP-ID
               STOP RUN
           END-IF
           IF NOT LAP-APPROVED
               DISPLAY "ERROR|Application " WS-APP-ID " is "
                   LAP-STATUS " - only APPROVED can be booked"
               STOP RUN
           END-IF
           MOVE LAP-LOAN-ACCT       TO WS-SEARCH-ACCT
           MOVE LAP-APPROVED-AMOUNT TO WS-PRINCIPAL
           MOVE LAP-APPROVED-RATE   TO WS-ANNUAL-RATE
           MOVE LAP-APPROVED-TERM   TO WS-TERM-MONTHS
           MOVE LAP-DISBURSE-ACCT   TO WS-DISBURSE-ACCT.

       MARK-APPLICATION-BOOKED.
           OPEN I-O APPLICATION-FILE
           IF WS-APP-STATUS NOT = "00"
               DISPLAY "WARN|Cannot open loan applications: "
                   WS-APP-STATUS " - application " WS-APP-ID
                   " not marked BOOKED"
           ELSE
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ APPLICATION-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF LAP-APP-ID = WS-APP-ID
                               MOVE 1 TO WS-EOF
                               MOVE "BOOKED    " TO LAP-STATUS
                               MOVE WS-DATE-YYYYMMDD
                                   TO LAP-BOOKED-DATE
                               REWRITE LOAN-APPLICATION-RECORD
                               IF WS-APP-STATUS NOT = "00"
                                   DISPLAY "WARN|Application rewrite"
                                       " failed: " WS-APP-STATUS
                               ELSE
                                   DISPLAY "APPLICATION-BOOKED|"
                                       WS-APP-ID "|" WS-SEARCH-ACCT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPLICATION-FILE
           END-IF.

       GENERATE-SCHEDULE.
      *    One row per installment, interest on the declining
      *    balance, the final installment absorbing the rounding
               MOVE WS-PRI-PART      TO LSC-PRINCIPAL
               MOVE WS-INT-PART      TO LSC-INTEREST
               MOVE "DUE     "       TO LSC-STATUS
               MOVE "F"              TO LSC-RATE-TYPE
               MOVE WS-ANNUAL-RATE   TO LSC-RATE
               WRITE LOAN-SCHEDULE-RECORD
           END-PERFORM
           CLOSE SCHEDULE-FILE.
               STOP RUN
           END-IF
           MOVE WS-INPUT-INCOME TO WS-INCOME-ACCT
           PERFORM LOAD-ESCROW-LINKS

           PERFORM ACQUIRE-BATCH-LOCK
           PERFORM READ-BATCH-STATE
           DISPLAY "BILL-COMPLETE|" WS-BILLED-COUNT
               " installments raised".

       LOAD-ESCROW-LINKS.
           MOVE 0 TO WS-ESC-COUNT
           OPEN INPUT ESCROW-FILE
           IF WS-ESCROW-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ ESCROW-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF ESC-ACTIVE AND ESC-MONTHLY > 0
                               AND WS-ESC-COUNT < 2000
                               ADD 1 TO WS-ESC-COUNT
                               MOVE ESC-LOAN-ACCT
                                   TO WS-ESC-LOAN(WS-ESC-COUNT)
                               MOVE ESC-ESCROW-ACCT
                                   TO WS-ESC-ACCT(WS-ESC-COUNT)
                               MOVE ESC-MONTHLY
                                   TO WS-ESC-MONTHLY(WS-ESC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESCROW-FILE
           END-IF.

       FIND-LOAN-ESCROW.
           MOVE 0 TO WS-ESCROW-AMT
           MOVE 0 TO WS-ESCROW-ACCT
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
                   UNTIL WS-ESC-IDX > WS-ESC-COUNT
               IF WS-ESC-LOAN(WS-ESC-IDX) = LSC-ACCT-NUMBER
                   MOVE WS-ESC-MONTHLY(WS-ESC-IDX) TO WS-ESCROW-AMT
                   MOVE WS-ESC-ACCT(WS-ESC-IDX) TO WS-ESCROW-ACCT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       BILL-ONE-INSTALLMENT.
      *    Borrower's settlement account and currency come from the
      *    loan master.
           MOVE ACCT-CURRENCY TO WS-ACCT-CURRENCY
           CLOSE ACCOUNT-FILE

           PERFORM FIND-LOAN-ESCROW
           COMPUTE WS-INSTALLMENT-AMT =
               LSC-PRINCIPAL + LSC-INTEREST + WS-ESCROW-AMT

           OPEN EXTEND PENDING-FILE
           IF WS-PEND-STATUS = "35"
           MOVE WS-NEXT-TXN-ID TO WS-COLLECT-TXN-ID
           COMPUTE WS-LOAN-TXN-ID = WS-NEXT-TXN-ID + 1
           COMPUTE WS-INCOME-TXN-ID = WS-NEXT-TXN-ID + 2
           COMPUTE WS-ESCROW-TXN-ID = WS-NEXT-TXN-ID + 3

      *    Collection from the borrower, the full installment with
      *    any escrow amount
           INITIALIZE TRANSACTION-RECORD
           MOVE WS-COLLECT-TXN-ID      TO TXN-ID
           MOVE WS-TIMESTAMP           TO TXN-TIMESTAMP
           MOVE WS-CURRENT-BATCH       TO TXN-BATCH-NUM
           MOVE WS-COLLECT-TXN-ID      TO TXN-LINK-ID
           WRITE TRANSACTION-RECORD

           MOVE WS-INCOME-TXN-ID TO WS-NEXT-TXN-ID
           ADD 3 TO WS-LEGS-POSTED

      *    Escrow portion is held for the borrower's tax and
      *    insurance bills
           IF WS-ESCROW-AMT > 0
               INITIALIZE TRANSACTION-RECORD
               MOVE WS-ESCROW-TXN-ID   TO TXN-ID
               MOVE WS-TIMESTAMP       TO TXN-TIMESTAMP
               MOVE WS-ESCROW-ACCT     TO TXN-ACCOUNT-NUM
               MOVE WS-ESCROW-AMT      TO TXN-AMOUNT
               MOVE "PAYMENT   "       TO TXN-TYPE
               MOVE "Loan installment - escrow"
                                       TO TXN-DESCRIPTION
               MOVE WS-ACCT-CURRENCY   TO TXN-CURRENCY
               MOVE "PENDING "         TO TXN-STATUS
               MOVE WS-CURRENT-BATCH   TO TXN-BATCH-NUM
               MOVE WS-COLLECT-TXN-ID  TO TXN-LINK-ID
               WRITE TRANSACTION-RECORD
               MOVE WS-ESCROW-TXN-ID TO WS-NEXT-TXN-ID
               ADD 1 TO WS-LEGS-POSTED
           END-IF
           CLOSE PENDING-FILE

           MOVE "BILLED  " TO LSC-STATUS
           MOVE WS-COLLECT-TXN-ID TO LSC-BILL-TXN-ID
           MOVE WS-ESCROW-AMT TO LSC-ESCROW
           REWRITE LOAN-SCHEDULE-RECORD
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY "WARN|Schedule rewrite failed: "
               MOVE LSC-INSTALLMENT-NO TO ARR-INSTALLMENT-NO
               MOVE LSC-DUE-DATE TO ARR-DUE-DATE
               COMPUTE ARR-AMOUNT = LSC-PRINCIPAL + LSC-INTEREST
      *        Rows billed before escrow was carried hold no amount
               IF LSC-ESCROW IS NUMERIC
                   ADD LSC-ESCROW TO ARR-AMOUNT
               END-IF
               MOVE WS-DAYS-LATE TO ARR-DAYS-LATE
               EVALUATE TRUE
                   WHEN WS-DAYS-LATE >= 90
      *    The open DUE rows are superseded: counted for the
      *    remaining term, marked RESCHED so billing skips them.
      *    The earliest of them anchors the new schedule's dates and
      *    its amount carries the level payment for KEEPPAY. The
      *    principal they still carry and their rate basis go to
      *    the regenerated rows.
           MOVE 0 TO WS-REMAINING-TERM
           MOVE 0 TO WS-DUE-PRINCIPAL
           MOVE "F" TO WS-RATE-TYPE
           MOVE 0 TO WS-NEXT-INSTALLMENT
           MOVE 0 TO WS-NEXT-DUE-DATE
           MOVE 0 TO WS-PAYMENT
                       IF LSC-ACCT-NUMBER = WS-SEARCH-ACCT
                           AND LSC-DUE
                           ADD 1 TO WS-REMAINING-TERM
                           ADD LSC-PRINCIPAL TO WS-DUE-PRINCIPAL
                           IF LSC-RATE-VARIABLE
                               MOVE "V" TO WS-RATE-TYPE
                           END-IF
                           IF WS-NEXT-DUE-DATE = 0
                               OR LSC-DUE-DATE < WS-NEXT-DUE-DATE
                               MOVE LSC-DUE-DATE
               MOVE WS-PRI-PART      TO LSC-PRINCIPAL
               MOVE WS-INT-PART      TO LSC-INTEREST
               MOVE "DUE     "       TO LSC-STATUS
               MOVE WS-RATE-TYPE     TO LSC-RATE-TYPE
               MOVE WS-ANNUAL-RATE   TO LSC-RATE
               WRITE LOAN-SCHEDULE-RECORD
           END-PERFORM
           CLOSE SCHEDULE-FILE.

       SET-VARIABLE-RATE.
           IF WS-ARG-COUNT < 5
               DISPLAY "ERROR|VARIABLE requires: ACCT INDEX-CODE"
                   " MARGIN RESET-MONTHS [CAP] [FLOOR]"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ACCT FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-INDEX FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-MARGIN FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-RESET FROM ARGUMENT-VALUE
           MOVE WS-INPUT-ACCT TO WS-SEARCH-ACCT
           COMPUTE WS-MARGIN = FUNCTION NUMVAL(WS-INPUT-MARGIN)
           COMPUTE WS-RESET-MONTHS = FUNCTION NUMVAL(WS-INPUT-RESET)
           MOVE 0 TO WS-RATE-CAP
           MOVE 0 TO WS-RATE-FLOOR
           IF WS-ARG-COUNT >= 6
               ACCEPT WS-INPUT-CAP FROM ARGUMENT-VALUE
               COMPUTE WS-RATE-CAP = FUNCTION NUMVAL(WS-INPUT-CAP)
           END-IF
           IF WS-ARG-COUNT >= 7
               ACCEPT WS-INPUT-FLOOR FROM ARGUMENT-VALUE
               COMPUTE WS-RATE-FLOOR =
                   FUNCTION NUMVAL(WS-INPUT-FLOOR)
           END-IF
           IF WS-INPUT-INDEX = SPACES OR WS-RESET-MONTHS = 0
               DISPLAY "ERROR|Index code and reset months are"
                   " required"
               STOP RUN
           END-IF
           IF WS-RATE-CAP > 0 AND WS-RATE-FLOOR > WS-RATE-CAP
               DISPLAY "ERROR|Floor is above the cap"
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               STOP RUN
           END-IF
           MOVE WS-SEARCH-ACCT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ERROR|Account not found: "
                       WS-SEARCH-ACCT
                   CLOSE ACCOUNT-FILE
                   STOP RUN
           END-READ
           IF NOT ACCT-TYPE-LOAN
               DISPLAY "ERROR|Not a LOAN account: " WS-SEARCH-ACCT
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           MOVE ACCT-TD-RATE TO WS-ANNUAL-RATE
           CLOSE ACCOUNT-FILE

      *    One terms row per loan
           OPEN INPUT TERMS-FILE
           IF WS-TERMS-STATUS = "00"
               MOVE 0 TO WS-TERMS-EOF
               PERFORM UNTIL WS-TERMS-EOF = 1
                   READ TERMS-FILE
                       AT END
                           MOVE 1 TO WS-TERMS-EOF
                       NOT AT END
                           IF LRT-ACCT-NUMBER = WS-SEARCH-ACCT
                               DISPLAY "ERROR|Loan is already"
                                   " variable rate: " WS-SEARCH-ACCT
                               CLOSE TERMS-FILE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMS-FILE
           END-IF

      *    Flag the open installments; a loan with none left has
      *    nothing to reprice.
           MOVE 0 TO WS-REMAINING-TERM
           OPEN I-O SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open schedules: "
                   WS-SCHEDULE-STATUS
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ SCHEDULE-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF LSC-ACCT-NUMBER = WS-SEARCH-ACCT
                           AND LSC-DUE
                           ADD 1 TO WS-REMAINING-TERM
                           MOVE "V" TO LSC-RATE-TYPE
                           MOVE WS-ANNUAL-RATE TO LSC-RATE
                           REWRITE LOAN-SCHEDULE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           IF WS-REMAINING-TERM = 0
               DISPLAY "ERROR|No open installments on "
                   WS-SEARCH-ACCT
               STOP RUN
           END-IF

      *    First reset one reset period from today, on the
      *    installment day the schedule was cut on
           MOVE WS-DATE-YYYYMMDD TO WS-RESET-DATE
           PERFORM ADVANCE-RESET-DATE

           INITIALIZE LOAN-RATE-TERMS-RECORD
           MOVE WS-SEARCH-ACCT   TO LRT-ACCT-NUMBER
           MOVE WS-INPUT-INDEX   TO LRT-INDEX-CODE
           MOVE WS-MARGIN        TO LRT-MARGIN
           MOVE WS-RESET-MONTHS  TO LRT-RESET-MONTHS
           MOVE WS-RATE-CAP      TO LRT-RATE-CAP
           MOVE WS-RATE-FLOOR    TO LRT-RATE-FLOOR
           MOVE WS-NEXT-RESET    TO LRT-NEXT-RESET-DATE
           MOVE WS-ANNUAL-RATE   TO LRT-CURRENT-RATE
           OPEN EXTEND TERMS-FILE
           IF WS-TERMS-STATUS = "35"
               OPEN OUTPUT TERMS-FILE
           END-IF
           IF WS-TERMS-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot write rate terms: "
                   WS-TERMS-STATUS
               STOP RUN
           END-IF
           WRITE LOAN-RATE-TERMS-RECORD
           CLOSE TERMS-FILE

           MOVE WS-ANNUAL-RATE TO WS-DISPLAY-RATE
           MOVE WS-MARGIN TO WS-DISPLAY-INDEX
           DISPLAY "VARIABLE|" WS-SEARCH-ACCT "|" WS-INPUT-INDEX
               "|margin " WS-DISPLAY-INDEX "|every "
               WS-RESET-MONTHS " months|first reset "
               WS-NEXT-RESET "|rate until then " WS-DISPLAY-RATE
               "|" WS-REMAINING-TERM " installments flagged".

       REPRICE-VARIABLE-LOANS.
           IF WS-ARG-COUNT >= 2
               ACCEPT WS-INPUT-DATE FROM ARGUMENT-VALUE
               MOVE WS-INPUT-DATE TO WS-RUN-DATE
           ELSE
               MOVE WS-DATE-YYYYMMDD TO WS-RUN-DATE
           END-IF

           PERFORM LOAD-INDEX-RATES
           IF WS-IDX-COUNT = 0
               DISPLAY "ERROR|No index fixings on file - nothing"
                   " can be repriced"
               STOP RUN
           END-IF

           OPEN I-O TERMS-FILE
           IF WS-TERMS-STATUS NOT = "00"
               DISPLAY "INFO|No variable-rate loans on file"
               STOP RUN
           END-IF
           MOVE 0 TO WS-TERMS-EOF
           PERFORM UNTIL WS-TERMS-EOF = 1
               READ TERMS-FILE
                   AT END
                       MOVE 1 TO WS-TERMS-EOF
                   NOT AT END
                       IF LRT-NEXT-RESET-DATE > 0
                           AND LRT-NEXT-RESET-DATE <= WS-RUN-DATE
                           PERFORM REPRICE-ONE-LOAN
                               THRU REPRICE-ONE-LOAN-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMS-FILE

           DISPLAY "REPRICE-COMPLETE|" WS-RUN-DATE "|"
               WS-REPRICED-COUNT " repriced|"
               WS-SKIPPED-COUNT " held for a missing fixing".

       LOAD-INDEX-RATES.
           MOVE 0 TO WS-IDX-COUNT
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ INDEX-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-IDX-COUNT < 2000
                               ADD 1 TO WS-IDX-COUNT
                               MOVE IXR-INDEX-CODE
                                   TO WS-IDX-CODE(WS-IDX-COUNT)
                               MOVE IXR-EFFECTIVE-DATE
                                   TO WS-IDX-DATE(WS-IDX-COUNT)
                               MOVE IXR-RATE
                                   TO WS-IDX-RATE(WS-IDX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INDEX-FILE
           ELSE
               IF WS-INDEX-STATUS NOT = "35"
                   DISPLAY "WARN|Cannot open index rates: "
                       WS-INDEX-STATUS
               END-IF
           END-IF.

       REPRICE-ONE-LOAN.
      *    A loan several periods behind (missed runs) resets once,
      *    on the latest reset date that has arrived.
           MOVE LRT-ACCT-NUMBER TO WS-SEARCH-ACCT
           MOVE LRT-RESET-MONTHS TO WS-RESET-MONTHS
           IF WS-RESET-MONTHS = 0
               MOVE 1 TO WS-RESET-MONTHS
           END-IF
           MOVE LRT-NEXT-RESET-DATE TO WS-RESET-DATE
           PERFORM ADVANCE-RESET-DATE
           PERFORM UNTIL WS-NEXT-RESET > WS-RUN-DATE
               MOVE WS-NEXT-RESET TO WS-RESET-DATE
               PERFORM ADVANCE-RESET-DATE
           END-PERFORM

      *    Fixing in force on the reset date: latest effective date
      *    not after it
           MOVE 0 TO WS-INDEX-FOUND
           MOVE 0 TO WS-INDEX-DATE
           PERFORM VARYING WS-IDX-SUB FROM 1 BY 1
                   UNTIL WS-IDX-SUB > WS-IDX-COUNT
               IF WS-IDX-CODE(WS-IDX-SUB) = LRT-INDEX-CODE
                   AND WS-IDX-DATE(WS-IDX-SUB) <= WS-RESET-DATE
                   AND WS-IDX-DATE(WS-IDX-SUB) >= WS-INDEX-DATE
                   MOVE 1 TO WS-INDEX-FOUND
                   MOVE WS-IDX-DATE(WS-IDX-SUB) TO WS-INDEX-DATE
                   MOVE WS-IDX-RATE(WS-IDX-SUB) TO WS-INDEX-RATE
               END-IF
           END-PERFORM
           IF WS-INDEX-FOUND = 0
               DISPLAY "WARN|No " LRT-INDEX-CODE " fixing on or"
                   " before " WS-RESET-DATE " - " WS-SEARCH-ACCT
                   " keeps its rate until the next run"
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO REPRICE-ONE-LOAN-EXIT
           END-IF

           COMPUTE WS-ANNUAL-RATE ROUNDED =
               WS-INDEX-RATE + LRT-MARGIN
           IF LRT-RATE-FLOOR > 0 AND WS-ANNUAL-RATE < LRT-RATE-FLOOR
               MOVE LRT-RATE-FLOOR TO WS-ANNUAL-RATE
           END-IF
           IF LRT-RATE-CAP > 0 AND WS-ANNUAL-RATE > LRT-RATE-CAP
               MOVE LRT-RATE-CAP TO WS-ANNUAL-RATE
           END-IF
           IF WS-ANNUAL-RATE < 0
               MOVE 0 TO WS-ANNUAL-RATE
           END-IF

      *    The rate in force goes on the master for payoff quotes
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               CLOSE TERMS-FILE
               STOP RUN
           END-IF
           MOVE WS-SEARCH-ACCT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "WARN|Loan not on master: "
                       WS-SEARCH-ACCT
                   CLOSE ACCOUNT-FILE
                   ADD 1 TO WS-SKIPPED-COUNT
                   GO TO REPRICE-ONE-LOAN-EXIT
           END-READ
           MOVE WS-ANNUAL-RATE TO ACCT-TD-RATE
           PERFORM REWRITE-ACCOUNT-JOURNALED
           CLOSE ACCOUNT-FILE

      *    Remaining DUE installments regenerated over the same
      *    term on the principal they still carry
           PERFORM RETIRE-REMAINING-SCHEDULE
           MOVE "V" TO WS-RATE-TYPE
           MOVE 0 TO WS-PAYMENT
           IF WS-REMAINING-TERM > 0
               MOVE WS-DUE-PRINCIPAL TO WS-PRINCIPAL
               MOVE WS-REMAINING-TERM TO WS-TERM-MONTHS
               COMPUTE WS-MONTHLY-RATE = WS-ANNUAL-RATE / 100 / 12
               IF WS-MONTHLY-RATE = 0
                   COMPUTE WS-PAYMENT ROUNDED =
                       WS-PRINCIPAL / WS-TERM-MONTHS
               ELSE
                   COMPUTE WS-FACTOR =
                       (1 + WS-MONTHLY-RATE) ** WS-TERM-MONTHS
                   COMPUTE WS-PAYMENT ROUNDED =
                       WS-PRINCIPAL * WS-MONTHLY-RATE * WS-FACTOR
                       / (WS-FACTOR - 1)
               END-IF
               PERFORM GENERATE-RESCHEDULE
           END-IF

      *    A loan with nothing left open takes no further resets
           MOVE WS-RESET-DATE    TO LRT-LAST-RESET-DATE
           MOVE WS-INDEX-RATE    TO LRT-LAST-INDEX-RATE
           MOVE WS-ANNUAL-RATE   TO LRT-CURRENT-RATE
           IF WS-REMAINING-TERM > 0
               MOVE WS-NEXT-RESET TO LRT-NEXT-RESET-DATE
           ELSE
               MOVE 0 TO LRT-NEXT-RESET-DATE
           END-IF
           REWRITE LOAN-RATE-TERMS-RECORD
           IF WS-TERMS-STATUS NOT = "00"
               DISPLAY "WARN|Rate terms rewrite failed: "
                   WS-TERMS-STATUS
           END-IF
           ADD 1 TO WS-REPRICED-COUNT

           MOVE WS-ANNUAL-RATE TO WS-DISPLAY-RATE
           MOVE WS-INDEX-RATE TO WS-DISPLAY-INDEX
           MOVE WS-PAYMENT TO WS-DISPLAY-AMT
           DISPLAY "REPRICED|" WS-SEARCH-ACCT "|" WS-RESET-DATE
               "|" LRT-INDEX-CODE " " WS-DISPLAY-INDEX
               "|rate " WS-DISPLAY-RATE "|" WS-REMAINING-TERM
               " installments of " WS-DISPLAY-AMT
               "|next reset " LRT-NEXT-RESET-DATE
           IF WS-REMAINING-TERM = 0
               GO TO REPRICE-ONE-LOAN-EXIT
           END-IF

           INITIALIZE LOAN-QUOTE-RECORD
           MOVE WS-SEARCH-ACCT   TO LQT-ACCT-NUMBER
           MOVE "R"              TO LQT-TYPE
           MOVE WS-RESET-DATE    TO LQT-DATE
           MOVE WS-PRINCIPAL     TO LQT-PRINCIPAL
           MOVE WS-PRINCIPAL     TO LQT-TOTAL
           MOVE "REPRICE "       TO LQT-MODE
           MOVE WS-PAYMENT       TO LQT-NEW-PAYMENT
           MOVE WS-TERM-MONTHS   TO LQT-NEW-TERM
           PERFORM APPEND-QUOTE-RECORD

      *    Borrower notice: the new installment, with the rate
           INITIALIZE NOTIFY-SERVICE-AREA
           MOVE WS-SEARCH-ACCT   TO NFY-ACCT-NUMBER
           MOVE "LOANRATE"       TO NFY-EVENT-CODE
           MOVE WS-PAYMENT       TO NFY-AMOUNT
           MOVE WS-TIMESTAMP     TO NFY-TIMESTAMP
           MOVE "M"              TO NFY-SEVERITY
           STRING "Rate reset to" DELIMITED SIZE
                  WS-DISPLAY-RATE DELIMITED SIZE
                  "% - new installment" DELIMITED SIZE
                  INTO NFY-DETAIL
           END-STRING
           CALL "NOTIFY-SERVICE" USING NOTIFY-SERVICE-AREA.

       REPRICE-ONE-LOAN-EXIT.
           EXIT.

       ADVANCE-RESET-DATE.
      *    WS-RESET-DATE plus WS-RESET-MONTHS months into
      *    WS-NEXT-RESET, the day capped at 28 like the schedule's
           DIVIDE WS-RESET-DATE BY 10000
               GIVING WS-DUE-ANNEE REMAINDER WS-DUE-RESTE
           DIVIDE WS-DUE-RESTE BY 100
               GIVING WS-DUE-MOIS REMAINDER WS-DUE-JOUR
           IF WS-DUE-JOUR > 28
               MOVE 28 TO WS-DUE-JOUR
           END-IF
           COMPUTE WS-MONTH-COUNT =
               WS-DUE-ANNEE * 12 + WS-DUE-MOIS - 1 + WS-RESET-MONTHS
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-DUE-ANNEE REMAINDER WS-DUE-MOIS
           ADD 1 TO WS-DUE-MOIS
           COMPUTE WS-NEXT-RESET =
               WS-DUE-ANNEE * 10000 + WS-DUE-MOIS * 100
               + WS-DUE-JOUR.

       ACQUIRE-BATCH-LOCK.
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
                   SUBTRACT 1 FROM WS-SERIAL
               END-IF
           END-IF.

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
           MOVE "MANAGE-LOANS" TO JSV-PROGRAM
           MOVE WS-CURRENT-BATCH TO JSV-BATCH-NUM
           MOVE ACCT-NUMBER TO JSV-ACCT-NUMBER
           CALL "JOURNAL-SERVICE" USING JOURNAL-SERVICE-AREA.
