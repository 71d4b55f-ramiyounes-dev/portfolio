       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAGE-ESCROW.
      *================================================================*
      * MANAGE-ESCROW.cbl                                              *
      * Escrow for the property tax and insurance on a LOAN: the       *
      * borrower's money for those bills is collected with each        *
      * installment into a SAVINGS sub-account and the bank pays the   *
      * bills itself, so a missed tax or premium cannot put the        *
      * collateral at risk.                                            *
      *   OPEN <loan-acct> <escrow-acct> <monthly-amount>              *
      *        [cushion-months]                                        *
      *     — links the loan to its escrow sub-account (an ACTIVE      *
      *       SAVINGS account in the loan's currency) on               *
      *       escrow-accounts.dat. From the next MANAGE-LOANS BILL     *
      *       the monthly amount is added to every installment and     *
      *       credited to the sub-account. The cushion (default 2,     *
      *       at most 2 months of the year's disbursements) is kept    *
      *       in hand at the year's low point                          *
      *   ADD <loan-acct> <TAX|INS> <payee-acct> <amount> <due-date>   *
      *       <frequency-months> [payee-name]                          *
      *     — schedules a tax or insurance bill paid out of the        *
      *       escrow: the payee's account, the amount and the next     *
      *       due date, recurring every <frequency-months> (zero =     *
      *       a one-off bill)                                          *
      *   REMOVE <loan-acct> <item-no>                                 *
      *     — takes a bill off the schedule                            *
      *   LIST <loan-acct>                                             *
      *     — the escrow link and its disbursement schedule            *
      *   DISBURSE [run-date YYYYMMDD]                                 *
      *     — pays every scheduled bill due on or before the run date  *
      *       through the pending pipeline: debit the escrow           *
      *       sub-account, linked credit to the payee. A bill larger   *
      *       than the escrow holds is still paid — the collateral     *
      *       comes first — and the negative balance is the bank's     *
      *       advance, recovered by the next analysis. The bill's due  *
      *       date then moves on by its frequency                      *
      *   ANALYZE [loan-acct]                                          *
      *     — annual escrow analysis, for every escrow whose analysis  *
      *       date has arrived or for the one loan named: projects     *
      *       the escrow balance over the next twelve months from the  *
      *       monthly payment the scheduled bills require (a twelfth   *
      *       of the year's disbursements) against those bills, finds  *
      *       the low point and sets it against the cushion. A         *
      *       shortage is spread over the next twelve payments; a      *
      *       surplus of at least ESCROW_REFUND_MIN (default 50.00)    *
      *       is refunded to the borrower's settlement account         *
      *       through the pending pipeline unless an installment is    *
      *       LATE, otherwise it stays in the escrow. The new monthly  *
      *       amount goes on the escrow link, the statement goes on    *
      *       escrow-analysis.dat and to stdout, and the borrower is   *
      *       told the new payment (ESCROWAN notice through            *
      *       NOTIFY-SERVICE)                                          *
      * OPEN/ADD/REMOVE require OPERATOR_ID and write to the           *
      * maintenance audit trail against the loan account.              *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE
               ASSIGN TO WS-ACCT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT ESCROW-FILE
               ASSIGN TO WS-ESCROW-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESCROW-STATUS.

           SELECT ITEM-FILE
               ASSIGN TO WS-ITEM-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.

           SELECT ANALYSIS-FILE
               ASSIGN TO WS-ANALYSIS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANALYSIS-STATUS.

           SELECT SCHEDULE-FILE
               ASSIGN TO WS-SCHEDULE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

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

           SELECT AUDIT-FILE
               ASSIGN TO WS-AUDIT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD  ESCROW-FILE.
       COPY "ESCROW-ACCOUNT.cpy".

       FD  ITEM-FILE.
       COPY "ESCROW-DISBURSEMENT.cpy".

       FD  ANALYSIS-FILE.
       COPY "ESCROW-ANALYSIS.cpy".

       FD  SCHEDULE-FILE.
       COPY "LOAN-SCHEDULE.cpy".

       FD  PENDING-FILE.
       COPY "TRANSACTION-RECORD.cpy".

       FD  BATCH-FILE.
       COPY "BATCH-STATE.cpy".

       FD  LOCK-FILE.
       COPY "BATCH-LOCK.cpy".

       FD  AUDIT-FILE.
       COPY "ACCOUNT-MAINT-AUDIT.cpy".

       WORKING-STORAGE SECTION.
       COPY "NOTIFY-AREA.cpy".
       01  WS-ACCT-PATH               PIC X(256).
       01  WS-ESCROW-PATH             PIC X(256).
       01  WS-ITEM-PATH               PIC X(256).
       01  WS-ANALYSIS-PATH           PIC X(256).
       01  WS-SCHEDULE-PATH           PIC X(256).
       01  WS-PENDING-PATH            PIC X(256).
       01  WS-BATCH-PATH              PIC X(256).
       01  WS-LOCK-PATH               PIC X(256).
       01  WS-AUDIT-PATH              PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-ACCT-STATUS             PIC XX.
       01  WS-ESCROW-STATUS           PIC XX.
       01  WS-ITEM-STATUS             PIC XX.
       01  WS-ANALYSIS-STATUS         PIC XX.
       01  WS-SCHEDULE-STATUS         PIC XX.
       01  WS-PEND-STATUS             PIC XX.
       01  WS-BATCH-STATUS            PIC XX.
       01  WS-LOCK-STATUS             PIC XX.
       01  WS-AUDIT-STATUS            PIC XX.

       01  WS-ACTION                  PIC X(10).
       01  WS-INPUT-LOAN              PIC X(10).
       01  WS-INPUT-ESCROW            PIC X(10).
       01  WS-INPUT-AMOUNT            PIC X(16).
       01  WS-INPUT-CUSHION           PIC X(2).
       01  WS-INPUT-KIND              PIC X(4).
       01  WS-INPUT-PAYEE             PIC X(10).
       01  WS-INPUT-DATE              PIC X(8).
       01  WS-INPUT-FREQUENCY         PIC X(2).
       01  WS-INPUT-NAME              PIC X(24).
       01  WS-INPUT-ITEM              PIC X(3).
       01  WS-INPUT-REFUND-MIN        PIC X(16).
       01  WS-OPERATOR-ID             PIC X(8).
       01  WS-ARG-COUNT               PIC 9(2).

       01  WS-LOAN-ACCT               PIC 9(10).
       01  WS-ESCROW-ACCT             PIC 9(10).
       01  WS-PAYEE-ACCT              PIC 9(10).
       01  WS-SETTLE-ACCT             PIC 9(10).
       01  WS-LOAN-CURRENCY           PIC X(3).
       01  WS-AMOUNT                  PIC S9(13)V99 COMP-3.
       01  WS-CUSHION-MONTHS          PIC 9(2).
       01  WS-DUE-DATE                PIC 9(8).
       01  WS-FREQUENCY               PIC 9(2).
       01  WS-ITEM-NO                 PIC 9(3).
       01  WS-RUN-DATE                PIC 9(8).
       01  WS-NEXT-ANALYSIS           PIC 9(8).
      *    Single loan named on ANALYZE (zero = every escrow due)
       01  WS-ONE-LOAN                PIC 9(10)  VALUE 0.

       01  WS-AUDIT-FIELD             PIC X(16).
       01  WS-AUDIT-BEFORE            PIC X(20).
       01  WS-AUDIT-AFTER             PIC X(20).

       01  WS-EOF                     PIC 9      VALUE 0.
       01  WS-ITEM-EOF                PIC 9      VALUE 0.
       01  WS-FOUND                   PIC 9      VALUE 0.
       01  WS-LIST-COUNT              PIC 9(4)   VALUE 0.
       01  WS-PAID-COUNT              PIC 9(4)   VALUE 0.
       01  WS-SKIPPED-COUNT           PIC 9(4)   VALUE 0.
       01  WS-ADVANCE-COUNT           PIC 9(4)   VALUE 0.
       01  WS-ANALYZED-COUNT          PIC 9(4)   VALUE 0.
       01  WS-SHORTAGE-COUNT          PIC 9(4)   VALUE 0.
       01  WS-SURPLUS-COUNT           PIC 9(4)   VALUE 0.
       01  WS-PAID-TOTAL              PIC S9(13)V99 COMP-3 VALUE 0.

      *    Active escrows for the disbursement run, with the escrow
      *    balance run down as bills are paid out of it
       01  WS-LNK-COUNT               PIC 9(4)   VALUE 0.
       01  WS-LNK-TABLE.
           05  WS-LNK-ENTRY OCCURS 2000 TIMES.
               10  WS-LNK-LOAN        PIC 9(10).
               10  WS-LNK-ESCROW      PIC 9(10).
               10  WS-LNK-CURRENCY    PIC X(3).
               10  WS-LNK-BALANCE     PIC S9(13)V99 COMP-3.
       01  WS-LNK-IDX                 PIC 9(4).
       01  WS-LNK-FOUND               PIC 9(4).

      *    Twelve-month projection for one analysis
       01  WS-PRJ-TABLE.
           05  WS-PRJ-ENTRY OCCURS 12 TIMES.
               10  WS-PRJ-MONTH       PIC 9(6).
               10  WS-PRJ-DISB        PIC S9(13)V99 COMP-3.
               10  WS-PRJ-BALANCE     PIC S9(13)V99 COMP-3.
       01  WS-PRJ-IDX                 PIC 9(2).
       01  WS-PRJ-SLOT                PIC S9(6).
       01  WS-PRJ-DONE                PIC 9      VALUE 0.
       01  WS-ITEM-COUNT              PIC 9(4)   VALUE 0.
      *    Months counted from year zero, so a window and a due date
      *    compare and subtract as plain numbers
       01  WS-WINDOW-START            PIC 9(6).
       01  WS-ITEM-MONTH              PIC 9(6).
       01  WS-MONTH-NUMBER            PIC 9(6).
       01  WS-MONTH-YYYYMM            PIC 9(6).
       01  WS-MON-ANNEE               PIC 9(4).
       01  WS-MON-MOIS                PIC 9(2).
       01  WS-MON-JOUR                PIC 9(2).
       01  WS-MON-RESTE               PIC 9(4).
       01  WS-DATE-IN                 PIC 9(8).
       01  WS-DATE-OUT                PIC 9(8).

       01  WS-START-BALANCE           PIC S9(13)V99 COMP-3.
       01  WS-ANNUAL-DISB             PIC S9(13)V99 COMP-3.
       01  WS-BASE-PAYMENT            PIC S9(13)V99 COMP-3.
       01  WS-CUSHION                 PIC S9(13)V99 COMP-3.
       01  WS-RUNNING                 PIC S9(13)V99 COMP-3.
       01  WS-LOW-POINT               PIC S9(13)V99 COMP-3.
       01  WS-LOW-MONTH               PIC 9(6).
       01  WS-SHORTAGE                PIC S9(13)V99 COMP-3.
       01  WS-SURPLUS                 PIC S9(13)V99 COMP-3.
       01  WS-REFUND                  PIC S9(13)V99 COMP-3.
       01  WS-REFUND-MIN              PIC S9(13)V99 COMP-3.
       01  WS-OLD-PAYMENT             PIC S9(13)V99 COMP-3.
       01  WS-NEW-PAYMENT             PIC S9(13)V99 COMP-3.
       01  WS-LOAN-LATE               PIC 9      VALUE 0.

       01  WS-NEXT-TXN-ID             PIC 9(10).
       01  WS-CURRENT-BATCH           PIC 9(6).
       01  WS-PENDING-COUNT           PIC 9(10).
       01  WS-LEGS-POSTED             PIC 9(6)   VALUE 0.
       01  WS-DEBIT-TXN-ID            PIC 9(10).
       01  WS-CREDIT-TXN-ID           PIC 9(10).

       01  WS-DISPLAY-AMT             PIC -(13)9.99.
       01  WS-DISPLAY-AMT2            PIC -(13)9.99.
       01  WS-DISPLAY-AMT3            PIC -(13)9.99.
       01  WS-DISPLAY-SHORT           PIC Z(9)9.99.
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
                  "/escrow-accounts.dat" DELIMITED SIZE
                  INTO WS-ESCROW-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/escrow-disbursements.dat" DELIMITED SIZE
                  INTO WS-ITEM-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/escrow-analysis.dat" DELIMITED SIZE
                  INTO WS-ANALYSIS-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/loan-schedules.dat" DELIMITED SIZE
                  INTO WS-SCHEDULE-PATH
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
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/account-maint-audit.dat" DELIMITED SIZE
                  INTO WS-AUDIT-PATH
           END-STRING

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY "ERROR|Missing action: OPEN ADD REMOVE LIST"
                   " DISBURSE ANALYZE"
               STOP RUN
           END-IF
           ACCEPT WS-ACTION FROM ARGUMENT-VALUE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                  WS-DATE-HHMMSS   DELIMITED SIZE
                  INTO WS-TIMESTAMP
           END-STRING

           IF WS-ACTION = "OPEN" OR WS-ACTION = "ADD"
               OR WS-ACTION = "REMOVE"
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "ERROR|OPERATOR_ID is required for "
                       "escrow maintenance"
                   STOP RUN
               END-IF
           END-IF

           EVALUATE WS-ACTION
               WHEN "OPEN"
                   PERFORM OPEN-ESCROW
               WHEN "ADD"
                   PERFORM ADD-DISBURSEMENT
               WHEN "REMOVE"
                   PERFORM REMOVE-DISBURSEMENT
               WHEN "LIST"
                   PERFORM LIST-ESCROW
               WHEN "DISBURSE"
                   PERFORM DISBURSE-DUE-BILLS
               WHEN "ANALYZE"
                   PERFORM ANALYZE-ESCROWS
               WHEN OTHER
                   DISPLAY "ERROR|Unknown action: " WS-ACTION
           END-EVALUATE
           STOP RUN.

       OPEN-ESCROW.
           IF WS-ARG-COUNT < 4
               DISPLAY "ERROR|OPEN requires: LOAN-ACCT ESCROW-ACCT"
                   " MONTHLY-AMOUNT [CUSHION-MONTHS]"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-LOAN FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-ESCROW FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-AMOUNT FROM ARGUMENT-VALUE
           MOVE WS-INPUT-LOAN TO WS-LOAN-ACCT
           MOVE WS-INPUT-ESCROW TO WS-ESCROW-ACCT
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-INPUT-AMOUNT)
           MOVE 2 TO WS-CUSHION-MONTHS
           IF WS-ARG-COUNT >= 5
               ACCEPT WS-INPUT-CUSHION FROM ARGUMENT-VALUE
               MOVE WS-INPUT-CUSHION TO WS-CUSHION-MONTHS
           END-IF
           IF WS-AMOUNT < 0
               DISPLAY "ERROR|Monthly escrow amount cannot be negative"
               STOP RUN
           END-IF
           IF WS-CUSHION-MONTHS > 2
               DISPLAY "ERROR|Cushion cannot exceed 2 months"
               STOP RUN
           END-IF

           PERFORM READ-LOAN-MASTER
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               STOP RUN
           END-IF
           MOVE WS-ESCROW-ACCT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ERROR|Escrow account not found: "
                       WS-ESCROW-ACCT
                   CLOSE ACCOUNT-FILE
                   STOP RUN
           END-READ
           CLOSE ACCOUNT-FILE
      *    The escrow is a plain SAVINGS sub-account: no NSF test
      *    stands between a due tax bill and its payment.
           IF NOT ACCT-TYPE-SAVINGS OR NOT ACCT-STATUS-ACTIVE
               DISPLAY "ERROR|Escrow account must be an ACTIVE "
                   "SAVINGS account: " WS-ESCROW-ACCT
               STOP RUN
           END-IF
           IF ACCT-CURRENCY NOT = WS-LOAN-CURRENCY
               DISPLAY "ERROR|Escrow account currency "
                   ACCT-CURRENCY " differs from the loan's "
                   WS-LOAN-CURRENCY
               STOP RUN
           END-IF
           IF WS-ESCROW-ACCT = WS-SETTLE-ACCT
               DISPLAY "ERROR|Escrow account cannot be the loan's "
                   "settlement account"
               STOP RUN
           END-IF

           OPEN INPUT ESCROW-FILE
           IF WS-ESCROW-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ ESCROW-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF ESC-ACTIVE
                               AND (ESC-LOAN-ACCT = WS-LOAN-ACCT
                               OR ESC-ESCROW-ACCT = WS-ESCROW-ACCT)
                               DISPLAY "ERROR|Loan " ESC-LOAN-ACCT
                                   " already has escrow "
                                   ESC-ESCROW-ACCT
                               CLOSE ESCROW-FILE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESCROW-FILE
           END-IF

           MOVE WS-DATE-YYYYMMDD TO WS-DATE-IN
           PERFORM COMPUTE-NEXT-ANALYSIS

           OPEN EXTEND ESCROW-FILE
           IF WS-ESCROW-STATUS = "35"
               OPEN OUTPUT ESCROW-FILE
           END-IF
           IF WS-ESCROW-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open escrow links: "
                   WS-ESCROW-STATUS
               STOP RUN
           END-IF
           INITIALIZE ESCROW-ACCOUNT-RECORD
           MOVE WS-LOAN-ACCT       TO ESC-LOAN-ACCT
           MOVE WS-ESCROW-ACCT     TO ESC-ESCROW-ACCT
           MOVE WS-AMOUNT          TO ESC-MONTHLY
           MOVE WS-CUSHION-MONTHS  TO ESC-CUSHION-MONTHS
           MOVE WS-DATE-YYYYMMDD   TO ESC-OPENED-DATE
           MOVE WS-OPERATOR-ID     TO ESC-OPENED-BY
           MOVE 0                  TO ESC-LAST-ANALYSIS
           MOVE WS-NEXT-ANALYSIS   TO ESC-NEXT-ANALYSIS
           MOVE "ACTIVE  "         TO ESC-STATUS
           WRITE ESCROW-ACCOUNT-RECORD
           IF WS-ESCROW-STATUS NOT = "00"
               DISPLAY "ERROR|Escrow link write failed: "
                   WS-ESCROW-STATUS
               CLOSE ESCROW-FILE
               STOP RUN
           END-IF
           CLOSE ESCROW-FILE

           MOVE "ESCROW-ACCT"  TO WS-AUDIT-FIELD
           MOVE SPACES         TO WS-AUDIT-BEFORE
           MOVE WS-ESCROW-ACCT TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-RECORD

           MOVE WS-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "ESCROW-OPENED|" WS-LOAN-ACCT "|escrow "
               WS-ESCROW-ACCT "|monthly " WS-DISPLAY-AMT "|cushion "
               WS-CUSHION-MONTHS " months|analysis "
               WS-NEXT-ANALYSIS.

       READ-LOAN-MASTER.
      *    The loan's currency and settlement account, for OPEN, ADD
      *    and the surplus refund
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               STOP RUN
           END-IF
           MOVE WS-LOAN-ACCT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ERROR|Loan account not found: "
                       WS-LOAN-ACCT
                   CLOSE ACCOUNT-FILE
                   STOP RUN
           END-READ
           CLOSE ACCOUNT-FILE
           IF NOT ACCT-TYPE-LOAN
               DISPLAY "ERROR|Not a LOAN account: " WS-LOAN-ACCT
               STOP RUN
           END-IF
           IF ACCT-STATUS-CLOSED
               DISPLAY "ERROR|Loan account is closed: " WS-LOAN-ACCT
               STOP RUN
           END-IF
           MOVE ACCT-CURRENCY TO WS-LOAN-CURRENCY
           MOVE ACCT-TD-SETTLE-ACCT TO WS-SETTLE-ACCT.

       FIND-ACTIVE-ESCROW.
           MOVE 0 TO WS-FOUND
           OPEN INPUT ESCROW-FILE
           IF WS-ESCROW-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ ESCROW-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF ESC-LOAN-ACCT = WS-LOAN-ACCT
                               AND ESC-ACTIVE
                               MOVE 1 TO WS-FOUND
                               MOVE 1 TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESCROW-FILE
           END-IF.

       ADD-DISBURSEMENT.
           IF WS-ARG-COUNT < 7
               DISPLAY "ERROR|ADD requires: LOAN-ACCT TAX|INS"
                   " PAYEE-ACCT AMOUNT DUE-DATE FREQUENCY-MONTHS"
                   " [PAYEE-NAME]"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-LOAN FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-KIND FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-PAYEE FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-AMOUNT FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-DATE FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-FREQUENCY FROM ARGUMENT-VALUE
           MOVE SPACES TO WS-INPUT-NAME
           IF WS-ARG-COUNT >= 8
               ACCEPT WS-INPUT-NAME FROM ARGUMENT-VALUE
           END-IF
           MOVE WS-INPUT-LOAN TO WS-LOAN-ACCT
           MOVE WS-INPUT-PAYEE TO WS-PAYEE-ACCT
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-INPUT-AMOUNT)
           MOVE WS-INPUT-DATE TO WS-DUE-DATE
           MOVE WS-INPUT-FREQUENCY TO WS-FREQUENCY

           IF WS-INPUT-KIND NOT = "TAX" AND WS-INPUT-KIND NOT = "INS"
               DISPLAY "ERROR|Bill kind must be TAX or INS"
               STOP RUN
           END-IF
           IF WS-AMOUNT <= 0
               DISPLAY "ERROR|Bill amount must be positive"
               STOP RUN
           END-IF
           IF WS-DUE-DATE < 19000101
               DISPLAY "ERROR|Due date must be YYYYMMDD"
               STOP RUN
           END-IF
           IF WS-FREQUENCY > 12
               DISPLAY "ERROR|Frequency cannot exceed 12 months"
               STOP RUN
           END-IF

           PERFORM READ-LOAN-MASTER
           PERFORM FIND-ACTIVE-ESCROW
           IF WS-FOUND = 0
               DISPLAY "ERROR|No active escrow on loan " WS-LOAN-ACCT
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               STOP RUN
           END-IF
           MOVE WS-PAYEE-ACCT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ERROR|Payee account not found: "
                       WS-PAYEE-ACCT
                   CLOSE ACCOUNT-FILE
                   STOP RUN
           END-READ
           CLOSE ACCOUNT-FILE
           IF ACCT-STATUS-CLOSED
               DISPLAY "ERROR|Payee account is closed: "
                   WS-PAYEE-ACCT
               STOP RUN
           END-IF
           IF ACCT-CURRENCY NOT = WS-LOAN-CURRENCY
               DISPLAY "ERROR|Payee account currency " ACCT-CURRENCY
                   " differs from the loan's " WS-LOAN-CURRENCY
               STOP RUN
           END-IF
           IF WS-INPUT-NAME = SPACES
               MOVE ACCT-OWNER-NAME TO WS-INPUT-NAME
           END-IF

      *    Items are numbered per loan
           MOVE 0 TO WS-ITEM-NO
           OPEN INPUT ITEM-FILE
           IF WS-ITEM-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ ITEM-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF EDS-LOAN-ACCT = WS-LOAN-ACCT
                               AND EDS-ITEM-NO > WS-ITEM-NO
                               MOVE EDS-ITEM-NO TO WS-ITEM-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-FILE
           END-IF
           ADD 1 TO WS-ITEM-NO

           OPEN EXTEND ITEM-FILE
           IF WS-ITEM-STATUS = "35"
               OPEN OUTPUT ITEM-FILE
           END-IF
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open escrow disbursements: "
                   WS-ITEM-STATUS
               STOP RUN
           END-IF
           INITIALIZE ESCROW-DISBURSEMENT-RECORD
           MOVE WS-LOAN-ACCT       TO EDS-LOAN-ACCT
           MOVE WS-ITEM-NO         TO EDS-ITEM-NO
           MOVE WS-INPUT-KIND      TO EDS-KIND
           MOVE WS-PAYEE-ACCT      TO EDS-PAYEE-ACCT
           MOVE WS-INPUT-NAME      TO EDS-PAYEE-NAME
           MOVE WS-AMOUNT          TO EDS-AMOUNT
           MOVE WS-DUE-DATE        TO EDS-DUE-DATE
           MOVE WS-FREQUENCY       TO EDS-FREQUENCY
           MOVE "ACTIVE  "         TO EDS-STATUS
           MOVE WS-OPERATOR-ID     TO EDS-ADDED-BY
           MOVE 0                  TO EDS-LAST-PAID-DATE
           MOVE 0                  TO EDS-LAST-TXN-ID
           WRITE ESCROW-DISBURSEMENT-RECORD
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "ERROR|Escrow disbursement write failed: "
                   WS-ITEM-STATUS
               CLOSE ITEM-FILE
               STOP RUN
           END-IF
           CLOSE ITEM-FILE

           MOVE SPACES TO WS-AUDIT-FIELD
           STRING "ESCROW-" WS-INPUT-KIND
               DELIMITED SIZE INTO WS-AUDIT-FIELD
           END-STRING
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "ITEM " WS-ITEM-NO " " WS-PAYEE-ACCT
               DELIMITED SIZE INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM WRITE-AUDIT-RECORD

           MOVE WS-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "ESCROW-ITEM-ADDED|" WS-LOAN-ACCT "|item "
               WS-ITEM-NO "|" WS-INPUT-KIND "|" WS-PAYEE-ACCT "|"
               WS-INPUT-NAME "|" WS-DISPLAY-AMT "|due " WS-DUE-DATE
               "|every " WS-FREQUENCY " months".

       REMOVE-DISBURSEMENT.
           IF WS-ARG-COUNT < 3
               DISPLAY "ERROR|REMOVE requires: LOAN-ACCT ITEM-NO"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-LOAN FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-ITEM FROM ARGUMENT-VALUE
           MOVE WS-INPUT-LOAN TO WS-LOAN-ACCT
           MOVE WS-INPUT-ITEM TO WS-ITEM-NO

           OPEN I-O ITEM-FILE
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open escrow disbursements: "
                   WS-ITEM-STATUS
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           MOVE ZERO TO WS-FOUND
           PERFORM UNTIL WS-EOF = 1
               READ ITEM-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF EDS-LOAN-ACCT = WS-LOAN-ACCT
                           AND EDS-ITEM-NO = WS-ITEM-NO
                           AND EDS-ACTIVE
                           MOVE "REMOVED " TO EDS-STATUS
                           REWRITE ESCROW-DISBURSEMENT-RECORD
                           IF WS-ITEM-STATUS NOT = "00"
                               DISPLAY "ERROR|Escrow disbursement "
                                   "rewrite failed: " WS-ITEM-STATUS
                           ELSE
                               MOVE 1 TO WS-FOUND
                           END-IF
                           MOVE 1 TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ITEM-FILE

           IF WS-FOUND = 0
               DISPLAY "ERROR|No active item " WS-ITEM-NO
                   " on loan " WS-LOAN-ACCT
               STOP RUN
           END-IF

           MOVE SPACES TO WS-AUDIT-FIELD
           STRING "ESCROW-" EDS-KIND
               DELIMITED SIZE INTO WS-AUDIT-FIELD
           END-STRING
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "ITEM " WS-ITEM-NO " " EDS-PAYEE-ACCT
               DELIMITED SIZE INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE "REMOVED " TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-RECORD

           DISPLAY "ESCROW-ITEM-REMOVED|" WS-LOAN-ACCT "|item "
               WS-ITEM-NO.

       LIST-ESCROW.
           IF WS-ARG-COUNT < 2
               DISPLAY "ERROR|LIST requires: LOAN-ACCT"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-LOAN FROM ARGUMENT-VALUE
           MOVE WS-INPUT-LOAN TO WS-LOAN-ACCT

           OPEN INPUT ESCROW-FILE
           IF WS-ESCROW-STATUS NOT = "00"
               DISPLAY "INFO|No escrows on file"
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ ESCROW-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ESC-LOAN-ACCT = WS-LOAN-ACCT
                           MOVE ESC-MONTHLY TO WS-DISPLAY-AMT
                           DISPLAY "ESCROW|" ESC-LOAN-ACCT "|"
                               ESC-ESCROW-ACCT "|" ESC-STATUS
                               "|monthly " WS-DISPLAY-AMT
                               "|cushion " ESC-CUSHION-MONTHS
                               " months|opened " ESC-OPENED-DATE
                               " by " ESC-OPENED-BY
                               "|last analysis " ESC-LAST-ANALYSIS
                               "|next " ESC-NEXT-ANALYSIS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ESCROW-FILE

           OPEN INPUT ITEM-FILE
           IF WS-ITEM-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ ITEM-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF EDS-LOAN-ACCT = WS-LOAN-ACCT
                               ADD 1 TO WS-LIST-COUNT
                               MOVE EDS-AMOUNT TO WS-DISPLAY-AMT
                               DISPLAY "ESCROW-ITEM|" EDS-ITEM-NO
                                   "|" EDS-KIND "|" EDS-PAYEE-ACCT
                                   "|" EDS-PAYEE-NAME "|"
                                   WS-DISPLAY-AMT "|due "
                                   EDS-DUE-DATE "|every "
                                   EDS-FREQUENCY " months|"
                                   EDS-STATUS "|last paid "
                                   EDS-LAST-PAID-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-FILE
           END-IF

           DISPLAY "LIST-COMPLETE|" WS-LOAN-ACCT "|"
               WS-LIST-COUNT " scheduled bills".

       DISBURSE-DUE-BILLS.
           IF WS-ARG-COUNT >= 2
               ACCEPT WS-INPUT-DATE FROM ARGUMENT-VALUE
               MOVE WS-INPUT-DATE TO WS-RUN-DATE
           ELSE
               MOVE WS-DATE-YYYYMMDD TO WS-RUN-DATE
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               STOP RUN
           END-IF
           PERFORM LOAD-ESCROW-LINKS
           IF WS-LNK-COUNT = 0
               CLOSE ACCOUNT-FILE
               DISPLAY "INFO|No active escrows on file"
               STOP RUN
           END-IF

           PERFORM ACQUIRE-BATCH-LOCK
           PERFORM READ-BATCH-STATE

           OPEN I-O ITEM-FILE
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "INFO|No escrow disbursements on file"
               CLOSE ACCOUNT-FILE
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           OPEN EXTEND PENDING-FILE
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open pending: " WS-PEND-STATUS
               CLOSE ITEM-FILE
               CLOSE ACCOUNT-FILE
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF

           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ ITEM-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF EDS-ACTIVE
                           AND EDS-DUE-DATE <= WS-RUN-DATE
                           PERFORM DISBURSE-ONE-BILL
                               THRU DISBURSE-ONE-BILL-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE
           CLOSE ITEM-FILE
           CLOSE ACCOUNT-FILE

           PERFORM UPDATE-BATCH-PENDING-COUNT
           PERFORM RELEASE-BATCH-LOCK
           MOVE WS-PAID-TOTAL TO WS-DISPLAY-AMT
           DISPLAY "DISBURSE-COMPLETE|" WS-RUN-DATE "|"
               WS-PAID-COUNT " bills paid|" WS-DISPLAY-AMT "|"
               WS-ADVANCE-COUNT " advanced|" WS-SKIPPED-COUNT
               " skipped".

       LOAD-ESCROW-LINKS.
      *    Account file is open for input; the escrow balance is the
      *    committed balance on the master
           MOVE 0 TO WS-LNK-COUNT
           OPEN INPUT ESCROW-FILE
           IF WS-ESCROW-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ ESCROW-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF ESC-ACTIVE AND WS-LNK-COUNT < 2000
                               PERFORM KEEP-ESCROW-LINK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESCROW-FILE
           END-IF.

       KEEP-ESCROW-LINK.
           MOVE ESC-ESCROW-ACCT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "WARN|Escrow account not on master: "
                       ESC-ESCROW-ACCT " - loan " ESC-LOAN-ACCT
               NOT INVALID KEY
                   ADD 1 TO WS-LNK-COUNT
                   MOVE ESC-LOAN-ACCT TO WS-LNK-LOAN(WS-LNK-COUNT)
                   MOVE ESC-ESCROW-ACCT
                       TO WS-LNK-ESCROW(WS-LNK-COUNT)
                   MOVE ACCT-CURRENCY
                       TO WS-LNK-CURRENCY(WS-LNK-COUNT)
                   MOVE ACCT-BALANCE
                       TO WS-LNK-BALANCE(WS-LNK-COUNT)
           END-READ.

       DISBURSE-ONE-BILL.
           MOVE 0 TO WS-LNK-FOUND
           PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
                   UNTIL WS-LNK-IDX > WS-LNK-COUNT
               IF WS-LNK-LOAN(WS-LNK-IDX) = EDS-LOAN-ACCT
                   MOVE WS-LNK-IDX TO WS-LNK-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LNK-FOUND = 0
               DISPLAY "WARN|No active escrow for loan "
                   EDS-LOAN-ACCT " - item " EDS-ITEM-NO " not paid"
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO DISBURSE-ONE-BILL-EXIT
           END-IF

           MOVE EDS-PAYEE-ACCT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "WARN|Payee account not found: "
                       EDS-PAYEE-ACCT " - loan " EDS-LOAN-ACCT
                       " item " EDS-ITEM-NO " not paid"
                   ADD 1 TO WS-SKIPPED-COUNT
                   GO TO DISBURSE-ONE-BILL-EXIT
           END-READ
           IF ACCT-STATUS-CLOSED
               OR ACCT-CURRENCY NOT = WS-LNK-CURRENCY(WS-LNK-FOUND)
               DISPLAY "WARN|Payee account " EDS-PAYEE-ACCT
                   " closed or in another currency - loan "
                   EDS-LOAN-ACCT " item " EDS-ITEM-NO " not paid"
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO DISBURSE-ONE-BILL-EXIT
           END-IF

      *    Paid even when the escrow is short: the bank advances the
      *    difference rather than let a tax or premium go unpaid.
           IF WS-LNK-BALANCE(WS-LNK-FOUND) < EDS-AMOUNT
               COMPUTE WS-AMOUNT =
                   EDS-AMOUNT - WS-LNK-BALANCE(WS-LNK-FOUND)
               IF WS-LNK-BALANCE(WS-LNK-FOUND) < 0
                   MOVE EDS-AMOUNT TO WS-AMOUNT
               END-IF
               MOVE WS-AMOUNT TO WS-DISPLAY-AMT
               DISPLAY "WARN|Escrow " WS-LNK-ESCROW(WS-LNK-FOUND)
                   " short - bank advances " WS-DISPLAY-AMT
                   " for loan " EDS-LOAN-ACCT
               ADD 1 TO WS-ADVANCE-COUNT
           END-IF
           SUBTRACT EDS-AMOUNT FROM WS-LNK-BALANCE(WS-LNK-FOUND)

           ADD 1 TO WS-NEXT-TXN-ID
           MOVE WS-NEXT-TXN-ID TO WS-DEBIT-TXN-ID
           COMPUTE WS-CREDIT-TXN-ID = WS-NEXT-TXN-ID + 1

           INITIALIZE TRANSACTION-RECORD
           MOVE WS-DEBIT-TXN-ID        TO TXN-ID
           MOVE WS-TIMESTAMP           TO TXN-TIMESTAMP
           MOVE WS-LNK-ESCROW(WS-LNK-FOUND) TO TXN-ACCOUNT-NUM
           COMPUTE TXN-AMOUNT = 0 - EDS-AMOUNT
           MOVE "PAYMENT   "           TO TXN-TYPE
           IF EDS-TAX
               MOVE "Escrow disbursement - tax" TO TXN-DESCRIPTION
           ELSE
               MOVE "Escrow disbursement - insurance"
                                       TO TXN-DESCRIPTION
           END-IF
           MOVE WS-LNK-CURRENCY(WS-LNK-FOUND) TO TXN-CURRENCY
           MOVE "PENDING "             TO TXN-STATUS
           MOVE WS-CURRENT-BATCH       TO TXN-BATCH-NUM
           MOVE WS-CREDIT-TXN-ID       TO TXN-LINK-ID
           WRITE TRANSACTION-RECORD

           MOVE WS-CREDIT-TXN-ID       TO TXN-ID
           MOVE EDS-PAYEE-ACCT         TO TXN-ACCOUNT-NUM
           MOVE EDS-AMOUNT             TO TXN-AMOUNT
           MOVE "DEPOSIT   "           TO TXN-TYPE
           MOVE WS-DEBIT-TXN-ID        TO TXN-LINK-ID
           WRITE TRANSACTION-RECORD

           MOVE WS-CREDIT-TXN-ID TO WS-NEXT-TXN-ID
           ADD 2 TO WS-LEGS-POSTED

           MOVE WS-RUN-DATE TO EDS-LAST-PAID-DATE
           MOVE WS-DEBIT-TXN-ID TO EDS-LAST-TXN-ID
           IF EDS-FREQUENCY = 0
               MOVE "PAID    " TO EDS-STATUS
           ELSE
               MOVE EDS-DUE-DATE TO WS-DATE-IN
               MOVE EDS-FREQUENCY TO WS-FREQUENCY
               PERFORM ADD-MONTHS-TO-DATE
               MOVE WS-DATE-OUT TO EDS-DUE-DATE
           END-IF
           REWRITE ESCROW-DISBURSEMENT-RECORD
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "WARN|Escrow disbursement rewrite failed: "
                   WS-ITEM-STATUS
           END-IF

           ADD 1 TO WS-PAID-COUNT
           ADD EDS-AMOUNT TO WS-PAID-TOTAL
           MOVE EDS-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "DISBURSED|" EDS-LOAN-ACCT "|item " EDS-ITEM-NO
               "|" EDS-KIND "|" EDS-PAYEE-ACCT "|" WS-DISPLAY-AMT
               "|next due " EDS-DUE-DATE "|" EDS-STATUS.

       DISBURSE-ONE-BILL-EXIT.
           EXIT.

       ANALYZE-ESCROWS.
           IF WS-ARG-COUNT >= 2
               ACCEPT WS-INPUT-LOAN FROM ARGUMENT-VALUE
               MOVE WS-INPUT-LOAN TO WS-ONE-LOAN
           END-IF
           ACCEPT WS-INPUT-REFUND-MIN
               FROM ENVIRONMENT "ESCROW_REFUND_MIN"
           IF WS-INPUT-REFUND-MIN = SPACES
               MOVE 50.00 TO WS-REFUND-MIN
           ELSE
               COMPUTE WS-REFUND-MIN =
                   FUNCTION NUMVAL(WS-INPUT-REFUND-MIN)
           END-IF

      *    The window is the twelve calendar months after this one
           MOVE WS-DATE-YYYYMMDD TO WS-DATE-IN
           PERFORM DATE-TO-MONTH-NUMBER
           COMPUTE WS-WINDOW-START = WS-MONTH-NUMBER + 1

           PERFORM ACQUIRE-BATCH-LOCK
           PERFORM READ-BATCH-STATE

           OPEN I-O ESCROW-FILE
           IF WS-ESCROW-STATUS NOT = "00"
               DISPLAY "INFO|No escrows on file"
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ ESCROW-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ESC-ACTIVE
                           AND ((WS-ONE-LOAN = 0
                           AND ESC-NEXT-ANALYSIS <= WS-DATE-YYYYMMDD)
                           OR ESC-LOAN-ACCT = WS-ONE-LOAN)
                           PERFORM ANALYZE-ONE-ESCROW
                               THRU ANALYZE-ONE-ESCROW-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ESCROW-FILE

           PERFORM UPDATE-BATCH-PENDING-COUNT
           PERFORM RELEASE-BATCH-LOCK
           IF WS-ONE-LOAN > 0 AND WS-ANALYZED-COUNT = 0
               DISPLAY "ERROR|No active escrow on loan " WS-ONE-LOAN
           END-IF
           DISPLAY "ANALYZE-COMPLETE|" WS-ANALYZED-COUNT
               " escrows analyzed|" WS-SHORTAGE-COUNT " shortages|"
               WS-SURPLUS-COUNT " surpluses".

       ANALYZE-ONE-ESCROW.
           MOVE ESC-LOAN-ACCT TO WS-LOAN-ACCT
           MOVE ESC-ESCROW-ACCT TO WS-ESCROW-ACCT
           MOVE ESC-MONTHLY TO WS-OLD-PAYMENT

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           MOVE WS-LOAN-ACCT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "WARN|Loan not on master: " WS-LOAN-ACCT
                   CLOSE ACCOUNT-FILE
                   GO TO ANALYZE-ONE-ESCROW-EXIT
           END-READ
           MOVE ACCT-TD-SETTLE-ACCT TO WS-SETTLE-ACCT
           MOVE ACCT-CURRENCY TO WS-LOAN-CURRENCY
           MOVE WS-ESCROW-ACCT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "WARN|Escrow account not on master: "
                       WS-ESCROW-ACCT " - loan " WS-LOAN-ACCT
                   CLOSE ACCOUNT-FILE
                   GO TO ANALYZE-ONE-ESCROW-EXIT
           END-READ
           MOVE ACCT-BALANCE TO WS-START-BALANCE
           CLOSE ACCOUNT-FILE

           PERFORM PROJECT-DISBURSEMENTS
           IF WS-ITEM-COUNT = 0
               DISPLAY "WARN|No bills scheduled on escrow for loan "
                   WS-LOAN-ACCT " - not analyzed"
               GO TO ANALYZE-ONE-ESCROW-EXIT
           END-IF

      *    The payment the year's bills need, the cushion, and the
      *    balance month by month on that payment
           MOVE 0 TO WS-ANNUAL-DISB
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
                   UNTIL WS-PRJ-IDX > 12
               ADD WS-PRJ-DISB(WS-PRJ-IDX) TO WS-ANNUAL-DISB
           END-PERFORM
           COMPUTE WS-BASE-PAYMENT ROUNDED = WS-ANNUAL-DISB / 12
           COMPUTE WS-CUSHION ROUNDED =
               WS-ANNUAL-DISB * ESC-CUSHION-MONTHS / 12

           MOVE WS-START-BALANCE TO WS-RUNNING
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
                   UNTIL WS-PRJ-IDX > 12
               COMPUTE WS-RUNNING = WS-RUNNING + WS-BASE-PAYMENT
                   - WS-PRJ-DISB(WS-PRJ-IDX)
               MOVE WS-RUNNING TO WS-PRJ-BALANCE(WS-PRJ-IDX)
               IF WS-PRJ-IDX = 1 OR WS-RUNNING < WS-LOW-POINT
                   MOVE WS-RUNNING TO WS-LOW-POINT
                   MOVE WS-PRJ-MONTH(WS-PRJ-IDX) TO WS-LOW-MONTH
               END-IF
           END-PERFORM

           MOVE 0 TO WS-SHORTAGE
           MOVE 0 TO WS-SURPLUS
           MOVE 0 TO WS-REFUND
           IF WS-LOW-POINT < WS-CUSHION
      *        Shortage spread over the next twelve payments
               COMPUTE WS-SHORTAGE = WS-CUSHION - WS-LOW-POINT
               COMPUTE WS-NEW-PAYMENT ROUNDED =
                   WS-BASE-PAYMENT + WS-SHORTAGE / 12
               ADD 1 TO WS-SHORTAGE-COUNT
           ELSE
               COMPUTE WS-SURPLUS = WS-LOW-POINT - WS-CUSHION
               MOVE WS-BASE-PAYMENT TO WS-NEW-PAYMENT
               IF WS-SURPLUS > 0
                   ADD 1 TO WS-SURPLUS-COUNT
               END-IF
               IF WS-SURPLUS > 0 AND WS-SURPLUS >= WS-REFUND-MIN
                   PERFORM CHECK-LOAN-LATE
                   IF WS-LOAN-LATE = 0 AND WS-SETTLE-ACCT > 0
                       MOVE WS-SURPLUS TO WS-REFUND
                   END-IF
               END-IF
           END-IF

           IF WS-REFUND > 0
               PERFORM POST-REFUND-LEGS
           END-IF

           MOVE WS-NEW-PAYMENT TO ESC-MONTHLY
           MOVE WS-DATE-YYYYMMDD TO ESC-LAST-ANALYSIS
           MOVE WS-DATE-YYYYMMDD TO WS-DATE-IN
           PERFORM COMPUTE-NEXT-ANALYSIS
           MOVE WS-NEXT-ANALYSIS TO ESC-NEXT-ANALYSIS
           REWRITE ESCROW-ACCOUNT-RECORD
           IF WS-ESCROW-STATUS NOT = "00"
               DISPLAY "WARN|Escrow link rewrite failed: "
                   WS-ESCROW-STATUS " - loan " WS-LOAN-ACCT
           END-IF
           ADD 1 TO WS-ANALYZED-COUNT

           PERFORM WRITE-ANALYSIS-STATEMENT
           PERFORM DISPLAY-ANALYSIS-STATEMENT
           PERFORM NOTIFY-BORROWER.

       ANALYZE-ONE-ESCROW-EXIT.
           EXIT.

       PROJECT-DISBURSEMENTS.
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
                   UNTIL WS-PRJ-IDX > 12
               COMPUTE WS-MONTH-NUMBER =
                   WS-WINDOW-START + WS-PRJ-IDX - 1
               PERFORM MONTH-NUMBER-TO-YYYYMM
               MOVE WS-MONTH-YYYYMM TO WS-PRJ-MONTH(WS-PRJ-IDX)
               MOVE 0 TO WS-PRJ-DISB(WS-PRJ-IDX)
               MOVE 0 TO WS-PRJ-BALANCE(WS-PRJ-IDX)
           END-PERFORM

           MOVE 0 TO WS-ITEM-COUNT
           OPEN INPUT ITEM-FILE
           IF WS-ITEM-STATUS = "00"
               MOVE ZERO TO WS-ITEM-EOF
               PERFORM UNTIL WS-ITEM-EOF = 1
                   READ ITEM-FILE
                       AT END
                           MOVE 1 TO WS-ITEM-EOF
                       NOT AT END
                           IF EDS-LOAN-ACCT = WS-LOAN-ACCT
                               AND EDS-ACTIVE
                               ADD 1 TO WS-ITEM-COUNT
                               PERFORM PROJECT-ONE-BILL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-FILE
           END-IF.

       PROJECT-ONE-BILL.
      *    Every occurrence of the bill falling in the window; one
      *    already due and not yet paid falls in the first month
           MOVE EDS-DUE-DATE TO WS-DATE-IN
           PERFORM DATE-TO-MONTH-NUMBER
           MOVE WS-MONTH-NUMBER TO WS-ITEM-MONTH
           MOVE 0 TO WS-PRJ-DONE
           PERFORM UNTIL WS-PRJ-DONE = 1
               IF WS-ITEM-MONTH < WS-WINDOW-START
                   MOVE 1 TO WS-PRJ-SLOT
               ELSE
                   COMPUTE WS-PRJ-SLOT =
                       WS-ITEM-MONTH - WS-WINDOW-START + 1
               END-IF
               IF WS-PRJ-SLOT > 12
                   MOVE 1 TO WS-PRJ-DONE
               ELSE
                   ADD EDS-AMOUNT TO WS-PRJ-DISB(WS-PRJ-SLOT)
                   IF EDS-FREQUENCY = 0
                       MOVE 1 TO WS-PRJ-DONE
                   ELSE
                       ADD EDS-FREQUENCY TO WS-ITEM-MONTH
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-LOAN-LATE.
      *    A surplus is only refunded to a borrower who is current
           MOVE 0 TO WS-LOAN-LATE
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = "00"
               PERFORM UNTIL WS-SCHEDULE-STATUS NOT = "00"
                   READ SCHEDULE-FILE
                       AT END
                           MOVE "10" TO WS-SCHEDULE-STATUS
                       NOT AT END
                           IF LSC-ACCT-NUMBER = WS-LOAN-ACCT
                               AND LSC-LATE
                               MOVE 1 TO WS-LOAN-LATE
                               MOVE "10" TO WS-SCHEDULE-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.

       POST-REFUND-LEGS.
           OPEN EXTEND PENDING-FILE
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "WARN|Cannot open pending: " WS-PEND-STATUS
                   " - surplus on loan " WS-LOAN-ACCT " retained"
               MOVE 0 TO WS-REFUND
           ELSE
               ADD 1 TO WS-NEXT-TXN-ID
               MOVE WS-NEXT-TXN-ID TO WS-DEBIT-TXN-ID
               COMPUTE WS-CREDIT-TXN-ID = WS-NEXT-TXN-ID + 1

               INITIALIZE TRANSACTION-RECORD
               MOVE WS-DEBIT-TXN-ID    TO TXN-ID
               MOVE WS-TIMESTAMP       TO TXN-TIMESTAMP
               MOVE WS-ESCROW-ACCT     TO TXN-ACCOUNT-NUM
               COMPUTE TXN-AMOUNT = 0 - WS-REFUND
               MOVE "PAYMENT   "       TO TXN-TYPE
               MOVE "Escrow surplus refund" TO TXN-DESCRIPTION
               MOVE WS-LOAN-CURRENCY   TO TXN-CURRENCY
               MOVE "PENDING "         TO TXN-STATUS
               MOVE WS-CURRENT-BATCH   TO TXN-BATCH-NUM
               MOVE WS-CREDIT-TXN-ID   TO TXN-LINK-ID
               WRITE TRANSACTION-RECORD

               MOVE WS-CREDIT-TXN-ID   TO TXN-ID
               MOVE WS-SETTLE-ACCT     TO TXN-ACCOUNT-NUM
               MOVE WS-REFUND          TO TXN-AMOUNT
               MOVE "DEPOSIT   "       TO TXN-TYPE
               MOVE WS-DEBIT-TXN-ID    TO TXN-LINK-ID
               WRITE TRANSACTION-RECORD
               CLOSE PENDING-FILE

               MOVE WS-CREDIT-TXN-ID TO WS-NEXT-TXN-ID
               ADD 2 TO WS-LEGS-POSTED
           END-IF.

       WRITE-ANALYSIS-STATEMENT.
           OPEN EXTEND ANALYSIS-FILE
           IF WS-ANALYSIS-STATUS = "35"
               OPEN OUTPUT ANALYSIS-FILE
           END-IF
           IF WS-ANALYSIS-STATUS NOT = "00"
               DISPLAY "WARN|Cannot write escrow analysis: "
                   WS-ANALYSIS-STATUS
           ELSE
               INITIALIZE ESCROW-ANALYSIS-RECORD
               MOVE WS-LOAN-ACCT       TO EAN-LOAN-ACCT
               MOVE WS-ESCROW-ACCT     TO EAN-ESCROW-ACCT
               MOVE WS-DATE-YYYYMMDD   TO EAN-DATE
               MOVE WS-START-BALANCE   TO EAN-START-BALANCE
               MOVE WS-ANNUAL-DISB     TO EAN-ANNUAL-DISB
               MOVE WS-BASE-PAYMENT    TO EAN-BASE-PAYMENT
               MOVE WS-CUSHION         TO EAN-CUSHION
               MOVE WS-LOW-POINT       TO EAN-LOW-POINT
               MOVE WS-LOW-MONTH       TO EAN-LOW-MONTH
               MOVE WS-SHORTAGE        TO EAN-SHORTAGE
               MOVE WS-SURPLUS         TO EAN-SURPLUS
               MOVE WS-REFUND          TO EAN-REFUND
               MOVE WS-OLD-PAYMENT     TO EAN-OLD-PAYMENT
               MOVE WS-NEW-PAYMENT     TO EAN-NEW-PAYMENT
               PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
                       UNTIL WS-PRJ-IDX > 12
                   MOVE WS-PRJ-MONTH(WS-PRJ-IDX)
                       TO EAN-PRJ-MONTH(WS-PRJ-IDX)
                   MOVE WS-PRJ-DISB(WS-PRJ-IDX)
                       TO EAN-PRJ-DISB(WS-PRJ-IDX)
                   MOVE WS-PRJ-BALANCE(WS-PRJ-IDX)
                       TO EAN-PRJ-BALANCE(WS-PRJ-IDX)
               END-PERFORM
               WRITE ESCROW-ANALYSIS-RECORD
               CLOSE ANALYSIS-FILE
           END-IF.

       DISPLAY-ANALYSIS-STATEMENT.
           MOVE WS-START-BALANCE TO WS-DISPLAY-AMT
           MOVE WS-ANNUAL-DISB TO WS-DISPLAY-AMT2
           MOVE WS-CUSHION TO WS-DISPLAY-AMT3
           DISPLAY "ESCROW-STATEMENT|" WS-LOAN-ACCT "|escrow "
               WS-ESCROW-ACCT "|" WS-DATE-YYYYMMDD "|balance "
               WS-DISPLAY-AMT "|disbursements " WS-DISPLAY-AMT2
               "|cushion " WS-DISPLAY-AMT3
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
                   UNTIL WS-PRJ-IDX > 12
               MOVE WS-BASE-PAYMENT TO WS-DISPLAY-AMT
               MOVE WS-PRJ-DISB(WS-PRJ-IDX) TO WS-DISPLAY-AMT2
               MOVE WS-PRJ-BALANCE(WS-PRJ-IDX) TO WS-DISPLAY-AMT3
               DISPLAY "PROJECTION|" WS-LOAN-ACCT "|"
                   WS-PRJ-MONTH(WS-PRJ-IDX) "|paid in "
                   WS-DISPLAY-AMT "|paid out " WS-DISPLAY-AMT2
                   "|balance " WS-DISPLAY-AMT3
           END-PERFORM

           MOVE WS-LOW-POINT TO WS-DISPLAY-AMT
           MOVE WS-OLD-PAYMENT TO WS-DISPLAY-AMT2
           MOVE WS-NEW-PAYMENT TO WS-DISPLAY-AMT3
           IF WS-SHORTAGE > 0
               MOVE WS-SHORTAGE TO WS-DISPLAY-SHORT
               DISPLAY "ESCROW-SHORTAGE|" WS-LOAN-ACCT "|low point "
                   WS-DISPLAY-AMT " in " WS-LOW-MONTH "|shortage "
                   WS-DISPLAY-SHORT "|payment " WS-DISPLAY-AMT2
                   " to " WS-DISPLAY-AMT3
           ELSE
               MOVE WS-SURPLUS TO WS-DISPLAY-SHORT
               DISPLAY "ESCROW-SURPLUS|" WS-LOAN-ACCT "|low point "
                   WS-DISPLAY-AMT " in " WS-LOW-MONTH "|surplus "
                   WS-DISPLAY-SHORT "|payment " WS-DISPLAY-AMT2
                   " to " WS-DISPLAY-AMT3
               IF WS-REFUND > 0
                   MOVE WS-REFUND TO WS-DISPLAY-AMT
                   DISPLAY "ESCROW-REFUND|" WS-LOAN-ACCT "|"
                       WS-DISPLAY-AMT "|to " WS-SETTLE-ACCT
               ELSE
                   IF WS-SURPLUS > 0
                       DISPLAY "INFO|Surplus on loan " WS-LOAN-ACCT
                           " retained in escrow"
                   END-IF
               END-IF
           END-IF.

       NOTIFY-BORROWER.
      *    Borrower notice: the new escrow payment, with the finding
           INITIALIZE NOTIFY-SERVICE-AREA
           MOVE WS-LOAN-ACCT     TO NFY-ACCT-NUMBER
           MOVE "ESCROWAN"       TO NFY-EVENT-CODE
           MOVE WS-NEW-PAYMENT   TO NFY-AMOUNT
           MOVE WS-TIMESTAMP     TO NFY-TIMESTAMP
           MOVE "M"              TO NFY-SEVERITY
           IF WS-SHORTAGE > 0
               MOVE WS-SHORTAGE TO WS-DISPLAY-SHORT
               STRING "Escrow shortage" DELIMITED SIZE
                      WS-DISPLAY-SHORT DELIMITED SIZE
                      " - new payment" DELIMITED SIZE
                      INTO NFY-DETAIL
               END-STRING
           ELSE
               MOVE WS-SURPLUS TO WS-DISPLAY-SHORT
               STRING "Escrow surplus" DELIMITED SIZE
                      WS-DISPLAY-SHORT DELIMITED SIZE
                      " - new payment" DELIMITED SIZE
                      INTO NFY-DETAIL
               END-STRING
           END-IF
           CALL "NOTIFY-SERVICE" USING NOTIFY-SERVICE-AREA.

       DATE-TO-MONTH-NUMBER.
           DIVIDE WS-DATE-IN BY 10000
               GIVING WS-MON-ANNEE REMAINDER WS-MON-RESTE
           DIVIDE WS-MON-RESTE BY 100
               GIVING WS-MON-MOIS REMAINDER WS-MON-JOUR
           COMPUTE WS-MONTH-NUMBER =
               WS-MON-ANNEE * 12 + WS-MON-MOIS - 1.

       MONTH-NUMBER-TO-YYYYMM.
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-MON-ANNEE REMAINDER WS-MON-MOIS
           COMPUTE WS-MONTH-YYYYMM =
               WS-MON-ANNEE * 100 + WS-MON-MOIS + 1.

       ADD-MONTHS-TO-DATE.
      *    Day of month held at 28 at most, as on the loan schedule
           DIVIDE WS-DATE-IN BY 10000
               GIVING WS-MON-ANNEE REMAINDER WS-MON-RESTE
           DIVIDE WS-MON-RESTE BY 100
               GIVING WS-MON-MOIS REMAINDER WS-MON-JOUR
           ADD WS-FREQUENCY TO WS-MON-MOIS
           IF WS-MON-MOIS > 12
               SUBTRACT 12 FROM WS-MON-MOIS
               ADD 1 TO WS-MON-ANNEE
           END-IF
           IF WS-MON-JOUR > 28
               MOVE 28 TO WS-MON-JOUR
           END-IF
           COMPUTE WS-DATE-OUT =
               WS-MON-ANNEE * 10000 + WS-MON-MOIS * 100
               + WS-MON-JOUR.

       COMPUTE-NEXT-ANALYSIS.
           MOVE 12 TO WS-FREQUENCY
           PERFORM ADD-MONTHS-TO-DATE
           MOVE WS-DATE-OUT TO WS-NEXT-ANALYSIS.

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
               MOVE "MANAGE-ESCROW"   TO AUD-PROGRAM
               MOVE WS-LOAN-ACCT      TO AUD-ACCT-NUMBER
               MOVE WS-AUDIT-FIELD    TO AUD-FIELD
               MOVE WS-AUDIT-BEFORE   TO AUD-BEFORE
               MOVE WS-AUDIT-AFTER    TO AUD-AFTER
               WRITE ACCOUNT-MAINT-AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF.

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
           MOVE "MANAGE-ESCROW" TO LOCK-HELD-BY
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
