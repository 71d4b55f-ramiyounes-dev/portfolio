      * DISBURSE-PAYROLL.cbl                                           *
      * Bridges the payroll system into the banking transaction        *
      * pipeline: reads the payroll BULLETINS file for a paid period   *
      * and, for every employee whose EMP-IBAN on the payroll          *
      * EMPLOYEES file is an IBAN we issued (decoded by IBAN-SERVICE   *
      * and matched to ACCT-IBAN on the ACCOUNTS master), appends one  *
      * DEPOSIT to PENDING-FILE through the same intake path           *
      * ADD-TRANSACTION uses: batch lock, batch-state txn ids and      *
      * batch number, unknown accounts queued for supervisor review,   *
      * AML amount threshold flagging.                                 *
      * Employees paid at another bank stay on the outbound channel;   *
      * an IBAN of ours that points to a closed account is reported    *
      * so payroll can correct the employee record.                    *
      * Produces a remittance-advice line per employee with its        *
      * disposition, and control-totals the deposits against the       *
      * payroll journal's NET ecritures for the period.                *
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT EMPLOYEE-FILE
               ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULE
               FILE STATUS IS WS-EMP-STATUS.

           SELECT PENDING-FILE
               ASSIGN TO WS-PENDING-PATH
       COPY
       "../../../french-payroll/cobol/copybooks/JOURNAL-RECORD.cpy".

       FD  EMPLOYEE-FILE.
       COPY
       "../../../french-payroll/cobol/copybooks/EMPLOYEE-RECORD.cpy".

       FD  PENDING-FILE.
       COPY "TRANSACTION-RECORD.cpy".
           05  RMT-PERIODE             PIC 9(6).
           05  RMT-AMOUNT              PIC S9(13)V99 COMP-3.
           05  RMT-DISPOSITION         PIC X(10).
           05  RMT-IBAN                PIC X(34).
           05  FILLER                  PIC X(18).

       WORKING-STORAGE SECTION.
       01  WS-BULLETINS-PATH          PIC X(256).
       01  WS-JOURNAL-PATH            PIC X(256).
       01  WS-EMPLOYEE-PATH           PIC X(256).
       01  WS-PENDING-PATH            PIC X(256).
       01  WS-BATCH-PATH              PIC X(256).
       01  WS-ACCT-PATH               PIC X(256).

       01  WS-BUL-STATUS              PIC XX.
       01  WS-JRN-STATUS              PIC XX.
       01  WS-EMP-STATUS              PIC XX.
       01  WS-PEND-STATUS             PIC XX.
       01  WS-BATCH-STATUS            PIC XX.
       01  WS-ACCT-STATUS             PIC XX.

       01  WS-PERIODE                 PIC 9(6).

      *    Pay account resolved from the employee's IBAN
       01  WS-PAY-ACCT                PIC 9(10).
       01  WS-PAY-IBAN                PIC X(34).
       01  WS-CLOSED-COUNT            PIC 9(6)   VALUE 0.
       COPY "IBAN-SERVICE-AREA.cpy".

       01  WS-NEXT-TXN-ID             PIC 9(10).
       01  WS-CURRENT-BATCH           PIC 9(6).

       01  WS-EOF-BUL                 PIC 9      VALUE 0.
       01  WS-EOF-JRN                 PIC 9      VALUE 0.
       01  WS-ACCT-OK                 PIC 9      VALUE 0.

       01  WS-DEPOSITS                PIC 9(6)   VALUE 0.
                  "/customer-accounts.dat" DELIMITED SIZE
                  INTO WS-RLINK-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/payroll-remittance.dat" DELIMITED SIZE
                  INTO WS-REMIT-PATH
               MOVE "../../../french-payroll/data/BULLETINS.dat"
                   TO WS-BULLETINS-PATH
           END-IF
           ACCEPT WS-EMPLOYEE-PATH
               FROM ENVIRONMENT "PAYROLL_EMPLOYEES_FILE"
           IF WS-EMPLOYEE-PATH = SPACES
               MOVE "../../../french-payroll/data/EMPLOYEES.dat"
                   TO WS-EMPLOYEE-PATH
           END-IF
           ACCEPT WS-JOURNAL-PATH
               FROM ENVIRONMENT "PAYROLL_JOURNAL_FILE"
           IF WS-JOURNAL-PATH = SPACES

           PERFORM ACQUIRE-BATCH-LOCK
           PERFORM READ-BATCH-STATE
           PERFORM OPEN-WORK-FILES
           PERFORM PROCESS-BULLETINS
           PERFORM CLOSE-WORK-FILES
           PERFORM RELEASE-BATCH-LOCK

           MOVE WS-TOTAL-DEPOSITED TO WS-DISPLAY-AMT
           IF WS-CLOSED-COUNT > 0
               DISPLAY "WARN|" WS-CLOSED-COUNT " employees hold an"
                   " IBAN of ours on a closed account - correct"
                   " EMP-IBAN in payroll"
           END-IF
           DISPLAY "DONE|" WS-DEPOSITS "|" WS-SKIPPED "|"
               WS-DISPLAY-AMT
           STOP RUN.
               CLOSE BATCH-FILE
           END-IF.

       OPEN-WORK-FILES.
           OPEN INPUT BULLETINS-FILE
           IF WS-BUL-STATUS NOT = "00"
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open payroll employees: "
                   WS-EMP-STATUS
               CLOSE BULLETINS-FILE
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               CLOSE BULLETINS-FILE
               CLOSE EMPLOYEE-FILE
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open pending: " WS-PEND-STATUS
               CLOSE BULLETINS-FILE
               CLOSE EMPLOYEE-FILE
               CLOSE ACCOUNT-FILE
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
               DISPLAY "ERROR|Cannot open remittance: "
                   WS-REMIT-STATUS
               CLOSE BULLETINS-FILE
               CLOSE EMPLOYEE-FILE
               CLOSE ACCOUNT-FILE
               CLOSE PENDING-FILE
               PERFORM RELEASE-BATCH-LOCK

       CLOSE-WORK-FILES.
           CLOSE BULLETINS-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE ACCOUNT-FILE
           CLOSE PENDING-FILE
           CLOSE REMITTANCE-FILE.
       PROCESS-ONE-SALARY.
           MOVE PAI-NET-A-PAYER TO WS-AMOUNT

      *    Employees without an IBAN on file, or paid at another
      *    bank, stay on the manual side channel; the remittance
      *    advice records why.
           MOVE 0 TO WS-PAY-ACCT
           MOVE SPACES TO WS-PAY-IBAN
           MOVE PAI-MATRICULE TO EMP-MATRICULE
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO EMP-IBAN
           END-READ
           IF EMP-IBAN = SPACES
               MOVE "NO-ACCOUNT" TO RMT-DISPOSITION
               PERFORM WRITE-REMITTANCE-SKIP
               GO TO PROCESS-ONE-SALARY-EXIT
           END-IF

           MOVE "RESOL"  TO IBV-FUNCTION
           MOVE EMP-IBAN TO IBV-IBAN
           CALL "IBAN-SERVICE" USING IBAN-SERVICE-AREA
           MOVE IBV-IBAN TO WS-PAY-IBAN
           EVALUATE TRUE
               WHEN IBV-OURS
                   MOVE IBV-ACCT-NUMBER TO WS-PAY-ACCT
               WHEN IBV-EXTERNAL
                   MOVE "EXTERNAL  " TO RMT-DISPOSITION
                   PERFORM WRITE-REMITTANCE-SKIP
                   GO TO PROCESS-ONE-SALARY-EXIT
               WHEN OTHER
                   DISPLAY "WARN|Invalid IBAN for " PAI-MATRICULE
                       ": " EMP-IBAN
                   MOVE "BAD-IBAN  " TO RMT-DISPOSITION
                   PERFORM WRITE-REMITTANCE-SKIP
                   GO TO PROCESS-ONE-SALARY-EXIT
           END-EVALUATE

           PERFORM VALIDATE-TARGET-ACCOUNT
           IF WS-ACCT-OK = 0
               GO TO PROCESS-ONE-SALARY-EXIT
           END-IF

           INITIALIZE REMITTANCE-RECORD
           MOVE WS-PAY-ACCT             TO RMT-ACCT-NUMBER
           MOVE WS-PAY-IBAN             TO RMT-IBAN
           MOVE PAI-MATRICULE           TO RMT-MATRICULE
           MOVE PAI-NOM                 TO RMT-NOM
           MOVE WS-PERIODE              TO RMT-PERIODE
           EXIT.

       VALIDATE-TARGET-ACCOUNT.
      *    The IBAN decodes to an account number; it only counts as
      *    the employee's account if that account was issued exactly
      *    this IBAN.
           MOVE 0 TO WS-ACCT-OK
           MOVE WS-PAY-ACCT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   PERFORM QUEUE-FOR-REVIEW
                   MOVE "UNKNOWN   " TO RMT-DISPOSITION
                   PERFORM WRITE-REMITTANCE-SKIP
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ACCT-IBAN NOT = WS-PAY-IBAN
                           DISPLAY "WARN|IBAN of " PAI-MATRICULE
                               " not issued to account " WS-PAY-ACCT
                               ": " WS-PAY-IBAN
                           MOVE "IBAN-DIFF " TO RMT-DISPOSITION
                           PERFORM WRITE-REMITTANCE-SKIP
                       WHEN ACCT-STATUS-CLOSED
                           ADD 1 TO WS-CLOSED-COUNT
                           DISPLAY "CLOSED-ACCOUNT|" PAI-MATRICULE "|"
                               PAI-NOM "|" WS-PAY-IBAN "|"
                               WS-PAY-ACCT
                           MOVE "CLOSED    " TO RMT-DISPOSITION
                           PERFORM WRITE-REMITTANCE-SKIP
                       WHEN OTHER
                           MOVE 1 TO WS-ACCT-OK
                   END-EVALUATE
           END-READ.

       WRITE-REMITTANCE-SKIP.
           MOVE WS-PAY-ACCT   TO RMT-ACCT-NUMBER
           MOVE WS-PAY-IBAN   TO RMT-IBAN
           MOVE PAI-MATRICULE TO RMT-MATRICULE
           MOVE PAI-NOM       TO RMT-NOM
           MOVE WS-PERIODE    TO RMT-PERIODE
           INITIALIZE TRANSACTION-RECORD
           MOVE WS-NEXT-TXN-ID          TO TXN-ID
           MOVE WS-TIMESTAMP            TO TXN-TIMESTAMP
           MOVE WS-PAY-ACCT             TO TXN-ACCOUNT-NUM
           MOVE WS-AMOUNT               TO TXN-AMOUNT
           MOVE "DEPOSIT   "            TO TXN-TYPE
           MOVE SPACES                  TO TXN-DESCRIPTION
                       AT END
                           MOVE 1 TO WS-RISK-EOF
                       NOT AT END
                           IF RLK-ACCT-NUMBER = WS-PAY-ACCT
                               MOVE RLK-CUSTOMER-ID
                                   TO WS-RISK-CUSTOMER
                               MOVE 1 TO WS-RISK-EOF
               INITIALIZE AML-REVIEW-RECORD
               MOVE WS-NEXT-TXN-ID          TO AML-REQUEST-ID
               MOVE WS-NEXT-TXN-ID          TO AML-TXN-ID
               MOVE WS-PAY-ACCT             TO AML-ACCOUNT-NUM
               MOVE WS-AMOUNT               TO AML-AMOUNT
               MOVE "DEPOSIT   "            TO AML-TYPE
               MOVE "AMOUNT    "            TO AML-REASON
               ADD 1 TO WS-NEXT-TXN-ID
               INITIALIZE PENDING-ACCT-RECORD
               MOVE WS-NEXT-TXN-ID          TO PACC-REQUEST-ID
               MOVE WS-PAY-ACCT             TO PACC-ACCOUNT-NUM
               MOVE WS-AMOUNT               TO PACC-AMOUNT
               MOVE "DEPOSIT   "            TO PACC-TYPE
               MOVE SPACES                  TO PACC-DESCRIPTION
