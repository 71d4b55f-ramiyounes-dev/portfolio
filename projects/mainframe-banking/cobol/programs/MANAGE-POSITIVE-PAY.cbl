       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAGE-POSITIVE-PAY.
      *================================================================*
      * MANAGE-POSITIVE-PAY.cbl                                        *
      * Positive pay enrolment and the exception queue:                *
      *   ENROLL <acct>                                                *
      *       — the account's presented checks must match the          *
      *         issued-check file loaded by IMPORT-ISSUED-CHECKS       *
      *   UNENROLL <acct>                                              *
      *       — ends the service; checks post on the register alone    *
      *   EXCEPTIONS [acct]                                            *
      *       — every OPEN exception, or all of one account's          *
      *   DECIDE <exception-id> PAY|RETURN                             *
      *       — the customer's decision, taken up to the cutoff date.  *
      *         PAY re-queues the held check to pending for the next   *
      *         posting run; RETURN leaves it unpaid                   *
      *   CUTOFF [date]                                                *
      *       — returns every OPEN exception whose cutoff has been     *
      *         reached (default today) for want of a decision         *
      * ENROLL/UNENROLL/DECIDE require OPERATOR_ID; enrolment changes  *
      * go to the maintenance audit trail.                             *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPAY-ACCOUNT-FILE
               ASSIGN TO WS-PPA-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPA-STATUS.

           SELECT PPAY-EXCEPTION-FILE
               ASSIGN TO WS-PPE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO WS-ACCT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

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
       FD  PPAY-ACCOUNT-FILE.
       COPY "PPAY-ACCOUNT.cpy".

       FD  PPAY-EXCEPTION-FILE.
       COPY "PPAY-EXCEPTION.cpy".

       FD  ACCOUNT-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD  PENDING-FILE.
       COPY "TRANSACTION-RECORD.cpy".

       FD  BATCH-FILE.
       COPY "BATCH-STATE.cpy".

       FD  LOCK-FILE.
       COPY "BATCH-LOCK.cpy".

       FD  AUDIT-FILE.
       COPY "ACCOUNT-MAINT-AUDIT.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PPA-PATH                PIC X(256).
       01  WS-PPE-PATH                PIC X(256).
       01  WS-ACCT-PATH               PIC X(256).
       01  WS-PENDING-PATH            PIC X(256).
       01  WS-BATCH-PATH              PIC X(256).
       01  WS-LOCK-PATH               PIC X(256).
       01  WS-AUDIT-PATH              PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-PPA-STATUS              PIC XX.
       01  WS-PPE-STATUS              PIC XX.
       01  WS-ACCT-STATUS             PIC XX.
       01  WS-PEND-STATUS             PIC XX.
       01  WS-BATCH-STATUS            PIC XX.
       01  WS-LOCK-STATUS             PIC XX.
       01  WS-AUDIT-STATUS            PIC XX.

       01  WS-ACTION                  PIC X(10).
       01  WS-INPUT-ACCT              PIC X(10).
       01  WS-INPUT-EXC-ID            PIC X(8).
       01  WS-INPUT-DECISION          PIC X(8).
       01  WS-INPUT-DATE              PIC X(8).
       01  WS-SEARCH-ACCT             PIC 9(10).
       01  WS-SEARCH-EXC-ID           PIC 9(8).
       01  WS-CUTOFF-DATE             PIC 9(8).
       01  WS-OPERATOR-ID             PIC X(8).
       01  WS-ARG-COUNT               PIC 9(2).

       01  WS-AUDIT-FIELD             PIC X(16).
       01  WS-AUDIT-BEFORE            PIC X(20).
       01  WS-AUDIT-AFTER             PIC X(20).

       01  WS-EOF                     PIC 9      VALUE 0.
       01  WS-FOUND                   PIC 9      VALUE 0.
       01  WS-LIST-COUNT              PIC 9(6)   VALUE 0.
       01  WS-RETURNED-COUNT          PIC 9(6)   VALUE 0.
       01  WS-DISPLAY-AMT             PIC -(13)9.99.
       01  WS-DISPLAY-ISSUED          PIC -(13)9.99.

      *    The held item, kept for the re-queue once the exception
      *    row is rewritten and the file closed
       01  WS-HELD-ACCT               PIC 9(10).
       01  WS-HELD-CHECK              PIC 9(6).
       01  WS-HELD-AMOUNT             PIC S9(13)V99 COMP-3.
       01  WS-HELD-CURRENCY           PIC X(3).
       01  WS-HELD-DESCRIPTION        PIC X(40).
       01  WS-HELD-PRESENTED          PIC 9(8).

       01  WS-NEXT-TXN-ID             PIC 9(10).
       01  WS-CURRENT-BATCH           PIC 9(6).
       01  WS-PENDING-COUNT           PIC 9(10).
       01  WS-LEGS-POSTED             PIC 9(6)   VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIMESTAMP               PIC 9(14).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/ppay-accounts.dat" DELIMITED SIZE
                  INTO WS-PPA-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/ppay-exceptions.dat" DELIMITED SIZE
                  INTO WS-PPE-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/accounts.dat" DELIMITED SIZE
                  INTO WS-ACCT-PATH
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
               DISPLAY "ERROR|Missing action: ENROLL UNENROLL"
                   " EXCEPTIONS DECIDE CUTOFF"
               STOP RUN
           END-IF
           ACCEPT WS-ACTION FROM ARGUMENT-VALUE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                  WS-DATE-HHMMSS   DELIMITED SIZE
                  INTO WS-TIMESTAMP
           END-STRING

           IF WS-ACTION = "ENROLL" OR WS-ACTION = "UNENROLL"
               OR WS-ACTION = "DECIDE"
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "ERROR|OPERATOR_ID is required for "
                       "positive pay maintenance"
                   STOP RUN
               END-IF
           END-IF

           EVALUATE WS-ACTION
               WHEN "ENROLL"
                   PERFORM ENROLL-ACCOUNT
               WHEN "UNENROLL"
                   PERFORM UNENROLL-ACCOUNT
               WHEN "EXCEPTIONS"
                   PERFORM LIST-EXCEPTIONS
               WHEN "DECIDE"
                   PERFORM DECIDE-EXCEPTION
                       THRU DECIDE-EXCEPTION-EXIT
               WHEN "CUTOFF"
                   PERFORM APPLY-CUTOFF
               WHEN OTHER
                   DISPLAY "ERROR|Unknown action: " WS-ACTION
           END-EVALUATE
           STOP RUN.

       ENROLL-ACCOUNT.
           IF WS-ARG-COUNT < 2
               DISPLAY "ERROR|ENROLL requires: ACCT"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ACCT FROM ARGUMENT-VALUE
           MOVE WS-INPUT-ACCT TO WS-SEARCH-ACCT

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
           CLOSE ACCOUNT-FILE
           IF ACCT-STATUS-CLOSED
               DISPLAY "ERROR|Account " WS-SEARCH-ACCT " is closed"
               STOP RUN
           END-IF
           IF NOT ACCT-TYPE-CHECKING
               DISPLAY "ERROR|Account " WS-SEARCH-ACCT " is a "
                   ACCT-TYPE " - positive pay covers CHECKING only"
               STOP RUN
           END-IF

           PERFORM FIND-ENROLMENT
           IF WS-FOUND = 1
               DISPLAY "ERROR|Account " WS-SEARCH-ACCT
                   " is already enrolled in positive pay"
               STOP RUN
           END-IF

           OPEN EXTEND PPAY-ACCOUNT-FILE
           IF WS-PPA-STATUS = "35"
               OPEN OUTPUT PPAY-ACCOUNT-FILE
           END-IF
           IF WS-PPA-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open ppay-accounts: "
                   WS-PPA-STATUS
               STOP RUN
           END-IF
           INITIALIZE PPAY-ACCOUNT-RECORD
           MOVE WS-SEARCH-ACCT   TO PPA-ACCT-NUMBER
           MOVE WS-DATE-YYYYMMDD TO PPA-ENROLLED-DATE
           MOVE "ACTIVE  "       TO PPA-STATUS
           MOVE WS-OPERATOR-ID   TO PPA-OPERATOR
           WRITE PPAY-ACCOUNT-RECORD
           IF WS-PPA-STATUS NOT = "00"
               DISPLAY "ERROR|Enrolment write failed: "
                   WS-PPA-STATUS
               CLOSE PPAY-ACCOUNT-FILE
               STOP RUN
           END-IF
           CLOSE PPAY-ACCOUNT-FILE

           MOVE "PPAY-ENROLMENT  " TO WS-AUDIT-FIELD
           MOVE "NOT ENROLLED"     TO WS-AUDIT-BEFORE
           MOVE "ACTIVE"           TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-RECORD

           DISPLAY "PPAY-ENROLLED|" WS-SEARCH-ACCT "|"
               WS-DATE-YYYYMMDD.

       FIND-ENROLMENT.
           MOVE 0 TO WS-FOUND
           OPEN INPUT PPAY-ACCOUNT-FILE
           IF WS-PPA-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ PPAY-ACCOUNT-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PPA-ACCT-NUMBER = WS-SEARCH-ACCT
                               AND PPA-ACTIVE
                               MOVE 1 TO WS-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PPAY-ACCOUNT-FILE
           END-IF.

       UNENROLL-ACCOUNT.
           IF WS-ARG-COUNT < 2
               DISPLAY "ERROR|UNENROLL requires: ACCT"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ACCT FROM ARGUMENT-VALUE
           MOVE WS-INPUT-ACCT TO WS-SEARCH-ACCT

           OPEN I-O PPAY-ACCOUNT-FILE
           IF WS-PPA-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open ppay-accounts: "
                   WS-PPA-STATUS
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           MOVE ZERO TO WS-FOUND
           PERFORM UNTIL WS-EOF = 1
               READ PPAY-ACCOUNT-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PPA-ACCT-NUMBER = WS-SEARCH-ACCT
                           AND PPA-ACTIVE
                           MOVE "ENDED   "       TO PPA-STATUS
                           MOVE WS-DATE-YYYYMMDD TO PPA-ENDED-DATE
                           REWRITE PPAY-ACCOUNT-RECORD
                           IF WS-PPA-STATUS NOT = "00"
                               DISPLAY "ERROR|Enrolment rewrite "
                                   "failed: " WS-PPA-STATUS
                           ELSE
                               MOVE 1 TO WS-FOUND
                           END-IF
                           MOVE 1 TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PPAY-ACCOUNT-FILE

           IF WS-FOUND = 0
               DISPLAY "ERROR|Account " WS-SEARCH-ACCT
                   " is not enrolled in positive pay"
               STOP RUN
           END-IF

           MOVE "PPAY-ENROLMENT  " TO WS-AUDIT-FIELD
           MOVE "ACTIVE"           TO WS-AUDIT-BEFORE
           MOVE "ENDED"            TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-RECORD

           DISPLAY "PPAY-UNENROLLED|" WS-SEARCH-ACCT "|"
               WS-DATE-YYYYMMDD.

       LIST-EXCEPTIONS.
      *    Without an account: the open queue across all customers.
      *    With one: that account's whole exception history.
           MOVE 0 TO WS-SEARCH-ACCT
           IF WS-ARG-COUNT >= 2
               ACCEPT WS-INPUT-ACCT FROM ARGUMENT-VALUE
               MOVE WS-INPUT-ACCT TO WS-SEARCH-ACCT
           END-IF
           OPEN INPUT PPAY-EXCEPTION-FILE
           IF WS-PPE-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ PPAY-EXCEPTION-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF (WS-SEARCH-ACCT = 0 AND PPE-OPEN)
                               OR (WS-SEARCH-ACCT NOT = 0
                               AND PPE-ACCT-NUMBER = WS-SEARCH-ACCT)
                               PERFORM DISPLAY-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PPAY-EXCEPTION-FILE
           END-IF
           DISPLAY "EXCEPTIONS-COMPLETE|" WS-LIST-COUNT " listed".

       DISPLAY-EXCEPTION.
           ADD 1 TO WS-LIST-COUNT
           MOVE PPE-PRESENTED-AMT TO WS-DISPLAY-AMT
           MOVE PPE-ISSUED-AMT TO WS-DISPLAY-ISSUED
           DISPLAY "EXCEPTION|" PPE-EXCEPTION-ID "|"
               PPE-ACCT-NUMBER "|check " PPE-CHECK-NUMBER "|"
               PPE-REASON "|presented " WS-DISPLAY-AMT
               "|issued " WS-DISPLAY-ISSUED "|"
               PPE-STATUS "|cutoff " PPE-CUTOFF-DATE.

       DECIDE-EXCEPTION.
           IF WS-ARG-COUNT < 3
               DISPLAY "ERROR|DECIDE requires: EXCEPTION-ID"
                   " PAY|RETURN"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-EXC-ID FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-DECISION FROM ARGUMENT-VALUE
           MOVE WS-INPUT-EXC-ID TO WS-SEARCH-EXC-ID
           IF WS-INPUT-DECISION NOT = "PAY"
               AND WS-INPUT-DECISION NOT = "RETURN"
               DISPLAY "ERROR|Decision must be PAY or RETURN"
               STOP RUN
           END-IF

      *    A PAY goes to pending, so the lock is taken before the
      *    exception is touched
           IF WS-INPUT-DECISION = "PAY"
               PERFORM ACQUIRE-BATCH-LOCK
           END-IF

           OPEN I-O PPAY-EXCEPTION-FILE
           IF WS-PPE-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open ppay-exceptions: "
                   WS-PPE-STATUS
               GO TO DECIDE-EXCEPTION-EXIT
           END-IF
           MOVE ZERO TO WS-EOF
           MOVE ZERO TO WS-FOUND
           PERFORM UNTIL WS-EOF = 1
               READ PPAY-EXCEPTION-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PPE-EXCEPTION-ID = WS-SEARCH-EXC-ID
                           MOVE 1 TO WS-FOUND
                           MOVE 1 TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FOUND = 0
               DISPLAY "ERROR|Exception not found: "
                   WS-SEARCH-EXC-ID
               CLOSE PPAY-EXCEPTION-FILE
               GO TO DECIDE-EXCEPTION-EXIT
           END-IF
           IF NOT PPE-OPEN
               DISPLAY "ERROR|Exception " WS-SEARCH-EXC-ID
                   " is already " PPE-STATUS
               CLOSE PPAY-EXCEPTION-FILE
               GO TO DECIDE-EXCEPTION-EXIT
           END-IF
           IF WS-DATE-YYYYMMDD > PPE-CUTOFF-DATE
               DISPLAY "ERROR|Cutoff " PPE-CUTOFF-DATE
                   " has passed - exception " WS-SEARCH-EXC-ID
                   " is returned by default"
               CLOSE PPAY-EXCEPTION-FILE
               GO TO DECIDE-EXCEPTION-EXIT
           END-IF

           MOVE PPE-ACCT-NUMBER    TO WS-HELD-ACCT
           MOVE PPE-CHECK-NUMBER   TO WS-HELD-CHECK
           MOVE PPE-PRESENTED-AMT  TO WS-HELD-AMOUNT
           MOVE PPE-CURRENCY       TO WS-HELD-CURRENCY
           MOVE PPE-DESCRIPTION    TO WS-HELD-DESCRIPTION
           MOVE PPE-PRESENTED-DATE TO WS-HELD-PRESENTED
           IF WS-INPUT-DECISION = "PAY"
               MOVE "PAY     " TO PPE-STATUS
           ELSE
               MOVE "RETURNED" TO PPE-STATUS
           END-IF
           MOVE WS-OPERATOR-ID   TO PPE-DECIDED-BY
           MOVE WS-DATE-YYYYMMDD TO PPE-DECIDED-DATE
           MOVE "N"              TO PPE-DEFAULTED
           REWRITE PPAY-EXCEPTION-RECORD
           IF WS-PPE-STATUS NOT = "00"
               DISPLAY "ERROR|Exception rewrite failed: "
                   WS-PPE-STATUS
               CLOSE PPAY-EXCEPTION-FILE
               GO TO DECIDE-EXCEPTION-EXIT
           END-IF
           CLOSE PPAY-EXCEPTION-FILE

           IF WS-INPUT-DECISION = "PAY"
               PERFORM REQUEUE-HELD-CHECK
           END-IF

           MOVE WS-HELD-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "EXCEPTION-DECIDED|" WS-SEARCH-EXC-ID "|"
               WS-HELD-ACCT "|check " WS-HELD-CHECK "|"
               WS-DISPLAY-AMT "|" WS-INPUT-DECISION.

       DECIDE-EXCEPTION-EXIT.
           IF WS-INPUT-DECISION = "PAY"
               PERFORM RELEASE-BATCH-LOCK
           END-IF.

       REQUEUE-HELD-CHECK.
      *    The held check goes back to pending as presented, value
      *    dated to its original presentment; posting lets it
      *    through on the PAY decision and flips the row to PAID.
           PERFORM READ-BATCH-STATE
           OPEN EXTEND PENDING-FILE
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open pending: " WS-PEND-STATUS
                   " - exception " WS-SEARCH-EXC-ID
                   " marked PAY but not queued"
           ELSE
               ADD 1 TO WS-NEXT-TXN-ID
               INITIALIZE TRANSACTION-RECORD
               MOVE WS-NEXT-TXN-ID      TO TXN-ID
               MOVE WS-TIMESTAMP        TO TXN-TIMESTAMP
               MOVE WS-HELD-ACCT        TO TXN-ACCOUNT-NUM
               COMPUTE TXN-AMOUNT = 0 - WS-HELD-AMOUNT
               MOVE "WITHDRAWAL"        TO TXN-TYPE
               MOVE WS-HELD-DESCRIPTION TO TXN-DESCRIPTION
               MOVE WS-HELD-CURRENCY    TO TXN-CURRENCY
               MOVE ZERO                TO TXN-RUNNING-BAL
               MOVE "PENDING "          TO TXN-STATUS
               MOVE WS-CURRENT-BATCH    TO TXN-BATCH-NUM
               MOVE WS-HELD-PRESENTED   TO TXN-VALUE-DATE
               MOVE WS-HELD-CHECK       TO TXN-CHECK-NUMBER
               WRITE TRANSACTION-RECORD
               IF WS-PEND-STATUS NOT = "00"
                   DISPLAY "ERROR|Write pending failed: "
                       WS-PEND-STATUS
               ELSE
                   ADD 1 TO WS-LEGS-POSTED
               END-IF
               CLOSE PENDING-FILE
               PERFORM UPDATE-BATCH-PENDING-COUNT
           END-IF.

       APPLY-CUTOFF.
      *    Every OPEN exception at or past its cutoff is returned:
      *    silence from the customer means do not pay.
           MOVE WS-DATE-YYYYMMDD TO WS-CUTOFF-DATE
           IF WS-ARG-COUNT >= 2
               ACCEPT WS-INPUT-DATE FROM ARGUMENT-VALUE
               MOVE WS-INPUT-DATE TO WS-CUTOFF-DATE
           END-IF
           OPEN I-O PPAY-EXCEPTION-FILE
           IF WS-PPE-STATUS NOT = "00"
               DISPLAY "CUTOFF-COMPLETE|0 returned by default"
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ PPAY-EXCEPTION-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PPE-OPEN
                           AND PPE-CUTOFF-DATE <= WS-CUTOFF-DATE
                           MOVE "RETURNED"       TO PPE-STATUS
                           MOVE "DEFAULT "       TO PPE-DECIDED-BY
                           MOVE WS-DATE-YYYYMMDD TO PPE-DECIDED-DATE
                           MOVE "Y"              TO PPE-DEFAULTED
                           REWRITE PPAY-EXCEPTION-RECORD
                           IF WS-PPE-STATUS NOT = "00"
                               DISPLAY "WARN|Cutoff rewrite failed"
                                   " for exception " PPE-EXCEPTION-ID
                                   ": " WS-PPE-STATUS
                           ELSE
                               ADD 1 TO WS-RETURNED-COUNT
                               MOVE PPE-PRESENTED-AMT
                                   TO WS-DISPLAY-AMT
                               DISPLAY "DEFAULT-RETURN|"
                                   PPE-EXCEPTION-ID "|"
                                   PPE-ACCT-NUMBER "|check "
                                   PPE-CHECK-NUMBER "|"
                                   WS-DISPLAY-AMT "|" PPE-REASON
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PPAY-EXCEPTION-FILE
           DISPLAY "CUTOFF-COMPLETE|" WS-RETURNED-COUNT
               " returned by default".

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
           MOVE WS-TIMESTAMP           TO LOCK-TIMESTAMP
           MOVE "MANAGE-POS-PAY"       TO LOCK-HELD-BY
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
               MOVE "MANAGE-POSITIVE-" TO AUD-PROGRAM
               MOVE WS-SEARCH-ACCT    TO AUD-ACCT-NUMBER
               MOVE WS-AUDIT-FIELD    TO AUD-FIELD
               MOVE WS-AUDIT-BEFORE   TO AUD-BEFORE
               MOVE WS-AUDIT-AFTER    TO AUD-AFTER
               WRITE ACCOUNT-MAINT-AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF.
