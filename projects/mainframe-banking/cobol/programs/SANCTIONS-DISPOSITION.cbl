       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCTIONS-DISPOSITION.
      *================================================================*
      * SANCTIONS-DISPOSITION.cbl                                      *
      * Works the sanctions screening queue that SCREEN-SERVICE feeds  *
      * (sanctions-hits.dat):                                          *
      *   LIST                                                         *
      *     — pending hits, oldest first                               *
      *   RELEASE <hit-id> <reviewer-id> <note>                        *
      *     — false positive: the hit is closed RELEASED and a held    *
      *       outbound item goes back to PENDING for the               *
      *       correspondent. The same beneficiary name is not held     *
      *       again on the same listed entry                           *
      *   CONFIRM <hit-id> <reviewer-id> <note>                        *
      *     — true match: the hit is closed CONFIRMD and               *
      *       - the account is frozen with reason SANCTIONS and case   *
      *         reference SNH-<hit-id>, logged to freeze-log.dat as    *
      *         MANAGE-FREEZE does (a customer hit freezes every       *
      *         account linked to the customer), and                   *
      *       - the outbound item is BLOCKED: its funds come back to   *
      *         the frozen account through the pending pipeline       *
      *         (debit the settlement account, credit the customer,    *
      *         legs linked). A customer hit blocks each held or not   *
      *         yet screened item of the customer's accounts.          *
      *       SETTLEMENT_ACCOUNT names the correspondent settlement    *
      *       account                                                  *
      * Each decision appends the reviewer, timestamp and note to      *
      * sanctions-decisions.dat.                                       *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIT-FILE
               ASSIGN TO WS-HIT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIT-STATUS.

           SELECT DECISION-LOG-FILE
               ASSIGN TO WS-DECLOG-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DECLOG-STATUS.

           SELECT SETTLEMENT-FILE
               ASSIGN TO WS-SETTLE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO WS-ACCT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT FREEZE-LOG-FILE
               ASSIGN TO WS-FRZLOG-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FRZLOG-STATUS.

           SELECT LINK-FILE
               ASSIGN TO WS-LINK-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  HIT-FILE.
       COPY "SANCTIONS-HIT.cpy".

       FD  DECISION-LOG-FILE.
       01  DECISION-LOG-RECORD.
           05  DLG-HIT-ID              PIC 9(10).
           05  DLG-DECISION            PIC X(8).
           05  DLG-REVIEWER            PIC X(8).
           05  DLG-TIMESTAMP           PIC 9(14).
           05  DLG-NOTE                PIC X(40).
           05  FILLER                  PIC X(10).

       FD  SETTLEMENT-FILE.
       COPY "OUTBOUND-SETTLEMENT.cpy".

       FD  ACCOUNT-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD  FREEZE-LOG-FILE.
       COPY "FREEZE-LOG.cpy".

       FD  LINK-FILE.
       COPY "CUSTOMER-LINK.cpy".

       FD  PENDING-FILE.
       COPY "TRANSACTION-RECORD.cpy".

       FD  BATCH-FILE.
       COPY "BATCH-STATE.cpy".

       FD  LOCK-FILE.
       COPY "BATCH-LOCK.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HIT-PATH                PIC X(256).
       01  WS-DECLOG-PATH             PIC X(256).
       01  WS-SETTLE-PATH             PIC X(256).
       01  WS-ACCT-PATH               PIC X(256).
       01  WS-FRZLOG-PATH             PIC X(256).
       01  WS-LINK-PATH               PIC X(256).
       01  WS-PENDING-PATH            PIC X(256).
       01  WS-BATCH-PATH              PIC X(256).
       01  WS-LOCK-PATH               PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-HIT-STATUS              PIC XX.
       01  WS-DECLOG-STATUS           PIC XX.
       01  WS-SETTLE-STATUS           PIC XX.
       01  WS-ACCT-STATUS             PIC XX.
       01  WS-FRZLOG-STATUS           PIC XX.
       01  WS-LINK-STATUS             PIC XX.
       01  WS-PEND-STATUS             PIC XX.
       01  WS-BATCH-STATUS            PIC XX.
       01  WS-LOCK-STATUS             PIC XX.

       01  WS-ACTION                  PIC X(8).
       01  WS-INPUT-HIT               PIC X(10).
       01  WS-INPUT-REVIEWER          PIC X(8).
       01  WS-INPUT-NOTE              PIC X(40).
       01  WS-DECISION                PIC X(8).
       01  WS-SEARCH-HIT              PIC 9(10).
       01  WS-ARG-COUNT               PIC 9(2).
       01  WS-INPUT-SETTLE-ACCT       PIC X(10).
       01  WS-SETTLEMENT-ACCT         PIC 9(10)  VALUE 0.

       01  WS-EOF                     PIC 9      VALUE 0.
       01  WS-FOUND                   PIC 9      VALUE 0.
       01  WS-PENDING-LISTED          PIC 9(4)   VALUE 0.

      *    The decided hit
       01  WS-HIT-SOURCE              PIC X(8).
       01  WS-HIT-CUSTOMER            PIC 9(8).
       01  WS-HIT-ACCT                PIC 9(10).
       01  WS-HIT-TXN                 PIC 9(10).
       01  WS-CASE-REF                PIC X(15).

      *    Accounts to freeze on a confirmed hit
       01  WS-FA-COUNT                PIC 9(3)   VALUE 0.
       01  WS-FA-TABLE.
           05  WS-FA-ACCT OCCURS 50 TIMES PIC 9(10).
       01  WS-FA-IDX                  PIC 9(3).
       01  WS-FA-MATCH                PIC 9.
       01  WS-FROZEN-COUNT            PIC 9(3)   VALUE 0.

      *    Outbound items blocked, whose funds are credited back
       01  WS-BK-COUNT                PIC 9(3)   VALUE 0.
       01  WS-BK-TABLE.
           05  WS-BK-ENTRY OCCURS 50 TIMES.
               10  WS-BK-ACCT         PIC 9(10).
               10  WS-BK-AMOUNT       PIC S9(13)V99 COMP-3.
               10  WS-BK-CURRENCY     PIC X(3).
               10  WS-BK-REFERENCE    PIC X(16).
       01  WS-BK-IDX                  PIC 9(3).
       01  WS-BLOCK-ITEM              PIC 9.

       01  WS-NEXT-TXN-ID             PIC 9(10).
       01  WS-CURRENT-BATCH           PIC 9(6).
       01  WS-PENDING-COUNT           PIC 9(10).
       01  WS-LEGS-POSTED             PIC 9(6)   VALUE 0.
       01  WS-DEBIT-TXN-ID            PIC 9(10).
       01  WS-CREDIT-TXN-ID           PIC 9(10).

       01  WS-DISPLAY-AMT             PIC -(13)9.99.
       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIMESTAMP               PIC 9(14).

       COPY "JOURNAL-SERVICE-AREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/sanctions-hits.dat" DELIMITED SIZE
                  INTO WS-HIT-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/sanctions-decisions.dat" DELIMITED SIZE
                  INTO WS-DECLOG-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/outbound-settlements.dat" DELIMITED SIZE
                  INTO WS-SETTLE-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/accounts.dat" DELIMITED SIZE
                  INTO WS-ACCT-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/freeze-log.dat" DELIMITED SIZE
                  INTO WS-FRZLOG-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/customer-accounts.dat" DELIMITED SIZE
                  INTO WS-LINK-PATH
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

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY "ERROR|Missing action: LIST RELEASE CONFIRM"
               STOP RUN
           END-IF
           ACCEPT WS-ACTION FROM ARGUMENT-VALUE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                  WS-DATE-HHMMSS   DELIMITED SIZE
                  INTO WS-TIMESTAMP
           END-STRING

           EVALUATE WS-ACTION
               WHEN "LIST"
                   PERFORM LIST-PENDING-HITS
               WHEN "RELEASE"
                   MOVE "RELEASED" TO WS-DECISION
                   PERFORM DECIDE-HIT
                   PERFORM RELEASE-HELD-ITEM
                       THRU RELEASE-HELD-ITEM-EXIT
               WHEN "CONFIRM"
                   ACCEPT WS-INPUT-SETTLE-ACCT
                       FROM ENVIRONMENT "SETTLEMENT_ACCOUNT"
                   IF WS-INPUT-SETTLE-ACCT = SPACES
                       DISPLAY "ERROR|SETTLEMENT_ACCOUNT must name "
                           "the correspondent settlement account"
                       STOP RUN
                   END-IF
                   MOVE WS-INPUT-SETTLE-ACCT TO WS-SETTLEMENT-ACCT
                   MOVE "CONFIRMD" TO WS-DECISION
                   PERFORM DECIDE-HIT
                   PERFORM APPLY-CONFIRMED-HIT
               WHEN OTHER
                   DISPLAY "ERROR|Unknown action: " WS-ACTION
           END-EVALUATE
           STOP RUN.

       LIST-PENDING-HITS.
      *    Hit ids are handed out in arrival order, so file order is
      *    oldest first.
           OPEN INPUT HIT-FILE
           IF WS-HIT-STATUS NOT = "00"
               DISPLAY "INFO|No sanctions hits on file"
               STOP RUN
           END-IF

           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ HIT-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF SNH-PENDING
                           ADD 1 TO WS-PENDING-LISTED
                           MOVE SNH-AMOUNT TO WS-DISPLAY-AMT
                           DISPLAY "PENDING|" SNH-HIT-ID "|"
                               SNH-TIMESTAMP "|" SNH-SOURCE "|"
                               SNH-CUSTOMER-ID "|" SNH-ACCT-NUMBER
                               "|" SNH-TXN-ID "|" WS-DISPLAY-AMT "|"
                               SNH-SCREENED-NAME "|" SNH-LIST-CODE
                               "|" SNH-ENTRY-ID "|" SNH-LIST-NAME
                               "|score " SNH-SCORE "|version "
                               SNH-LIST-VERSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIT-FILE
           DISPLAY "LIST-COMPLETE|" WS-PENDING-LISTED
               " pending hits".

       DECIDE-HIT.
           IF WS-ARG-COUNT < 4
               DISPLAY "ERROR|" WS-ACTION " requires: HIT-ID"
                   " REVIEWER NOTE"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-HIT FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-REVIEWER FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-NOTE FROM ARGUMENT-VALUE
           MOVE WS-INPUT-HIT TO WS-SEARCH-HIT

           OPEN I-O HIT-FILE
           IF WS-HIT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open sanctions hits: "
                   WS-HIT-STATUS
               STOP RUN
           END-IF

           MOVE ZERO TO WS-EOF
           MOVE ZERO TO WS-FOUND
           PERFORM UNTIL WS-EOF = 1
               READ HIT-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF SNH-HIT-ID = WS-SEARCH-HIT
                           AND SNH-PENDING
                           MOVE WS-DECISION TO SNH-STATUS
                           MOVE WS-INPUT-REVIEWER TO SNH-REVIEWER
                           MOVE WS-DATE-YYYYMMDD
                               TO SNH-DECIDED-DATE
                           REWRITE SANCTIONS-HIT-RECORD
                           IF WS-HIT-STATUS NOT = "00"
                               DISPLAY "ERROR|Decision rewrite "
                                   "failed: " WS-HIT-STATUS
                           ELSE
                               MOVE 1 TO WS-FOUND
                               MOVE SNH-SOURCE TO WS-HIT-SOURCE
                               MOVE SNH-CUSTOMER-ID
                                   TO WS-HIT-CUSTOMER
                               MOVE SNH-ACCT-NUMBER TO WS-HIT-ACCT
                               MOVE SNH-TXN-ID TO WS-HIT-TXN
                           END-IF
                           MOVE 1 TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIT-FILE

           IF WS-FOUND = 0
               DISPLAY "ERROR|No pending hit with id " WS-SEARCH-HIT
               STOP RUN
           END-IF
           PERFORM APPEND-DECISION-LOG
           DISPLAY "DECIDED|" WS-SEARCH-HIT "|" WS-DECISION "|"
               WS-INPUT-REVIEWER.

       APPEND-DECISION-LOG.
           OPEN EXTEND DECISION-LOG-FILE
           IF WS-DECLOG-STATUS = "35"
               OPEN OUTPUT DECISION-LOG-FILE
           END-IF
           IF WS-DECLOG-STATUS NOT = "00"
               DISPLAY "WARN|Cannot write decision log: "
                   WS-DECLOG-STATUS
           ELSE
               INITIALIZE DECISION-LOG-RECORD
               MOVE WS-SEARCH-HIT     TO DLG-HIT-ID
               MOVE WS-DECISION       TO DLG-DECISION
               MOVE WS-INPUT-REVIEWER TO DLG-REVIEWER
               MOVE WS-TIMESTAMP      TO DLG-TIMESTAMP
               MOVE WS-INPUT-NOTE     TO DLG-NOTE
               WRITE DECISION-LOG-RECORD
               CLOSE DECISION-LOG-FILE
           END-IF.

       RELEASE-HELD-ITEM.
           IF WS-HIT-SOURCE NOT = "OUTBOUND"
               GO TO RELEASE-HELD-ITEM-EXIT
           END-IF
           OPEN I-O SETTLEMENT-FILE
           IF WS-SETTLE-STATUS NOT = "00"
               DISPLAY "WARN|Cannot open settlements: "
                   WS-SETTLE-STATUS
               GO TO RELEASE-HELD-ITEM-EXIT
           END-IF
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ SETTLEMENT-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF OSB-TXN-ID = WS-HIT-TXN
                           AND OSB-HELD
                           MOVE "PENDING " TO OSB-STATUS
                           MOVE "Y" TO OSB-SCREENED
                           REWRITE OUTBOUND-SETTLEMENT-RECORD
                           IF WS-SETTLE-STATUS NOT = "00"
                               DISPLAY "ERROR|Settlement rewrite "
                                   "failed: " WS-SETTLE-STATUS
                           ELSE
                               DISPLAY "RELEASED|" OSB-TXN-ID "|"
                                   OSB-REFERENCE "|PENDING"
                           END-IF
                           MOVE 1 TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SETTLEMENT-FILE.
       RELEASE-HELD-ITEM-EXIT.
           EXIT.

       APPLY-CONFIRMED-HIT.
           MOVE SPACES TO WS-CASE-REF
           STRING "SNH-" WS-SEARCH-HIT
               DELIMITED SIZE INTO WS-CASE-REF
           END-STRING

      *    The accounts concerned: the outbound item's originating
      *    account, or every account linked to the customer
           MOVE 0 TO WS-FA-COUNT
           IF WS-HIT-SOURCE = "OUTBOUND"
               MOVE 1 TO WS-FA-COUNT
               MOVE WS-HIT-ACCT TO WS-FA-ACCT(1)
           ELSE
               PERFORM LOAD-CUSTOMER-ACCOUNTS
                   THRU LOAD-CUSTOMER-ACCOUNTS-EXIT
           END-IF
           IF WS-FA-COUNT = 0
               DISPLAY "WARN|No account linked to customer "
                   WS-HIT-CUSTOMER " - nothing to freeze"
           END-IF

           PERFORM FREEZE-ACCOUNTS

               THRU FREEZE-ACCOUNTS-EXIT
           PERFORM BLOCK-OUTBOUND-ITEMS
               THRU BLOCK-OUTBOUND-ITEMS-EXIT
           IF WS-BK-COUNT > 0
               PERFORM RAISE-BLOCK-CREDITS
           END-IF
           DISPLAY "CONFIRMED|" WS-SEARCH-HIT "|" WS-CASE-REF "|"
               WS-FROZEN-COUNT " accounts frozen|" WS-BK-COUNT
               " outbound items blocked".

       LOAD-CUSTOMER-ACCOUNTS.
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS NOT = "00"
               GO TO LOAD-CUSTOMER-ACCOUNTS-EXIT
           END-IF
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ LINK-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CAL-CUSTOMER-ID = WS-HIT-CUSTOMER
                           AND WS-FA-COUNT < 50
                           ADD 1 TO WS-FA-COUNT
                           MOVE CAL-ACCT-NUMBER
                               TO WS-FA-ACCT(WS-FA-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LINK-FILE.
       LOAD-CUSTOMER-ACCOUNTS-EXIT.
           EXIT.

       FREEZE-ACCOUNTS.
           IF WS-FA-COUNT = 0
               GO TO FREEZE-ACCOUNTS-EXIT
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               STOP RUN
           END-IF
           PERFORM VARYING WS-FA-IDX FROM 1 BY 1
                   UNTIL WS-FA-IDX > WS-FA-COUNT
               PERFORM FREEZE-ONE-ACCOUNT
                   THRU FREEZE-ONE-ACCOUNT-EXIT
           END-PERFORM
           CLOSE ACCOUNT-FILE.
       FREEZE-ACCOUNTS-EXIT.
           EXIT.

       FREEZE-ONE-ACCOUNT.
      *    Same measure as MANAGE-FREEZE FREEZE: debits route to
      *    suspense, credits still post - so the blocked funds can
      *    come back to the account.
           MOVE WS-FA-ACCT(WS-FA-IDX) TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "WARN|Account not found: "
                       WS-FA-ACCT(WS-FA-IDX)
                   GO TO FREEZE-ONE-ACCOUNT-EXIT
           END-READ
           IF ACCT-STATUS-FROZEN
               DISPLAY "INFO|Account already frozen: " ACCT-NUMBER
               GO TO FREEZE-ONE-ACCOUNT-EXIT
           END-IF
           IF ACCT-STATUS-CLOSED
               DISPLAY "WARN|Account is closed: " ACCT-NUMBER
               GO TO FREEZE-ONE-ACCOUNT-EXIT
           END-IF

           MOVE "FROZEN  " TO ACCT-STATUS
           PERFORM REWRITE-ACCOUNT-JOURNALED
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Freeze rewrite failed: "
                   WS-ACCT-STATUS
               GO TO FREEZE-ONE-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-FROZEN-COUNT
           PERFORM WRITE-FREEZE-LOG
           DISPLAY "FROZEN|" ACCT-NUMBER "|SANCTIONS|" WS-CASE-REF.
       FREEZE-ONE-ACCOUNT-EXIT.
           EXIT.

       WRITE-FREEZE-LOG.
           OPEN EXTEND FREEZE-LOG-FILE
           IF WS-FRZLOG-STATUS = "35"
               OPEN OUTPUT FREEZE-LOG-FILE
           END-IF
           IF WS-FRZLOG-STATUS NOT = "00"
               DISPLAY "WARN|Cannot write freeze log: "
                   WS-FRZLOG-STATUS
           ELSE
               INITIALIZE FREEZE-LOG-RECORD
               MOVE WS-TIMESTAMP      TO FRZ-TIMESTAMP
               MOVE "FREEZE  "        TO FRZ-ACTION
               MOVE ACCT-NUMBER       TO FRZ-ACCT-NUMBER
               MOVE "SANCTIONS"       TO FRZ-REASON
               MOVE WS-CASE-REF       TO FRZ-CASE-REF
               MOVE WS-INPUT-REVIEWER TO FRZ-OPERATOR
               WRITE FREEZE-LOG-RECORD
               IF WS-FRZLOG-STATUS NOT = "00"
                   DISPLAY "WARN|Freeze log write failed: "
                       WS-FRZLOG-STATUS
               END-IF
               CLOSE FREEZE-LOG-FILE
           END-IF.

       BLOCK-OUTBOUND-ITEMS.
      *    An outbound hit blocks its own item. A customer hit
      *    blocks every item of the customer's accounts that has not
      *    gone to the correspondent: held, or pending unscreened.
           OPEN I-O SETTLEMENT-FILE
           IF WS-SETTLE-STATUS NOT = "00"
               GO TO BLOCK-OUTBOUND-ITEMS-EXIT
           END-IF
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ SETTLEMENT-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ITEM-TO-BLOCK
                           THRU CHECK-ITEM-TO-BLOCK-EXIT
                       IF WS-BLOCK-ITEM = 1
                           PERFORM BLOCK-ONE-ITEM
                               THRU BLOCK-ONE-ITEM-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SETTLEMENT-FILE.
       BLOCK-OUTBOUND-ITEMS-EXIT.
           EXIT.

       CHECK-ITEM-TO-BLOCK.
           MOVE 0 TO WS-BLOCK-ITEM
           IF WS-HIT-SOURCE = "OUTBOUND"
               IF OSB-TXN-ID = WS-HIT-TXN
                   AND (OSB-HELD OR OSB-PENDING)
                   MOVE 1 TO WS-BLOCK-ITEM
               END-IF
               GO TO CHECK-ITEM-TO-BLOCK-EXIT
           END-IF
           IF OSB-HELD
               OR (OSB-PENDING AND OSB-SCREENED NOT = "Y")
               MOVE 0 TO WS-FA-MATCH
               PERFORM VARYING WS-FA-IDX FROM 1 BY 1
                       UNTIL WS-FA-IDX > WS-FA-COUNT
                   IF WS-FA-ACCT(WS-FA-IDX) = OSB-ACCT-NUMBER
                       MOVE 1 TO WS-FA-MATCH
                   END-IF
               END-PERFORM
               IF WS-FA-MATCH = 1
                   MOVE 1 TO WS-BLOCK-ITEM
               END-IF
           END-IF.
       CHECK-ITEM-TO-BLOCK-EXIT.
           EXIT.

       BLOCK-ONE-ITEM.
           IF WS-BK-COUNT >= 50
               DISPLAY "WARN|Block table full - item " OSB-TXN-ID
                   " left for a further CONFIRM run"
               GO TO BLOCK-ONE-ITEM-EXIT
           END-IF
           MOVE "BLOCKED " TO OSB-STATUS
           MOVE "Y" TO OSB-SCREENED
           REWRITE OUTBOUND-SETTLEMENT-RECORD
           IF WS-SETTLE-STATUS NOT = "00"
               DISPLAY "ERROR|Settlement rewrite failed: "
                   WS-SETTLE-STATUS
               GO TO BLOCK-ONE-ITEM-EXIT
           END-IF
           ADD 1 TO WS-BK-COUNT
           MOVE OSB-ACCT-NUMBER TO WS-BK-ACCT(WS-BK-COUNT)
           MOVE OSB-AMOUNT      TO WS-BK-AMOUNT(WS-BK-COUNT)
           MOVE OSB-CURRENCY    TO WS-BK-CURRENCY(WS-BK-COUNT)
           MOVE OSB-REFERENCE   TO WS-BK-REFERENCE(WS-BK-COUNT)
           DISPLAY "BLOCKED|" OSB-TXN-ID "|" OSB-REFERENCE "|"
               OSB-BENEF-NAME.
       BLOCK-ONE-ITEM-EXIT.
           EXIT.

       RAISE-BLOCK-CREDITS.
      *    The funds never left: debit the settlement account,
      *    credit the customer, both legs linked, through the normal
      *    pending pipeline. OSB-AMOUNT carries the customer debit
      *    (negative), so its inverse credits the customer.
           PERFORM ACQUIRE-BATCH-LOCK
           PERFORM READ-BATCH-STATE

           OPEN EXTEND PENDING-FILE
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open pending: " WS-PEND-STATUS
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF

           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-COUNT
               PERFORM WRITE-BLOCK-CREDIT-LEGS
           END-PERFORM
           CLOSE PENDING-FILE

           PERFORM UPDATE-BATCH-PENDING-COUNT
           PERFORM RELEASE-BATCH-LOCK.

       WRITE-BLOCK-CREDIT-LEGS.
           ADD 1 TO WS-NEXT-TXN-ID
           MOVE WS-NEXT-TXN-ID TO WS-DEBIT-TXN-ID
           COMPUTE WS-CREDIT-TXN-ID = WS-NEXT-TXN-ID + 1

      *    Debit leg against the settlement account
           INITIALIZE TRANSACTION-RECORD
           MOVE WS-DEBIT-TXN-ID        TO TXN-ID
           MOVE WS-TIMESTAMP           TO TXN-TIMESTAMP
           MOVE WS-SETTLEMENT-ACCT     TO TXN-ACCOUNT-NUM
           MOVE WS-BK-AMOUNT(WS-BK-IDX) TO TXN-AMOUNT
           MOVE "TRANSFER  "           TO TXN-TYPE
           MOVE SPACES                 TO TXN-DESCRIPTION
           STRING "SANCTIONS BLOCK " WS-BK-REFERENCE(WS-BK-IDX)
               DELIMITED SIZE INTO TXN-DESCRIPTION
           END-STRING
           MOVE WS-BK-CURRENCY(WS-BK-IDX) TO TXN-CURRENCY
           MOVE ZERO                   TO TXN-RUNNING-BAL
           MOVE "PENDING "             TO TXN-STATUS
           MOVE WS-CURRENT-BATCH       TO TXN-BATCH-NUM
           MOVE WS-CREDIT-TXN-ID       TO TXN-LINK-ID
           WRITE TRANSACTION-RECORD

      *    Credit leg back to the customer
           INITIALIZE TRANSACTION-RECORD
           MOVE WS-CREDIT-TXN-ID       TO TXN-ID
           MOVE WS-TIMESTAMP           TO TXN-TIMESTAMP
           MOVE WS-BK-ACCT(WS-BK-IDX)  TO TXN-ACCOUNT-NUM
           COMPUTE TXN-AMOUNT = 0 - WS-BK-AMOUNT(WS-BK-IDX)
           MOVE "TRANSFER  "           TO TXN-TYPE
           MOVE SPACES                 TO TXN-DESCRIPTION
           STRING "SANCTIONS BLOCK " WS-BK-REFERENCE(WS-BK-IDX)
               DELIMITED SIZE INTO TXN-DESCRIPTION
           END-STRING
           MOVE WS-BK-CURRENCY(WS-BK-IDX) TO TXN-CURRENCY
           MOVE ZERO                   TO TXN-RUNNING-BAL
           MOVE "PENDING "             TO TXN-STATUS
           MOVE WS-CURRENT-BATCH       TO TXN-BATCH-NUM
           MOVE WS-DEBIT-TXN-ID        TO TXN-LINK-ID
           WRITE TRANSACTION-RECORD

           MOVE WS-CREDIT-TXN-ID TO WS-NEXT-TXN-ID
           ADD 2 TO WS-LEGS-POSTED
           COMPUTE WS-DISPLAY-AMT = 0 - WS-BK-AMOUNT(WS-BK-IDX)
           DISPLAY "BLOCK-CREDIT|" WS-BK-ACCT(WS-BK-IDX) "|"
               WS-DISPLAY-AMT "|" WS-BK-REFERENCE(WS-BK-IDX).

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
           MOVE WS-TIMESTAMP      TO LOCK-TIMESTAMP
           MOVE "SANCTIONS-DISP"  TO LOCK-HELD-BY
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
           MOVE "SANCTIONS-DISPOSITION" TO JSV-PROGRAM
           MOVE WS-CURRENT-BATCH TO JSV-BATCH-NUM
           MOVE ACCT-NUMBER TO JSV-ACCT-NUMBER
           CALL "JOURNAL-SERVICE" USING JOURNAL-SERVICE-AREA.
