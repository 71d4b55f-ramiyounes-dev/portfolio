      * applies each transaction to ACCOUNTS using appareillage        *
      * (lockstep walk of sorted files), appends to TRANSACTIONS,     *
      * advances batch state pointer                                   *
      * A non-fee debit on an account linked to a customer whose KYC   *
      * is EXPIRED or held goes to suspense and to kyc-blocks.dat      *
      * A presented check on an account enrolled in positive pay must  *
      * match the customer's issued-check file; a mismatch is held     *
      * out of posting in ppay-exceptions.dat for the customer's       *
      * pay / return decision                                          *
      * Output: Updated records pipe-delimited to stdout               *
      *================================================================*

               RECORD KEY IS TXI-KEY
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT LINK-FILE
               ASSIGN TO WS-LINK-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO WS-CUST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT KYC-BLOCK-FILE
               ASSIGN TO WS-KYC-BLOCK-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KYC-BLOCK-STATUS.

           SELECT PPAY-ACCOUNT-FILE
               ASSIGN TO WS-PPA-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPA-STATUS.

           SELECT PPAY-ISSUED-FILE
               ASSIGN TO WS-PPI-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPI-STATUS.

           SELECT PPAY-EXCEPTION-FILE
               ASSIGN TO WS-PPE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SORTED-FILE.
           05  BKD-RETRO-FLAG         PIC X(1).
           05  FILLER                 PIC X(13).

      *    KYC standing: the customer links and master are read once
      *    at the start of the run into the held-account table below;
      *    every debit refused on KYC grounds is logged for the KYC
      *    block report.
       FD  LINK-FILE.
       COPY "CUSTOMER-LINK.cpy".

       FD  CUSTOMER-FILE.
       COPY "CUSTOMER-RECORD.cpy".

       FD  KYC-BLOCK-FILE.
       COPY "KYC-BLOCK.cpy".

      *    Positive pay: enrolled accounts are loaded once per run;
      *    each presented check on one of them is looked up on the
      *    issued-check file, and a mismatch is queued as an
      *    exception for the customer to decide.
       FD  PPAY-ACCOUNT-FILE.
       COPY "PPAY-ACCOUNT.cpy".

       FD  PPAY-ISSUED-FILE.
       COPY "PPAY-ISSUED.cpy".

       FD  PPAY-EXCEPTION-FILE.
       COPY "PPAY-EXCEPTION.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SORTED-PATH             PIC X(256).
       01  WS-ACCT-PATH               PIC X(256).
       01  WS-CHK-PENDING-PAID        PIC 9      VALUE 0.
       01  WS-CHK-BOUNCED-COUNT       PIC 9(10)  VALUE 0.

      *    Accounts linked to an EXPIRED or held customer, loaded
      *    once per run
       01  WS-LINK-PATH               PIC X(256).
       01  WS-LINK-STATUS             PIC XX.
       01  WS-CUST-PATH               PIC X(256).
       01  WS-CUST-STATUS             PIC XX.
       01  WS-KYC-BLOCK-PATH          PIC X(256).
       01  WS-KYC-BLOCK-STATUS        PIC XX.
       01  WS-KYC-EOF                 PIC 9      VALUE 0.
       01  WS-KYC-COUNT               PIC 9(4)   VALUE 0.
       01  WS-KYC-TABLE.
           05  WS-KYC-ENTRY OCCURS 2000 TIMES.
               10  WS-KYC-ACCT        PIC 9(10).
               10  WS-KYC-CUST        PIC 9(8).
               10  WS-KYC-STATE       PIC X(8).
       01  WS-KYC-IDX                 PIC 9(4).
       01  WS-KYC-FOUND               PIC 9(4)   VALUE 0.
       01  WS-KYC-BLOCKED-COUNT       PIC 9(10)  VALUE 0.

      *    Accounts enrolled in positive pay, loaded once per run
       01  WS-PPA-PATH                PIC X(256).
       01  WS-PPA-STATUS              PIC XX.
       01  WS-PPI-PATH                PIC X(256).
       01  WS-PPI-STATUS              PIC XX.
       01  WS-PPE-PATH                PIC X(256).
       01  WS-PPE-STATUS              PIC XX.
       01  WS-PPAY-EOF                PIC 9      VALUE 0.
       01  WS-PPAY-COUNT              PIC 9(4)   VALUE 0.
       01  WS-PPAY-TABLE.
           05  WS-PPAY-ACCT OCCURS 2000 TIMES
                                       PIC 9(10).
       01  WS-PPAY-IDX                PIC 9(4).
       01  WS-PPAY-ENROLLED           PIC 9      VALUE 0.
       01  WS-PPAY-REASON             PIC X(10).
       01  WS-PPAY-PRESENTED          PIC S9(13)V99 COMP-3.
       01  WS-PPAY-ISSUED-AMT         PIC S9(13)V99 COMP-3.
       01  WS-PPAY-ISSUED-PAID        PIC 9      VALUE 0.
       01  WS-PPAY-DECIDED-PAY        PIC 9      VALUE 0.
       01  WS-PPAY-PENDING-PAID       PIC 9      VALUE 0.
       01  WS-PPAY-LAST-EXC-ID        PIC 9(8)   VALUE 0.
       01  WS-PPAY-CUTOFF             PIC 9(8).
       01  WS-PPAY-EXC-COUNT          PIC 9(10)  VALUE 0.
       COPY "DATE-SERVICE-AREA.cpy".

       COPY "JOURNAL-SERVICE-AREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
                  "/txn-index.dat" DELIMITED SIZE
                  INTO WS-INDEX-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/customer-accounts.dat" DELIMITED SIZE
                  INTO WS-LINK-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/customers.dat" DELIMITED SIZE
                  INTO WS-CUST-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/kyc-blocks.dat" DELIMITED SIZE
                  INTO WS-KYC-BLOCK-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/ppay-accounts.dat" DELIMITED SIZE
                  INTO WS-PPA-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/ppay-issued.dat" DELIMITED SIZE
                  INTO WS-PPI-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/ppay-exceptions.dat" DELIMITED SIZE
                  INTO WS-PPE-PATH
           END-STRING

           MOVE TIER-INIT-DATA TO TIER-ENTRIES
           PERFORM LOAD-CURRENCY-RATES
           PERFORM LOAD-KYC-HELD-ACCOUNTS
           PERFORM LOAD-PPAY-ACCOUNTS
           PERFORM ACQUIRE-BATCH-LOCK
           PERFORM VALIDATE-BATCH-SORTED
           PERFORM APPLY-TRANSACTIONS
               WS-SUSPENSE-COUNT " sent to suspense, "
               WS-BACKDATED-COUNT " backdated, "
               WS-NSF-COUNT " NSF, "
               WS-ODP-COUNT " protection transfers, "
               WS-KYC-BLOCKED-COUNT " KYC blocks, "
               WS-PPAY-EXC-COUNT " positive pay exceptions)"
           STOP RUN.

       ACQUIRE-BATCH-LOCK.

               MOVE 1 TO WS-POST-OK
               MOVE 0 TO WS-CHK-PENDING-PAID
               MOVE 0 TO WS-PPAY-PENDING-PAID

      *        A legal freeze blocks the debit side only: debits go
      *        to the suspense file for the case officer, credits
      *        keep posting so incoming funds are preserved, and so
      *        does the tax withheld from an interest credit.
               IF ACCT-STATUS-FROZEN
                   AND WS-EFFECTIVE-AMOUNT < 0
                   AND SR-TXN-TYPE NOT = "CLOSURE   "
                   AND SR-TXN-TYPE NOT = "WHTAX     "
                   MOVE 0 TO WS-POST-OK
                   PERFORM LOG-FROZEN-ACCOUNT
               END-IF

      *        KYC standing: a debit other than a fee on an account
      *        linked to an EXPIRED or held customer goes to suspense
      *        as well - the hold may have arrived after the item was
      *        captured. A CLOSURE drain is let through as for a
      *        freeze, and so are the bank's own debit interest, the
      *        tax withheld at source and a REVERSAL taking back a
      *        credit that was never good (a returned deposited item
      *        charged back).
               IF WS-POST-OK = 1
                   AND WS-EFFECTIVE-AMOUNT < 0
                   AND SR-TXN-TYPE NOT = "FEE       "
                   AND SR-TXN-TYPE NOT = "CLOSURE   "
                   AND SR-TXN-TYPE NOT = "INTEREST  "
                   AND SR-TXN-TYPE NOT = "WHTAX     "
                   AND SR-TXN-TYPE NOT = "REVERSAL  "
                   AND WS-KYC-COUNT > 0
                   PERFORM FIND-KYC-HELD-ACCOUNT
                   IF WS-KYC-FOUND > 0
                       MOVE 0 TO WS-POST-OK
                       PERFORM LOG-KYC-BLOCKED
                   END-IF
               END-IF

      *        Positive pay: a check presented on an enrolled
      *        account posts only when it matches the customer's
      *        issued-check file or the customer has decided to pay
      *        it; anything else is held as an exception.
               IF WS-POST-OK = 1
                   AND SR-TXN-TYPE = "WITHDRAWAL"
                   AND SR-TXN-CHECK-NUMBER NOT = 0
                   AND WS-PPAY-COUNT > 0
                   PERFORM FIND-PPAY-ACCOUNT
                   IF WS-PPAY-ENROLLED = 1
                       PERFORM MATCH-POSITIVE-PAY
                   END-IF
               END-IF

      *        A presented check is matched against the register: a
      *        duplicate of a paid number or an unexpired stop order
      *        bounces the item to suspense.

      *        A CHECKING debit that would take the balance negative
      *        is paid only within the authorized overdraft facility;
      *        beyond it the item bounces as NSF with a fee. Debit
      *        interest charged on the overdraft itself always posts,
      *        as does tax withheld from an interest credit, and so
      *        does a REVERSAL: the credit it takes back was never
      *        good funds, and a chargeback that overdraws the
      *        account is exactly the debt to be collected.
               IF WS-POST-OK = 1
                   AND ACCT-TYPE-CHECKING
                   AND WS-EFFECTIVE-AMOUNT < 0
                   AND SR-TXN-TYPE NOT = "CLOSURE   "
                   AND SR-TXN-TYPE NOT = "INTEREST  "
                   AND SR-TXN-TYPE NOT = "WHTAX     "
                   AND SR-TXN-TYPE NOT = "REVERSAL  "
                   COMPUTE WS-PROPOSED-BALANCE =
                       ACCT-BALANCE + WS-EFFECTIVE-AMOUNT
                   IF WS-PROPOSED-BALANCE < 0
               IF WS-POST-OK = 1 AND WS-CHK-PENDING-PAID = 1
                   PERFORM MARK-CHECK-PAID
               END-IF
               IF WS-POST-OK = 1 AND WS-PPAY-PENDING-PAID = 1
                   PERFORM MARK-PPAY-PAID
               END-IF
           END-IF
           IF WS-ACCT-STATUS = "00" AND WS-POST-OK = 1 AND
               (NOT ACCT-STATUS-CLOSED OR SR-TXN-TYPE = "CLOSURE   ")
               ADD WS-EFFECTIVE-AMOUNT TO ACCT-BALANCE
               MOVE ACCT-BALANCE TO WS-NEW-BALANCE
               PERFORM REWRITE-ACCOUNT-JOURNALED
               IF WS-ACCT-STATUS NOT = "00"
                   DISPLAY "WARN|Rewrite failed for "
                       ACCT-NUMBER ": " WS-ACCT-STATUS
               CLOSE CHECK-REGISTER-FILE
           END-IF.

       LOAD-PPAY-ACCOUNTS.
      *    Enrolled accounts into the table, and the highest
      *    exception id on the queue so new exceptions number on.
           MOVE 0 TO WS-PPAY-COUNT
           OPEN INPUT PPAY-ACCOUNT-FILE
           IF WS-PPA-STATUS = "00"
               MOVE 0 TO WS-PPAY-EOF
               PERFORM UNTIL WS-PPAY-EOF = 1
                   READ PPAY-ACCOUNT-FILE
                       AT END
                           MOVE 1 TO WS-PPAY-EOF
                       NOT AT END
                           IF PPA-ACTIVE
                               PERFORM LOAD-ONE-PPAY-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PPAY-ACCOUNT-FILE
           END-IF

           MOVE 0 TO WS-PPAY-LAST-EXC-ID
           OPEN INPUT PPAY-EXCEPTION-FILE
           IF WS-PPE-STATUS = "00"
               MOVE 0 TO WS-PPAY-EOF
               PERFORM UNTIL WS-PPAY-EOF = 1
                   READ PPAY-EXCEPTION-FILE
                       AT END
                           MOVE 1 TO WS-PPAY-EOF
                       NOT AT END
                           IF PPE-EXCEPTION-ID > WS-PPAY-LAST-EXC-ID
                               MOVE PPE-EXCEPTION-ID
                                   TO WS-PPAY-LAST-EXC-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PPAY-EXCEPTION-FILE
           END-IF.

       LOAD-ONE-PPAY-ACCOUNT.
      *    A full table would let later enrolled accounts pay checks
      *    unmatched, so the run stops before anything is posted.
           IF WS-PPAY-COUNT >= 2000
               DISPLAY "ERROR|Positive pay table full at account "
                   PPA-ACCT-NUMBER " - run stopped before posting"
               CLOSE PPAY-ACCOUNT-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-PPAY-COUNT
           MOVE PPA-ACCT-NUMBER TO WS-PPAY-ACCT(WS-PPAY-COUNT).

       FIND-PPAY-ACCOUNT.
           MOVE 0 TO WS-PPAY-ENROLLED
           PERFORM VARYING WS-PPAY-IDX FROM 1 BY 1
                   UNTIL WS-PPAY-IDX > WS-PPAY-COUNT
               IF WS-PPAY-ACCT(WS-PPAY-IDX) = SR-TXN-ACCOUNT-NUM
                   MOVE 1 TO WS-PPAY-ENROLLED
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       MATCH-POSITIVE-PAY.
      *    A PAY decision on file for this account, check and amount
      *    lets the re-presented item through. Otherwise the issued
      *    file decides: not on it - UNKNOWN; already PAID -
      *    DUPLICATE; VOID - VOID; a different amount - AMOUNT.
           COMPUTE WS-PPAY-PRESENTED = 0 - SR-TXN-AMOUNT
           MOVE 0 TO WS-PPAY-DECIDED-PAY
           OPEN INPUT PPAY-EXCEPTION-FILE
           IF WS-PPE-STATUS = "00"
               MOVE 0 TO WS-PPAY-EOF
               PERFORM UNTIL WS-PPAY-EOF = 1
                   READ PPAY-EXCEPTION-FILE
                       AT END
                           MOVE 1 TO WS-PPAY-EOF
                       NOT AT END
                           IF PPE-ACCT-NUMBER = SR-TXN-ACCOUNT-NUM
                               AND PPE-CHECK-NUMBER
                                   = SR-TXN-CHECK-NUMBER
                               AND PPE-PRESENTED-AMT
                                   = WS-PPAY-PRESENTED
                               AND PPE-PAY
                               MOVE 1 TO WS-PPAY-DECIDED-PAY
                               MOVE 1 TO WS-PPAY-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PPAY-EXCEPTION-FILE
           END-IF
           IF WS-PPAY-DECIDED-PAY = 1
               MOVE 1 TO WS-PPAY-PENDING-PAID
           ELSE
               MOVE "UNKNOWN   " TO WS-PPAY-REASON
               MOVE 0 TO WS-PPAY-ISSUED-AMT
               OPEN INPUT PPAY-ISSUED-FILE
               IF WS-PPI-STATUS = "00"
                   MOVE 0 TO WS-PPAY-EOF
                   PERFORM UNTIL WS-PPAY-EOF = 1
                       READ PPAY-ISSUED-FILE
                           AT END
                               MOVE 1 TO WS-PPAY-EOF
                           NOT AT END
                               IF PPI-ACCT-NUMBER = SR-TXN-ACCOUNT-NUM
                                   AND PPI-CHECK-NUMBER
                                       = SR-TXN-CHECK-NUMBER
                                   PERFORM DECIDE-PPAY-MATCH
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PPAY-ISSUED-FILE
               END-IF
               IF WS-PPAY-REASON = SPACES
                   MOVE 1 TO WS-PPAY-PENDING-PAID
               ELSE
                   MOVE 0 TO WS-POST-OK
                   PERFORM WRITE-PPAY-EXCEPTION
               END-IF
           END-IF.

       DECIDE-PPAY-MATCH.
      *    A voided number can be issued again, so an ISSUED row for
      *    the number wins over an earlier VOID or PAID one.
           EVALUATE TRUE
               WHEN PPI-ISSUED
                   MOVE PPI-AMOUNT TO WS-PPAY-ISSUED-AMT
                   IF PPI-AMOUNT = WS-PPAY-PRESENTED
                       MOVE SPACES TO WS-PPAY-REASON
                   ELSE
                       MOVE "AMOUNT    " TO WS-PPAY-REASON
                   END-IF
                   MOVE 1 TO WS-PPAY-EOF
               WHEN PPI-PAID
                   MOVE PPI-AMOUNT TO WS-PPAY-ISSUED-AMT
                   MOVE "DUPLICATE " TO WS-PPAY-REASON
               WHEN PPI-VOID
                   MOVE PPI-AMOUNT TO WS-PPAY-ISSUED-AMT
                   IF WS-PPAY-REASON NOT = "DUPLICATE "
                       MOVE "VOID      " TO WS-PPAY-REASON
                   END-IF
           END-EVALUATE.

       WRITE-PPAY-EXCEPTION.
      *    The customer has until the next business day after
      *    presentment to decide; the item stays off the ledger and
      *    out of suspense until then.
           COMPUTE DSV-DATE-IN = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD) + 1)
           MOVE "NEXTB" TO DSV-FUNCTION
           CALL "DATE-SERVICE" USING DATE-SERVICE-AREA
           MOVE DSV-DATE-OUT TO WS-PPAY-CUTOFF

           OPEN EXTEND PPAY-EXCEPTION-FILE
           IF WS-PPE-STATUS = "35"
               OPEN OUTPUT PPAY-EXCEPTION-FILE
           END-IF
           IF WS-PPE-STATUS NOT = "00"
               DISPLAY "WARN|Cannot open positive pay exceptions ("
                   WS-PPE-STATUS ") - check " SR-TXN-CHECK-NUMBER
                   " sent to suspense"
               PERFORM WRITE-SUSPENSE-RECORD
           ELSE
               ADD 1 TO WS-PPAY-LAST-EXC-ID
               INITIALIZE PPAY-EXCEPTION-RECORD
               MOVE WS-PPAY-LAST-EXC-ID  TO PPE-EXCEPTION-ID
               MOVE SR-TXN-ACCOUNT-NUM   TO PPE-ACCT-NUMBER
               MOVE SR-TXN-CHECK-NUMBER  TO PPE-CHECK-NUMBER
               MOVE WS-PPAY-PRESENTED    TO PPE-PRESENTED-AMT
               MOVE WS-PPAY-ISSUED-AMT   TO PPE-ISSUED-AMT
               MOVE WS-PPAY-REASON       TO PPE-REASON
               MOVE SR-TXN-ID            TO PPE-TXN-ID
               MOVE SR-TXN-TIMESTAMP     TO PPE-TXN-TIMESTAMP
               MOVE SR-TXN-CURRENCY      TO PPE-CURRENCY
               MOVE SR-TXN-DESCRIPTION   TO PPE-DESCRIPTION
               MOVE WS-DATE-YYYYMMDD     TO PPE-PRESENTED-DATE
               MOVE WS-PPAY-CUTOFF       TO PPE-CUTOFF-DATE
               MOVE "OPEN    "           TO PPE-STATUS
               MOVE "N"                  TO PPE-DEFAULTED
               WRITE PPAY-EXCEPTION-RECORD
               CLOSE PPAY-EXCEPTION-FILE
               ADD 1 TO WS-PPAY-EXC-COUNT
               DISPLAY "CHECK-EXCEPTION|" PPE-EXCEPTION-ID "|"
                   SR-TXN-ID "|" SR-TXN-ACCOUNT-NUM "|check "
                   SR-TXN-CHECK-NUMBER "|" WS-PPAY-REASON
                   "|decide by " WS-PPAY-CUTOFF
           END-IF.

       MARK-PPAY-PAID.
      *    The issued check is consumed by the paying txn, and a PAY
      *    decision that let it through is closed off as PAID.
           OPEN I-O PPAY-ISSUED-FILE
           IF WS-PPI-STATUS = "00"
               MOVE 0 TO WS-PPAY-EOF
               PERFORM UNTIL WS-PPAY-EOF = 1
                   READ PPAY-ISSUED-FILE
                       AT END
                           MOVE 1 TO WS-PPAY-EOF
                       NOT AT END
                           IF PPI-ACCT-NUMBER = SR-TXN-ACCOUNT-NUM
                               AND PPI-CHECK-NUMBER
                                   = SR-TXN-CHECK-NUMBER
                               AND PPI-ISSUED
                               MOVE "PAID    " TO PPI-STATUS
                               MOVE SR-TXN-ID TO PPI-PAID-TXN-ID
                               REWRITE PPAY-ISSUED-RECORD
                               MOVE 1 TO WS-PPAY-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PPAY-ISSUED-FILE
           END-IF

           IF WS-PPAY-DECIDED-PAY = 1
               OPEN I-O PPAY-EXCEPTION-FILE
               IF WS-PPE-STATUS = "00"
                   MOVE 0 TO WS-PPAY-EOF
                   PERFORM UNTIL WS-PPAY-EOF = 1
                       READ PPAY-EXCEPTION-FILE
                           AT END
                               MOVE 1 TO WS-PPAY-EOF
                           NOT AT END
                               IF PPE-ACCT-NUMBER = SR-TXN-ACCOUNT-NUM
                                   AND PPE-CHECK-NUMBER
                                       = SR-TXN-CHECK-NUMBER
                                   AND PPE-PRESENTED-AMT
                                       = WS-PPAY-PRESENTED
                                   AND PPE-PAY
                                   MOVE "PAID    " TO PPE-STATUS
                                   REWRITE PPAY-EXCEPTION-RECORD
                                   MOVE 1 TO WS-PPAY-EOF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PPAY-EXCEPTION-FILE
               END-IF
           END-IF.

       ATTEMPT-ODP-TRANSFER.
      *    The checking account record is current in storage; on a
      *    successful cover both balances move and both legs land in
           END-READ
           SUBTRACT WS-ODP-TRANSFER FROM ACCT-BALANCE
           MOVE ACCT-BALANCE TO WS-NEW-BALANCE
           PERFORM REWRITE-ACCOUNT-JOURNALED
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "WARN|Rewrite failed for "
                   ACCT-NUMBER ": " WS-ACCT-STATUS
           END-READ
           ADD WS-ODP-TRANSFER TO ACCT-BALANCE
           MOVE ACCT-BALANCE TO WS-NEW-BALANCE
           PERFORM REWRITE-ACCOUNT-JOURNALED
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "WARN|Rewrite failed for "
                   ACCT-NUMBER ": " WS-ACCT-STATUS
           ADD 1 TO WS-LAST-TXN-ID
           ADD WS-INT-ADJUSTMENT TO ACCT-BALANCE
           MOVE ACCT-BALANCE TO WS-NEW-BALANCE
           PERFORM REWRITE-ACCOUNT-JOURNALED
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "WARN|Rewrite failed for "
                   ACCT-NUMBER ": " WS-ACCT-STATUS
               " - debit " SR-TXN-ID " routed to suspense"
           PERFORM WRITE-SUSPENSE-RECORD.

       LOAD-KYC-HELD-ACCOUNTS.
      *    Every link whose customer is EXPIRED or held by REVIEW-KYC
      *    puts its account in the table. No master or no link file
      *    leaves posting unpoliced by KYC, as before.
           MOVE 0 TO WS-KYC-COUNT
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               CONTINUE
           ELSE
               OPEN INPUT LINK-FILE
               IF WS-LINK-STATUS = "00"
                   MOVE 0 TO WS-KYC-EOF
                   PERFORM UNTIL WS-KYC-EOF = 1
                       READ LINK-FILE
                           AT END
                               MOVE 1 TO WS-KYC-EOF
                           NOT AT END
                               PERFORM LOAD-ONE-KYC-LINK
                       END-READ
                   END-PERFORM
                   CLOSE LINK-FILE
               END-IF
               CLOSE CUSTOMER-FILE
           END-IF.

       LOAD-ONE-KYC-LINK.
           MOVE CAL-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-KYC-EXPIRED OR CUST-KYC-HELD
      *                A full table would let later held accounts
      *                post debits, so the run stops before posting.
                       IF WS-KYC-COUNT >= 2000
                           DISPLAY "ERROR|KYC hold table full at "
                               "account " CAL-ACCT-NUMBER
                               " - run stopped before posting"
                           CLOSE LINK-FILE
                           CLOSE CUSTOMER-FILE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-KYC-COUNT
                       MOVE CAL-ACCT-NUMBER
                           TO WS-KYC-ACCT(WS-KYC-COUNT)
                       MOVE CUST-ID TO WS-KYC-CUST(WS-KYC-COUNT)
                       MOVE CUST-KYC-STATUS
                           TO WS-KYC-STATE(WS-KYC-COUNT)
                   END-IF
           END-READ.

       FIND-KYC-HELD-ACCOUNT.
           MOVE 0 TO WS-KYC-FOUND
           PERFORM VARYING WS-KYC-IDX FROM 1 BY 1
                   UNTIL WS-KYC-IDX > WS-KYC-COUNT
               IF WS-KYC-ACCT(WS-KYC-IDX) = SR-TXN-ACCOUNT-NUM
                   MOVE WS-KYC-IDX TO WS-KYC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOG-KYC-BLOCKED.
      *    KYC lapsed — the debit goes to the suspense file and the
      *    KYC block log instead of posting.
           MOVE SR-TXN-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "ALERT|"
               SR-TXN-ID "|"
               SR-TXN-TIMESTAMP "|"
               SR-TXN-ACCOUNT-NUM "|"
               SR-TXN-TYPE "|"
               WS-DISPLAY-AMT "|"
               SR-TXN-CURRENCY "|"
               SR-TXN-DESCRIPTION "|"
               "ALERT   " "|"
               SR-TXN-BATCH-NUM
           DISPLAY "WARN|KYC " WS-KYC-STATE(WS-KYC-FOUND)
               " for customer " WS-KYC-CUST(WS-KYC-FOUND)
               " - debit " SR-TXN-ID " routed to suspense"
           PERFORM WRITE-SUSPENSE-RECORD
           ADD 1 TO WS-KYC-BLOCKED-COUNT

           OPEN EXTEND KYC-BLOCK-FILE
           IF WS-KYC-BLOCK-STATUS = "35"
               OPEN OUTPUT KYC-BLOCK-FILE
           END-IF
           IF WS-KYC-BLOCK-STATUS NOT = "00"
               DISPLAY "WARN|Cannot write KYC block record: "
                   WS-KYC-BLOCK-STATUS
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                      WS-DATE-HHMMSS   DELIMITED SIZE
                      INTO WS-TIMESTAMP
               END-STRING
               INITIALIZE KYC-BLOCK-RECORD
               MOVE WS-TIMESTAMP       TO KYB-TIMESTAMP
               MOVE SR-TXN-ACCOUNT-NUM TO KYB-ACCOUNT-NUM
               MOVE WS-KYC-CUST(WS-KYC-FOUND) TO KYB-CUSTOMER-ID
               MOVE WS-KYC-STATE(WS-KYC-FOUND) TO KYB-KYC-STATUS
               MOVE SR-TXN-TYPE        TO KYB-TXN-TYPE
               MOVE SR-TXN-AMOUNT      TO KYB-AMOUNT
               MOVE "POSTING "         TO KYB-STAGE
               MOVE SR-TXN-ID          TO KYB-TXN-ID
               WRITE KYC-BLOCK-RECORD
               CLOSE KYC-BLOCK-FILE
           END-IF.

       LOG-MISSING-ACCOUNT.
      *    Account not found — log error, flag transaction as ALERT
      *    and write it to the suspense file for later resolution
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
           MOVE "UPDATE-BALANCES" TO JSV-PROGRAM
           MOVE SR-TXN-BATCH-NUM TO JSV-BATCH-NUM
           MOVE ACCT-NUMBER TO JSV-ACCT-NUMBER
           CALL "JOURNAL-SERVICE" USING JOURNAL-SERVICE-AREA.
