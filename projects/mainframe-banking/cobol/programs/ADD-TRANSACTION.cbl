      * Appends one new transaction to the PENDING buffer              *
      * Does NOT update account balances                               *
      * Input: ACCT-NUM, AMOUNT, TYPE, DESC, CURRENCY via args,       *
      * where either account may also be given as one of our IBANs    *
      * then for TRANSFER the destination account; an optional final  *
      * argument carries a value date (YYYYMMDD) for items that       *
      * legally took effect before they were keyed                    *
      * EXTERNAL also takes the beneficiary's name (BENEF_NAME via    *
      * environment), screened against the sanctions watchlist; a     *
      * match queues the settlement instruction as HELD               *
      * An EXTERNAL item is refused unless the beneficiary bank and    *
      * reference are an ACTIVE payee of the account (MANAGE-PAYEES);  *
      * within PAYEE_COOLING_HOURS of the payee being added, an item   *
      * above PAYEE_COOLING_CAP needs a supervisor code (COOLOFF)      *
      * A debit other than a FEE is refused on an account linked to a  *
      * customer whose KYC is EXPIRED or held by REVIEW-KYC, and the   *
      * refusal is logged to kyc-blocks.dat                            *
      * A large debit soon after the customer's address was changed   *
      * is queued for AML review (ADDRCHANGE)                          *
      * On a minor account (MANAGE-MINORS) a debit above the minor's   *
      * limit is refused unless GUARDIAN_ID names an ACTIVE guardian   *
      * of the account; refusals are logged to mandate-hits.dat       *
      * Output: Pipe-delimited transaction record to stdout            *
      *================================================================*

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FXAUDIT-STATUS.

           SELECT KYC-BLOCK-FILE
               ASSIGN TO WS-KYC-BLOCK-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KYC-BLOCK-STATUS.

           SELECT ADDRESS-EVENT-FILE
               ASSIGN TO WS-ADDR-EVENT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADDR-EVENT-STATUS.

           SELECT PAYEE-FILE
               ASSIGN TO WS-PAYEE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYEE-STATUS.

           SELECT MINOR-FILE
               ASSIGN TO WS-MINOR-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MINOR-STATUS.

           SELECT GUARDIAN-FILE
               ASSIGN TO WS-GUARDIAN-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GUARDIAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       FD  AML-REVIEW-FILE.
       COPY "AML-REVIEW.cpy".

       FD  ADDRESS-EVENT-FILE.
       COPY "ADDRESS-EVENT.cpy".

       FD  RISK-FILE.
       COPY "CUSTOMER-RISK.cpy".

       FD  CUSTOMER-FILE.
       COPY "CUSTOMER-RECORD.cpy".

       FD  KYC-BLOCK-FILE.
       COPY "KYC-BLOCK.cpy".

       FD  PAYEE-FILE.
       COPY "PAYEE-RECORD.cpy".

       FD  MINOR-FILE.
       COPY "MINOR-ACCOUNT.cpy".

       FD  GUARDIAN-FILE.
       COPY "GUARDIAN-RECORD.cpy".

      *    One row per debit that hit a signer's mandate limit,
      *    rejected or escalated past it; MANAGE-SIGNATORIES REPORT
      *    reads this file.
      *        account linked to the customer
               88  LMH-CUST-MAX        VALUE "CUSTMAX ".
               88  LMH-CUST-DAILY      VALUE "CUSTDAY ".
      *        EXTERNAL item to an unregistered payee, or above the
      *        cap while the payee is still cooling off
               88  LMH-NO-PAYEE        VALUE "NOPAYEE ".
               88  LMH-COOLING-OFF     VALUE "COOLOFF ".
           05  LMH-AMOUNT              PIC S9(13)V99 COMP-3.
           05  LMH-ACTION              PIC X(8).
               88  LMH-REJECTED        VALUE "REJECTED".
       01  WS-EFF-AML-THRESHOLD       PIC S9(13)V99 COMP-3.
       01  WS-EFF-VELOCITY-MAX        PIC 9(3).

      *    Account takeover pattern: the address is changed, then the
      *    money is drawn out before statements reach the real owner.
      *    A debit of WS-ADDR-CHG-AMOUNT or more within WS-ADDR-CHG-DAYS
      *    of an address change on the customer is queued for review.
       01  WS-ADDR-CHG-DAYS           PIC 9(3)   VALUE 30.
       01  WS-ADDR-CHG-AMOUNT         PIC S9(13)V99 COMP-3
                                       VALUE 2000.00.
       01  WS-ADDR-EVENT-PATH         PIC X(256).
       01  WS-ADDR-EVENT-STATUS       PIC XX.
       01  WS-ADDR-EVENT-EOF          PIC 9.
       01  WS-ADDR-CHG-CUTOFF         PIC 9(8).
       01  WS-ADDR-CHANGED            PIC 9      VALUE 0.

      *    A large amount also notifies the customer through the
      *    shared NOTIFY-SERVICE writer (preferences + dedup window)
       COPY "NOTIFY-AREA.cpy".
       01  WS-INPUT-REFERENCE         PIC X(16).
       01  WS-INPUT-SETTLE-ACCT       PIC X(10).
       01  WS-SETTLEMENT-ACCT         PIC 9(10)  VALUE 0.
       01  WS-INPUT-BENEF-NAME        PIC X(24).

      *    Payee registry: the beneficiary must be an ACTIVE payee of
      *    the account; for PAYEE_COOLING_HOURS after it was added
      *    (default 24) an item above PAYEE_COOLING_CAP (default
      *    1000.00) needs a supervisor code.
       01  WS-PAYEE-PATH              PIC X(256).
       01  WS-PAYEE-STATUS            PIC XX.
       01  WS-PAYEE-ACCT              PIC 9(10).
       01  WS-PAYEE-EOF               PIC 9      VALUE 0.
       01  WS-PAYEE-FOUND             PIC 9      VALUE 0.
       01  WS-PAYEE-ADDED-TS          PIC 9(14)  VALUE 0.
       01  WS-PAYEE-ADDED-PARTS REDEFINES WS-PAYEE-ADDED-TS.
           05  WS-PAYEE-ADDED-DATE    PIC 9(8).
           05  WS-PAYEE-ADDED-HH      PIC 9(2).
           05  WS-PAYEE-ADDED-MM      PIC 9(2).
           05  WS-PAYEE-ADDED-SS      PIC 9(2).
       01  WS-TIME-NOW                PIC 9(8).
       01  WS-NOW-HMS.
           05  WS-NOW-HH              PIC 9(2).
           05  WS-NOW-MM              PIC 9(2).
           05  WS-NOW-SS              PIC 9(2).
       01  WS-PAYEE-AGE-SECS          PIC S9(11) COMP-3.
       01  WS-COOLING-HOURS-ENV       PIC X(8).
       01  WS-COOLING-HOURS           PIC 9(4)   VALUE 24.
       01  WS-COOLING-CAP-ENV         PIC X(16).
       01  WS-COOLING-CAP             PIC S9(13)V99 COMP-3
                                                 VALUE 1000.00.

      *    Sanctions screening of the external beneficiary through the
      *    shared SCREEN-SERVICE before the instruction is queued
       COPY "SCREEN-SERVICE-AREA.cpy".

      *    Check number (CHECK_NUMBER via environment) for a
      *    WITHDRAWAL presented as a check; posting matches it
       01  WS-SIGNER-LIMIT            PIC S9(13)V99 COMP-3.
       01  WS-SIG-EOF                 PIC 9      VALUE 0.

      *    Minor accounts: a debit above the minor's own limit must
      *    name an ACTIVE guardian of the account (GUARDIAN_ID); there
      *    is no supervisor override.
       01  WS-MINOR-PATH              PIC X(256).
       01  WS-MINOR-STATUS            PIC XX.
       01  WS-GUARDIAN-PATH           PIC X(256).
       01  WS-GUARDIAN-STATUS         PIC XX.
       01  WS-GUARDIAN-ID             PIC X(8).
       01  WS-MINOR-FOUND             PIC 9      VALUE 0.
       01  WS-GUARDIAN-FOUND          PIC 9      VALUE 0.
       01  WS-MINOR-LIMIT             PIC S9(13)V99 COMP-3.
       01  WS-MINOR-EOF               PIC 9      VALUE 0.

      *    Per-account hard limits: same-day debits are summed from
      *    both the pending buffer and the committed log, the way the
      *    AML velocity counter counts items; a supervisor code
       01  WS-ABS-AMOUNT              PIC S9(13)V99 COMP-3.
       01  WS-LIMIT-TYPE              PIC X(8).

      *    KYC standing: a non-fee debit is refused when any customer
      *    linked to the account is EXPIRED or held by REVIEW-KYC.
       01  WS-KYC-BLOCK-PATH          PIC X(256).
       01  WS-KYC-BLOCK-STATUS        PIC XX.
       01  WS-KYC-ACCT                PIC 9(10).
       01  WS-KYC-BLOCK-CUST          PIC 9(8)   VALUE 0.
       01  WS-KYC-BLOCK-KYC           PIC X(8).

      *    Either account may be keyed as one of our IBANs; it is
      *    decoded to the account number and must match ACCT-IBAN.
       01  WS-INPUT-KEY               PIC X(34).
       01  WS-INPUT-DEST-KEY          PIC X(34).
       01  WS-SOURCE-IBAN             PIC X(34)  VALUE SPACES.
       01  WS-DEST-IBAN               PIC X(34)  VALUE SPACES.
       COPY "IBAN-SERVICE-AREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
                  "/customers.dat" DELIMITED SIZE
                  INTO WS-CUST-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/kyc-blocks.dat" DELIMITED SIZE
                  INTO WS-KYC-BLOCK-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/address-events.dat" DELIMITED SIZE
                  INTO WS-ADDR-EVENT-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/payees.dat" DELIMITED SIZE
                  INTO WS-PAYEE-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/minor-accounts.dat" DELIMITED SIZE
                  INTO WS-MINOR-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/guardians.dat" DELIMITED SIZE
                  INTO WS-GUARDIAN-PATH
           END-STRING
           ACCEPT WS-SUPERVISOR-CODE
               FROM ENVIRONMENT "SUPERVISOR_CODE"

               STOP RUN
           END-IF

           ACCEPT WS-INPUT-KEY FROM ARGUMENT-VALUE
           IF WS-INPUT-KEY(1:2) IS ALPHABETIC
               MOVE WS-INPUT-KEY TO IBV-IBAN
               PERFORM RESOLVE-ACCOUNT-IBAN
               MOVE IBV-ACCT-NUMBER TO WS-INPUT-ACCT
               MOVE IBV-IBAN TO WS-SOURCE-IBAN
           ELSE
               MOVE WS-INPUT-KEY TO WS-INPUT-ACCT
           END-IF
           ACCEPT WS-INPUT-AMOUNT FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-TYPE FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-DESC FROM ARGUMENT-VALUE
                       "destination account"
                   STOP RUN
               END-IF
               ACCEPT WS-INPUT-DEST-KEY FROM ARGUMENT-VALUE
               IF WS-INPUT-DEST-KEY(1:2) IS ALPHABETIC
                   MOVE WS-INPUT-DEST-KEY TO IBV-IBAN
                   PERFORM RESOLVE-ACCOUNT-IBAN
                   MOVE IBV-ACCT-NUMBER TO WS-INPUT-DEST-ACCT
                   MOVE IBV-IBAN TO WS-DEST-IBAN
               ELSE
                   MOVE WS-INPUT-DEST-KEY TO WS-INPUT-DEST-ACCT
               END-IF
               MOVE WS-INPUT-DEST-ACCT TO WS-DEST-ACCT
               MOVE 7 TO WS-VD-NEXT-ARG
           END-IF
               END-IF
               MOVE WS-INPUT-SETTLE-ACCT TO WS-SETTLEMENT-ACCT
               MOVE WS-SETTLEMENT-ACCT TO WS-DEST-ACCT
               ACCEPT WS-INPUT-BENEF-NAME
                   FROM ENVIRONMENT "BENEF_NAME"
               IF WS-INPUT-BENEF-NAME = SPACES
                   DISPLAY "WARN|No BENEF_NAME - the settlement "
                       "instruction is held for sanctions review"
               END-IF
           END-IF

           IF WS-ARG-COUNT >= WS-VD-NEXT-ARG
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           IF WS-AMOUNT < 0
               AND WS-INPUT-TYPE NOT = "FEE       "
               PERFORM CHECK-KYC-STANDING
           END-IF
           IF WS-AMOUNT < 0
               PERFORM CHECK-CUSTOMER-LIMITS
               PERFORM CHECK-SIGNER-MANDATE
           END-IF
           IF WS-AMOUNT < 0
               AND WS-INPUT-TYPE NOT = "FEE       "
               PERFORM CHECK-MINOR-GUARDIAN
           END-IF
           IF WS-INPUT-TYPE = "EXTERNAL  "
               PERFORM CHECK-PAYEE-REGISTRY
           END-IF
           IF WS-INPUT-TYPE = "TRANSFER  "
               OR WS-INPUT-TYPE = "EXTERNAL  "
               PERFORM VALIDATE-DEST-ACCOUNT
           END-IF
           CLOSE CARD-FILE.

       CHECK-KYC-STANDING.
      *    Every customer linked to the account is checked, so a
      *    joint account stops when either holder lapses. No master
      *    or no link leaves the account unpoliced by KYC, as before.
           MOVE WS-INPUT-ACCT TO WS-KYC-ACCT
           MOVE 0 TO WS-KYC-BLOCK-CUST
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS = "00"
               OPEN INPUT LINK-FILE
               IF WS-LINK-STATUS = "00"
                   MOVE 0 TO WS-LINK-EOF
                   PERFORM UNTIL WS-LINK-EOF = 1
                       READ LINK-FILE
                           AT END
                               MOVE 1 TO WS-LINK-EOF
                           NOT AT END
                               IF CAL-ACCT-NUMBER = WS-KYC-ACCT
                                   AND WS-KYC-BLOCK-CUST = 0
                                   PERFORM CHECK-ONE-KYC-HOLDER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LINK-FILE
               END-IF
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-KYC-BLOCK-CUST NOT = 0
               PERFORM APPEND-KYC-BLOCK
               DISPLAY "ERROR|KYC " WS-KYC-BLOCK-KYC
                   " for customer " WS-KYC-BLOCK-CUST
                   " - debit refused on " WS-INPUT-ACCT
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF.

       CHECK-ONE-KYC-HOLDER.
           MOVE CAL-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-KYC-EXPIRED OR CUST-KYC-HELD
                       MOVE CUST-ID TO WS-KYC-BLOCK-CUST
                       MOVE CUST-KYC-STATUS TO WS-KYC-BLOCK-KYC
                   END-IF
           END-READ.

       APPEND-KYC-BLOCK.
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
               MOVE WS-TIMESTAMP      TO KYB-TIMESTAMP
               MOVE WS-KYC-ACCT       TO KYB-ACCOUNT-NUM
               MOVE WS-KYC-BLOCK-CUST TO KYB-CUSTOMER-ID
               MOVE WS-KYC-BLOCK-KYC  TO KYB-KYC-STATUS
               MOVE WS-INPUT-TYPE     TO KYB-TXN-TYPE
               MOVE WS-AMOUNT         TO KYB-AMOUNT
               MOVE "INTAKE  "        TO KYB-STAGE
               MOVE 0                 TO KYB-TXN-ID
               WRITE KYC-BLOCK-RECORD
               CLOSE KYC-BLOCK-FILE
           END-IF.

       CHECK-CUSTOMER-LIMITS.
      *    The customer's accounts come from the same link walk the
      *    velocity scope uses; an unlinked account, or a customer
                   ") overridden by " WS-SUPERVISOR-CODE
           END-IF.

       CHECK-PAYEE-REGISTRY.
      *    Latest ACTIVE row for the beneficiary bank and reference on
      *    the account; a payee removed and added again cools off
      *    afresh.
           MOVE WS-INPUT-ACCT TO WS-PAYEE-ACCT
           MOVE 0 TO WS-PAYEE-FOUND
           OPEN INPUT PAYEE-FILE
           IF WS-PAYEE-STATUS = "00"
               MOVE 0 TO WS-PAYEE-EOF
               PERFORM UNTIL WS-PAYEE-EOF = 1
                   READ PAYEE-FILE
                       AT END
                           MOVE 1 TO WS-PAYEE-EOF
                       NOT AT END
                           IF PYE-ACCT-NUMBER = WS-PAYEE-ACCT
                               AND PYE-BENEF-BANK = WS-INPUT-BENEF-BANK
                               AND PYE-REFERENCE = WS-INPUT-REFERENCE
                               AND PYE-ACTIVE
                               MOVE 1 TO WS-PAYEE-FOUND
                               MOVE PYE-ADDED-TS TO WS-PAYEE-ADDED-TS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYEE-FILE
           END-IF

           MOVE 0 TO LMH-CUSTOMER-ID
           IF WS-PAYEE-FOUND = 0
               MOVE "NOPAYEE " TO WS-LIMIT-TYPE
               PERFORM WRITE-LIMIT-HIT-REJECTED
               DISPLAY "ERROR|Payee " WS-INPUT-BENEF-BANK " "
                   WS-INPUT-REFERENCE " not registered on account "
                   WS-INPUT-ACCT " - register it with MANAGE-PAYEES"
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF

           ACCEPT WS-COOLING-HOURS-ENV
               FROM ENVIRONMENT "PAYEE_COOLING_HOURS"
           IF WS-COOLING-HOURS-ENV NOT = SPACES
               COMPUTE WS-COOLING-HOURS =
                   FUNCTION NUMVAL(WS-COOLING-HOURS-ENV)
           END-IF
           ACCEPT WS-COOLING-CAP-ENV
               FROM ENVIRONMENT "PAYEE_COOLING_CAP"
           IF WS-COOLING-CAP-ENV NOT = SPACES
               COMPUTE WS-COOLING-CAP =
                   FUNCTION NUMVAL(WS-COOLING-CAP-ENV)
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TIME-NOW(1:6) TO WS-NOW-HMS
           COMPUTE WS-PAYEE-AGE-SECS =
               (FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
                - FUNCTION INTEGER-OF-DATE(WS-PAYEE-ADDED-DATE))
                   * 86400
               + (WS-NOW-HH * 3600 + WS-NOW-MM * 60 + WS-NOW-SS)
               - (WS-PAYEE-ADDED-HH * 3600 + WS-PAYEE-ADDED-MM * 60
                  + WS-PAYEE-ADDED-SS)
           COMPUTE WS-ABS-AMOUNT = 0 - WS-AMOUNT
           IF WS-ABS-AMOUNT < 0
               COMPUTE WS-ABS-AMOUNT = 0 - WS-ABS-AMOUNT
           END-IF
           IF WS-PAYEE-AGE-SECS < WS-COOLING-HOURS * 3600
               AND WS-ABS-AMOUNT > WS-COOLING-CAP
               MOVE "COOLOFF " TO WS-LIMIT-TYPE
               PERFORM ENFORCE-PAYEE-COOLING
           END-IF.

       ENFORCE-PAYEE-COOLING.
           IF WS-SUPERVISOR-CODE = SPACES
               PERFORM WRITE-LIMIT-HIT-REJECTED
               DISPLAY "ERROR|" WS-LIMIT-TYPE
                   " payee " WS-INPUT-BENEF-BANK " "
                   WS-INPUT-REFERENCE " added " WS-PAYEE-ADDED-TS
                   " is still cooling off - a supervisor code is"
                   " required above the cap"
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           ELSE
               PERFORM WRITE-LIMIT-HIT-OVERRIDE
               DISPLAY "OVERRIDE|" WS-LIMIT-TYPE
                   " payee " WS-INPUT-BENEF-BANK " "
                   WS-INPUT-REFERENCE " overridden by "
                   WS-SUPERVISOR-CODE
           END-IF.

       APPEND-CUSTOMER-LIMIT-HIT.
           OPEN EXTEND LIMIT-HIT-FILE
           IF WS-LIMIT-HIT-STATUS = "35"
               END-IF
           END-IF.

       CHECK-MINOR-GUARDIAN.
      *    A minor debits alone up to MNR-DEBIT-LIMIT; above it the
      *    item must name a guardian, recorded in the mandate-hit log
      *    under the guardian's id when refused.
           MOVE 0 TO WS-MINOR-FOUND
           OPEN INPUT MINOR-FILE
           IF WS-MINOR-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE 0 TO WS-MINOR-EOF
               PERFORM UNTIL WS-MINOR-EOF = 1
                   READ MINOR-FILE
                       AT END
                           MOVE 1 TO WS-MINOR-EOF
                       NOT AT END
                           IF MNR-ACCT-NUMBER =
                               FUNCTION NUMVAL(WS-INPUT-ACCT)
                               AND NOT MNR-CONVERTED
                               MOVE 1 TO WS-MINOR-FOUND
                               MOVE MNR-DEBIT-LIMIT TO WS-MINOR-LIMIT
                               MOVE 1 TO WS-MINOR-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MINOR-FILE
           END-IF
           IF WS-MINOR-FOUND = 0
               CONTINUE
           ELSE
               COMPUTE WS-ABS-AMOUNT = 0 - WS-AMOUNT
               IF WS-ABS-AMOUNT > WS-MINOR-LIMIT
                   ACCEPT WS-GUARDIAN-ID
                       FROM ENVIRONMENT "GUARDIAN_ID"
                   MOVE 0 TO WS-GUARDIAN-FOUND
                   IF WS-GUARDIAN-ID NOT = SPACES
                       PERFORM FIND-ACTIVE-GUARDIAN
                   END-IF
                   IF WS-GUARDIAN-FOUND = 0
                       MOVE WS-GUARDIAN-ID TO WS-SIGNER-ID
                       MOVE WS-MINOR-LIMIT TO WS-SIGNER-LIMIT
                       MOVE "REJECTED" TO MDH-ACTION
                       MOVE SPACES TO MDH-SUPERVISOR
                       PERFORM APPEND-MANDATE-HIT
                       DISPLAY "ERROR|Item exceeds the minor's limit"
                           " on " WS-INPUT-ACCT " - an active guardian"
                           " (GUARDIAN_ID) must authorise it"
                       PERFORM RELEASE-BATCH-LOCK
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       FIND-ACTIVE-GUARDIAN.
           OPEN INPUT GUARDIAN-FILE
           IF WS-GUARDIAN-STATUS = "00"
               MOVE 0 TO WS-MINOR-EOF
               PERFORM UNTIL WS-MINOR-EOF = 1
                   READ GUARDIAN-FILE
                       AT END
                           MOVE 1 TO WS-MINOR-EOF
                       NOT AT END
                           IF GDN-ACCT-NUMBER =
                               FUNCTION NUMVAL(WS-INPUT-ACCT)
                               AND GDN-CUST-ID =
                                   FUNCTION NUMVAL(WS-GUARDIAN-ID)
                               AND GDN-ACTIVE
                               MOVE 1 TO WS-GUARDIAN-FOUND
                               MOVE 1 TO WS-MINOR-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
           END-IF.

       APPEND-MANDATE-HIT.
           OPEN EXTEND MANDATE-HIT-FILE
           IF WS-MDH-STATUS = "35"
       RELEASE-BATCH-LOCK.
           DELETE FILE LOCK-FILE.

       RESOLVE-ACCOUNT-IBAN.
      *    Runs before the batch lock is taken, so a bad IBAN is
      *    simply refused. Another bank's IBAN cannot be posted here;
      *    funds for it go out as EXTERNAL.
           MOVE "RESOL" TO IBV-FUNCTION
           CALL "IBAN-SERVICE" USING IBAN-SERVICE-AREA
           EVALUATE TRUE
               WHEN IBV-OURS
                   CONTINUE
               WHEN IBV-EXTERNAL
                   DISPLAY "ERROR|IBAN belongs to another bank: "
                       IBV-IBAN
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERROR|Invalid IBAN: " IBV-IBAN
                   STOP RUN
           END-EVALUATE.

       VALIDATE-ACCOUNT.
           MOVE 0 TO WS-ACCT-UNKNOWN
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCT-UNKNOWN = 0
               MOVE ACCT-OPEN-DATE TO WS-ACCT-OPEN-DATE-SAVE
           END-IF
           IF WS-ACCT-UNKNOWN = 0 AND WS-SOURCE-IBAN NOT = SPACES
               AND ACCT-IBAN NOT = WS-SOURCE-IBAN
               DISPLAY "ERROR|IBAN not on file: " WS-SOURCE-IBAN
               CLOSE ACCOUNT-FILE
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           IF WS-ACCT-UNKNOWN = 0 AND ACCT-STATUS-CLOSED
               DISPLAY "ERROR|Account is closed: "
                   WS-INPUT-ACCT
               INVALID KEY
                   MOVE 1 TO WS-DEST-UNKNOWN
           END-READ
           IF WS-DEST-UNKNOWN = 0 AND WS-DEST-IBAN NOT = SPACES
               AND ACCT-IBAN NOT = WS-DEST-IBAN
               DISPLAY "ERROR|Destination IBAN not on file: "
                   WS-DEST-IBAN
               CLOSE ACCOUNT-FILE
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           IF WS-DEST-UNKNOWN = 0 AND ACCT-STATUS-CLOSED
               DISPLAY "ERROR|Destination account is closed: "
                   WS-INPUT-DEST-ACCT
               MOVE "AMOUNT    " TO WS-AML-REASON
           END-IF

           IF WS-AMOUNT < ZERO
               AND WS-VEL-CUSTOMER NOT = 0
               AND WS-PROJECTED-BAL >= WS-ADDR-CHG-AMOUNT
               PERFORM CHECK-RECENT-ADDRESS-CHANGE
               IF WS-ADDR-CHANGED = 1
                   MOVE 1 TO WS-AML-FLAGGED
                   IF WS-AML-REASON = SPACES
                       MOVE "ADDRCHANGE" TO WS-AML-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-AML-SAME-DAY-COUNT + 1 > WS-EFF-VELOCITY-MAX
               MOVE 1 TO WS-AML-FLAGGED
               IF WS-AML-REASON = SPACES
               END-IF
           END-IF.

       CHECK-RECENT-ADDRESS-CHANGE.
           MOVE 0 TO WS-ADDR-CHANGED
           COMPUTE WS-ADDR-CHG-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
               - WS-ADDR-CHG-DAYS)
           OPEN INPUT ADDRESS-EVENT-FILE
           IF WS-ADDR-EVENT-STATUS = "00"
               MOVE 0 TO WS-ADDR-EVENT-EOF
               PERFORM UNTIL WS-ADDR-EVENT-EOF = 1
                   READ ADDRESS-EVENT-FILE
                       AT END
                           MOVE 1 TO WS-ADDR-EVENT-EOF
                       NOT AT END
                           IF ADE-CUSTOMER-ID = WS-VEL-CUSTOMER
                               AND ADE-CHANGED
                               AND ADE-DATE >= WS-ADDR-CHG-CUTOFF
                               MOVE 1 TO WS-ADDR-CHANGED
                               MOVE 1 TO WS-ADDR-EVENT-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-EVENT-FILE
           END-IF.

       SCALE-AML-BY-RATING.
      *    WS-VEL-CUSTOMER carries the customer resolved by the
      *    velocity scope; an unlinked account stays on the base
               MOVE WS-INPUT-CURRENCY   TO OSB-CURRENCY
               MOVE WS-DATE-YYYYMMDD    TO OSB-SENT-DATE
               MOVE "PENDING "          TO OSB-STATUS
               MOVE WS-INPUT-BENEF-NAME TO OSB-BENEF-NAME
               PERFORM SCREEN-BENEFICIARY
               WRITE OUTBOUND-SETTLEMENT-RECORD
               DISPLAY "SETTLEMENT-QUEUED|" OSB-TXN-ID "|"
                   OSB-BENEF-BANK "|" OSB-REFERENCE "|" OSB-STATUS
               CLOSE SETTLEMENT-FILE
           END-IF.

       SCREEN-BENEFICIARY.
      *    A live match holds the instruction until compliance
      *    decides; a match compliance already released as a false
      *    positive for this beneficiary lets it go.
           INITIALIZE SCREEN-SERVICE-AREA
           MOVE OSB-BENEF-NAME      TO SCS-NAME
           MOVE "Y"                 TO SCS-RECORD
           MOVE "OUTBOUND"          TO SCS-SOURCE
           MOVE OSB-ACCT-NUMBER     TO SCS-ACCT-NUMBER
           MOVE OSB-TXN-ID          TO SCS-TXN-ID
           MOVE OSB-AMOUNT          TO SCS-AMOUNT
           CALL "SCREEN-SERVICE" USING SCREEN-SERVICE-AREA
           IF SCS-HIT = "Y"
               AND SCS-HIT-STATUS NOT = "RELEASED"
               MOVE "HELD    " TO OSB-STATUS
               DISPLAY "SANCTIONS-HOLD|" OSB-TXN-ID "|"
                   SCS-LIST-CODE "|" SCS-ENTRY-ID "|"
                   SCS-LIST-NAME "|score " SCS-SCORE "|hit "
                   SCS-HIT-ID
           END-IF
           MOVE "Y" TO OSB-SCREENED.

       UPDATE-BATCH-PENDING-COUNT.
           OPEN OUTPUT BATCH-FILE
           ADD WS-LEGS-POSTED TO WS-PENDING-COUNT
