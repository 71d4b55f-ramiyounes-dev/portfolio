       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-RETURNED-ITEMS.
      *================================================================*
      * IMPORT-RETURNED-ITEMS.cbl                                      *
      * Daily intake of the inward returns file: checks our customers  *
      * deposited that the drawee bank has sent back unpaid. A header  *
      * carrying the originator, item count and hash total, one        *
      * detail per returned check (the DEPOSIT it was credited on,     *
      * the depositor's account, amount, return reason, return date,   *
      * the drawee bank's item reference) and a trailer repeating the  *
      * controls. The file passes the same control-total gate and      *
      * file-registry replay check as the other intake files before    *
      * anything is written.                                           *
      * Each good detail then:                                         *
      *   - charges the depositor back: a REVERSAL debit through the   *
      *     pending pipeline, linked by TXN-LINK-ID to the original    *
      *     deposit (or, for a check returned again after              *
      *     re-presentment, to the re-presentment credit)              *
      *   - raises the returned-item fee (fee code RETFEE through      *
      *     FEE-SERVICE, the compiled default below without a          *
      *     schedule row) as a FEE leg linked to the chargeback        *
      *   - releases the deposit hold still standing on the credit,    *
      *     if any - the funds it protected have just been taken back  *
      *   - lands on returned-items.dat, re-presentable (CHARGED-BACK) *
      *     when the reason allows it and this is the first return,    *
      *     FINAL otherwise                                            *
      *   - raises the customer's returned-deposit risk factor on      *
      *     customer-risk.dat at once when this is the second or       *
      *     later return in 12 months                                  *
      * Details naming a deposit we cannot find, one that is not a     *
      * DEPOSIT on the account named, an amount above the credit, an   *
      * item already charged back, or a closed account (left for       *
      * manual recovery) are rejected to the report.                   *
      * Input: RETURNS_FILE via environment names the inbound file.    *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNS-FILE
               ASSIGN TO WS-RETURNS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURNS-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO WS-ACCT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TRANS-FILE
               ASSIGN TO WS-TRANS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT RETURNED-FILE
               ASSIGN TO WS-RETURNED-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURNED-STATUS.

           SELECT HOLDS-FILE
               ASSIGN TO WS-HOLDS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT LINK-FILE
               ASSIGN TO WS-LINK-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.

           SELECT RISK-FILE
               ASSIGN TO WS-RISK-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RISK-STATUS.

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

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REGISTRY-FILE
               ASSIGN TO WS-REGISTRY-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURNS-FILE.
       01  RETURNS-HEADER.
           05  RTH-TYPE                PIC X(1).
           05  RTH-ORIGINATOR          PIC X(30).
           05  RTH-COUNT               PIC 9(6).
           05  RTH-HASH-TOTAL          PIC 9(13)V99.
           05  FILLER                  PIC X(48).
       01  RETURNS-DETAIL.
           05  RTD-TYPE                PIC X(1).
           05  RTD-DEPOSIT-TXN-ID      PIC 9(10).
           05  RTD-ACCT-NUMBER         PIC 9(10).
           05  RTD-AMOUNT              PIC 9(13)V99.
           05  RTD-REASON              PIC X(4).
           05  RTD-RETURN-DATE         PIC 9(8).
           05  RTD-DRAWEE-REF          PIC X(20).
           05  FILLER                  PIC X(32).
       01  RETURNS-TRAILER.
           05  RTT-TYPE                PIC X(1).
           05  RTT-COUNT               PIC 9(6).
           05  RTT-HASH-TOTAL          PIC 9(13)V99.
           05  FILLER                  PIC X(78).

       FD  ACCOUNT-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD  TRANS-FILE.
       COPY "TRANSACTION-RECORD.cpy"
           REPLACING ==TRANSACTION-RECORD== BY ==COMMITTED-RECORD==
           LEADING ==TXN-== BY ==CR-==.

       FD  RETURNED-FILE.
       COPY "RETURNED-ITEM.cpy".

       FD  HOLDS-FILE.
       COPY "HOLD-RECORD.cpy".

       FD  LINK-FILE.
       COPY "CUSTOMER-LINK.cpy".

       FD  RISK-FILE.
       COPY "CUSTOMER-RISK.cpy".

       FD  PENDING-FILE.
       COPY "TRANSACTION-RECORD.cpy".

       FD  BATCH-FILE.
       COPY "BATCH-STATE.cpy".

       FD  LOCK-FILE.
       COPY "BATCH-LOCK.cpy".

       FD  REGISTRY-FILE.
       COPY "FILE-REGISTRY.cpy".

       FD  REPORT-FILE.
       01  RETURNS-REPORT-RECORD.
           05  RRR-LINE-NO             PIC 9(6).
           05  RRR-ACCT-NUMBER         PIC 9(10).
           05  RRR-DEPOSIT-TXN-ID      PIC 9(10).
           05  RRR-AMOUNT              PIC S9(13)V99 COMP-3.
           05  RRR-REASON              PIC X(4).
           05  RRR-DISPOSITION         PIC X(14).
           05  RRR-CHARGEBACK-TXN-ID   PIC 9(10).
           05  FILLER                  PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "NOTIFY-AREA.cpy".
       COPY "FEE-SERVICE-AREA.cpy".
       COPY "RETURN-REASON-TABLE.cpy".
       01  WS-RETURNS-PATH            PIC X(256).
       01  WS-ACCT-PATH               PIC X(256).
       01  WS-TRANS-PATH              PIC X(256).
       01  WS-RETURNED-PATH           PIC X(256).
       01  WS-HOLDS-PATH              PIC X(256).
       01  WS-LINK-PATH               PIC X(256).
       01  WS-RISK-PATH               PIC X(256).
       01  WS-PENDING-PATH            PIC X(256).
       01  WS-BATCH-PATH              PIC X(256).
       01  WS-LOCK-PATH               PIC X(256).
       01  WS-REPORT-PATH             PIC X(256).
       01  WS-DATA-DIR                PIC X(256).

       01  WS-RETURNS-STATUS          PIC XX.
       01  WS-ACCT-STATUS             PIC XX.
       01  WS-TRANS-STATUS            PIC XX.
       01  WS-RETURNED-STATUS         PIC XX.
       01  WS-HOLDS-STATUS            PIC XX.
       01  WS-LINK-STATUS             PIC XX.
       01  WS-RISK-STATUS             PIC XX.
       01  WS-PEND-STATUS             PIC XX.
       01  WS-BATCH-STATUS            PIC XX.
       01  WS-LOCK-STATUS             PIC XX.
       01  WS-REPORT-STATUS           PIC XX.

       01  WS-EOF                     PIC 9      VALUE 0.
       01  WS-SCAN-EOF                PIC 9      VALUE 0.
       01  WS-FOUND                   PIC 9      VALUE 0.

      *    Control verification pass
       01  WS-HEADER-SEEN             PIC 9      VALUE 0.
       01  WS-TRAILER-SEEN            PIC 9      VALUE 0.
       01  WS-DETAIL-COUNT            PIC 9(6)   VALUE 0.
       01  WS-HASH-TOTAL              PIC 9(13)V99 VALUE 0.
       01  WS-HDR-COUNT               PIC 9(6).
       01  WS-HDR-HASH                PIC 9(13)V99.
       01  WS-TRL-COUNT               PIC 9(6).
       01  WS-TRL-HASH                PIC 9(13)V99.
       01  WS-ORIGINATOR              PIC X(30).

      *    Replay protection: the registry remembers every intake
      *    file by originator + file id + hash total; a match refuses
      *    the file whole unless SUPERVISOR_CODE overrides, and every
      *    load registers itself either way.
       01  WS-REGISTRY-PATH           PIC X(256).
       01  WS-REGISTRY-STATUS         PIC XX.
       01  WS-REG-EOF                 PIC 9.
       01  WS-REG-FOUND               PIC 9.
       01  WS-REG-FILE-ID             PIC X(30).
       01  WS-REG-ORIGINATOR          PIC X(30).
       01  WS-REG-HASH                PIC 9(13)V99.
       01  WS-REG-COUNT               PIC 9(6).
       01  WS-REG-SUPERVISOR          PIC X(8).
       01  WS-REG-OPERATOR            PIC X(8).
       01  WS-FILE-TAIL-POS           PIC 9(4).
       01  WS-FILE-SCAN-POS           PIC 9(4).

      *    Returned-item fee when the fee schedule carries no RETFEE
      *    row
       01  WS-RETURN-FEE-DEFAULT      PIC S9(13)V99 COMP-3
                                       VALUE 15.00.

      *    Items already on returned-items.dat, and those added this
      *    run, for the duplicate and re-presentment tests and the
      *    repeat-return count
       01  WS-RTI-COUNT               PIC 9(4)   VALUE 0.
       01  WS-RTI-TABLE.
           05  WS-RTI-ENTRY OCCURS 5000 TIMES.
               10  WS-RTI-ITEM-ID     PIC 9(8).
               10  WS-RTI-DEPOSIT     PIC 9(10).
               10  WS-RTI-ACCT        PIC 9(10).
               10  WS-RTI-CUSTOMER    PIC 9(8).
               10  WS-RTI-AMOUNT      PIC S9(13)V99 COMP-3.
               10  WS-RTI-STATUS      PIC X(12).
               10  WS-RTI-RETURN-DATE PIC 9(8).
               10  WS-RTI-REPRESENT-TXN PIC 9(10).
               10  WS-RTI-REPRESENT-DATE PIC 9(8).
       01  WS-RTI-IDX                 PIC 9(4).
       01  WS-RTI-FULL-WARNED         PIC 9      VALUE 0.
       01  WS-MAX-ITEM-ID             PIC 9(8)   VALUE 0.
       01  WS-PRIOR-IDX               PIC 9(4).
       01  WS-CLOSED-IDX              PIC 9(4).

      *    Account-to-customer links; the first customer linked to an
      *    account is the one the return is counted against.
       01  WS-LNK-COUNT               PIC 9(5)   VALUE 0.
       01  WS-LNK-TABLE.
           05  WS-LNK-ENTRY OCCURS 5000 TIMES.
               10  WS-LNK-ACCT        PIC 9(10).
               10  WS-LNK-CUST        PIC 9(8).
       01  WS-LNK-IDX                 PIC 9(5).

      *    The credit being taken back: the original deposit on a
      *    first return, the re-presentment credit on a second
       01  WS-RETURN-SEQ              PIC 9(1).
       01  WS-PRIOR-ITEM-ID           PIC 9(8).
       01  WS-CREDIT-TXN-ID           PIC 9(10).
       01  WS-CREDIT-DATE             PIC 9(8).
       01  WS-CREDIT-AMOUNT           PIC S9(13)V99 COMP-3.
       01  WS-CREDIT-CURRENCY         PIC X(3).
       01  WS-DEP-FOUND               PIC 9.
       01  WS-DEP-ACCT                PIC 9(10).
       01  WS-DEP-TYPE                PIC X(10).

       01  WS-REASON-IDX              PIC 9(2).
       01  WS-REASON-NAME             PIC X(20).
       01  WS-REASON-REPRESENT        PIC X(1).
       01  WS-CUSTOMER-ID             PIC 9(8).
       01  WS-CHARGEBACK-TXN-ID       PIC 9(10).
       01  WS-FEE-TXN-ID              PIC 9(10).
       01  WS-FEE-AMOUNT              PIC S9(13)V99 COMP-3.
       01  WS-HOLD-ID                 PIC 9(8).
       01  WS-ITEM-STATUS             PIC X(12).

      *    Repeat returns: a customer's returns from this date on
      *    count towards the risk factor
       01  WS-RETURN-CUTOFF           PIC 9(8).
       01  WS-CUST-RETURNS            PIC 9(3).
       01  WS-F-RETURNS               PIC 9(2).
       01  WS-NEW-SCORE               PIC 9(3).
       01  WS-NEW-RATING              PIC X(6).
       01  WS-OLD-RATING              PIC X(6).
       01  WS-RANK-RATING             PIC X(6).
       01  WS-RANK                    PIC 9.
       01  WS-OLD-RANK                PIC 9.

       01  WS-NEXT-TXN-ID             PIC 9(10).
       01  WS-CURRENT-BATCH           PIC 9(6).
       01  WS-PENDING-COUNT           PIC 9(10).
       01  WS-LEGS-POSTED             PIC 9(6)   VALUE 0.

       01  WS-LINE-NO                 PIC 9(6)   VALUE 0.
       01  WS-CHARGED-BACK            PIC 9(6)   VALUE 0.
       01  WS-REJECTED                PIC 9(6)   VALUE 0.
       01  WS-HOLDS-RELEASED          PIC 9(6)   VALUE 0.
       01  WS-RISK-RAISED             PIC 9(6)   VALUE 0.
       01  WS-CHARGEBACK-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-DISPLAY-AMT             PIC -(13)9.99.
       01  WS-DISPLAY-FEE             PIC -(13)9.99.

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
                  "/transactions.dat" DELIMITED SIZE
                  INTO WS-TRANS-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/returned-items.dat" DELIMITED SIZE
                  INTO WS-RETURNED-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/holds.dat" DELIMITED SIZE
                  INTO WS-HOLDS-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/customer-accounts.dat" DELIMITED SIZE
                  INTO WS-LINK-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/customer-risk.dat" DELIMITED SIZE
                  INTO WS-RISK-PATH
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
                  "/returns-import-report.dat" DELIMITED SIZE
                  INTO WS-REPORT-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/file-registry.dat" DELIMITED SIZE
                  INTO WS-REGISTRY-PATH
           END-STRING

           ACCEPT WS-RETURNS-PATH FROM ENVIRONMENT "RETURNS_FILE"
           IF WS-RETURNS-PATH = SPACES
               DISPLAY "ERROR|RETURNS_FILE is required"
               STOP RUN
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                  WS-DATE-HHMMSS   DELIMITED SIZE
                  INTO WS-TIMESTAMP
           END-STRING
           COMPUTE WS-RETURN-CUTOFF = WS-DATE-YYYYMMDD - 10000
           MOVE RTR-INIT-DATA TO RTR-ENTRIES

           PERFORM VERIFY-CONTROL-TOTALS
           MOVE WS-ORIGINATOR TO WS-REG-ORIGINATOR
           MOVE WS-HASH-TOTAL TO WS-REG-HASH
           MOVE WS-DETAIL-COUNT TO WS-REG-COUNT
           PERFORM DERIVE-REGISTRY-FILE-ID
           PERFORM CHECK-FILE-REGISTRY
           PERFORM LOAD-RETURNED-ITEMS
           PERFORM LOAD-CUSTOMER-LINKS
           PERFORM OPEN-INTAKE-FILES

           PERFORM ACQUIRE-BATCH-LOCK
           PERFORM READ-BATCH-STATE
           OPEN EXTEND PENDING-FILE
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open pending: " WS-PEND-STATUS
               CLOSE RETURNS-FILE
               CLOSE REPORT-FILE
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF

           PERFORM PROCESS-DETAILS

           CLOSE PENDING-FILE
           PERFORM UPDATE-BATCH-PENDING-COUNT
           PERFORM RELEASE-BATCH-LOCK
           CLOSE RETURNS-FILE
           CLOSE REPORT-FILE
           PERFORM REGISTER-INTAKE-FILE

           MOVE WS-CHARGEBACK-TOTAL TO WS-DISPLAY-AMT
           DISPLAY "IMPORT-COMPLETE|" WS-CHARGED-BACK
               " charged back|" WS-REJECTED " rejected|"
               WS-HOLDS-RELEASED " holds released|" WS-RISK-RAISED
               " risk raised|total " WS-DISPLAY-AMT
           STOP RUN.

       VERIFY-CONTROL-TOTALS.
      *    First pass, read-only: header present, trailer present,
      *    counts and hash totals agree with the details. Nothing is
      *    written until the file proves internally consistent.
           OPEN INPUT RETURNS-FILE
           IF WS-RETURNS-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open returns file: "
                   WS-RETURNS-STATUS
               STOP RUN
           END-IF

           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ RETURNS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       EVALUATE RTH-TYPE
                           WHEN "H"
                               MOVE 1 TO WS-HEADER-SEEN
                               MOVE RTH-ORIGINATOR TO WS-ORIGINATOR
                               MOVE RTH-COUNT TO WS-HDR-COUNT
                               MOVE RTH-HASH-TOTAL TO WS-HDR-HASH
                           WHEN "D"
                               ADD 1 TO WS-DETAIL-COUNT
                               ADD RTD-AMOUNT TO WS-HASH-TOTAL
                           WHEN "T"
                               MOVE 1 TO WS-TRAILER-SEEN
                               MOVE RTT-COUNT TO WS-TRL-COUNT
                               MOVE RTT-HASH-TOTAL TO WS-TRL-HASH
                           WHEN OTHER
                               DISPLAY "ERROR|Unknown record type '"
                                   RTH-TYPE "' - file rejected"
                               CLOSE RETURNS-FILE
                               STOP RUN
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE RETURNS-FILE

           IF WS-HEADER-SEEN = 0 OR WS-TRAILER-SEEN = 0
               DISPLAY "ERROR|Missing header or trailer - file"
                   " rejected whole"
               STOP RUN
           END-IF
           IF WS-DETAIL-COUNT NOT = WS-TRL-COUNT
               OR WS-DETAIL-COUNT NOT = WS-HDR-COUNT
               DISPLAY "ERROR|Item count mismatch: header "
                   WS-HDR-COUNT " trailer " WS-TRL-COUNT
                   " details " WS-DETAIL-COUNT
                   " - file rejected whole"
               STOP RUN
           END-IF
           IF WS-HASH-TOTAL NOT = WS-TRL-HASH
               OR WS-HASH-TOTAL NOT = WS-HDR-HASH
               DISPLAY "ERROR|Hash total mismatch - file rejected"
                   " whole"
               STOP RUN
           END-IF

           DISPLAY "CONTROLS-OK|" WS-ORIGINATOR "|"
               WS-DETAIL-COUNT " items".

       DERIVE-REGISTRY-FILE-ID.
      *    The file identifier is the path's last 30 characters past
      *    the final slash - the delivered file's own name.
           MOVE SPACES TO WS-REG-FILE-ID
           MOVE 0 TO WS-FILE-TAIL-POS
           PERFORM VARYING WS-FILE-SCAN-POS FROM 1 BY 1
                   UNTIL WS-FILE-SCAN-POS > 226
               IF WS-RETURNS-PATH(WS-FILE-SCAN-POS:1) = "/"
                   MOVE WS-FILE-SCAN-POS TO WS-FILE-TAIL-POS
               END-IF
           END-PERFORM
           ADD 1 TO WS-FILE-TAIL-POS
           MOVE WS-RETURNS-PATH(WS-FILE-TAIL-POS:30)
               TO WS-REG-FILE-ID.

       CHECK-FILE-REGISTRY.
           ACCEPT WS-REG-SUPERVISOR
               FROM ENVIRONMENT "SUPERVISOR_CODE"
           MOVE 0 TO WS-REG-FOUND
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               MOVE 0 TO WS-REG-EOF
               PERFORM UNTIL WS-REG-EOF = 1
                   READ REGISTRY-FILE
                       AT END
                           MOVE 1 TO WS-REG-EOF
                       NOT AT END
                           IF FRG-ORIGINATOR = WS-REG-ORIGINATOR
                               AND FRG-FILE-ID = WS-REG-FILE-ID
                               AND FRG-HASH-TOTAL = WS-REG-HASH
                               MOVE 1 TO WS-REG-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF
           IF WS-REG-FOUND = 1
               IF WS-REG-SUPERVISOR = SPACES
                   DISPLAY "ERROR|File already processed ("
                       WS-REG-FILE-ID ") - a supervisor override"
                       " is required to load it again"
                   STOP RUN
               ELSE
                   DISPLAY "OVERRIDE|File already processed - "
                       "reloaded under " WS-REG-SUPERVISOR
               END-IF
           END-IF.

       REGISTER-INTAKE-FILE.
           ACCEPT WS-REG-OPERATOR FROM ENVIRONMENT "OPERATOR_ID"
           OPEN EXTEND REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "35"
               OPEN OUTPUT REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS NOT = "00"
               DISPLAY "WARN|Cannot write file registry: "
                   WS-REGISTRY-STATUS
           ELSE
               INITIALIZE FILE-REGISTRY-RECORD
               MOVE WS-REG-ORIGINATOR TO FRG-ORIGINATOR
               MOVE WS-REG-FILE-ID    TO FRG-FILE-ID
               MOVE WS-REG-HASH       TO FRG-HASH-TOTAL
               MOVE WS-REG-COUNT      TO FRG-ITEM-COUNT
               MOVE WS-TIMESTAMP      TO FRG-LOADED-TS
               MOVE WS-REG-OPERATOR   TO FRG-OPERATOR
               IF WS-REG-FOUND = 1
                   MOVE WS-REG-SUPERVISOR TO FRG-OVERRIDE
               END-IF
               WRITE FILE-REGISTRY-RECORD
               CLOSE REGISTRY-FILE
           END-IF.

       LOAD-RETURNED-ITEMS.
           MOVE 0 TO WS-RTI-COUNT
           OPEN INPUT RETURNED-FILE
           IF WS-RETURNED-STATUS = "00"
               MOVE 0 TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ RETURNED-FILE
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           IF RTI-ITEM-ID > WS-MAX-ITEM-ID
                               MOVE RTI-ITEM-ID TO WS-MAX-ITEM-ID
                           END-IF
                           PERFORM KEEP-RETURNED-ITEM
                   END-READ
               END-PERFORM
               CLOSE RETURNED-FILE
           END-IF.

       KEEP-RETURNED-ITEM.
           IF WS-RTI-COUNT < 5000
               ADD 1 TO WS-RTI-COUNT
               MOVE RTI-ITEM-ID     TO WS-RTI-ITEM-ID(WS-RTI-COUNT)
               MOVE RTI-DEPOSIT-TXN-ID
                   TO WS-RTI-DEPOSIT(WS-RTI-COUNT)
               MOVE RTI-ACCT-NUMBER TO WS-RTI-ACCT(WS-RTI-COUNT)
               MOVE RTI-CUSTOMER-ID TO WS-RTI-CUSTOMER(WS-RTI-COUNT)
               MOVE RTI-AMOUNT      TO WS-RTI-AMOUNT(WS-RTI-COUNT)
               MOVE RTI-STATUS      TO WS-RTI-STATUS(WS-RTI-COUNT)
               MOVE RTI-RETURN-DATE
                   TO WS-RTI-RETURN-DATE(WS-RTI-COUNT)
               MOVE RTI-REPRESENT-TXN-ID
                   TO WS-RTI-REPRESENT-TXN(WS-RTI-COUNT)
               MOVE RTI-REPRESENT-DATE
                   TO WS-RTI-REPRESENT-DATE(WS-RTI-COUNT)
           ELSE
               IF WS-RTI-FULL-WARNED = 0
                   DISPLAY "WARN|Returned item table full - repeat"
                       " returns past item " RTI-ITEM-ID
                       " may go uncounted"
                   MOVE 1 TO WS-RTI-FULL-WARNED
               END-IF
           END-IF.

       LOAD-CUSTOMER-LINKS.
           MOVE 0 TO WS-LNK-COUNT
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = "00"
               MOVE 0 TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ LINK-FILE
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           IF WS-LNK-COUNT < 5000
                               ADD 1 TO WS-LNK-COUNT
                               MOVE CAL-ACCT-NUMBER
                                   TO WS-LNK-ACCT(WS-LNK-COUNT)
                               MOVE CAL-CUSTOMER-ID
                                   TO WS-LNK-CUST(WS-LNK-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LINK-FILE
           END-IF.

       OPEN-INTAKE-FILES.
           OPEN INPUT RETURNS-FILE
           IF WS-RETURNS-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot reopen returns file: "
                   WS-RETURNS-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open import report: "
                   WS-REPORT-STATUS
               CLOSE RETURNS-FILE
               STOP RUN
           END-IF.

       PROCESS-DETAILS.
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ RETURNS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RTD-TYPE = "D"
                           ADD 1 TO WS-LINE-NO
                           PERFORM PROCESS-ONE-DETAIL
                               THRU PROCESS-ONE-DETAIL-EXIT
                       END-IF
               END-READ
           END-PERFORM.

       PROCESS-ONE-DETAIL.
           MOVE 0 TO WS-CHARGEBACK-TXN-ID
           MOVE 0 TO WS-FEE-TXN-ID
           MOVE 0 TO WS-FEE-AMOUNT
           MOVE 0 TO WS-HOLD-ID
           PERFORM FIND-RETURN-REASON

      *    What is already on file for the deposit decides whether
      *    this is a first return, a second one after re-presentment,
      *    or a duplicate of an item already charged back.
           PERFORM FIND-PRIOR-RETURN
           IF WS-CLOSED-IDX > 0
               MOVE "DUPLICATE     " TO RRR-DISPOSITION
               PERFORM REJECT-DETAIL
               GO TO PROCESS-ONE-DETAIL-EXIT
           END-IF

           IF WS-PRIOR-IDX > 0
               IF WS-RTI-ACCT(WS-PRIOR-IDX) NOT = RTD-ACCT-NUMBER
                   MOVE "WRONG-ACCOUNT " TO RRR-DISPOSITION
                   PERFORM REJECT-DETAIL
                   GO TO PROCESS-ONE-DETAIL-EXIT
               END-IF
               MOVE 2 TO WS-RETURN-SEQ
               MOVE WS-RTI-ITEM-ID(WS-PRIOR-IDX) TO WS-PRIOR-ITEM-ID
               MOVE WS-RTI-REPRESENT-TXN(WS-PRIOR-IDX)
                   TO WS-CREDIT-TXN-ID
               MOVE WS-RTI-REPRESENT-DATE(WS-PRIOR-IDX)
                   TO WS-CREDIT-DATE
               MOVE WS-RTI-AMOUNT(WS-PRIOR-IDX) TO WS-CREDIT-AMOUNT
           ELSE
               MOVE 1 TO WS-RETURN-SEQ
               MOVE 0 TO WS-PRIOR-ITEM-ID
               PERFORM FIND-ORIGINAL-DEPOSIT
               IF WS-DEP-FOUND = 0
                   MOVE "NOT-FOUND     " TO RRR-DISPOSITION
                   PERFORM REJECT-DETAIL
                   GO TO PROCESS-ONE-DETAIL-EXIT
               END-IF
               IF WS-DEP-TYPE NOT = "DEPOSIT   "
                   MOVE "NOT-DEPOSIT   " TO RRR-DISPOSITION
                   PERFORM REJECT-DETAIL
                   GO TO PROCESS-ONE-DETAIL-EXIT
               END-IF
               IF WS-DEP-ACCT NOT = RTD-ACCT-NUMBER
                   MOVE "WRONG-ACCOUNT " TO RRR-DISPOSITION
                   PERFORM REJECT-DETAIL
                   GO TO PROCESS-ONE-DETAIL-EXIT
               END-IF
               MOVE RTD-DEPOSIT-TXN-ID TO WS-CREDIT-TXN-ID
           END-IF

           IF RTD-AMOUNT = 0 OR RTD-AMOUNT > WS-CREDIT-AMOUNT
               MOVE "BAD-AMOUNT    " TO RRR-DISPOSITION
               PERFORM REJECT-DETAIL
               GO TO PROCESS-ONE-DETAIL-EXIT
           END-IF

      *    A closed account cannot be charged back through the
      *    pipeline; recovery from the former customer is manual.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               CLOSE PENDING-FILE
               CLOSE RETURNS-FILE
               CLOSE REPORT-FILE
               PERFORM UPDATE-BATCH-PENDING-COUNT
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           MOVE RTD-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "NO-ACCOUNT    " TO RRR-DISPOSITION
           END-READ
           CLOSE ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               PERFORM REJECT-DETAIL
               GO TO PROCESS-ONE-DETAIL-EXIT
           END-IF
           IF ACCT-STATUS-CLOSED
               MOVE "ACCT-CLOSED   " TO RRR-DISPOSITION
               PERFORM REJECT-DETAIL
               GO TO PROCESS-ONE-DETAIL-EXIT
           END-IF
           MOVE ACCT-CURRENCY TO WS-CREDIT-CURRENCY

           PERFORM POST-CHARGEBACK
           PERFORM RAISE-RETURN-FEE
           PERFORM RELEASE-DEPOSIT-HOLD
           PERFORM RESOLVE-CUSTOMER

           IF WS-RETURN-SEQ = 1 AND WS-REASON-REPRESENT = "Y"
               MOVE "CHARGED-BACK" TO WS-ITEM-STATUS
           ELSE
               MOVE "FINAL       " TO WS-ITEM-STATUS
           END-IF
           PERFORM APPEND-RETURNED-ITEM
           PERFORM COUNT-CUSTOMER-RETURNS
           IF WS-F-RETURNS > 0
               PERFORM RAISE-CUSTOMER-RISK
           END-IF
           PERFORM NOTIFY-DEPOSITOR

           ADD 1 TO WS-CHARGED-BACK
           ADD RTD-AMOUNT TO WS-CHARGEBACK-TOTAL
           IF WS-RETURN-SEQ = 2
               MOVE "RETURNED-AGAIN" TO RRR-DISPOSITION
           ELSE
               MOVE "CHARGED-BACK  " TO RRR-DISPOSITION
           END-IF
           PERFORM WRITE-REPORT-LINE.

       PROCESS-ONE-DETAIL-EXIT.
           EXIT.

       REJECT-DETAIL.
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-REJECTED.

       FIND-RETURN-REASON.
      *    A code the table does not know is reported as given and
      *    treated as final.
           MOVE RTD-REASON TO WS-REASON-NAME
           MOVE "N" TO WS-REASON-REPRESENT
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > RTR-COUNT
               IF RTR-CODE(WS-REASON-IDX) = RTD-REASON
                   MOVE RTR-NAME(WS-REASON-IDX) TO WS-REASON-NAME
                   MOVE RTR-REPRESENT(WS-REASON-IDX)
                       TO WS-REASON-REPRESENT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-PRIOR-RETURN.
      *    A deposit with a CHARGED-BACK or FINAL row is done with;
      *    one whose only row is REPRESENTED is coming back again.
           MOVE 0 TO WS-PRIOR-IDX
           MOVE 0 TO WS-CLOSED-IDX
           PERFORM VARYING WS-RTI-IDX FROM 1 BY 1
                   UNTIL WS-RTI-IDX > WS-RTI-COUNT
               IF WS-RTI-DEPOSIT(WS-RTI-IDX) = RTD-DEPOSIT-TXN-ID
                   IF WS-RTI-STATUS(WS-RTI-IDX) = "REPRESENTED "
                       MOVE WS-RTI-IDX TO WS-PRIOR-IDX
                   ELSE
                       MOVE WS-RTI-IDX TO WS-CLOSED-IDX
                   END-IF
               END-IF
           END-PERFORM.

       FIND-ORIGINAL-DEPOSIT.
           MOVE 0 TO WS-DEP-FOUND
           MOVE 0 TO WS-DEP-ACCT
           MOVE SPACES TO WS-DEP-TYPE
           MOVE 0 TO WS-CREDIT-AMOUNT
           MOVE 0 TO WS-CREDIT-DATE
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "00"
               MOVE 0 TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ TRANS-FILE
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           IF CR-ID = RTD-DEPOSIT-TXN-ID
                               AND CR-COMMITTED
                               MOVE 1 TO WS-DEP-FOUND
                               MOVE CR-ACCOUNT-NUM TO WS-DEP-ACCT
                               MOVE CR-TYPE TO WS-DEP-TYPE
                               MOVE CR-AMOUNT TO WS-CREDIT-AMOUNT
                               IF CR-VALUE-DATE NOT = 0
                                   MOVE CR-VALUE-DATE
                                       TO WS-CREDIT-DATE
                               ELSE
                                   MOVE CR-TIMESTAMP(1:8)
                                       TO WS-CREDIT-DATE
                               END-IF
                               MOVE 1 TO WS-SCAN-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.

       POST-CHARGEBACK.
           ADD 1 TO WS-NEXT-TXN-ID
           MOVE WS-NEXT-TXN-ID TO WS-CHARGEBACK-TXN-ID

           INITIALIZE TRANSACTION-RECORD
           MOVE WS-CHARGEBACK-TXN-ID   TO TXN-ID
           MOVE WS-TIMESTAMP           TO TXN-TIMESTAMP
           MOVE RTD-ACCT-NUMBER        TO TXN-ACCOUNT-NUM
           COMPUTE TXN-AMOUNT = 0 - RTD-AMOUNT
           MOVE "REVERSAL  "           TO TXN-TYPE
           STRING "Returned deposit " DELIMITED SIZE
                  RTD-REASON DELIMITED SPACES
                  " - " DELIMITED SIZE
                  WS-REASON-NAME DELIMITED SIZE
                  INTO TXN-DESCRIPTION
           END-STRING
           MOVE WS-CREDIT-CURRENCY     TO TXN-CURRENCY
           MOVE ZERO                   TO TXN-RUNNING-BAL
           MOVE "PENDING "             TO TXN-STATUS
           MOVE WS-CURRENT-BATCH       TO TXN-BATCH-NUM
           MOVE WS-CREDIT-TXN-ID       TO TXN-LINK-ID
           PERFORM WRITE-PENDING-LEG.

       RAISE-RETURN-FEE.
           INITIALIZE FEE-SERVICE-AREA
           MOVE "RETFEE  "            TO FSV-FEE-CODE
           MOVE ACCT-TYPE             TO FSV-ACCT-TYPE
           IF ACCT-FEE-PLAN = SPACES
               MOVE "STD " TO FSV-FEE-PLAN
           ELSE
               MOVE ACCT-FEE-PLAN TO FSV-FEE-PLAN
           END-IF
           MOVE WS-DATE-YYYYMMDD      TO FSV-CHARGE-DATE
           MOVE WS-RETURN-FEE-DEFAULT TO FSV-DEFAULT-AMOUNT
           MOVE "Y"                   TO FSV-RECORD
           MOVE RTD-ACCT-NUMBER       TO FSV-ACCT-NUMBER
           MOVE ACCT-BRANCH           TO FSV-BRANCH
           MOVE ACCT-CURRENCY         TO FSV-CURRENCY
           CALL "FEE-SERVICE" USING FEE-SERVICE-AREA
           MOVE FSV-AMOUNT TO WS-FEE-AMOUNT
      *    A schedule row of zero waives the fee for the plan.
           IF WS-FEE-AMOUNT NOT > 0
               MOVE 0 TO WS-FEE-AMOUNT
           ELSE
               ADD 1 TO WS-NEXT-TXN-ID
               MOVE WS-NEXT-TXN-ID TO WS-FEE-TXN-ID
               INITIALIZE TRANSACTION-RECORD
               MOVE WS-FEE-TXN-ID          TO TXN-ID
               MOVE WS-TIMESTAMP           TO TXN-TIMESTAMP
               MOVE RTD-ACCT-NUMBER        TO TXN-ACCOUNT-NUM
               COMPUTE TXN-AMOUNT = 0 - WS-FEE-AMOUNT
               MOVE "FEE       "           TO TXN-TYPE
               MOVE "Returned deposited item fee"
                                           TO TXN-DESCRIPTION
               MOVE ACCT-CURRENCY          TO TXN-CURRENCY
               MOVE ZERO                   TO TXN-RUNNING-BAL
               MOVE "PENDING "             TO TXN-STATUS
               MOVE WS-CURRENT-BATCH       TO TXN-BATCH-NUM
               MOVE WS-CHARGEBACK-TXN-ID   TO TXN-LINK-ID
               PERFORM WRITE-PENDING-LEG
           END-IF.

       WRITE-PENDING-LEG.
           WRITE TRANSACTION-RECORD
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "ERROR|Write pending failed: " WS-PEND-STATUS
               CLOSE PENDING-FILE
               CLOSE RETURNS-FILE
               CLOSE REPORT-FILE
               PERFORM UPDATE-BATCH-PENDING-COUNT
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           ADD 1 TO WS-LEGS-POSTED.

       RELEASE-DEPOSIT-HOLD.
      *    Holds carry no transaction id: the hold taken on the
      *    credit is the active deposit hold on the account placed
      *    the day the credit was made, for no more than the credit.
           OPEN I-O HOLDS-FILE
           IF WS-HOLDS-STATUS = "00"
               MOVE 0 TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ HOLDS-FILE
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           IF HOLD-ACCT-NUMBER = RTD-ACCT-NUMBER
                               AND HOLD-ACTIVE AND HOLD-DEPOSIT
                               AND HOLD-PLACED-TS(1:8)
                                   = WS-CREDIT-DATE
                               AND HOLD-AMOUNT <= WS-CREDIT-AMOUNT
                               MOVE "RELEASED" TO HOLD-STATUS
                               REWRITE HOLD-RECORD
                               IF WS-HOLDS-STATUS = "00"
                                   MOVE HOLD-ID TO WS-HOLD-ID
                                   ADD 1 TO WS-HOLDS-RELEASED
                                   MOVE HOLD-AMOUNT
                                       TO WS-DISPLAY-AMT
                                   DISPLAY "HOLD-RELEASED|" HOLD-ID
                                       "|" HOLD-ACCT-NUMBER "|"
                                       WS-DISPLAY-AMT
                               ELSE
                                   DISPLAY "WARN|Hold release "
                                       "rewrite failed: "
                                       WS-HOLDS-STATUS
                               END-IF
                               MOVE 1 TO WS-SCAN-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.

       RESOLVE-CUSTOMER.
           MOVE 0 TO WS-CUSTOMER-ID
           PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
                   UNTIL WS-LNK-IDX > WS-LNK-COUNT
               IF WS-LNK-ACCT(WS-LNK-IDX) = RTD-ACCT-NUMBER
                   MOVE WS-LNK-CUST(WS-LNK-IDX) TO WS-CUSTOMER-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       APPEND-RETURNED-ITEM.
           OPEN EXTEND RETURNED-FILE
           IF WS-RETURNED-STATUS = "35"
               OPEN OUTPUT RETURNED-FILE
           END-IF
           IF WS-RETURNED-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open returned items: "
                   WS-RETURNED-STATUS
               CLOSE PENDING-FILE
               CLOSE RETURNS-FILE
               CLOSE REPORT-FILE
               PERFORM UPDATE-BATCH-PENDING-COUNT
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           ADD 1 TO WS-MAX-ITEM-ID
           INITIALIZE RETURNED-ITEM-RECORD
           MOVE WS-MAX-ITEM-ID       TO RTI-ITEM-ID
           MOVE RTD-DEPOSIT-TXN-ID   TO RTI-DEPOSIT-TXN-ID
           MOVE RTD-ACCT-NUMBER      TO RTI-ACCT-NUMBER
           MOVE WS-CUSTOMER-ID       TO RTI-CUSTOMER-ID
           MOVE WS-CREDIT-CURRENCY   TO RTI-CURRENCY
           MOVE RTD-AMOUNT           TO RTI-AMOUNT
           MOVE RTD-REASON           TO RTI-REASON
           MOVE RTD-RETURN-DATE      TO RTI-RETURN-DATE
           MOVE WS-RETURN-SEQ        TO RTI-RETURN-SEQ
           MOVE WS-PRIOR-ITEM-ID     TO RTI-PRIOR-ITEM-ID
           MOVE WS-CHARGEBACK-TXN-ID TO RTI-CHARGEBACK-TXN-ID
           MOVE WS-FEE-TXN-ID        TO RTI-FEE-TXN-ID
           MOVE WS-FEE-AMOUNT        TO RTI-FEE-AMOUNT
           MOVE WS-HOLD-ID           TO RTI-HOLD-ID
           MOVE WS-ITEM-STATUS       TO RTI-STATUS
           MOVE WS-TIMESTAMP         TO RTI-LOADED-TS
           WRITE RETURNED-ITEM-RECORD
           CLOSE RETURNED-FILE
           PERFORM KEEP-RETURNED-ITEM.

       COUNT-CUSTOMER-RETURNS.
      *    Returns on any account of the same customer in the last
      *    12 months, this one included.
           MOVE 0 TO WS-F-RETURNS
           MOVE 0 TO WS-CUST-RETURNS
           IF WS-CUSTOMER-ID NOT = 0
               PERFORM VARYING WS-RTI-IDX FROM 1 BY 1
                       UNTIL WS-RTI-IDX > WS-RTI-COUNT
                   IF WS-RTI-CUSTOMER(WS-RTI-IDX) = WS-CUSTOMER-ID
                       AND WS-RTI-RETURN-DATE(WS-RTI-IDX)
                           >= WS-RETURN-CUTOFF
                       ADD 1 TO WS-CUST-RETURNS
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-CUST-RETURNS >= 3
                       MOVE 20 TO WS-F-RETURNS
                   WHEN WS-CUST-RETURNS = 2
                       MOVE 10 TO WS-F-RETURNS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       RAISE-CUSTOMER-RISK.
      *    The factor is lifted on the customer's existing rating row
      *    and the rating re-derived from the new score, never below
      *    the rating already held (it may be inherited from an
      *    owner). A customer not yet rated is left to the next
      *    RATE-CUSTOMERS run, which scores returns the same way.
           MOVE 0 TO WS-FOUND
           OPEN I-O RISK-FILE
           IF WS-RISK-STATUS NOT = "00"
               DISPLAY "INFO|Customer " WS-CUSTOMER-ID " has "
                   WS-CUST-RETURNS " returns - no risk file, left"
                   " to the next rating run"
           ELSE
               MOVE 0 TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ RISK-FILE
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           IF CRK-CUSTOMER-ID = WS-CUSTOMER-ID
                               MOVE 1 TO WS-FOUND
                               MOVE 1 TO WS-SCAN-EOF
                               IF CRK-F-RETURNS < WS-F-RETURNS
                                   PERFORM REWRITE-CUSTOMER-RISK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RISK-FILE
               IF WS-FOUND = 0
                   DISPLAY "INFO|Customer " WS-CUSTOMER-ID " has "
                       WS-CUST-RETURNS " returns - not yet rated,"
                       " left to the next rating run"
               END-IF
           END-IF.

       REWRITE-CUSTOMER-RISK.
           COMPUTE WS-NEW-SCORE =
               CRK-SCORE - CRK-F-RETURNS + WS-F-RETURNS
           EVALUATE TRUE
               WHEN WS-NEW-SCORE >= 50
                   MOVE "HIGH  " TO WS-NEW-RATING
               WHEN WS-NEW-SCORE >= 25
                   MOVE "MEDIUM" TO WS-NEW-RATING
               WHEN OTHER
                   MOVE "LOW   " TO WS-NEW-RATING
           END-EVALUATE
           MOVE CRK-RATING TO WS-OLD-RATING
           MOVE WS-OLD-RATING TO WS-RANK-RATING
           PERFORM RANK-RATING
           MOVE WS-RANK TO WS-OLD-RANK
           MOVE WS-NEW-RATING TO WS-RANK-RATING
           PERFORM RANK-RATING
           IF WS-RANK > WS-OLD-RANK
               MOVE WS-NEW-RATING TO CRK-RATING
               MOVE 0 TO CRK-INHERITED-FROM
           END-IF
           MOVE WS-NEW-SCORE TO CRK-SCORE
           MOVE WS-F-RETURNS TO CRK-F-RETURNS
           MOVE WS-DATE-YYYYMMDD TO CRK-RATED-DATE
           REWRITE CUSTOMER-RISK-RECORD
           IF WS-RISK-STATUS NOT = "00"
               DISPLAY "WARN|Risk rewrite failed for customer "
                   WS-CUSTOMER-ID ": " WS-RISK-STATUS
           ELSE
               ADD 1 TO WS-RISK-RAISED
               DISPLAY "RISK-RAISED|" WS-CUSTOMER-ID "|"
                   WS-CUST-RETURNS " returns in 12 months|returns "
                   WS-F-RETURNS "|score " CRK-SCORE "|"
                   CRK-RATING "|was " WS-OLD-RATING
           END-IF.

       RANK-RATING.
           EVALUATE WS-RANK-RATING
               WHEN "HIGH  "
                   MOVE 3 TO WS-RANK
               WHEN "MEDIUM"
                   MOVE 2 TO WS-RANK
               WHEN OTHER
                   MOVE 1 TO WS-RANK
           END-EVALUATE.

       NOTIFY-DEPOSITOR.
           INITIALIZE NOTIFY-SERVICE-AREA
           MOVE RTD-ACCT-NUMBER  TO NFY-ACCT-NUMBER
           MOVE "RETITEM "       TO NFY-EVENT-CODE
           COMPUTE NFY-AMOUNT = 0 - RTD-AMOUNT
           MOVE WS-TIMESTAMP     TO NFY-TIMESTAMP
           MOVE "H"              TO NFY-SEVERITY
           STRING "Deposited check returned: " DELIMITED SIZE
                  WS-REASON-NAME DELIMITED SIZE
                  INTO NFY-DETAIL
           END-STRING
           CALL "NOTIFY-SERVICE" USING NOTIFY-SERVICE-AREA.

       WRITE-REPORT-LINE.
           MOVE WS-LINE-NO           TO RRR-LINE-NO
           MOVE RTD-ACCT-NUMBER      TO RRR-ACCT-NUMBER
           MOVE RTD-DEPOSIT-TXN-ID   TO RRR-DEPOSIT-TXN-ID
           MOVE RTD-AMOUNT           TO RRR-AMOUNT
           MOVE RTD-REASON           TO RRR-REASON
           MOVE WS-CHARGEBACK-TXN-ID TO RRR-CHARGEBACK-TXN-ID
           WRITE RETURNS-REPORT-RECORD
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "WARN|Report write failed: "
                   WS-REPORT-STATUS
           END-IF

           MOVE RTD-AMOUNT TO WS-DISPLAY-AMT
           MOVE WS-FEE-AMOUNT TO WS-DISPLAY-FEE
           DISPLAY "ITEM|" RRR-LINE-NO "|" RRR-ACCT-NUMBER "|deposit "
               RRR-DEPOSIT-TXN-ID "|" WS-DISPLAY-AMT "|" RRR-REASON
               "|" RRR-DISPOSITION "|txn " RRR-CHARGEBACK-TXN-ID
               "|fee " WS-DISPLAY-FEE.

       ACQUIRE-BATCH-LOCK.
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               CLOSE LOCK-FILE
               DISPLAY "ERROR|Batch is locked by another process"
                   " - try again later"
               CLOSE RETURNS-FILE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT LOCK-FILE
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot acquire batch lock: "
                   WS-LOCK-STATUS
               CLOSE RETURNS-FILE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF
           INITIALIZE LOCK-RECORD
           MOVE WS-TIMESTAMP    TO LOCK-TIMESTAMP
           MOVE "IMPORT-RETURNED-ITEMS" TO LOCK-HELD-BY
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
