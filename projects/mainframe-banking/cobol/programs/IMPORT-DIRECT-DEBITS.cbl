       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-DIRECT-DEBITS.
      *================================================================*
      * IMPORT-DIRECT-DEBITS.cbl                                       *
      * Batch intake for inbound direct-debit collections presented    *
      * by third-party creditors through the clearing house: a header  *
      * carrying the originator, item count and hash total, one        *
      * detail per collection (debited account, creditor identifier,   *
      * mandate reference, amount, collection date) and a trailer      *
      * repeating the controls. The file passes the same control-      *
      * total gate and file-registry replay check IMPORT-REMITTANCE    *
      * applies before anything is written.                            *
      * Each collection is then validated against the mandate          *
      * registry (MANAGE-DIRECT-DEBITS) and the account:               *
      *   DT01  collection date not yet reached                        *
      *   AC01  account unknown                                        *
      *   AC04  account closed                                         *
      *   AC06  account frozen                                         *
      *   AG01  account type accepts no direct debits                  *
      *   SL01  creditor blocked by the customer                       *
      *   MD01  no ACTIVE mandate for this creditor and reference      *
      *   AM02  amount above the mandate's per-item ceiling            *
      *   AM04  insufficient funds: available balance after holds,     *
      *         the overdraft facility and this file's earlier items   *
      * A good collection posts to PENDING-FILE as a PAYMENT debit     *
      * under one batch number from batch-state; a failing one is      *
      * written to the outbound return file with its reason code.      *
      * Returns are only possible inside the return window counted     *
      * from the collection date — a failing item past the window is   *
      * reported LATE for manual recovery and neither posted nor       *
      * returned.                                                      *
      * Input:  DD_FILE via environment names the inbound file.        *
      * Output: DD_RETURN_FILE via environment (default                *
      *         dd-returns.dat), with its own header and trailer       *
      *         controls, and the import report.                       *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DD-FILE
               ASSIGN TO WS-DD-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DD-STATUS.

           SELECT RETURN-FILE
               ASSIGN TO WS-RETURN-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT PENDING-FILE
               ASSIGN TO WS-PENDING-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT BATCH-FILE
               ASSIGN TO WS-BATCH-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO WS-ACCT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT LOCK-FILE
               ASSIGN TO WS-LOCK-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT MANDATE-FILE
               ASSIGN TO WS-MANDATE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANDATE-STATUS.

           SELECT BLOCK-FILE
               ASSIGN TO WS-BLOCK-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BLOCK-STATUS.

           SELECT HOLDS-FILE
               ASSIGN TO WS-HOLDS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.

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
       FD  DD-FILE.
       01  DD-HEADER.
           05  DDH-TYPE                PIC X(1).
           05  DDH-ORIGINATOR          PIC X(30).
           05  DDH-COUNT               PIC 9(6).
           05  DDH-HASH-TOTAL          PIC 9(13)V99.
           05  FILLER                  PIC X(68).
       01  DD-DETAIL.
           05  DDD-TYPE                PIC X(1).
           05  DDD-ACCT-NUMBER         PIC 9(10).
           05  DDD-CREDITOR-ID         PIC X(20).
           05  DDD-MANDATE-REF         PIC X(20).
           05  DDD-AMOUNT              PIC 9(13)V99.
           05  DDD-COLLECTION-DATE     PIC 9(8).
           05  DDD-CURRENCY            PIC X(3).
           05  DDD-END-TO-END-REF      PIC X(20).
           05  FILLER                  PIC X(23).
       01  DD-TRAILER.
           05  DDT-TYPE                PIC X(1).
           05  DDT-COUNT               PIC 9(6).
           05  DDT-HASH-TOTAL          PIC 9(13)V99.
           05  FILLER                  PIC X(98).

      *    Outbound returns to the clearing house: the collection as
      *    presented, with the reason it was refused, framed by the
      *    same header/trailer controls the inbound file carries.
       FD  RETURN-FILE.
       01  RETURN-HEADER.
           05  RTH-TYPE                PIC X(1).
           05  RTH-ORIGINATOR          PIC X(30).
           05  RTH-RETURN-DATE         PIC 9(8).
           05  FILLER                  PIC X(81).
       01  RETURN-DETAIL.
           05  RTD-TYPE                PIC X(1).
           05  RTD-ACCT-NUMBER         PIC 9(10).
           05  RTD-CREDITOR-ID         PIC X(20).
           05  RTD-MANDATE-REF         PIC X(20).
           05  RTD-AMOUNT              PIC 9(13)V99.
           05  RTD-COLLECTION-DATE     PIC 9(8).
           05  RTD-CURRENCY            PIC X(3).
           05  RTD-END-TO-END-REF      PIC X(20).
           05  RTD-REASON-CODE         PIC X(4).
           05  FILLER                  PIC X(19).
       01  RETURN-TRAILER.
           05  RTT-TYPE                PIC X(1).
           05  RTT-COUNT               PIC 9(6).
           05  RTT-HASH-TOTAL          PIC 9(13)V99.
           05  FILLER                  PIC X(98).

       FD  PENDING-FILE.
       COPY "TRANSACTION-RECORD.cpy".

       FD  BATCH-FILE.
       COPY "BATCH-STATE.cpy".

       FD  ACCOUNT-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD  LOCK-FILE.
       COPY "BATCH-LOCK.cpy".

       FD  MANDATE-FILE.
       COPY "DD-MANDATE.cpy".

       FD  BLOCK-FILE.
       COPY "DD-CREDITOR-BLOCK.cpy".

       FD  HOLDS-FILE.
       COPY "HOLD-RECORD.cpy".

       FD  REGISTRY-FILE.
       COPY "FILE-REGISTRY.cpy".

       FD  REPORT-FILE.
       01  IMPORT-REPORT-RECORD.
           05  IRR-LINE-NO             PIC 9(6).
           05  IRR-ACCT-NUMBER         PIC 9(10).
           05  IRR-AMOUNT              PIC S9(13)V99 COMP-3.
           05  IRR-DISPOSITION         PIC X(14).
           05  IRR-TXN-ID              PIC 9(10).
           05  IRR-REASON-CODE         PIC X(4).
           05  FILLER                  PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-DD-PATH                 PIC X(256).
       01  WS-RETURN-PATH             PIC X(256).
       01  WS-PENDING-PATH            PIC X(256).
       01  WS-BATCH-PATH              PIC X(256).
       01  WS-ACCT-PATH               PIC X(256).
       01  WS-LOCK-PATH               PIC X(256).
       01  WS-MANDATE-PATH            PIC X(256).
       01  WS-BLOCK-PATH              PIC X(256).
       01  WS-HOLDS-PATH              PIC X(256).
       01  WS-REPORT-PATH             PIC X(256).
       01  WS-DATA-DIR                PIC X(256).

       01  WS-DD-STATUS               PIC XX.
       01  WS-RETURN-STATUS           PIC XX.
       01  WS-PEND-STATUS             PIC XX.
       01  WS-BATCH-STATUS            PIC XX.
       01  WS-ACCT-STATUS             PIC XX.
       01  WS-LOCK-STATUS             PIC XX.
       01  WS-MANDATE-STATUS          PIC XX.
       01  WS-BLOCK-STATUS            PIC XX.
       01  WS-HOLDS-STATUS            PIC XX.
       01  WS-REPORT-STATUS           PIC XX.

       01  WS-EOF                     PIC 9      VALUE 0.
       01  WS-SCAN-EOF                PIC 9      VALUE 0.
       01  WS-NEXT-TXN-ID             PIC 9(10).
       01  WS-CURRENT-BATCH           PIC 9(6).
       01  WS-PENDING-COUNT           PIC 9(10).
       01  WS-LEGS-POSTED             PIC 9(6)   VALUE 0.
       01  WS-AMOUNT                  PIC S9(13)V99 COMP-3.

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

      *    Return window: calendar days after the collection date
      *    during which a refused item may still go back to the
      *    creditor through the clearing house.
       01  WS-DD-RETURN-WINDOW        PIC 9(3)   VALUE 5.
       01  WS-RETURN-DEADLINE         PIC 9(8).

      *    Item validation
       01  WS-REASON-CODE             PIC X(4).
       01  WS-MANDATE-FOUND           PIC 9.
       01  WS-MANDATE-MAX             PIC S9(13)V99 COMP-3.
       01  WS-CREDITOR-BLOCKED        PIC 9.
       01  WS-ACTIVE-HOLDS            PIC S9(13)V99 COMP-3.
       01  WS-AVAILABLE-BAL           PIC S9(13)V99 COMP-3.

      *    Collections already taken from this file per account, so
      *    the funds check on a later item sees the earlier ones.
       01  WS-DRAWN-COUNT             PIC 9(4)   VALUE 0.
       01  WS-DRAWN-TABLE.
           05  WS-DRAWN-ENTRY OCCURS 2000 TIMES.
               10  WS-DRAWN-ACCT      PIC 9(10).
               10  WS-DRAWN-AMT       PIC S9(13)V99 COMP-3.
       01  WS-DRAWN-IDX               PIC 9(4).

      *    Return file controls
       01  WS-RETURN-COUNT            PIC 9(6)   VALUE 0.
       01  WS-RETURN-HASH             PIC 9(13)V99 VALUE 0.

       01  WS-LINE-NO                 PIC 9(6)   VALUE 0.
       01  WS-POSTED                  PIC 9(6)   VALUE 0.
       01  WS-RETURNED                PIC 9(6)   VALUE 0.
       01  WS-LATE                    PIC 9(6)   VALUE 0.
       01  WS-DISPLAY-AMT             PIC -(13)9.99.

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIMESTAMP               PIC 9(14).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/pending.dat" DELIMITED SIZE
                  INTO WS-PENDING-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/batch-state.dat" DELIMITED SIZE
                  INTO WS-BATCH-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/accounts.dat" DELIMITED SIZE
                  INTO WS-ACCT-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/batch-state.lock" DELIMITED SIZE
                  INTO WS-LOCK-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/dd-mandates.dat" DELIMITED SIZE
                  INTO WS-MANDATE-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/dd-creditor-blocks.dat" DELIMITED SIZE
                  INTO WS-BLOCK-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/holds.dat" DELIMITED SIZE
                  INTO WS-HOLDS-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/dd-import-report.dat" DELIMITED SIZE
                  INTO WS-REPORT-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/file-registry.dat" DELIMITED SIZE
                  INTO WS-REGISTRY-PATH
           END-STRING

           ACCEPT WS-DD-PATH FROM ENVIRONMENT "DD_FILE"
           IF WS-DD-PATH = SPACES
               DISPLAY "ERROR|DD_FILE is required"
               STOP RUN
           END-IF
           ACCEPT WS-RETURN-PATH FROM ENVIRONMENT "DD_RETURN_FILE"
           IF WS-RETURN-PATH = SPACES
               STRING WS-DATA-DIR DELIMITED SPACES
                      "/dd-returns.dat" DELIMITED SIZE
                      INTO WS-RETURN-PATH
               END-STRING
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                  WS-DATE-HHMMSS   DELIMITED SIZE
                  INTO WS-TIMESTAMP
           END-STRING

           PERFORM VERIFY-CONTROL-TOTALS
           MOVE WS-ORIGINATOR TO WS-REG-ORIGINATOR
           MOVE WS-HASH-TOTAL TO WS-REG-HASH
           MOVE WS-DETAIL-COUNT TO WS-REG-COUNT
           PERFORM DERIVE-REGISTRY-FILE-ID
           PERFORM CHECK-FILE-REGISTRY
           PERFORM ACQUIRE-BATCH-LOCK
           PERFORM READ-BATCH-STATE
           PERFORM OPEN-INTAKE-FILES
           PERFORM PROCESS-DETAILS
           PERFORM WRITE-RETURN-TRAILER
           PERFORM CLOSE-INTAKE-FILES
           PERFORM UPDATE-BATCH-PENDING-COUNT
           PERFORM RELEASE-BATCH-LOCK
           PERFORM REGISTER-INTAKE-FILE

           IF WS-LATE > 0
               DISPLAY "WARN|" WS-LATE " refused items past the "
                   WS-DD-RETURN-WINDOW "-day return window - "
                   "recover manually"
           END-IF
           DISPLAY "IMPORT-COMPLETE|" WS-POSTED " posted|"
               WS-RETURNED " returned|" WS-LATE " late"
           STOP RUN.

       VERIFY-CONTROL-TOTALS.
      *    First pass, read-only: header present, trailer present,
      *    counts and hash totals agree with the details. Nothing is
      *    written until the file proves internally consistent.
           OPEN INPUT DD-FILE
           IF WS-DD-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open direct-debit file: "
                   WS-DD-STATUS
               STOP RUN
           END-IF

           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ DD-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       EVALUATE DDH-TYPE
                           WHEN "H"
                               MOVE 1 TO WS-HEADER-SEEN
                               MOVE DDH-ORIGINATOR TO WS-ORIGINATOR
                               MOVE DDH-COUNT TO WS-HDR-COUNT
                               MOVE DDH-HASH-TOTAL TO WS-HDR-HASH
                           WHEN "D"
                               ADD 1 TO WS-DETAIL-COUNT
                               ADD DDD-AMOUNT TO WS-HASH-TOTAL
                           WHEN "T"
                               MOVE 1 TO WS-TRAILER-SEEN
                               MOVE DDT-COUNT TO WS-TRL-COUNT
                               MOVE DDT-HASH-TOTAL TO WS-TRL-HASH
                           WHEN OTHER
                               DISPLAY "ERROR|Unknown record type '"
                                   DDH-TYPE "' - file rejected"
                               CLOSE DD-FILE
                               STOP RUN
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE DD-FILE

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
               IF WS-DD-PATH(WS-FILE-SCAN-POS:1) = "/"
                   MOVE WS-FILE-SCAN-POS TO WS-FILE-TAIL-POS
               END-IF
           END-PERFORM
           ADD 1 TO WS-FILE-TAIL-POS
           MOVE WS-DD-PATH(WS-FILE-TAIL-POS:30)
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
           MOVE "IMPORT-DIRECT-DD"     TO LOCK-HELD-BY
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

       OPEN-INTAKE-FILES.
           OPEN INPUT DD-FILE
           IF WS-DD-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot reopen direct-debit file: "
                   WS-DD-STATUS
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               CLOSE DD-FILE
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           OPEN EXTEND PENDING-FILE
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open pending: " WS-PEND-STATUS
               CLOSE DD-FILE
               CLOSE ACCOUNT-FILE
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open import report: "
                   WS-REPORT-STATUS
               CLOSE DD-FILE
               CLOSE ACCOUNT-FILE
               CLOSE PENDING-FILE
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           OPEN OUTPUT RETURN-FILE
           IF WS-RETURN-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open return file: "
                   WS-RETURN-STATUS
               CLOSE DD-FILE
               CLOSE ACCOUNT-FILE
               CLOSE PENDING-FILE
               CLOSE REPORT-FILE
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           INITIALIZE RETURN-HEADER
           MOVE "H"              TO RTH-TYPE
           MOVE WS-ORIGINATOR    TO RTH-ORIGINATOR
           MOVE WS-DATE-YYYYMMDD TO RTH-RETURN-DATE
           WRITE RETURN-HEADER.

       CLOSE-INTAKE-FILES.
           CLOSE DD-FILE
           CLOSE ACCOUNT-FILE
           CLOSE PENDING-FILE
           CLOSE REPORT-FILE
           CLOSE RETURN-FILE.

       PROCESS-DETAILS.
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ DD-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DDD-TYPE = "D"
                           ADD 1 TO WS-LINE-NO
                           PERFORM PROCESS-ONE-DETAIL
                               THRU PROCESS-ONE-DETAIL-EXIT
                       END-IF
               END-READ
           END-PERFORM.

       PROCESS-ONE-DETAIL.
           COMPUTE WS-AMOUNT = 0 - DDD-AMOUNT
           MOVE SPACES TO WS-REASON-CODE
           PERFORM VALIDATE-COLLECTION
               THRU VALIDATE-COLLECTION-EXIT
           IF WS-REASON-CODE NOT = SPACES
               PERFORM REFUSE-COLLECTION
               GO TO PROCESS-ONE-DETAIL-EXIT
           END-IF

           ADD 1 TO WS-NEXT-TXN-ID
           PERFORM APPEND-DETAIL-PENDING
           PERFORM RECORD-DRAWN-AMOUNT

           MOVE "POSTED        " TO IRR-DISPOSITION
           MOVE WS-NEXT-TXN-ID TO IRR-TXN-ID
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-POSTED
           ADD 1 TO WS-LEGS-POSTED.

       PROCESS-ONE-DETAIL-EXIT.
           EXIT.

       VALIDATE-COLLECTION.
      *    First failing check wins; WS-REASON-CODE stays spaces for
      *    a collection that may post.
           IF DDD-COLLECTION-DATE > WS-DATE-YYYYMMDD
               MOVE "DT01" TO WS-REASON-CODE
               GO TO VALIDATE-COLLECTION-EXIT
           END-IF

           MOVE DDD-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "AC01" TO WS-REASON-CODE
                   GO TO VALIDATE-COLLECTION-EXIT
           END-READ
           IF ACCT-STATUS-CLOSED
               MOVE "AC04" TO WS-REASON-CODE
               GO TO VALIDATE-COLLECTION-EXIT
           END-IF
           IF ACCT-STATUS-FROZEN
               MOVE "AC06" TO WS-REASON-CODE
               GO TO VALIDATE-COLLECTION-EXIT
           END-IF
           IF ACCT-TYPE-TERMDEP OR ACCT-TYPE-LOAN
               MOVE "AG01" TO WS-REASON-CODE
               GO TO VALIDATE-COLLECTION-EXIT
           END-IF

           PERFORM CHECK-CREDITOR-BLOCK
           IF WS-CREDITOR-BLOCKED = 1
               MOVE "SL01" TO WS-REASON-CODE
               GO TO VALIDATE-COLLECTION-EXIT
           END-IF

           PERFORM FIND-DD-MANDATE
           IF WS-MANDATE-FOUND = 0
               MOVE "MD01" TO WS-REASON-CODE
               GO TO VALIDATE-COLLECTION-EXIT
           END-IF
           IF WS-MANDATE-MAX > 0
               AND DDD-AMOUNT > WS-MANDATE-MAX
               MOVE "AM02" TO WS-REASON-CODE
               GO TO VALIDATE-COLLECTION-EXIT
           END-IF

           PERFORM CHECK-AVAILABLE-FUNDS
           IF WS-AVAILABLE-BAL < DDD-AMOUNT
               MOVE "AM04" TO WS-REASON-CODE
           END-IF.

       VALIDATE-COLLECTION-EXIT.
           EXIT.

       CHECK-CREDITOR-BLOCK.
           MOVE 0 TO WS-CREDITOR-BLOCKED
           OPEN INPUT BLOCK-FILE
           IF WS-BLOCK-STATUS = "00"
               MOVE 0 TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ BLOCK-FILE
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           IF DCB-ACCT-NUMBER = DDD-ACCT-NUMBER
                               AND DCB-CREDITOR-ID = DDD-CREDITOR-ID
                               AND DCB-ACTIVE
                               MOVE 1 TO WS-CREDITOR-BLOCKED
                               MOVE 1 TO WS-SCAN-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOCK-FILE
           END-IF.

       FIND-DD-MANDATE.
      *    The mandate must be ACTIVE and signed on or before the
      *    collection date it is quoted for.
           MOVE 0 TO WS-MANDATE-FOUND
           MOVE 0 TO WS-MANDATE-MAX
           OPEN INPUT MANDATE-FILE
           IF WS-MANDATE-STATUS = "00"
               MOVE 0 TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ MANDATE-FILE
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           IF DDM-ACCT-NUMBER = DDD-ACCT-NUMBER
                               AND DDM-CREDITOR-ID = DDD-CREDITOR-ID
                               AND DDM-MANDATE-REF = DDD-MANDATE-REF
                               AND DDM-ACTIVE
                               AND DDM-SIGNED-DATE
                                   <= DDD-COLLECTION-DATE
                               MOVE 1 TO WS-MANDATE-FOUND
                               MOVE DDM-MAX-AMOUNT TO WS-MANDATE-MAX
                               MOVE 1 TO WS-SCAN-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATE-FILE
           END-IF.

       CHECK-AVAILABLE-FUNDS.
      *    Same available-balance rule ADD-TRANSACTION applies to a
      *    keyed debit: ledger balance minus active holds, plus the
      *    CHECKING overdraft facility while unexpired, or the credit
      *    line on a CREDIT account - less whatever this file has
      *    already collected from the account.
           MOVE 0 TO WS-ACTIVE-HOLDS
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = "00"
               MOVE 0 TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ HOLDS-FILE
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           IF HOLD-ACCT-NUMBER = ACCT-NUMBER
                               AND HOLD-ACTIVE
                               ADD HOLD-AMOUNT TO WS-ACTIVE-HOLDS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF
           COMPUTE WS-AVAILABLE-BAL = ACCT-BALANCE - WS-ACTIVE-HOLDS
           IF ACCT-TYPE-CHECKING
               AND (ACCT-OVERDRAFT-EXPIRY = 0
                   OR WS-DATE-YYYYMMDD <= ACCT-OVERDRAFT-EXPIRY)
               ADD ACCT-OVERDRAFT-LIMIT TO WS-AVAILABLE-BAL
           END-IF
           IF ACCT-TYPE-CREDIT
               ADD ACCT-CREDIT-LIMIT TO WS-AVAILABLE-BAL
           END-IF
           PERFORM VARYING WS-DRAWN-IDX FROM 1 BY 1
                   UNTIL WS-DRAWN-IDX > WS-DRAWN-COUNT
               IF WS-DRAWN-ACCT(WS-DRAWN-IDX) = DDD-ACCT-NUMBER
                   SUBTRACT WS-DRAWN-AMT(WS-DRAWN-IDX)
                       FROM WS-AVAILABLE-BAL
               END-IF
           END-PERFORM.

       RECORD-DRAWN-AMOUNT.
           PERFORM VARYING WS-DRAWN-IDX FROM 1 BY 1
                   UNTIL WS-DRAWN-IDX > WS-DRAWN-COUNT
               IF WS-DRAWN-ACCT(WS-DRAWN-IDX) = DDD-ACCT-NUMBER
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DRAWN-IDX > WS-DRAWN-COUNT
               IF WS-DRAWN-COUNT < 2000
                   ADD 1 TO WS-DRAWN-COUNT
                   MOVE WS-DRAWN-COUNT TO WS-DRAWN-IDX
                   MOVE DDD-ACCT-NUMBER
                       TO WS-DRAWN-ACCT(WS-DRAWN-IDX)
                   MOVE 0 TO WS-DRAWN-AMT(WS-DRAWN-IDX)
               ELSE
                   DISPLAY "WARN|Collection table full - funds"
                       " check on " DDD-ACCT-NUMBER
                       " sees the ledger only"
                   MOVE 0 TO WS-DRAWN-IDX
               END-IF
           END-IF
           IF WS-DRAWN-IDX > 0
               ADD DDD-AMOUNT TO WS-DRAWN-AMT(WS-DRAWN-IDX)
           END-IF.

       REFUSE-COLLECTION.
      *    Inside the return window the item goes back to the
      *    creditor; past it the clearing house will no longer take
      *    the return and the item is left to operations.
           COMPUTE WS-RETURN-DEADLINE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DDD-COLLECTION-DATE)
               + WS-DD-RETURN-WINDOW)
           MOVE 0 TO IRR-TXN-ID
           MOVE WS-REASON-CODE TO IRR-REASON-CODE
           IF WS-DATE-YYYYMMDD > WS-RETURN-DEADLINE
               MOVE "LATE          " TO IRR-DISPOSITION
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-LATE
           ELSE
               PERFORM WRITE-RETURN-DETAIL
               MOVE "RETURNED      " TO IRR-DISPOSITION
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-RETURNED
           END-IF.

       WRITE-RETURN-DETAIL.
           INITIALIZE RETURN-DETAIL
           MOVE "D"                  TO RTD-TYPE
           MOVE DDD-ACCT-NUMBER      TO RTD-ACCT-NUMBER
           MOVE DDD-CREDITOR-ID      TO RTD-CREDITOR-ID
           MOVE DDD-MANDATE-REF      TO RTD-MANDATE-REF
           MOVE DDD-AMOUNT           TO RTD-AMOUNT
           MOVE DDD-COLLECTION-DATE  TO RTD-COLLECTION-DATE
           MOVE DDD-CURRENCY         TO RTD-CURRENCY
           MOVE DDD-END-TO-END-REF   TO RTD-END-TO-END-REF
           MOVE WS-REASON-CODE       TO RTD-REASON-CODE
           WRITE RETURN-DETAIL
           IF WS-RETURN-STATUS NOT = "00"
               DISPLAY "ERROR|Write return failed: " WS-RETURN-STATUS
               PERFORM CLOSE-INTAKE-FILES
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           ADD 1 TO WS-RETURN-COUNT
           ADD DDD-AMOUNT TO WS-RETURN-HASH.

       WRITE-RETURN-TRAILER.
           INITIALIZE RETURN-TRAILER
           MOVE "T"             TO RTT-TYPE
           MOVE WS-RETURN-COUNT TO RTT-COUNT
           MOVE WS-RETURN-HASH  TO RTT-HASH-TOTAL
           WRITE RETURN-TRAILER.

       APPEND-DETAIL-PENDING.
           INITIALIZE TRANSACTION-RECORD
           MOVE WS-NEXT-TXN-ID        TO TXN-ID
           MOVE WS-TIMESTAMP           TO TXN-TIMESTAMP
           MOVE DDD-ACCT-NUMBER        TO TXN-ACCOUNT-NUM
           MOVE WS-AMOUNT              TO TXN-AMOUNT
           MOVE "PAYMENT   "           TO TXN-TYPE
           STRING "DD " DELIMITED SIZE
                  DDD-CREDITOR-ID DELIMITED SPACES
                  " " DELIMITED SIZE
                  DDD-MANDATE-REF DELIMITED SPACES
                  INTO TXN-DESCRIPTION
           END-STRING
           MOVE DDD-CURRENCY           TO TXN-CURRENCY
           MOVE ZERO                   TO TXN-RUNNING-BAL
           MOVE "PENDING "             TO TXN-STATUS
           MOVE WS-CURRENT-BATCH       TO TXN-BATCH-NUM

           WRITE TRANSACTION-RECORD
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "ERROR|Write pending failed: " WS-PEND-STATUS
               PERFORM CLOSE-INTAKE-FILES
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF.

       WRITE-REPORT-LINE.
           MOVE WS-LINE-NO      TO IRR-LINE-NO
           MOVE DDD-ACCT-NUMBER TO IRR-ACCT-NUMBER
           MOVE WS-AMOUNT       TO IRR-AMOUNT
           IF IRR-DISPOSITION = "POSTED        "
               MOVE SPACES TO IRR-REASON-CODE
           END-IF
           WRITE IMPORT-REPORT-RECORD
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "WARN|Report write failed: "
                   WS-REPORT-STATUS
           END-IF

           MOVE WS-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "ITEM|" IRR-LINE-NO "|" IRR-ACCT-NUMBER "|"
               WS-DISPLAY-AMT "|" IRR-DISPOSITION "|"
               IRR-REASON-CODE.

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
