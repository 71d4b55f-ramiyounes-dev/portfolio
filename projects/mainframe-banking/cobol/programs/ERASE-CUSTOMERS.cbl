       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERASE-CUSTOMERS.
      *================================================================*
      * ERASE-CUSTOMERS.cbl                                            *
      * Erasure of customer personal data once the retention period    *
      * after the relationship ended has passed. A customer qualifies  *
      * when every linked account is CLOSED, the last of them closed   *
      * (the CLOSED after image on account-journal.dat) more than      *
      * RETENTION_YEARS ago (default 10; the registration date for a   *
      * customer with no account), and nothing is still open against   *
      * the customer or the accounts: a dispute, an AML review, an     *
      * escheatment case, an estate case or a collections case.        *
      * Actions:                                                       *
      *   LIST                                                         *
      *     — dry run: lists the qualifying customers into a fresh     *
      *       erasure batch for compliance, and the customers held     *
      *       back by an open case. Nothing is changed                 *
      *   DROP <cust-id>                                               *
      *     — takes a customer out of the listed batch                 *
      *   APPROVE                                                      *
      *     — a second operator approves the listed batch              *
      *   ERASE                                                        *
      *     — erases each approved customer that still qualifies:      *
      *       name, address, birth date and tax and registration ids   *
      *       on CUSTOMER-RECORD, the owner name on each linked        *
      *       ACCOUNT-RECORD (journaled, with a maintenance audit row  *
      *       that carries no personal data), the joint owner names on *
      *       ACCOUNT-OWNER and the card holder names on CARD-RECORD.  *
      *       Ids, balances and transactions stay as they are. An      *
      *       erasure certificate is written per customer              *
      * OPERATOR_ID is required for every action.                      *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO WS-CUST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT LINK-FILE
               ASSIGN TO WS-LINK-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO WS-ACCT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO WS-JOURNAL-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OWNER-FILE
               ASSIGN TO WS-OWNER-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.

           SELECT CARD-FILE
               ASSIGN TO WS-CARD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NUMBER
               FILE STATUS IS WS-CARD-STATUS.

           SELECT DISPUTE-FILE
               ASSIGN TO WS-DISPUTE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT AML-FILE
               ASSIGN TO WS-AML-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AML-STATUS.

           SELECT ESCHEAT-FILE
               ASSIGN TO WS-ESCHEAT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESCHEAT-STATUS.

           SELECT ESTATE-FILE
               ASSIGN TO WS-ESTATE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTATE-STATUS.

           SELECT CASE-FILE
               ASSIGN TO WS-CASE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT BATCH-FILE
               ASSIGN TO WS-BATCH-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.

           SELECT CERT-FILE
               ASSIGN TO WS-CERT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO WS-AUDIT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY "CUSTOMER-RECORD.cpy".

       FD  LINK-FILE.
       COPY "CUSTOMER-LINK.cpy".

       FD  ACCOUNT-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD  JOURNAL-FILE.
       COPY "ACCOUNT-JOURNAL.cpy".

       FD  OWNER-FILE.
       COPY "ACCOUNT-OWNER.cpy".

       FD  CARD-FILE.
       COPY "CARD-RECORD.cpy".

       FD  DISPUTE-FILE.
       COPY "DISPUTE-RECORD.cpy".

       FD  AML-FILE.
       COPY "AML-REVIEW.cpy".

       FD  ESCHEAT-FILE.
       COPY "ESCHEAT-CASE.cpy".

      *    Estate cases as MANAGE-ESTATE keeps them; only the case's
      *    customer and status are read here.
       FD  ESTATE-FILE.
       01  ESTATE-CASE-RECORD.
           05  ETC-CASE-ID             PIC 9(8).
           05  ETC-CUSTOMER-ID         PIC 9(8).
           05  ETC-CUSTOMER-NAME       PIC X(30).
           05  ETC-DEATH-DATE          PIC 9(8).
           05  ETC-OPENED-DATE         PIC 9(8).
           05  ETC-STATUS              PIC X(8).
               88  ETC-SETTLED         VALUE "SETTLED ".
           05  FILLER                  PIC X(71).

      *    Collections case master, as MANAGE-COLLECTIONS keeps it
       FD  CASE-FILE.
       01  COLLECTION-CASE-RECORD.
           05  CLC-CASE-ID             PIC 9(8).
           05  CLC-ACCT-NUMBER         PIC 9(10).
           05  CLC-OPENED-DATE         PIC 9(8).
           05  CLC-STATUS              PIC X(8).
               88  CLC-OPEN            VALUE "OPEN    ".
               88  CLC-RESTRUCT        VALUE "RESTRUCT".
               88  CLC-CLOSED          VALUE "CLOSED  ".
           05  CLC-COLLECTOR           PIC X(8).
           05  CLC-OLDEST-DUE-DATE     PIC 9(8).
           05  CLC-PAST-DUE-AMOUNT     PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(9).

       FD  BATCH-FILE.
       COPY "ERASURE-BATCH.cpy".

       FD  CERT-FILE.
       COPY "ERASURE-CERT.cpy".

       FD  AUDIT-FILE.
       COPY "ACCOUNT-MAINT-AUDIT.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DATA-DIR                PIC X(256).
       01  WS-CUST-PATH               PIC X(256).
       01  WS-LINK-PATH               PIC X(256).
       01  WS-ACCT-PATH               PIC X(256).
       01  WS-JOURNAL-PATH            PIC X(256).
       01  WS-OWNER-PATH              PIC X(256).
       01  WS-CARD-PATH               PIC X(256).
       01  WS-DISPUTE-PATH            PIC X(256).
       01  WS-AML-PATH                PIC X(256).
       01  WS-ESCHEAT-PATH            PIC X(256).
       01  WS-ESTATE-PATH             PIC X(256).
       01  WS-CASE-PATH               PIC X(256).
       01  WS-BATCH-PATH              PIC X(256).
       01  WS-CERT-PATH               PIC X(256).
       01  WS-AUDIT-PATH              PIC X(256).
       01  WS-CUST-STATUS             PIC XX.
       01  WS-LINK-STATUS             PIC XX.
       01  WS-ACCT-STATUS             PIC XX.
       01  WS-JOURNAL-STATUS          PIC XX.
       01  WS-OWNER-STATUS            PIC XX.
       01  WS-CARD-STATUS             PIC XX.
       01  WS-DISPUTE-STATUS          PIC XX.
       01  WS-AML-STATUS              PIC XX.
       01  WS-ESCHEAT-STATUS          PIC XX.
       01  WS-ESTATE-STATUS           PIC XX.
       01  WS-CASE-STATUS             PIC XX.
       01  WS-BATCH-STATUS            PIC XX.
       01  WS-CERT-STATUS             PIC XX.
       01  WS-AUDIT-STATUS            PIC XX.
       01  WS-EOF                     PIC 9      VALUE 0.
       01  WS-BATCH-EOF               PIC 9      VALUE 0.

       01  WS-ACTION                  PIC X(8).
       01  WS-INPUT-CUST              PIC X(8).
       01  WS-SEARCH-CUST             PIC 9(8).
       01  WS-ARG-COUNT               PIC 9(2).
       01  WS-OPERATOR-ID             PIC X(8).

       01  WS-RETENTION-YEARS         PIC 9(2)   VALUE 10.
       01  WS-INPUT-RETENTION         PIC X(4).
       01  WS-CUTOFF-DATE             PIC 9(8).
       01  WS-ERASED-NAME             PIC X(30)  VALUE "*ERASED*".

      *    Customers already erased (certificate on file)
       01  WS-ERD-COUNT               PIC 9(5)   VALUE 0.
       01  WS-ERD-TABLE.
           05  WS-ERD-CUST OCCURS 20000 TIMES PIC 9(8).
       01  WS-ERD-IDX                 PIC 9(5).
       01  WS-LAST-CERT-ID            PIC 9(8)   VALUE 0.

      *    Customer-account links
       01  WS-LNK-COUNT               PIC 9(5)   VALUE 0.
       01  WS-LNK-TABLE.
           05  WS-LNK OCCURS 20000 TIMES.
               10  WS-LNK-CUST        PIC 9(8).
               10  WS-LNK-ACCT        PIC 9(10).
       01  WS-LNK-IDX                 PIC 9(5).

      *    Accounts whose latest journaled image is CLOSED, with the
      *    date that closure was written
       01  WS-CLS-COUNT               PIC 9(5)   VALUE 0.
       01  WS-CLS-TABLE.
           05  WS-CLS OCCURS 20000 TIMES.
               10  WS-CLS-ACCT        PIC 9(10).
               10  WS-CLS-DATE        PIC 9(8).
       01  WS-CLS-IDX                 PIC 9(5).
       01  WS-CLS-FOUND               PIC 9(5).

      *    Accounts with an open case, and why
       01  WS-OPC-COUNT               PIC 9(5)   VALUE 0.
       01  WS-OPC-TABLE.
           05  WS-OPC OCCURS 10000 TIMES.
               10  WS-OPC-ACCT        PIC 9(10).
               10  WS-OPC-REASON      PIC X(24).
       01  WS-OPC-IDX                 PIC 9(5).
       01  WS-NEW-OPC-ACCT            PIC 9(10).
       01  WS-NEW-OPC-REASON          PIC X(24).

      *    Customers with an unsettled estate case
       01  WS-EST-COUNT               PIC 9(4)   VALUE 0.
       01  WS-EST-TABLE.
           05  WS-EST-CUST OCCURS 2000 TIMES PIC 9(8).
       01  WS-EST-IDX                 PIC 9(4).

      *    Result of judging one customer
       01  WS-EVAL-RESULT             PIC X(1).
           88  WS-EVAL-ELIGIBLE       VALUE "E".
           88  WS-EVAL-RETAINED       VALUE "R".
           88  WS-EVAL-BLOCKED        VALUE "B".
       01  WS-BLOCK-REASON            PIC X(40).
       01  WS-END-DATE                PIC 9(8).
       01  WS-CA-COUNT                PIC 9(3).
       01  WS-CA-TABLE.
           05  WS-CA-ACCT OCCURS 100 TIMES PIC 9(10).
       01  WS-CA-IDX                  PIC 9(3).
       01  WS-CA-HIT                  PIC 9.

       01  WS-LISTED-COUNT            PIC 9(5)   VALUE 0.
       01  WS-BLOCKED-COUNT           PIC 9(5)   VALUE 0.
       01  WS-APPROVED-COUNT          PIC 9(5)   VALUE 0.
       01  WS-PENDING-COUNT           PIC 9(5)   VALUE 0.
       01  WS-ERASED-COUNT            PIC 9(5)   VALUE 0.
       01  WS-SKIPPED-COUNT           PIC 9(5)   VALUE 0.
       01  WS-SAME-OPERATOR           PIC 9      VALUE 0.
       01  WS-ROW-FOUND               PIC 9      VALUE 0.
       01  WS-OWNER-COUNT             PIC 9(3).
       01  WS-CARD-COUNT              PIC 9(3).

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIME-NOW                PIC 9(8).
       01  WS-TIMESTAMP               PIC 9(14).

       COPY "JOURNAL-SERVICE-AREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/customers.dat" DELIMITED SIZE
                  INTO WS-CUST-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/customer-accounts.dat" DELIMITED SIZE
                  INTO WS-LINK-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/accounts.dat" DELIMITED SIZE
                  INTO WS-ACCT-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/account-journal.dat" DELIMITED SIZE
                  INTO WS-JOURNAL-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/account-owners.dat" DELIMITED SIZE
                  INTO WS-OWNER-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/cards.dat" DELIMITED SIZE
                  INTO WS-CARD-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/disputes.dat" DELIMITED SIZE
                  INTO WS-DISPUTE-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/aml-review.dat" DELIMITED SIZE
                  INTO WS-AML-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/escheat-cases.dat" DELIMITED SIZE
                  INTO WS-ESCHEAT-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/estate-cases.dat" DELIMITED SIZE
                  INTO WS-ESTATE-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/collections-cases.dat" DELIMITED SIZE
                  INTO WS-CASE-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/erasure-batch.dat" DELIMITED SIZE
                  INTO WS-BATCH-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/erasure-certificates.dat" DELIMITED SIZE
                  INTO WS-CERT-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/account-maint-audit.dat" DELIMITED SIZE
                  INTO WS-AUDIT-PATH
           END-STRING

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "ERROR|OPERATOR_ID is required for customer"
                   " erasure"
               STOP RUN
           END-IF

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY "ERROR|Missing action: LIST DROP APPROVE ERASE"
               STOP RUN
           END-IF
           ACCEPT WS-ACTION FROM ARGUMENT-VALUE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TIME-NOW(1:6) TO WS-DATE-HHMMSS
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                  WS-DATE-HHMMSS   DELIMITED SIZE
                  INTO WS-TIMESTAMP
           END-STRING

           ACCEPT WS-INPUT-RETENTION
               FROM ENVIRONMENT "RETENTION_YEARS"
           IF WS-INPUT-RETENTION NOT = SPACES
               COMPUTE WS-RETENTION-YEARS =
                   FUNCTION NUMVAL(WS-INPUT-RETENTION)
           END-IF
           IF WS-RETENTION-YEARS = 0
               DISPLAY "ERROR|RETENTION_YEARS must be at least 1"
               STOP RUN
           END-IF
      *    Same day and month, RETENTION_YEARS back; a relationship
      *    that ended before this date is past retention.
           COMPUTE WS-CUTOFF-DATE =
               WS-DATE-YYYYMMDD - (WS-RETENTION-YEARS * 10000)

           EVALUATE WS-ACTION
               WHEN "LIST"
                   PERFORM LIST-CANDIDATES
               WHEN "DROP"
                   PERFORM DROP-CUSTOMER
               WHEN "APPROVE"
                   PERFORM APPROVE-BATCH
               WHEN "ERASE"
                   PERFORM ERASE-BATCH
               WHEN OTHER
                   DISPLAY "ERROR|Unknown action: " WS-ACTION
           END-EVALUATE
           STOP RUN.

      *================================================================*
      * Dry run: judge every customer and list the batch               *
      *================================================================*
       LIST-CANDIDATES.
           OPEN INPUT BATCH-FILE
           IF WS-BATCH-STATUS = "00"
               MOVE 0 TO WS-BATCH-EOF
               PERFORM UNTIL WS-BATCH-EOF = 1
                   READ BATCH-FILE
                       AT END
                           MOVE 1 TO WS-BATCH-EOF
                       NOT AT END
                           IF ERB-APPROVED
                               ADD 1 TO WS-APPROVED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-FILE
           END-IF
           IF WS-APPROVED-COUNT > 0
               DISPLAY "ERROR|The approved batch (" WS-APPROVED-COUNT
                   " customers) has not been erased - run ERASE first"
               STOP RUN
           END-IF

           PERFORM LOAD-REFERENCE-DATA

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open customers: " WS-CUST-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT BATCH-FILE
           IF WS-BATCH-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot write erasure batch: "
                   WS-BATCH-STATUS
               CLOSE CUSTOMER-FILE ACCOUNT-FILE
               STOP RUN
           END-IF

           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ CUSTOMER-FILE NEXT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM JUDGE-CUSTOMER THRU JUDGE-CUSTOMER-EXIT
                       EVALUATE TRUE
                           WHEN WS-EVAL-ELIGIBLE
                               PERFORM WRITE-BATCH-ROW
                           WHEN WS-EVAL-BLOCKED
                               ADD 1 TO WS-BLOCKED-COUNT
                               DISPLAY "BLOCKED|" CUST-ID "|"
                                   WS-BLOCK-REASON
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE ACCOUNT-FILE BATCH-FILE

           DISPLAY "LIST-COMPLETE|" WS-LISTED-COUNT " listed|"
               WS-BLOCKED-COUNT " held back|retention "
               WS-RETENTION-YEARS " years, ended before "
               WS-CUTOFF-DATE "|APPROVE by a second operator required".

       WRITE-BATCH-ROW.
           INITIALIZE ERASURE-BATCH-RECORD
           MOVE CUST-ID          TO ERB-CUST-ID
           MOVE CUST-NAME        TO ERB-CUST-NAME
           MOVE WS-END-DATE      TO ERB-END-DATE
           MOVE WS-CA-COUNT      TO ERB-ACCT-COUNT
           MOVE WS-TIMESTAMP     TO ERB-LISTED-TS
           MOVE WS-OPERATOR-ID   TO ERB-LISTED-BY
           MOVE "LISTED  "       TO ERB-STATUS
           WRITE ERASURE-BATCH-RECORD
           ADD 1 TO WS-LISTED-COUNT
           DISPLAY "CANDIDATE|" CUST-ID "|" CUST-NAME "|ended "
               WS-END-DATE "|" WS-CA-COUNT " accounts".

      *================================================================*
      * Compliance review of the listed batch                          *
      *================================================================*
       DROP-CUSTOMER.
           IF WS-ARG-COUNT < 2
               DISPLAY "ERROR|DROP requires: CUST-ID"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-CUST FROM ARGUMENT-VALUE
           MOVE WS-INPUT-CUST TO WS-SEARCH-CUST
           OPEN I-O BATCH-FILE
           IF WS-BATCH-STATUS NOT = "00"
               DISPLAY "ERROR|No erasure batch - run LIST first"
               STOP RUN
           END-IF
           MOVE 0 TO WS-BATCH-EOF
           PERFORM UNTIL WS-BATCH-EOF = 1
               READ BATCH-FILE
                   AT END
                       MOVE 1 TO WS-BATCH-EOF
                   NOT AT END
                       IF ERB-CUST-ID = WS-SEARCH-CUST
                           AND (ERB-LISTED OR ERB-APPROVED)
                           MOVE "DROPPED " TO ERB-STATUS
                           MOVE WS-DATE-YYYYMMDD TO ERB-ACTION-DATE
                           REWRITE ERASURE-BATCH-RECORD
                           MOVE 1 TO WS-ROW-FOUND
                           MOVE 1 TO WS-BATCH-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BATCH-FILE
           IF WS-ROW-FOUND = 0
               DISPLAY "ERROR|Customer not awaiting erasure in the"
                   " batch: " WS-SEARCH-CUST
           ELSE
               DISPLAY "DROPPED|" WS-SEARCH-CUST "|by "
                   WS-OPERATOR-ID
           END-IF.

       APPROVE-BATCH.
      *    Dual control: the operator who listed the batch may not
      *    approve it.
           OPEN I-O BATCH-FILE
           IF WS-BATCH-STATUS NOT = "00"
               DISPLAY "ERROR|No erasure batch - run LIST first"
               STOP RUN
           END-IF
           MOVE 0 TO WS-BATCH-EOF
           PERFORM UNTIL WS-BATCH-EOF = 1
               READ BATCH-FILE
                   AT END
                       MOVE 1 TO WS-BATCH-EOF
                   NOT AT END
                       IF ERB-LISTED
                           IF ERB-LISTED-BY = WS-OPERATOR-ID
                               MOVE 1 TO WS-SAME-OPERATOR
                           ELSE
                               MOVE "APPROVED" TO ERB-STATUS
                               MOVE WS-OPERATOR-ID TO ERB-APPROVED-BY
                               MOVE WS-DATE-YYYYMMDD
                                   TO ERB-ACTION-DATE
                               REWRITE ERASURE-BATCH-RECORD
                               ADD 1 TO WS-APPROVED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BATCH-FILE
           IF WS-SAME-OPERATOR = 1
               DISPLAY "ERROR|Dual control: the batch was listed by "
                   WS-OPERATOR-ID " - a second operator must APPROVE"
           ELSE
               DISPLAY "APPROVE-COMPLETE|" WS-APPROVED-COUNT
                   " customers approved|by " WS-OPERATOR-ID
           END-IF.

      *================================================================*
      * Erase the approved batch                                       *
      *================================================================*
       ERASE-BATCH.
           PERFORM LOAD-REFERENCE-DATA

           OPEN I-O BATCH-FILE
           IF WS-BATCH-STATUS NOT = "00"
               DISPLAY "ERROR|No erasure batch - run LIST first"
               STOP RUN
           END-IF
           OPEN I-O CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open customers: " WS-CUST-STATUS
               CLOSE BATCH-FILE
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               CLOSE BATCH-FILE CUSTOMER-FILE
               STOP RUN
           END-IF

           MOVE 0 TO WS-BATCH-EOF
           PERFORM UNTIL WS-BATCH-EOF = 1
               READ BATCH-FILE
                   AT END
                       MOVE 1 TO WS-BATCH-EOF
                   NOT AT END
                       IF ERB-APPROVED
                           PERFORM ERASE-ONE-CUSTOMER
                               THRU ERASE-ONE-CUSTOMER-EXIT
                       END-IF
                       IF ERB-LISTED
                           ADD 1 TO WS-PENDING-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BATCH-FILE CUSTOMER-FILE ACCOUNT-FILE

           IF WS-PENDING-COUNT > 0
               DISPLAY "WARN|" WS-PENDING-COUNT " listed customers"
                   " not yet approved - left in the batch"
           END-IF
           DISPLAY "ERASE-COMPLETE|" WS-ERASED-COUNT " erased|"
               WS-SKIPPED-COUNT " skipped|by " WS-OPERATOR-ID.

       ERASE-ONE-CUSTOMER.
      *    Judged again at the moment of erasure: a new account, a
      *    new case or a reopening since the listing keeps the data.
           MOVE ERB-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "customer not on file" TO WS-BLOCK-REASON
                   PERFORM SKIP-BATCH-ROW
                   GO TO ERASE-ONE-CUSTOMER-EXIT
           END-READ
           PERFORM JUDGE-CUSTOMER THRU JUDGE-CUSTOMER-EXIT
           IF NOT WS-EVAL-ELIGIBLE
               IF WS-EVAL-RETAINED
                   MOVE "no longer qualifies" TO WS-BLOCK-REASON
               END-IF
               PERFORM SKIP-BATCH-ROW
               GO TO ERASE-ONE-CUSTOMER-EXIT
           END-IF

           MOVE WS-ERASED-NAME TO CUST-NAME
           MOVE SPACES TO CUST-ADDRESS
           MOVE ZERO   TO CUST-BIRTH-DATE
           MOVE SPACES TO CUST-TAX-ID
           MOVE SPACES TO CUST-REG-NUMBER
           MOVE ZERO   TO CUST-INCORP-DATE
           REWRITE CUSTOMER-RECORD
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "ERROR|Customer rewrite failed for " CUST-ID
                   ": " WS-CUST-STATUS
               GO TO ERASE-ONE-CUSTOMER-EXIT
           END-IF

           ADD 1 TO WS-LAST-CERT-ID
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CA-COUNT
               PERFORM ERASE-ACCOUNT-OWNER
           END-PERFORM
           PERFORM ERASE-JOINT-OWNERS
           PERFORM ERASE-CARD-HOLDERS
           PERFORM WRITE-CERTIFICATE

           MOVE "ERASED  " TO ERB-STATUS
           MOVE SPACES TO ERB-CUST-NAME
           MOVE WS-DATE-YYYYMMDD TO ERB-ACTION-DATE
           REWRITE ERASURE-BATCH-RECORD
           ADD 1 TO WS-ERASED-COUNT
           DISPLAY "ERASED|" ERB-CUST-ID "|" WS-CA-COUNT " accounts|"
               WS-OWNER-COUNT " joint owners|" WS-CARD-COUNT
               " cards|certificate " WS-LAST-CERT-ID.

       ERASE-ONE-CUSTOMER-EXIT.
           EXIT.

       SKIP-BATCH-ROW.
           MOVE "SKIPPED " TO ERB-STATUS
           MOVE WS-DATE-YYYYMMDD TO ERB-ACTION-DATE
           REWRITE ERASURE-BATCH-RECORD
           ADD 1 TO WS-SKIPPED-COUNT
           DISPLAY "SKIPPED|" ERB-CUST-ID "|" WS-BLOCK-REASON.

       ERASE-ACCOUNT-OWNER.
           MOVE WS-CA-ACCT(WS-CA-IDX) TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-ERASED-NAME TO ACCT-OWNER-NAME
                   PERFORM REWRITE-ACCOUNT-JOURNALED
                   IF WS-ACCT-STATUS NOT = "00"
                       DISPLAY "WARN|Owner name rewrite failed for "
                           ACCT-NUMBER ": " WS-ACCT-STATUS
                   ELSE
                       PERFORM WRITE-MAINT-AUDIT
                   END-IF
           END-READ.

       ERASE-JOINT-OWNERS.
           MOVE 0 TO WS-OWNER-COUNT
           OPEN I-O OWNER-FILE
           IF WS-OWNER-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ OWNER-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE 0 TO WS-CA-HIT
                           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                                   UNTIL WS-CA-IDX > WS-CA-COUNT
                               IF WS-CA-ACCT(WS-CA-IDX) = AO-ACCT-NUMBER
                                   MOVE 1 TO WS-CA-HIT
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                           IF WS-CA-HIT = 1
                               MOVE WS-ERASED-NAME TO AO-OWNER-NAME
                               REWRITE ACCOUNT-OWNER-RECORD
                               ADD 1 TO WS-OWNER-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OWNER-FILE
           END-IF.

       ERASE-CARD-HOLDERS.
           MOVE 0 TO WS-CARD-COUNT
           OPEN I-O CARD-FILE
           IF WS-CARD-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ CARD-FILE NEXT
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE 0 TO WS-CA-HIT
                           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                                   UNTIL WS-CA-IDX > WS-CA-COUNT
                               IF WS-CA-ACCT(WS-CA-IDX)
                                   = CARD-ACCT-NUMBER
                                   MOVE 1 TO WS-CA-HIT
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                           IF WS-CA-HIT = 1
                               MOVE WS-ERASED-NAME TO CARD-HOLDER-NAME
                               REWRITE CARD-RECORD
                               ADD 1 TO WS-CARD-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARD-FILE
           END-IF.

       WRITE-CERTIFICATE.
           OPEN EXTEND CERT-FILE
           IF WS-CERT-STATUS = "35"
               OPEN OUTPUT CERT-FILE
           END-IF
           IF WS-CERT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot write erasure certificate for "
                   ERB-CUST-ID ": " WS-CERT-STATUS
           ELSE
               INITIALIZE ERASURE-CERT-RECORD
               MOVE WS-LAST-CERT-ID    TO ERC-CERT-ID
               MOVE ERB-CUST-ID        TO ERC-CUST-ID
               MOVE WS-TIMESTAMP       TO ERC-ERASED-TS
               MOVE WS-OPERATOR-ID     TO ERC-ERASED-BY
               MOVE ERB-LISTED-BY      TO ERC-LISTED-BY
               MOVE ERB-APPROVED-BY    TO ERC-APPROVED-BY
               MOVE WS-END-DATE        TO ERC-END-DATE
               MOVE WS-RETENTION-YEARS TO ERC-RETENTION-YEARS
               MOVE WS-CA-COUNT        TO ERC-ACCT-COUNT
               MOVE WS-OWNER-COUNT     TO ERC-OWNER-COUNT
               MOVE WS-CARD-COUNT      TO ERC-CARD-COUNT
               WRITE ERASURE-CERT-RECORD
               CLOSE CERT-FILE
           END-IF.

      *================================================================*
      * Judge the customer in CUSTOMER-RECORD: eligible, retained      *
      * (still a customer or inside retention) or blocked by a case    *
      *================================================================*
       JUDGE-CUSTOMER.
           MOVE "R" TO WS-EVAL-RESULT
           MOVE SPACES TO WS-BLOCK-REASON
           MOVE 0 TO WS-END-DATE
           MOVE 0 TO WS-CA-COUNT

           PERFORM VARYING WS-ERD-IDX FROM 1 BY 1
                   UNTIL WS-ERD-IDX > WS-ERD-COUNT
               IF WS-ERD-CUST(WS-ERD-IDX) = CUST-ID
                   MOVE "already erased" TO WS-BLOCK-REASON
                   GO TO JUDGE-CUSTOMER-EXIT
               END-IF
           END-PERFORM

           PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
                   UNTIL WS-LNK-IDX > WS-LNK-COUNT
               IF WS-LNK-CUST(WS-LNK-IDX) = CUST-ID
                   AND WS-CA-COUNT < 100
                   ADD 1 TO WS-CA-COUNT
                   MOVE WS-LNK-ACCT(WS-LNK-IDX)
                       TO WS-CA-ACCT(WS-CA-COUNT)
               END-IF
           END-PERFORM

           IF WS-CA-COUNT = 0
               MOVE CUST-OPENED-DATE TO WS-END-DATE
           END-IF
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CA-COUNT
               MOVE WS-CA-ACCT(WS-CA-IDX) TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT ACCT-STATUS-CLOSED
                           GO TO JUDGE-CUSTOMER-EXIT
                       END-IF
               END-READ
               MOVE 0 TO WS-CLS-FOUND
               PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                       UNTIL WS-CLS-IDX > WS-CLS-COUNT
                   IF WS-CLS-ACCT(WS-CLS-IDX) = WS-CA-ACCT(WS-CA-IDX)
                       MOVE WS-CLS-IDX TO WS-CLS-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-CLS-FOUND = 0
                   MOVE "B" TO WS-EVAL-RESULT
                   STRING "no closing date for "
                          WS-CA-ACCT(WS-CA-IDX) DELIMITED SIZE
                          INTO WS-BLOCK-REASON
                   END-STRING
                   GO TO JUDGE-CUSTOMER-EXIT
               END-IF
               IF WS-CLS-DATE(WS-CLS-FOUND) > WS-END-DATE
                   MOVE WS-CLS-DATE(WS-CLS-FOUND) TO WS-END-DATE
               END-IF
           END-PERFORM

           IF WS-END-DATE = 0
               MOVE "B" TO WS-EVAL-RESULT
               MOVE "no relationship end date" TO WS-BLOCK-REASON
               GO TO JUDGE-CUSTOMER-EXIT
           END-IF
           IF WS-END-DATE NOT < WS-CUTOFF-DATE
               GO TO JUDGE-CUSTOMER-EXIT
           END-IF

           MOVE "B" TO WS-EVAL-RESULT
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-COUNT
               IF WS-EST-CUST(WS-EST-IDX) = CUST-ID
                   MOVE "estate case open" TO WS-BLOCK-REASON
                   GO TO JUDGE-CUSTOMER-EXIT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CA-COUNT
               PERFORM VARYING WS-OPC-IDX FROM 1 BY 1
                       UNTIL WS-OPC-IDX > WS-OPC-COUNT
                   IF WS-OPC-ACCT(WS-OPC-IDX) = WS-CA-ACCT(WS-CA-IDX)
                       STRING WS-OPC-REASON(WS-OPC-IDX)
                                  DELIMITED "  "
                              " " DELIMITED SIZE
                              WS-OPC-ACCT(WS-OPC-IDX)
                                  DELIMITED SIZE
                              INTO WS-BLOCK-REASON
                       END-STRING
                       GO TO JUDGE-CUSTOMER-EXIT
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE "E" TO WS-EVAL-RESULT.

       JUDGE-CUSTOMER-EXIT.
           EXIT.

      *================================================================*
      * Reference data: erased customers, links, closing dates and     *
      * open cases                                                     *
      *================================================================*
       LOAD-REFERENCE-DATA.
           OPEN INPUT CERT-FILE
           IF WS-CERT-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ CERT-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF ERC-CERT-ID > WS-LAST-CERT-ID
                               MOVE ERC-CERT-ID TO WS-LAST-CERT-ID
                           END-IF
                           IF WS-ERD-COUNT < 20000
                               ADD 1 TO WS-ERD-COUNT
                               MOVE ERC-CUST-ID
                                   TO WS-ERD-CUST(WS-ERD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERT-FILE
           END-IF

           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ LINK-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-LNK-COUNT < 20000
                               ADD 1 TO WS-LNK-COUNT
                               MOVE CAL-CUSTOMER-ID
                                   TO WS-LNK-CUST(WS-LNK-COUNT)
                               MOVE CAL-ACCT-NUMBER
                                   TO WS-LNK-ACCT(WS-LNK-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LINK-FILE
           END-IF

           PERFORM LOAD-CLOSING-DATES
           PERFORM LOAD-OPEN-CASES.

       LOAD-CLOSING-DATES.
      *    Every closure in the system goes through the recovery
      *    journal, so the after image that first shows an account
      *    CLOSED dates the closure; a later image showing it open
      *    again cancels it.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "WARN|Cannot open account journal: "
                   WS-JOURNAL-STATUS " - no closing dates"
           ELSE
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ JOURNAL-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF JRN-AFTER-IMAGE
                               PERFORM NOTE-JOURNAL-IMAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       NOTE-JOURNAL-IMAGE.
           MOVE JRN-IMAGE TO ACCOUNT-RECORD
           MOVE 0 TO WS-CLS-FOUND
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > WS-CLS-COUNT
               IF WS-CLS-ACCT(WS-CLS-IDX) = JRN-ACCT-NUMBER
                   MOVE WS-CLS-IDX TO WS-CLS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ACCT-STATUS-CLOSED
               IF WS-CLS-FOUND = 0
                   IF WS-CLS-COUNT < 20000
                       ADD 1 TO WS-CLS-COUNT
                       MOVE JRN-ACCT-NUMBER
                           TO WS-CLS-ACCT(WS-CLS-COUNT)
                       MOVE JRN-TIMESTAMP(1:8)
                           TO WS-CLS-DATE(WS-CLS-COUNT)
                   END-IF
               ELSE
                   IF WS-CLS-DATE(WS-CLS-FOUND) = 0
                       MOVE JRN-TIMESTAMP(1:8)
                           TO WS-CLS-DATE(WS-CLS-FOUND)
                   END-IF
               END-IF
           ELSE
               IF WS-CLS-FOUND > 0
                   MOVE 0 TO WS-CLS-DATE(WS-CLS-FOUND)
               END-IF
           END-IF.

       LOAD-OPEN-CASES.
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ DISPUTE-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF DSP-OPEN OR DSP-PROVISIONED
                               MOVE DSP-ACCT-NUMBER TO WS-NEW-OPC-ACCT
                               MOVE "dispute open on"
                                   TO WS-NEW-OPC-REASON
                               PERFORM ADD-OPEN-CASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-FILE
           END-IF

           OPEN INPUT AML-FILE
           IF WS-AML-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ AML-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF AML-STATUS-PENDING
                               OR AML-STATUS-ESCALATE
                               MOVE AML-ACCOUNT-NUM TO WS-NEW-OPC-ACCT
                               MOVE "AML review open on"
                                   TO WS-NEW-OPC-REASON
                               PERFORM ADD-OPEN-CASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AML-FILE
           END-IF

           OPEN INPUT ESCHEAT-FILE
           IF WS-ESCHEAT-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ ESCHEAT-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF ESC-NOTIFIED
                               MOVE ESC-ACCT-NUMBER TO WS-NEW-OPC-ACCT
                               MOVE "escheat case open on"
                                   TO WS-NEW-OPC-REASON
                               PERFORM ADD-OPEN-CASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESCHEAT-FILE
           END-IF

           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ CASE-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CLC-OPEN OR CLC-RESTRUCT
                               MOVE CLC-ACCT-NUMBER TO WS-NEW-OPC-ACCT
                               MOVE "collections open on"
                                   TO WS-NEW-OPC-REASON
                               PERFORM ADD-OPEN-CASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF

           OPEN INPUT ESTATE-FILE
           IF WS-ESTATE-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ ESTATE-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF NOT ETC-SETTLED
                               AND WS-EST-COUNT < 2000
                               ADD 1 TO WS-EST-COUNT
                               MOVE ETC-CUSTOMER-ID
                                   TO WS-EST-CUST(WS-EST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTATE-FILE
           END-IF.

       ADD-OPEN-CASE.
           IF WS-OPC-COUNT < 10000
               ADD 1 TO WS-OPC-COUNT
               MOVE WS-NEW-OPC-ACCT   TO WS-OPC-ACCT(WS-OPC-COUNT)
               MOVE WS-NEW-OPC-REASON TO WS-OPC-REASON(WS-OPC-COUNT)
           ELSE
               DISPLAY "WARN|Open case table full at "
                   WS-NEW-OPC-ACCT
           END-IF.

      *================================================================*
      * Account master maintenance                                     *
      *================================================================*
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
           MOVE "ERASE-CUSTOMERS" TO JSV-PROGRAM
           MOVE ZERO TO JSV-BATCH-NUM
           MOVE ACCT-NUMBER TO JSV-ACCT-NUMBER
           CALL "JOURNAL-SERVICE" USING JOURNAL-SERVICE-AREA.

       WRITE-MAINT-AUDIT.
      *    The old name is deliberately not carried into the trail.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "WARN|Cannot write maintenance audit: "
                   WS-AUDIT-STATUS
           ELSE
               INITIALIZE ACCOUNT-MAINT-AUDIT-RECORD
               MOVE WS-TIMESTAMP    TO AUD-TIMESTAMP
               MOVE WS-OPERATOR-ID  TO AUD-OPERATOR
               MOVE "ERASE-CUSTOMERS" TO AUD-PROGRAM
               MOVE ACCT-NUMBER     TO AUD-ACCT-NUMBER
               MOVE "OWNER-NAME"    TO AUD-FIELD
               MOVE SPACES          TO AUD-BEFORE
               STRING "ERASED CERT " WS-LAST-CERT-ID DELIMITED SIZE
                      INTO AUD-AFTER
               END-STRING
               WRITE ACCOUNT-MAINT-AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF.
