       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAGE-MINORS.
      *================================================================*
      * MANAGE-MINORS.cbl                                              *
      * Maintains the minor accounts register (minor-accounts.dat)     *
      * and the guardians of each minor account (guardians.dat):       *
      *   OPEN <acct> <minor-cust-id> [debit-limit]                    *
      *       — flags the account as a minor account of the customer,  *
      *         who must be linked to it and under the age of majority *
      *         (MAJORITY_AGE, default 18) by CUST-BIRTH-DATE; the     *
      *         minor may debit up to the limit alone (default 50.00)  *
      *   GUARDIAN <acct> <guardian-cust-id>                           *
      *       — records an adult customer as guardian of the account   *
      *   REMOVE <acct> <guardian-cust-id>                             *
      *       — ends a guardian; the last one cannot be removed        *
      *   LIMIT <acct> <debit-limit>                                   *
      *       — changes the amount the minor may debit alone           *
      *   LIST <acct>                                                  *
      *       — the register row and every guardian on the account     *
      *   MAJORITY                                                     *
      *       — monthly run: each minor reaching majority by the end   *
      *         of this month is notified (MAJORITY), as is each       *
      *         guardian on an account of their own (GDNMAJOR), and    *
      *         the customer's KYC review falls due on the majority    *
      *         date; an account past majority whose customer has a    *
      *         VERIFIED KYC review dated on or after it converts to a *
      *         standard account and its guardians are ended           *
      * All actions but LIST require OPERATOR_ID and write to the      *
      * maintenance audit trail. Enforcement lives at intake:          *
      * ADD-TRANSACTION refuses a debit above the minor's limit unless *
      * it names an ACTIVE guardian of the account (GUARDIAN_ID).      *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MINOR-FILE
               ASSIGN TO WS-MINOR-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MINOR-STATUS.

           SELECT GUARDIAN-FILE
               ASSIGN TO WS-GUARDIAN-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GUARDIAN-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO WS-ACCT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO WS-CUST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT LINK-FILE
               ASSIGN TO WS-LINK-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO WS-AUDIT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MINOR-FILE.
       COPY "MINOR-ACCOUNT.cpy".

       FD  GUARDIAN-FILE.
       COPY "GUARDIAN-RECORD.cpy".

       FD  ACCOUNT-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD  CUSTOMER-FILE.
       COPY "CUSTOMER-RECORD.cpy".

       FD  LINK-FILE.
       COPY "CUSTOMER-LINK.cpy".

       FD  AUDIT-FILE.
       COPY "ACCOUNT-MAINT-AUDIT.cpy".

       WORKING-STORAGE SECTION.
       01  WS-MINOR-PATH              PIC X(256).
       01  WS-GUARDIAN-PATH           PIC X(256).
       01  WS-ACCT-PATH               PIC X(256).
       01  WS-CUST-PATH               PIC X(256).
       01  WS-LINK-PATH               PIC X(256).
       01  WS-AUDIT-PATH              PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-MINOR-STATUS            PIC XX.
       01  WS-GUARDIAN-STATUS         PIC XX.
       01  WS-ACCT-STATUS             PIC XX.
       01  WS-CUST-STATUS             PIC XX.
       01  WS-LINK-STATUS             PIC XX.
       01  WS-AUDIT-STATUS            PIC XX.

       01  WS-ACTION                  PIC X(8).
       01  WS-INPUT-ACCT              PIC X(10).
       01  WS-INPUT-CUST              PIC X(8).
       01  WS-INPUT-LIMIT             PIC X(16).
       01  WS-INPUT-AGE               PIC X(4).
       01  WS-SEARCH-ACCT             PIC 9(10).
       01  WS-SEARCH-CUST             PIC 9(8).
       01  WS-OPERATOR-ID             PIC X(8).
       01  WS-ARG-COUNT               PIC 9(2).

       01  WS-MAJORITY-AGE            PIC 9(2)   VALUE 18.
       01  WS-DEBIT-LIMIT             PIC S9(13)V99 COMP-3
                                                 VALUE 50.00.
       01  WS-MAJORITY-DATE           PIC 9(8).
       01  WS-MONTH-END               PIC 9(8).
       01  WS-MINOR-CUST              PIC 9(8).

       01  WS-AUDIT-FIELD             PIC X(16).
       01  WS-AUDIT-BEFORE            PIC X(20).
       01  WS-AUDIT-AFTER             PIC X(20).

       01  WS-EOF                     PIC 9      VALUE 0.
       01  WS-GDN-EOF                 PIC 9      VALUE 0.
       01  WS-LINK-EOF                PIC 9      VALUE 0.
       01  WS-FOUND                   PIC 9      VALUE 0.
       01  WS-ACTIVE-GUARDIANS        PIC 9(3)   VALUE 0.
       01  WS-LIST-COUNT              PIC 9(4)   VALUE 0.
       01  WS-NOTIFIED-COUNT          PIC 9(5)   VALUE 0.
       01  WS-CONVERTED-COUNT         PIC 9(5)   VALUE 0.
       01  WS-AWAITING-COUNT          PIC 9(5)   VALUE 0.
       01  WS-GDN-NOTICE-COUNT        PIC 9(3).
       01  WS-NOTICE-ACCT             PIC 9(10).
       01  WS-DISPLAY-AMT             PIC -(13)9.99.
       01  WS-DISPLAY-AMT2            PIC -(13)9.99.

      *    Accounts converted in this run, whose guardians end
       01  WS-CNV-COUNT               PIC 9(4)   VALUE 0.
       01  WS-CNV-TABLE.
           05  WS-CNV-ACCT OCCURS 2000 TIMES PIC 9(10).
       01  WS-CNV-IDX                 PIC 9(4).

       COPY "NOTIFY-AREA.cpy".

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIME-NOW                PIC 9(8).
       01  WS-TIMESTAMP               PIC 9(14).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/minor-accounts.dat" DELIMITED SIZE
                  INTO WS-MINOR-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/guardians.dat" DELIMITED SIZE
                  INTO WS-GUARDIAN-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/accounts.dat" DELIMITED SIZE
                  INTO WS-ACCT-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/customers.dat" DELIMITED SIZE
                  INTO WS-CUST-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/customer-accounts.dat" DELIMITED SIZE
                  INTO WS-LINK-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/account-maint-audit.dat" DELIMITED SIZE
                  INTO WS-AUDIT-PATH
           END-STRING

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY "ERROR|Missing action: OPEN GUARDIAN REMOVE"
                   " LIMIT LIST MAJORITY"
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

           ACCEPT WS-INPUT-AGE FROM ENVIRONMENT "MAJORITY_AGE"
           IF WS-INPUT-AGE NOT = SPACES
               COMPUTE WS-MAJORITY-AGE = FUNCTION NUMVAL(WS-INPUT-AGE)
           END-IF

           IF WS-ACTION NOT = "LIST"
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "ERROR|OPERATOR_ID is required for "
                       "minor account maintenance"
                   STOP RUN
               END-IF
           END-IF

           EVALUATE WS-ACTION
               WHEN "OPEN"
                   PERFORM OPEN-MINOR-ACCOUNT
               WHEN "GUARDIAN"
                   PERFORM ADD-GUARDIAN
               WHEN "REMOVE"
                   PERFORM REMOVE-GUARDIAN
               WHEN "LIMIT"
                   PERFORM CHANGE-MINOR-LIMIT
               WHEN "LIST"
                   PERFORM LIST-MINOR-ACCOUNT
               WHEN "MAJORITY"
                   PERFORM RUN-MAJORITY
               WHEN OTHER
                   DISPLAY "ERROR|Unknown action: " WS-ACTION
           END-EVALUATE
           STOP RUN.

       OPEN-MINOR-ACCOUNT.
           IF WS-ARG-COUNT < 3
               DISPLAY "ERROR|OPEN requires: ACCT MINOR-CUST-ID"
                   " [DEBIT-LIMIT]"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ACCT FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-CUST FROM ARGUMENT-VALUE
           MOVE WS-INPUT-ACCT TO WS-SEARCH-ACCT
           MOVE WS-INPUT-CUST TO WS-SEARCH-CUST
           IF WS-ARG-COUNT >= 4
               ACCEPT WS-INPUT-LIMIT FROM ARGUMENT-VALUE
               COMPUTE WS-DEBIT-LIMIT =
                   FUNCTION NUMVAL(WS-INPUT-LIMIT)
           END-IF
           IF WS-DEBIT-LIMIT < 0
               DISPLAY "ERROR|Debit limit may not be negative"
               STOP RUN
           END-IF

           PERFORM READ-ACCOUNT
           IF ACCT-STATUS-CLOSED
               DISPLAY "ERROR|Account is closed: " WS-SEARCH-ACCT
               STOP RUN
           END-IF

           PERFORM READ-CUSTOMER
           IF CUST-ENTITY
               DISPLAY "ERROR|Customer " WS-SEARCH-CUST
                   " is a legal entity, not a minor"
               STOP RUN
           END-IF
           IF CUST-BIRTH-DATE = 0
               DISPLAY "ERROR|No birth date on file for customer "
                   WS-SEARCH-CUST
               STOP RUN
           END-IF
           COMPUTE WS-MAJORITY-DATE =
               CUST-BIRTH-DATE + (WS-MAJORITY-AGE * 10000)
           IF WS-MAJORITY-DATE <= WS-DATE-YYYYMMDD
               DISPLAY "ERROR|Customer " WS-SEARCH-CUST
                   " is not a minor (majority " WS-MAJORITY-DATE ")"
               STOP RUN
           END-IF

           PERFORM CHECK-CUSTOMER-LINKED
           IF WS-FOUND = 0
               DISPLAY "ERROR|Customer " WS-SEARCH-CUST
                   " is not linked to account " WS-SEARCH-ACCT
                   " - LINK it first"
               STOP RUN
           END-IF

           PERFORM FIND-MINOR-ROW
           IF WS-FOUND = 1
               DISPLAY "ERROR|Account " WS-SEARCH-ACCT
                   " is already a minor account"
               STOP RUN
           END-IF

           OPEN EXTEND MINOR-FILE
           IF WS-MINOR-STATUS = "35"
               OPEN OUTPUT MINOR-FILE
           END-IF
           IF WS-MINOR-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open minor accounts: "
                   WS-MINOR-STATUS
               STOP RUN
           END-IF
           INITIALIZE MINOR-ACCOUNT-RECORD
           MOVE WS-SEARCH-ACCT    TO MNR-ACCT-NUMBER
           MOVE WS-SEARCH-CUST    TO MNR-CUST-ID
           MOVE CUST-BIRTH-DATE   TO MNR-BIRTH-DATE
           MOVE WS-MAJORITY-DATE  TO MNR-MAJORITY-DATE
           MOVE WS-DEBIT-LIMIT    TO MNR-DEBIT-LIMIT
           MOVE "MINOR   "        TO MNR-STATUS
           MOVE WS-DATE-YYYYMMDD  TO MNR-OPENED-DATE
           WRITE MINOR-ACCOUNT-RECORD
           IF WS-MINOR-STATUS NOT = "00"
               DISPLAY "ERROR|Minor account write failed: "
                   WS-MINOR-STATUS
               CLOSE MINOR-FILE
               STOP RUN
           END-IF
           CLOSE MINOR-FILE

           MOVE "MINOR" TO WS-AUDIT-FIELD
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "MINOR " WS-SEARCH-CUST DELIMITED SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM WRITE-AUDIT-RECORD

           MOVE WS-DEBIT-LIMIT TO WS-DISPLAY-AMT
           DISPLAY "MINOR-OPENED|" WS-SEARCH-ACCT "|customer "
               WS-SEARCH-CUST "|majority " WS-MAJORITY-DATE "|limit "
               WS-DISPLAY-AMT "|add a GUARDIAN".

       ADD-GUARDIAN.
           IF WS-ARG-COUNT < 3
               DISPLAY "ERROR|GUARDIAN requires: ACCT GUARDIAN-CUST-ID"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ACCT FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-CUST FROM ARGUMENT-VALUE
           MOVE WS-INPUT-ACCT TO WS-SEARCH-ACCT
           MOVE WS-INPUT-CUST TO WS-SEARCH-CUST

           PERFORM FIND-MINOR-ROW
           IF WS-FOUND = 0
               DISPLAY "ERROR|Account " WS-SEARCH-ACCT
                   " is not a minor account"
               STOP RUN
           END-IF
           IF MNR-CUST-ID = WS-SEARCH-CUST
               DISPLAY "ERROR|The minor cannot be their own guardian"
               STOP RUN
           END-IF

           PERFORM READ-CUSTOMER
           IF CUST-ENTITY
               DISPLAY "ERROR|A guardian must be an individual"
               STOP RUN
           END-IF
           IF CUST-BIRTH-DATE = 0
               DISPLAY "ERROR|No birth date on file for customer "
                   WS-SEARCH-CUST
               STOP RUN
           END-IF
           COMPUTE WS-MAJORITY-DATE =
               CUST-BIRTH-DATE + (WS-MAJORITY-AGE * 10000)
           IF WS-MAJORITY-DATE > WS-DATE-YYYYMMDD
               DISPLAY "ERROR|Customer " WS-SEARCH-CUST
                   " is a minor and cannot be a guardian"
               STOP RUN
           END-IF

           PERFORM COUNT-ACTIVE-GUARDIANS
           IF WS-FOUND = 1
               DISPLAY "ERROR|Customer " WS-SEARCH-CUST
                   " is already a guardian on " WS-SEARCH-ACCT
               STOP RUN
           END-IF

           OPEN EXTEND GUARDIAN-FILE
           IF WS-GUARDIAN-STATUS = "35"
               OPEN OUTPUT GUARDIAN-FILE
           END-IF
           IF WS-GUARDIAN-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open guardians: "
                   WS-GUARDIAN-STATUS
               STOP RUN
           END-IF
           INITIALIZE GUARDIAN-RECORD
           MOVE WS-SEARCH-ACCT   TO GDN-ACCT-NUMBER
           MOVE WS-SEARCH-CUST   TO GDN-CUST-ID
           MOVE "ACTIVE  "       TO GDN-STATUS
           MOVE WS-DATE-YYYYMMDD TO GDN-ADDED-DATE
           MOVE WS-OPERATOR-ID   TO GDN-ADDED-BY
           MOVE 0                TO GDN-ENDED-DATE
           WRITE GUARDIAN-RECORD
           IF WS-GUARDIAN-STATUS NOT = "00"
               DISPLAY "ERROR|Guardian write failed: "
                   WS-GUARDIAN-STATUS
               CLOSE GUARDIAN-FILE
               STOP RUN
           END-IF
           CLOSE GUARDIAN-FILE

           MOVE "GUARDIAN" TO WS-AUDIT-FIELD
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE WS-SEARCH-CUST TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-RECORD

           DISPLAY "GUARDIAN-ADDED|" WS-SEARCH-ACCT "|"
               WS-SEARCH-CUST "|" CUST-NAME.

       REMOVE-GUARDIAN.
           IF WS-ARG-COUNT < 3
               DISPLAY "ERROR|REMOVE requires: ACCT GUARDIAN-CUST-ID"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ACCT FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-CUST FROM ARGUMENT-VALUE
           MOVE WS-INPUT-ACCT TO WS-SEARCH-ACCT
           MOVE WS-INPUT-CUST TO WS-SEARCH-CUST

           PERFORM COUNT-ACTIVE-GUARDIANS
           IF WS-FOUND = 0
               DISPLAY "ERROR|Customer " WS-SEARCH-CUST
                   " is not an active guardian on " WS-SEARCH-ACCT
               STOP RUN
           END-IF
           PERFORM FIND-MINOR-ROW
           IF WS-FOUND = 1 AND NOT MNR-CONVERTED
               AND WS-ACTIVE-GUARDIANS < 2
               DISPLAY "ERROR|Customer " WS-SEARCH-CUST
                   " is the last guardian on " WS-SEARCH-ACCT
                   " - add another first"
               STOP RUN
           END-IF

           OPEN I-O GUARDIAN-FILE
           IF WS-GUARDIAN-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open guardians: "
                   WS-GUARDIAN-STATUS
               STOP RUN
           END-IF
           MOVE ZERO TO WS-GDN-EOF
           PERFORM UNTIL WS-GDN-EOF = 1
               READ GUARDIAN-FILE
                   AT END
                       MOVE 1 TO WS-GDN-EOF
                   NOT AT END
                       IF GDN-ACCT-NUMBER = WS-SEARCH-ACCT
                           AND GDN-CUST-ID = WS-SEARCH-CUST
                           AND GDN-ACTIVE
                           MOVE "REMOVED " TO GDN-STATUS
                           MOVE WS-DATE-YYYYMMDD TO GDN-ENDED-DATE
                           REWRITE GUARDIAN-RECORD
                           IF WS-GUARDIAN-STATUS NOT = "00"
                               DISPLAY "ERROR|Guardian rewrite "
                                   "failed: " WS-GUARDIAN-STATUS
                               CLOSE GUARDIAN-FILE
                               STOP RUN
                           END-IF
                           MOVE 1 TO WS-GDN-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GUARDIAN-FILE

           MOVE "GUARDIAN" TO WS-AUDIT-FIELD
           MOVE WS-SEARCH-CUST TO WS-AUDIT-BEFORE
           MOVE "REMOVED " TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-RECORD

           DISPLAY "GUARDIAN-REMOVED|" WS-SEARCH-ACCT "|"
               WS-SEARCH-CUST.

       CHANGE-MINOR-LIMIT.
           IF WS-ARG-COUNT < 3
               DISPLAY "ERROR|LIMIT requires: ACCT DEBIT-LIMIT"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ACCT FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-LIMIT FROM ARGUMENT-VALUE
           MOVE WS-INPUT-ACCT TO WS-SEARCH-ACCT
           COMPUTE WS-DEBIT-LIMIT = FUNCTION NUMVAL(WS-INPUT-LIMIT)
           IF WS-DEBIT-LIMIT < 0
               DISPLAY "ERROR|Debit limit may not be negative"
               STOP RUN
           END-IF

           OPEN I-O MINOR-FILE
           IF WS-MINOR-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open minor accounts: "
                   WS-MINOR-STATUS
               STOP RUN
           END-IF
           MOVE ZERO TO WS-FOUND
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ MINOR-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF MNR-ACCT-NUMBER = WS-SEARCH-ACCT
                           AND NOT MNR-CONVERTED
                           MOVE MNR-DEBIT-LIMIT TO WS-DISPLAY-AMT
                           MOVE WS-DEBIT-LIMIT TO MNR-DEBIT-LIMIT
                           REWRITE MINOR-ACCOUNT-RECORD
                           IF WS-MINOR-STATUS NOT = "00"
                               DISPLAY "ERROR|Minor account rewrite "
                                   "failed: " WS-MINOR-STATUS
                           ELSE
                               MOVE 1 TO WS-FOUND
                           END-IF
                           MOVE 1 TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MINOR-FILE
           IF WS-FOUND = 0
               DISPLAY "ERROR|Account " WS-SEARCH-ACCT
                   " is not a minor account"
               STOP RUN
           END-IF

           MOVE WS-DEBIT-LIMIT TO WS-DISPLAY-AMT2
           MOVE "MINOR-LIMIT" TO WS-AUDIT-FIELD
           MOVE WS-DISPLAY-AMT TO WS-AUDIT-BEFORE
           MOVE WS-DISPLAY-AMT2 TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-RECORD

           DISPLAY "MINOR-LIMIT|" WS-SEARCH-ACCT "|" WS-DISPLAY-AMT
               " -> " WS-DISPLAY-AMT2.

       LIST-MINOR-ACCOUNT.
           IF WS-ARG-COUNT < 2
               DISPLAY "ERROR|LIST requires: ACCT"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ACCT FROM ARGUMENT-VALUE
           MOVE WS-INPUT-ACCT TO WS-SEARCH-ACCT

           PERFORM FIND-MINOR-ROW
           IF WS-FOUND = 0
               DISPLAY "INFO|Account " WS-SEARCH-ACCT
                   " is not a minor account"
               STOP RUN
           END-IF
           MOVE MNR-DEBIT-LIMIT TO WS-DISPLAY-AMT
           DISPLAY "MINOR|" MNR-ACCT-NUMBER "|customer " MNR-CUST-ID
               "|born " MNR-BIRTH-DATE "|majority " MNR-MAJORITY-DATE
               "|" MNR-STATUS "|limit " WS-DISPLAY-AMT "|notified "
               MNR-NOTIFIED-DATE "|converted " MNR-CONVERTED-DATE

           OPEN INPUT GUARDIAN-FILE
           IF WS-GUARDIAN-STATUS = "00"
               MOVE ZERO TO WS-GDN-EOF
               PERFORM UNTIL WS-GDN-EOF = 1
                   READ GUARDIAN-FILE
                       AT END
                           MOVE 1 TO WS-GDN-EOF
                       NOT AT END
                           IF GDN-ACCT-NUMBER = WS-SEARCH-ACCT
                               ADD 1 TO WS-LIST-COUNT
                               DISPLAY "GUARDIAN|" GDN-CUST-ID "|"
                                   GDN-STATUS "|added "
                                   GDN-ADDED-DATE " by " GDN-ADDED-BY
                                   "|ended " GDN-ENDED-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
           END-IF

           DISPLAY "LIST-COMPLETE|" WS-SEARCH-ACCT "|"
               WS-LIST-COUNT " guardians".

      *================================================================*
      * Monthly majority run                                           *
      *================================================================*
       RUN-MAJORITY.
      *    Day 31 compares as the last day of any month.
           STRING WS-DATE-YYYYMMDD(1:6) "31" DELIMITED SIZE
               INTO WS-MONTH-END
           END-STRING

           OPEN I-O MINOR-FILE
           IF WS-MINOR-STATUS NOT = "00"
               DISPLAY "INFO|No minor accounts on file"
               STOP RUN
           END-IF
           OPEN I-O CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open customers: " WS-CUST-STATUS
               CLOSE MINOR-FILE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               CLOSE MINOR-FILE CUSTOMER-FILE
               STOP RUN
           END-IF

           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ MINOR-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF MNR-MINOR
                           AND MNR-MAJORITY-DATE <= WS-MONTH-END
                           PERFORM NOTIFY-COMING-OF-AGE
                       ELSE
                           IF MNR-MAJORITY
                               AND MNR-MAJORITY-DATE
                                   <= WS-DATE-YYYYMMDD
                               PERFORM CHECK-CONVERSION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MINOR-FILE CUSTOMER-FILE ACCOUNT-FILE

           IF WS-CNV-COUNT > 0
               PERFORM END-CONVERTED-GUARDIANS
           END-IF

           DISPLAY "MAJORITY-COMPLETE|" WS-NOTIFIED-COUNT
               " coming of age|" WS-CONVERTED-COUNT " converted|"
               WS-AWAITING-COUNT " awaiting KYC".

       NOTIFY-COMING-OF-AGE.
           INITIALIZE NOTIFY-SERVICE-AREA
           MOVE MNR-ACCT-NUMBER TO NFY-ACCT-NUMBER
           MOVE "MAJORITY" TO NFY-EVENT-CODE
           MOVE 0 TO NFY-AMOUNT
           MOVE WS-TIMESTAMP TO NFY-TIMESTAMP
           MOVE "M" TO NFY-SEVERITY
           STRING "Majority on " MNR-MAJORITY-DATE
                  " - KYC review due" DELIMITED SIZE
                  INTO NFY-DETAIL
           END-STRING
           CALL "NOTIFY-SERVICE" USING NOTIFY-SERVICE-AREA

           PERFORM NOTIFY-GUARDIANS

      *    The new adult's KYC review falls due on the majority date
      *    unless one is already due sooner; REVIEW-KYC chases it.
           MOVE MNR-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "WARN|Minor customer not on file: "
                       MNR-CUST-ID
               NOT INVALID KEY
                   IF CUST-KYC-DUE-DATE = 0
                       OR CUST-KYC-DUE-DATE > MNR-MAJORITY-DATE
                       MOVE MNR-MAJORITY-DATE TO CUST-KYC-DUE-DATE
                       REWRITE CUSTOMER-RECORD
                       IF WS-CUST-STATUS NOT = "00"
                           DISPLAY "WARN|KYC due date rewrite failed"
                               " for " MNR-CUST-ID ": "
                               WS-CUST-STATUS
                       END-IF
                   END-IF
           END-READ

           MOVE "MAJORITY" TO MNR-STATUS
           MOVE WS-DATE-YYYYMMDD TO MNR-NOTIFIED-DATE
           REWRITE MINOR-ACCOUNT-RECORD
           ADD 1 TO WS-NOTIFIED-COUNT
           DISPLAY "COMING-OF-AGE|" MNR-ACCT-NUMBER "|customer "
               MNR-CUST-ID "|majority " MNR-MAJORITY-DATE "|"
               WS-GDN-NOTICE-COUNT " guardians notified".

       NOTIFY-GUARDIANS.
      *    Each guardian hears on an open account of their own; one
      *    without such an account is told on the minor's account.
           MOVE 0 TO WS-GDN-NOTICE-COUNT
           MOVE MNR-CUST-ID TO WS-MINOR-CUST
           OPEN INPUT GUARDIAN-FILE
           IF WS-GUARDIAN-STATUS = "00"
               MOVE ZERO TO WS-GDN-EOF
               PERFORM UNTIL WS-GDN-EOF = 1
                   READ GUARDIAN-FILE
                       AT END
                           MOVE 1 TO WS-GDN-EOF
                       NOT AT END
                           IF GDN-ACCT-NUMBER = MNR-ACCT-NUMBER
                               AND GDN-ACTIVE
                               PERFORM NOTIFY-ONE-GUARDIAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
           END-IF.

       NOTIFY-ONE-GUARDIAN.
           MOVE MNR-ACCT-NUMBER TO WS-NOTICE-ACCT
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = "00"
               MOVE ZERO TO WS-LINK-EOF
               PERFORM UNTIL WS-LINK-EOF = 1
                   READ LINK-FILE
                       AT END
                           MOVE 1 TO WS-LINK-EOF
                       NOT AT END
                           IF CAL-CUSTOMER-ID = GDN-CUST-ID
                               AND CAL-ACCT-NUMBER
                                   NOT = MNR-ACCT-NUMBER
                               MOVE CAL-ACCT-NUMBER TO ACCT-NUMBER
                               READ ACCOUNT-FILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       IF NOT ACCT-STATUS-CLOSED
                                           MOVE CAL-ACCT-NUMBER
                                               TO WS-NOTICE-ACCT
                                           MOVE 1 TO WS-LINK-EOF
                                       END-IF
                               END-READ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LINK-FILE
           END-IF

           INITIALIZE NOTIFY-SERVICE-AREA
           MOVE WS-NOTICE-ACCT TO NFY-ACCT-NUMBER
           MOVE "GDNMAJOR" TO NFY-EVENT-CODE
           MOVE 0 TO NFY-AMOUNT
           MOVE WS-TIMESTAMP TO NFY-TIMESTAMP
           MOVE "M" TO NFY-SEVERITY
           STRING "Ward " WS-MINOR-CUST " of age "
                  MNR-MAJORITY-DATE DELIMITED SIZE
                  INTO NFY-DETAIL
           END-STRING
           CALL "NOTIFY-SERVICE" USING NOTIFY-SERVICE-AREA
           ADD 1 TO WS-GDN-NOTICE-COUNT.

       CHECK-CONVERSION.
      *    Converts once the adult customer's KYC has been verified
      *    on or after the majority date.
           MOVE MNR-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "WARN|Minor customer not on file: "
                       MNR-CUST-ID
                   MOVE 0 TO CUST-KYC-REVIEW-DATE
                   MOVE SPACES TO CUST-KYC-STATUS
           END-READ
           IF CUST-KYC-VERIFIED
               AND CUST-KYC-REVIEW-DATE >= MNR-MAJORITY-DATE
               MOVE "CONVERTD" TO MNR-STATUS
               MOVE WS-DATE-YYYYMMDD TO MNR-CONVERTED-DATE
               REWRITE MINOR-ACCOUNT-RECORD
               IF WS-MINOR-STATUS NOT = "00"
                   DISPLAY "ERROR|Minor account rewrite failed for "
                       MNR-ACCT-NUMBER ": " WS-MINOR-STATUS
               ELSE
                   ADD 1 TO WS-CONVERTED-COUNT
                   IF WS-CNV-COUNT < 2000
                       ADD 1 TO WS-CNV-COUNT
                       MOVE MNR-ACCT-NUMBER TO WS-CNV-ACCT(WS-CNV-COUNT)
                   END-IF
                   MOVE MNR-ACCT-NUMBER TO WS-SEARCH-ACCT
                   MOVE "MINOR" TO WS-AUDIT-FIELD
                   MOVE "MINOR" TO WS-AUDIT-BEFORE
                   MOVE "CONVERTED" TO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-RECORD
                   DISPLAY "CONVERTED|" MNR-ACCT-NUMBER "|customer "
                       MNR-CUST-ID "|KYC verified "
                       CUST-KYC-REVIEW-DATE
               END-IF
           ELSE
               ADD 1 TO WS-AWAITING-COUNT
               DISPLAY "AWAITING-KYC|" MNR-ACCT-NUMBER "|customer "
                   MNR-CUST-ID "|majority " MNR-MAJORITY-DATE
                   "|guardian control stays until KYC is refreshed"
           END-IF.

       END-CONVERTED-GUARDIANS.
           OPEN I-O GUARDIAN-FILE
           IF WS-GUARDIAN-STATUS = "00"
               MOVE ZERO TO WS-GDN-EOF
               PERFORM UNTIL WS-GDN-EOF = 1
                   READ GUARDIAN-FILE
                       AT END
                           MOVE 1 TO WS-GDN-EOF
                       NOT AT END
                           IF GDN-ACTIVE
                               PERFORM VARYING WS-CNV-IDX FROM 1 BY 1
                                       UNTIL WS-CNV-IDX > WS-CNV-COUNT
                                   IF WS-CNV-ACCT(WS-CNV-IDX)
                                       = GDN-ACCT-NUMBER
                                       MOVE "ENDED   " TO GDN-STATUS
                                       MOVE WS-DATE-YYYYMMDD
                                           TO GDN-ENDED-DATE
                                       REWRITE GUARDIAN-RECORD
                                       EXIT PERFORM
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
           END-IF.

      *================================================================*
      * Lookups                                                        *
      *================================================================*
       READ-ACCOUNT.
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
           CLOSE ACCOUNT-FILE.

       READ-CUSTOMER.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open customers: " WS-CUST-STATUS
               STOP RUN
           END-IF
           MOVE WS-SEARCH-CUST TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "ERROR|Customer not found: "
                       WS-SEARCH-CUST
                   CLOSE CUSTOMER-FILE
                   STOP RUN
           END-READ
           CLOSE CUSTOMER-FILE.

       CHECK-CUSTOMER-LINKED.
           MOVE 0 TO WS-FOUND
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = "00"
               MOVE ZERO TO WS-LINK-EOF
               PERFORM UNTIL WS-LINK-EOF = 1
                   READ LINK-FILE
                       AT END
                           MOVE 1 TO WS-LINK-EOF
                       NOT AT END
                           IF CAL-CUSTOMER-ID = WS-SEARCH-CUST
                               AND CAL-ACCT-NUMBER = WS-SEARCH-ACCT
                               MOVE 1 TO WS-FOUND
                               MOVE 1 TO WS-LINK-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LINK-FILE
           END-IF.

       FIND-MINOR-ROW.
      *    Leaves the account's live (not yet converted) register row
      *    in MINOR-ACCOUNT-RECORD.
           MOVE 0 TO WS-FOUND
           OPEN INPUT MINOR-FILE
           IF WS-MINOR-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ MINOR-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF MNR-ACCT-NUMBER = WS-SEARCH-ACCT
                               AND NOT MNR-CONVERTED
                               MOVE 1 TO WS-FOUND
                               MOVE 1 TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MINOR-FILE
           END-IF.

       COUNT-ACTIVE-GUARDIANS.
      *    WS-ACTIVE-GUARDIANS on the account; WS-FOUND when the
      *    searched customer is one of them.
           MOVE 0 TO WS-FOUND
           MOVE 0 TO WS-ACTIVE-GUARDIANS
           OPEN INPUT GUARDIAN-FILE
           IF WS-GUARDIAN-STATUS = "00"
               MOVE ZERO TO WS-GDN-EOF
               PERFORM UNTIL WS-GDN-EOF = 1
                   READ GUARDIAN-FILE
                       AT END
                           MOVE 1 TO WS-GDN-EOF
                       NOT AT END
                           IF GDN-ACCT-NUMBER = WS-SEARCH-ACCT
                               AND GDN-ACTIVE
                               ADD 1 TO WS-ACTIVE-GUARDIANS
                               IF GDN-CUST-ID = WS-SEARCH-CUST
                                   MOVE 1 TO WS-FOUND
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
           END-IF.

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
               MOVE "MANAGE-MINORS"   TO AUD-PROGRAM
               MOVE WS-SEARCH-ACCT    TO AUD-ACCT-NUMBER
               MOVE WS-AUDIT-FIELD    TO AUD-FIELD
               MOVE WS-AUDIT-BEFORE   TO AUD-BEFORE
               MOVE WS-AUDIT-AFTER    TO AUD-AFTER
               WRITE ACCOUNT-MAINT-AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF.
