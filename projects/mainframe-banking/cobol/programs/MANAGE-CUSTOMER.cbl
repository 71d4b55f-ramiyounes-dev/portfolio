      * Maintains the CUSTOMERS master and the customer-account link   *
      * file:                                                          *
      *   CREATE <name> <address> <birth YYYYMMDD> <tax-id>            *
      *       — registers a customer (KYC starts PENDING) and screens  *
      *         the name against the sanctions watchlist; a match is   *
      *         queued for compliance (SANCTIONS-DISPOSITION)          *
      *   ENTITY <name> <address> <reg-no> <legal-form>                *
      *          <incorp YYYYMMDD> [tax-id]                            *
      *       — registers a legal entity customer the same way; the    *
      *         registration number must not already be on file        *
      *   OWNER <entity-id> <owner-cust-id> <percent> <role>           *
      *       — records an individual customer as owner (OWNER),       *
      *         DIRECTOR or CONTROLLER of an entity in the beneficial- *
      *         owner register (OPERATOR_ID required); the active      *
      *         holdings may not exceed 100%. A qualifying owner (25%  *
      *         or more, or a control role) is screened at once, the   *
      *         hit queued against the entity                          *
      *   ENDOWNER <entity-id> <owner-cust-id>                         *
      *       — ends an owner relationship (OPERATOR_ID required)      *
      *   KYC <cust-id> <status> <review-date YYYYMMDD>                *
      *       — records a KYC decision (VERIFIED or EXPIRED); a        *
      *         VERIFIED review lifts any KYC hold and REVIEW-KYC      *
      *         schedules the next one from the risk rating            *
      *   LINK <cust-id> <acct>                                        *
      *       — attaches an existing account to the customer           *
      *   LIMITS <cust-id> <txn-max> <daily-limit>                    *
      *       — sets the customer-level debit limits enforced across  *
      *         every linked account at intake (0 = no limit)          *
      *   ADDRESS <cust-id> <new-address>                              *
      *       — records a new address (OPERATOR_ID required) and       *
      *         clears any returned-mail flag; the change goes to      *
      *         address-events.dat and, old and new address, to the    *
      *         maintenance audit of every linked account              *
      *   WITHHOLD <cust-id> <R|F|N|X>                                 *
      *       — sets the withholding tax status on interest paid:      *
      *         resident, resident on the flat levy, non-resident or   *
      *         exempt (OPERATOR_ID required), audited against every   *
      *         linked account                                         *
      *   LIST <cust-id>                                               *
      *       — shows the customer, its beneficial owners (an entity)  *
      *         or the entities it stands behind (an individual), and  *
      *         every linked account with its balance                  *
      * Owner changes are audited against every account linked to the  *
      * entity, like an address change.                                *
      *================================================================*

       ENVIRONMENT DIVISION.
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT ADDRESS-EVENT-FILE
               ASSIGN TO WS-ADDR-EVENT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADDR-EVENT-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO WS-AUDIT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OWNER-FILE
               ASSIGN TO WS-OWNER-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       FD  ACCOUNT-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD  ADDRESS-EVENT-FILE.
       COPY "ADDRESS-EVENT.cpy".

       FD  AUDIT-FILE.
       COPY "ACCOUNT-MAINT-AUDIT.cpy".

       FD  OWNER-FILE.
       COPY "BENEFICIAL-OWNER.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CUST-PATH               PIC X(256).
       01  WS-LINK-PATH               PIC X(256).
       01  WS-CUST-STATUS             PIC XX.
       01  WS-LINK-STATUS             PIC XX.
       01  WS-ACCT-STATUS             PIC XX.
       01  WS-ADDR-EVENT-PATH         PIC X(256).
       01  WS-ADDR-EVENT-STATUS       PIC XX.

      *    Address changes are account maintenance: each is made by
      *    the operator named in OPERATOR_ID and recorded against
      *    every linked account with the old and new address.
       01  WS-AUDIT-PATH              PIC X(256).
       01  WS-AUDIT-STATUS            PIC XX.
       01  WS-OPERATOR-ID             PIC X(8).
       01  WS-AUD-ACCT                PIC 9(10).
       01  WS-OLD-ADDRESS             PIC X(40).
       01  WS-WAS-RETURNED            PIC X      VALUE "N".
       01  WS-TIMESTAMP               PIC 9(14).
       01  WS-AUD-FIELD               PIC X(16).
       01  WS-AUD-BEFORE              PIC X(20).
       01  WS-AUD-AFTER               PIC X(20).

      *    Legal entity customers and the beneficial-owner register
       01  WS-OWNER-PATH              PIC X(256).
       01  WS-OWNER-STATUS            PIC XX.
       01  WS-INPUT-REG-NO            PIC X(20)  VALUE SPACES.
       01  WS-INPUT-FORM              PIC X(10).
       01  WS-INPUT-INCORP            PIC X(8).
       01  WS-INCORP-DATE             PIC 9(8).
       01  WS-DUP-REG                 PIC 9      VALUE 0.
       01  WS-INPUT-OWNER-ID          PIC X(8).
       01  WS-SEARCH-OWNER            PIC 9(8).
       01  WS-INPUT-PERCENT           PIC X(8).
       01  WS-OWN-PERCENT             PIC 9(3)V99.
       01  WS-INPUT-ROLE              PIC X(10).
       01  WS-ACTIVE-TOTAL            PIC 9(5)V99.
       01  WS-OWNER-FOUND             PIC 9      VALUE 0.
       01  WS-OWNER-NAME              PIC X(30).
       01  WS-OWNER-BIRTH             PIC 9(8).
       01  WS-ENTITY-NAME             PIC X(30).
       01  WS-LIST-TYPE               PIC X(1).
       01  WS-QUALIFY-TEXT            PIC X(10).
       01  WS-OWNER-COUNT             PIC 9(4)   VALUE 0.
       01  WS-DISPLAY-PCT             PIC ZZ9.99.

      *    Withholding tax status maintenance
       01  WS-INPUT-WHT               PIC X(1).
       01  WS-OLD-WHT                 PIC X(1).

       01  WS-ACTION                  PIC X(8).
       01  WS-INPUT-NAME              PIC X(30).
       01  WS-LINK-COUNT              PIC 9(4)   VALUE 0.
       01  WS-TOTAL-BAL               PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-DISPLAY-BAL             PIC -(13)9.99.
       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).

       COPY "SCREEN-SERVICE-AREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
                  "/accounts.dat" DELIMITED SIZE
                  INTO WS-ACCT-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/address-events.dat" DELIMITED SIZE
                  INTO WS-ADDR-EVENT-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/account-maint-audit.dat" DELIMITED SIZE
                  INTO WS-AUDIT-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/beneficial-owners.dat" DELIMITED SIZE
                  INTO WS-OWNER-PATH
           END-STRING

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY "ERROR|Missing action: CREATE ENTITY KYC LINK"
                   " LIMITS ADDRESS OWNER ENDOWNER WITHHOLD LIST"
               STOP RUN
           END-IF
           ACCEPT WS-ACTION FROM ARGUMENT-VALUE
           EVALUATE WS-ACTION
               WHEN "CREATE"
                   PERFORM CREATE-CUSTOMER
               WHEN "ENTITY"
                   PERFORM CREATE-ENTITY
               WHEN "KYC"
                   PERFORM RECORD-KYC
               WHEN "LINK"
                   PERFORM LINK-ACCOUNT
               WHEN "LIMITS"
                   PERFORM SET-CUSTOMER-LIMITS
               WHEN "ADDRESS"
                   PERFORM CHANGE-ADDRESS
               WHEN "OWNER"
                   PERFORM ADD-BENEFICIAL-OWNER
               WHEN "ENDOWNER"
                   PERFORM END-BENEFICIAL-OWNER
               WHEN "WITHHOLD"
                   PERFORM SET-WITHHOLDING-STATUS
               WHEN "LIST"
                   PERFORM LIST-CUSTOMER
               WHEN OTHER
           ACCEPT WS-INPUT-BIRTH FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-TAX-ID FROM ARGUMENT-VALUE

           PERFORM OPEN-FOR-NEW-CUSTOMER

           INITIALIZE CUSTOMER-RECORD
           COMPUTE CUST-ID = WS-MAX-CUST-ID + 1
           MOVE "I"              TO CUST-TYPE
           MOVE WS-INPUT-NAME    TO CUST-NAME
           MOVE WS-INPUT-ADDRESS TO CUST-ADDRESS
           MOVE WS-INPUT-BIRTH   TO CUST-BIRTH-DATE
           MOVE WS-INPUT-TAX-ID  TO CUST-TAX-ID
           MOVE "PENDING "       TO CUST-KYC-STATUS
           MOVE 0                TO CUST-KYC-REVIEW-DATE
      *    The registration date is the clock a PENDING customer is
      *    held against once REVIEW-KYC's grace period runs out.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE-YYYYMMDD TO CUST-OPENED-DATE
           MOVE "N"              TO CUST-KYC-HOLD

           WRITE CUSTOMER-RECORD
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "ERROR|Customer write failed: "
                   WS-CUST-STATUS
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF

           DISPLAY "CUSTOMER-CREATED|" CUST-ID "|" CUST-NAME
               "|KYC PENDING"
           CLOSE CUSTOMER-FILE
           PERFORM SCREEN-NEW-CUSTOMER.

       OPEN-FOR-NEW-CUSTOMER.
           OPEN I-O CUSTOMER-FILE
           IF WS-CUST-STATUS = "35"
               OPEN OUTPUT CUSTOMER-FILE
               STOP RUN
           END-IF

      *    Next id: highest existing id plus one. The same pass
      *    catches an entity registration number already on file.
           MOVE 10000000 TO WS-MAX-CUST-ID
           MOVE 0 TO WS-DUP-REG
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ CUSTOMER-FILE NEXT
                       IF CUST-ID > WS-MAX-CUST-ID
                           MOVE CUST-ID TO WS-MAX-CUST-ID
                       END-IF
                       IF WS-INPUT-REG-NO NOT = SPACES
                           AND CUST-ENTITY
                           AND CUST-REG-NUMBER = WS-INPUT-REG-NO
                           MOVE 1 TO WS-DUP-REG
                       END-IF
               END-READ
           END-PERFORM.

       CREATE-ENTITY.
      *    A company, partnership or other legal entity: no birth
      *    date; identified by its registration number, legal form
      *    and incorporation date. Its owners are added with OWNER.
           IF WS-ARG-COUNT < 6
               DISPLAY "ERROR|ENTITY requires: NAME ADDRESS REG-NO"
                   " LEGAL-FORM INCORP-DATE [TAX-ID]"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-NAME FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-ADDRESS FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-REG-NO FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-FORM FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-INCORP FROM ARGUMENT-VALUE
           MOVE SPACES TO WS-INPUT-TAX-ID
           IF WS-ARG-COUNT > 6
               ACCEPT WS-INPUT-TAX-ID FROM ARGUMENT-VALUE
           END-IF

           IF WS-INPUT-REG-NO = SPACES OR WS-INPUT-FORM = SPACES
               DISPLAY "ERROR|Registration number and legal form are"
                   " required"
               STOP RUN
           END-IF
           IF WS-INPUT-INCORP IS NOT NUMERIC
               DISPLAY "ERROR|Incorporation date must be YYYYMMDD: "
                   WS-INPUT-INCORP
               STOP RUN
           END-IF
           MOVE WS-INPUT-INCORP TO WS-INCORP-DATE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-INCORP-DATE) NOT = 0
               OR WS-INCORP-DATE > WS-DATE-YYYYMMDD
               DISPLAY "ERROR|Invalid incorporation date: "
                   WS-INPUT-INCORP
               STOP RUN
           END-IF

           PERFORM OPEN-FOR-NEW-CUSTOMER
           IF WS-DUP-REG = 1
               DISPLAY "ERROR|Registration number already on file: "
                   WS-INPUT-REG-NO
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF

           INITIALIZE CUSTOMER-RECORD
           COMPUTE CUST-ID = WS-MAX-CUST-ID + 1
           MOVE "E"              TO CUST-TYPE
           MOVE WS-INPUT-NAME    TO CUST-NAME
           MOVE WS-INPUT-ADDRESS TO CUST-ADDRESS
           MOVE 0                TO CUST-BIRTH-DATE
           MOVE WS-INPUT-TAX-ID  TO CUST-TAX-ID
           MOVE WS-INPUT-REG-NO  TO CUST-REG-NUMBER
           MOVE WS-INPUT-FORM    TO CUST-LEGAL-FORM
           MOVE WS-INCORP-DATE   TO CUST-INCORP-DATE
           MOVE "PENDING "       TO CUST-KYC-STATUS
           MOVE 0                TO CUST-KYC-REVIEW-DATE
           MOVE WS-DATE-YYYYMMDD TO CUST-OPENED-DATE
           MOVE "N"              TO CUST-KYC-HOLD

           WRITE CUSTOMER-RECORD
           IF WS-CUST-STATUS NOT = "00"
               STOP RUN
           END-IF

           DISPLAY "ENTITY-CREATED|" CUST-ID "|" CUST-NAME "|"
               CUST-REG-NUMBER "|" CUST-LEGAL-FORM "|KYC PENDING"
           CLOSE CUSTOMER-FILE
           PERFORM SCREEN-NEW-CUSTOMER.

       SCREEN-NEW-CUSTOMER.
      *    The customer is on file either way; a match goes to the
      *    compliance queue, where a confirmed hit freezes the
      *    accounts linked to the customer.
           INITIALIZE SCREEN-SERVICE-AREA
           MOVE CUST-NAME       TO SCS-NAME
           MOVE CUST-BIRTH-DATE TO SCS-BIRTH-DATE
           MOVE "Y"             TO SCS-RECORD
           MOVE "CUSTOMER"      TO SCS-SOURCE
           MOVE CUST-ID         TO SCS-CUSTOMER-ID
           CALL "SCREEN-SERVICE" USING SCREEN-SERVICE-AREA
           IF SCS-HIT = "Y"
               DISPLAY "SANCTIONS-HIT|" CUST-ID "|" SCS-LIST-CODE "|"
                   SCS-ENTRY-ID "|" SCS-LIST-NAME "|score "
                   SCS-SCORE "|hit " SCS-HIT-ID " " SCS-HIT-STATUS
           END-IF.

       RECORD-KYC.
           IF WS-ARG-COUNT < 4

           MOVE WS-INPUT-KYC TO CUST-KYC-STATUS
           MOVE WS-INPUT-REVIEW TO CUST-KYC-REVIEW-DATE
      *    A fresh VERIFIED review restarts the refresh cycle: the
      *    hold lifts at once and the next REVIEW-KYC run sets the
      *    new due date from the review date and risk rating. An
      *    EXPIRED decision holds the customer straight away.
           IF CUST-KYC-VERIFIED
               MOVE "N" TO CUST-KYC-HOLD
               MOVE 0   TO CUST-KYC-DUE-DATE
               MOVE 0   TO CUST-KYC-REMIND-DATE
           ELSE
               MOVE "Y" TO CUST-KYC-HOLD
           END-IF
           REWRITE CUSTOMER-RECORD
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "ERROR|KYC rewrite failed: " WS-CUST-STATUS
               WS-DISPLAY-MAX "|daily aggregate "
               WS-DISPLAY-DAILY.

       SET-WITHHOLDING-STATUS.
      *    The status WITHHOLD-SERVICE reads at every interest credit;
      *    a resident without a tax number is still withheld at the
      *    backup rate until one is recorded.
           IF WS-ARG-COUNT < 3
               DISPLAY "ERROR|WITHHOLD requires: CUST-ID STATUS"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-CUST-ID FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-WHT FROM ARGUMENT-VALUE
           MOVE WS-INPUT-CUST-ID TO WS-SEARCH-CUST
           IF WS-INPUT-WHT NOT = "R" AND WS-INPUT-WHT NOT = "F"
               AND WS-INPUT-WHT NOT = "N" AND WS-INPUT-WHT NOT = "X"
               DISPLAY "ERROR|Withholding status must be R F N or X"
               STOP RUN
           END-IF
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "ERROR|OPERATOR_ID is required for a"
                   " withholding status change"
               STOP RUN
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                  WS-DATE-HHMMSS   DELIMITED SIZE
                  INTO WS-TIMESTAMP
           END-STRING

           OPEN I-O CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open customers: "
                   WS-CUST-STATUS
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
           MOVE CUST-WHT-STATUS TO WS-OLD-WHT
           IF WS-OLD-WHT = SPACE
               MOVE "R" TO WS-OLD-WHT
           END-IF
           MOVE WS-INPUT-WHT TO CUST-WHT-STATUS
           REWRITE CUSTOMER-RECORD
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "ERROR|Withholding rewrite failed: "
                   WS-CUST-STATUS
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
           CLOSE CUSTOMER-FILE

           MOVE "WHT-STATUS" TO WS-AUD-FIELD
           MOVE WS-OLD-WHT   TO WS-AUD-BEFORE
           MOVE WS-INPUT-WHT TO WS-AUD-AFTER
           MOVE 0 TO WS-LINK-COUNT
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ LINK-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CAL-CUSTOMER-ID = WS-SEARCH-CUST
                               ADD 1 TO WS-LINK-COUNT
                               MOVE CAL-ACCT-NUMBER TO WS-AUD-ACCT
                               PERFORM WRITE-OWNER-AUDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LINK-FILE
           END-IF
           IF WS-LINK-COUNT = 0
               MOVE 0 TO WS-AUD-ACCT
               PERFORM WRITE-OWNER-AUDIT
           END-IF

           DISPLAY "WITHHOLDING-SET|" WS-SEARCH-CUST "|" WS-OLD-WHT
               " -> " WS-INPUT-WHT
           IF WS-INPUT-WHT NOT = "N" AND WS-INPUT-WHT NOT = "X"
               AND (CUST-TAX-ID = SPACES OR CUST-TAX-ID = ZEROS)
               DISPLAY "WARN|No tax number on file - interest is"
                   " withheld at the backup rate"
           END-IF.

       CHANGE-ADDRESS.
           IF WS-ARG-COUNT < 3
               DISPLAY "ERROR|ADDRESS requires: CUST-ID NEW-ADDRESS"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-CUST-ID FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-ADDRESS FROM ARGUMENT-VALUE
           MOVE WS-INPUT-CUST-ID TO WS-SEARCH-CUST
           IF WS-INPUT-ADDRESS = SPACES
               DISPLAY "ERROR|New address cannot be blank"
               STOP RUN
           END-IF
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "ERROR|OPERATOR_ID is required for an address"
                   " change"
               STOP RUN
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                  WS-DATE-HHMMSS   DELIMITED SIZE
                  INTO WS-TIMESTAMP
           END-STRING

           OPEN I-O CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open customers: "
                   WS-CUST-STATUS
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

      *    A new address is taken as good for mail again; re-entering
      *    the same address is how a branch confirms it after a
      *    return, and clears the flag the same way.
           MOVE CUST-ADDRESS TO WS-OLD-ADDRESS
           MOVE "N" TO WS-WAS-RETURNED
           IF CUST-MAIL-RETURNED
               MOVE "Y" TO WS-WAS-RETURNED
           END-IF
           MOVE WS-INPUT-ADDRESS TO CUST-ADDRESS
           MOVE "N" TO CUST-MAIL-STATUS
           REWRITE CUSTOMER-RECORD
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "ERROR|Address rewrite failed: "
                   WS-CUST-STATUS
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
           CLOSE CUSTOMER-FILE

      *    The CHANGED event is what ADD-TRANSACTION checks when a
      *    large debit follows soon after.
           OPEN EXTEND ADDRESS-EVENT-FILE
           IF WS-ADDR-EVENT-STATUS = "35"
               OPEN OUTPUT ADDRESS-EVENT-FILE
           END-IF
           IF WS-ADDR-EVENT-STATUS NOT = "00"
               DISPLAY "WARN|Cannot write address event: "
                   WS-ADDR-EVENT-STATUS
           ELSE
               INITIALIZE ADDRESS-EVENT-RECORD
               MOVE WS-SEARCH-CUST   TO ADE-CUSTOMER-ID
               MOVE WS-DATE-YYYYMMDD TO ADE-DATE
               MOVE "CHANGED "       TO ADE-EVENT
               IF WS-WAS-RETURNED = "Y"
                   MOVE "RETURNED MAIL CLEAR" TO ADE-REASON
               END-IF
               MOVE WS-INPUT-ADDRESS TO ADE-ADDRESS
               MOVE WS-OLD-ADDRESS   TO ADE-OLD-ADDRESS
               MOVE WS-OPERATOR-ID   TO ADE-OPERATOR
               WRITE ADDRESS-EVENT-RECORD
               CLOSE ADDRESS-EVENT-FILE
           END-IF

           MOVE 0 TO WS-LINK-COUNT
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ LINK-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CAL-CUSTOMER-ID = WS-SEARCH-CUST
                               ADD 1 TO WS-LINK-COUNT
                               MOVE CAL-ACCT-NUMBER TO WS-AUD-ACCT
                               PERFORM WRITE-ADDRESS-AUDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LINK-FILE
           END-IF
      *    A customer with no accounts yet is still audited, against
      *    account zero.
           IF WS-LINK-COUNT = 0
               MOVE 0 TO WS-AUD-ACCT
               PERFORM WRITE-ADDRESS-AUDIT
           END-IF

           IF WS-WAS-RETURNED = "Y"
               DISPLAY "ADDRESS-CHANGED|" WS-SEARCH-CUST "|"
                   WS-INPUT-ADDRESS "|returned-mail flag cleared"
           ELSE
               DISPLAY "ADDRESS-CHANGED|" WS-SEARCH-CUST "|"
                   WS-INPUT-ADDRESS
           END-IF.

      *    The audit images are 20 bytes, so each address is
      *    recorded as two rows: positions 1-20 and 21-40.
       WRITE-ADDRESS-AUDIT.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "WARN|Cannot write maintenance audit: "
                   WS-AUDIT-STATUS
           ELSE
               INITIALIZE ACCOUNT-MAINT-AUDIT-RECORD
               MOVE WS-TIMESTAMP   TO AUD-TIMESTAMP
               MOVE WS-OPERATOR-ID TO AUD-OPERATOR
               MOVE "MANAGE-CUSTOMER" TO AUD-PROGRAM
               MOVE WS-AUD-ACCT    TO AUD-ACCT-NUMBER
               MOVE "ADDRESS"      TO AUD-FIELD
               MOVE WS-OLD-ADDRESS(1:20)   TO AUD-BEFORE
               MOVE WS-INPUT-ADDRESS(1:20) TO AUD-AFTER
               WRITE ACCOUNT-MAINT-AUDIT-RECORD
               MOVE "ADDRESS-CONT"  TO AUD-FIELD
               MOVE WS-OLD-ADDRESS(21:20)   TO AUD-BEFORE
               MOVE WS-INPUT-ADDRESS(21:20) TO AUD-AFTER
               WRITE ACCOUNT-MAINT-AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF.

       ADD-BENEFICIAL-OWNER.
           IF WS-ARG-COUNT < 5
               DISPLAY "ERROR|OWNER requires: ENTITY-ID OWNER-ID"
                   " PERCENT ROLE"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-CUST-ID FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-OWNER-ID FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-PERCENT FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-ROLE FROM ARGUMENT-VALUE
           MOVE WS-INPUT-CUST-ID TO WS-SEARCH-CUST
           MOVE WS-INPUT-OWNER-ID TO WS-SEARCH-OWNER
           PERFORM REQUIRE-OPERATOR

           IF FUNCTION NUMVAL(WS-INPUT-PERCENT) < 0
               OR FUNCTION NUMVAL(WS-INPUT-PERCENT) > 100
               DISPLAY "ERROR|Percent must be 0 to 100: "
                   WS-INPUT-PERCENT
               STOP RUN
           END-IF
           COMPUTE WS-OWN-PERCENT = FUNCTION NUMVAL(WS-INPUT-PERCENT)
           IF WS-INPUT-ROLE NOT = "OWNER"
               AND WS-INPUT-ROLE NOT = "DIRECTOR"
               AND WS-INPUT-ROLE NOT = "CONTROLLER"
               DISPLAY "ERROR|Role must be OWNER DIRECTOR or"
                   " CONTROLLER: " WS-INPUT-ROLE
               STOP RUN
           END-IF
           IF WS-INPUT-ROLE = "OWNER" AND WS-OWN-PERCENT = 0
               DISPLAY "ERROR|An OWNER must hold a percentage"
               STOP RUN
           END-IF

      *    The entity must be a legal entity and the owner a natural
      *    person already registered as a customer.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open customers: "
                   WS-CUST-STATUS
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
           IF NOT CUST-ENTITY
               DISPLAY "ERROR|Customer " WS-SEARCH-CUST
                   " is not a legal entity"
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
           MOVE CUST-NAME TO WS-ENTITY-NAME
           MOVE WS-SEARCH-OWNER TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "ERROR|Owner customer not found: "
                       WS-SEARCH-OWNER
                   CLOSE CUSTOMER-FILE
                   STOP RUN
           END-READ
           IF NOT CUST-INDIVIDUAL
               DISPLAY "ERROR|Owner " WS-SEARCH-OWNER
                   " must be an individual customer"
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
           MOVE CUST-NAME TO WS-OWNER-NAME
           MOVE CUST-BIRTH-DATE TO WS-OWNER-BIRTH
           CLOSE CUSTOMER-FILE

      *    One active row per owner and entity; the holdings on file
      *    plus this one may not exceed the whole.
           MOVE 0 TO WS-ACTIVE-TOTAL
           MOVE 0 TO WS-OWNER-FOUND
           OPEN INPUT OWNER-FILE
           IF WS-OWNER-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ OWNER-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF BOW-ENTITY-ID = WS-SEARCH-CUST
                               AND BOW-ACTIVE
                               ADD BOW-PERCENT TO WS-ACTIVE-TOTAL
                               IF BOW-OWNER-ID = WS-SEARCH-OWNER
                                   MOVE 1 TO WS-OWNER-FOUND
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OWNER-FILE
           END-IF
           IF WS-OWNER-FOUND = 1
               DISPLAY "ERROR|Owner " WS-SEARCH-OWNER " already on "
                   "file for entity " WS-SEARCH-CUST
                   " - ENDOWNER first to change it"
               STOP RUN
           END-IF
           IF WS-ACTIVE-TOTAL + WS-OWN-PERCENT > 100
               MOVE WS-ACTIVE-TOTAL TO WS-DISPLAY-PCT
               DISPLAY "ERROR|Holdings would exceed 100% - "
                   WS-DISPLAY-PCT " already recorded"
               STOP RUN
           END-IF

           OPEN EXTEND OWNER-FILE
           IF WS-OWNER-STATUS = "35"
               OPEN OUTPUT OWNER-FILE
           END-IF
           IF WS-OWNER-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open owner register: "
                   WS-OWNER-STATUS
               STOP RUN
           END-IF
           INITIALIZE BENEFICIAL-OWNER-RECORD
           MOVE WS-SEARCH-CUST   TO BOW-ENTITY-ID
           MOVE WS-SEARCH-OWNER  TO BOW-OWNER-ID
           MOVE WS-OWN-PERCENT   TO BOW-PERCENT
           MOVE WS-INPUT-ROLE    TO BOW-ROLE
           MOVE "A"              TO BOW-STATUS
           MOVE WS-DATE-YYYYMMDD TO BOW-FROM-DATE
           MOVE 0                TO BOW-TO-DATE
           MOVE WS-OPERATOR-ID   TO BOW-OPERATOR
           IF BOW-MAJOR-HOLDING OR BOW-CONTROL-ROLE
               MOVE "QUALIFYING" TO WS-QUALIFY-TEXT
           ELSE
               MOVE "BELOW 25%" TO WS-QUALIFY-TEXT
           END-IF
           WRITE BENEFICIAL-OWNER-RECORD
           IF WS-OWNER-STATUS NOT = "00"
               DISPLAY "ERROR|Owner write failed: " WS-OWNER-STATUS
               CLOSE OWNER-FILE
               STOP RUN
           END-IF
           CLOSE OWNER-FILE

           MOVE WS-OWN-PERCENT TO WS-DISPLAY-PCT
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           STRING WS-DISPLAY-PCT DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-INPUT-ROLE DELIMITED SIZE
                  INTO WS-AUD-AFTER
           END-STRING
           PERFORM AUDIT-OWNER-CHANGE

           DISPLAY "OWNER-ADDED|" WS-SEARCH-CUST "|" WS-SEARCH-OWNER
               "|" WS-OWNER-NAME "|" WS-DISPLAY-PCT "|"
               WS-INPUT-ROLE "|" WS-QUALIFY-TEXT
           IF WS-QUALIFY-TEXT = "QUALIFYING"
               PERFORM SCREEN-NEW-OWNER
           END-IF.

       SCREEN-NEW-OWNER.
      *    The owner's own name was screened when they became a
      *    customer; this queues any match against the entity as
      *    well, so a confirmed hit freezes the entity's accounts.
           INITIALIZE SCREEN-SERVICE-AREA
           MOVE WS-OWNER-NAME   TO SCS-NAME
           MOVE WS-OWNER-BIRTH  TO SCS-BIRTH-DATE
           MOVE "Y"             TO SCS-RECORD
           MOVE "OWNER"         TO SCS-SOURCE
           MOVE WS-SEARCH-CUST  TO SCS-CUSTOMER-ID
           CALL "SCREEN-SERVICE" USING SCREEN-SERVICE-AREA
           IF SCS-HIT = "Y"
               DISPLAY "SANCTIONS-HIT|" WS-SEARCH-CUST "|owner "
                   WS-SEARCH-OWNER "|" SCS-LIST-CODE "|"
                   SCS-ENTRY-ID "|" SCS-LIST-NAME "|score "
                   SCS-SCORE "|hit " SCS-HIT-ID " " SCS-HIT-STATUS
           END-IF.

       END-BENEFICIAL-OWNER.
           IF WS-ARG-COUNT < 3
               DISPLAY "ERROR|ENDOWNER requires: ENTITY-ID OWNER-ID"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-CUST-ID FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-OWNER-ID FROM ARGUMENT-VALUE
           MOVE WS-INPUT-CUST-ID TO WS-SEARCH-CUST
           MOVE WS-INPUT-OWNER-ID TO WS-SEARCH-OWNER
           PERFORM REQUIRE-OPERATOR

           OPEN I-O OWNER-FILE
           IF WS-OWNER-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open owner register: "
                   WS-OWNER-STATUS
               STOP RUN
           END-IF
           MOVE 0 TO WS-OWNER-FOUND
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ OWNER-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF BOW-ENTITY-ID = WS-SEARCH-CUST
                           AND BOW-OWNER-ID = WS-SEARCH-OWNER
                           AND BOW-ACTIVE
                           MOVE "E"              TO BOW-STATUS
                           MOVE WS-DATE-YYYYMMDD TO BOW-TO-DATE
                           MOVE WS-OPERATOR-ID   TO BOW-OPERATOR
                           MOVE BOW-PERCENT TO WS-DISPLAY-PCT
                           MOVE BOW-ROLE TO WS-INPUT-ROLE
                           REWRITE BENEFICIAL-OWNER-RECORD
                           IF WS-OWNER-STATUS NOT = "00"
                               DISPLAY "ERROR|Owner rewrite failed: "
                                   WS-OWNER-STATUS
                           ELSE
                               MOVE 1 TO WS-OWNER-FOUND
                           END-IF
                           MOVE 1 TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OWNER-FILE
           IF WS-OWNER-FOUND = 0
               DISPLAY "ERROR|No active owner " WS-SEARCH-OWNER
                   " on entity " WS-SEARCH-CUST
               STOP RUN
           END-IF

           MOVE SPACES TO WS-AUD-BEFORE
           STRING WS-DISPLAY-PCT DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-INPUT-ROLE DELIMITED SIZE
                  INTO WS-AUD-BEFORE
           END-STRING
           MOVE "ENDED" TO WS-AUD-AFTER
           PERFORM AUDIT-OWNER-CHANGE
           DISPLAY "OWNER-ENDED|" WS-SEARCH-CUST "|" WS-SEARCH-OWNER
               "|" WS-DISPLAY-PCT "|" WS-INPUT-ROLE "|"
               WS-DATE-YYYYMMDD.

       REQUIRE-OPERATOR.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "ERROR|OPERATOR_ID is required for an owner"
                   " change"
               STOP RUN
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                  WS-DATE-HHMMSS   DELIMITED SIZE
                  INTO WS-TIMESTAMP
           END-STRING.

      *    One audit row per account linked to the entity (account
      *    zero when it has none yet); the field names the owner.
       AUDIT-OWNER-CHANGE.
           MOVE SPACES TO WS-AUD-FIELD
           STRING "BO-" DELIMITED SIZE
                  WS-SEARCH-OWNER DELIMITED SIZE
                  INTO WS-AUD-FIELD
           END-STRING
           MOVE 0 TO WS-LINK-COUNT
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ LINK-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CAL-CUSTOMER-ID = WS-SEARCH-CUST
                               ADD 1 TO WS-LINK-COUNT
                               MOVE CAL-ACCT-NUMBER TO WS-AUD-ACCT
                               PERFORM WRITE-OWNER-AUDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LINK-FILE
           END-IF
           IF WS-LINK-COUNT = 0
               MOVE 0 TO WS-AUD-ACCT
               PERFORM WRITE-OWNER-AUDIT
           END-IF.

       WRITE-OWNER-AUDIT.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "WARN|Cannot write maintenance audit: "
                   WS-AUDIT-STATUS
           ELSE
               INITIALIZE ACCOUNT-MAINT-AUDIT-RECORD
               MOVE WS-TIMESTAMP   TO AUD-TIMESTAMP
               MOVE WS-OPERATOR-ID TO AUD-OPERATOR
               MOVE "MANAGE-CUSTOMER" TO AUD-PROGRAM
               MOVE WS-AUD-ACCT    TO AUD-ACCT-NUMBER
               MOVE WS-AUD-FIELD   TO AUD-FIELD
               MOVE WS-AUD-BEFORE  TO AUD-BEFORE
               MOVE WS-AUD-AFTER   TO AUD-AFTER
               WRITE ACCOUNT-MAINT-AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF.

       LIST-CUSTOMER.
           IF WS-ARG-COUNT < 2
               DISPLAY "ERROR|LIST requires: CUST-ID"
           DISPLAY "CUSTOMER|" CUST-ID "|" CUST-NAME "|"
               CUST-ADDRESS "|" CUST-BIRTH-DATE "|"
               CUST-TAX-ID "|" CUST-KYC-STATUS "|review "
               CUST-KYC-REVIEW-DATE "|due " CUST-KYC-DUE-DATE
               "|hold " CUST-KYC-HOLD "|mail "
               CUST-MAIL-STATUS "|withholding " CUST-WHT-STATUS
           MOVE CUST-TYPE TO WS-LIST-TYPE
           IF CUST-ENTITY
               DISPLAY "ENTITY|" CUST-ID "|" CUST-REG-NUMBER "|"
                   CUST-LEGAL-FORM "|incorporated " CUST-INCORP-DATE
           END-IF
           PERFORM LIST-OWNER-REGISTER
           CLOSE CUSTOMER-FILE

           OPEN INPUT LINK-FILE
           MOVE WS-TOTAL-BAL TO WS-DISPLAY-BAL
           DISPLAY "CUSTOMER-TOTAL|" WS-SEARCH-CUST "|"
               WS-LINK-COUNT " accounts|" WS-DISPLAY-BAL.

      *    An entity lists every owner row, current and ended; an
      *    individual lists the entities they currently stand behind.
       LIST-OWNER-REGISTER.
           MOVE 0 TO WS-OWNER-COUNT
           OPEN INPUT OWNER-FILE
           IF WS-OWNER-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ OWNER-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM LIST-ONE-OWNER-ROW
                   END-READ
               END-PERFORM
               CLOSE OWNER-FILE
           END-IF
           IF WS-LIST-TYPE = "E" AND WS-OWNER-COUNT = 0
               DISPLAY "WARN|No beneficial owners recorded for "
                   WS-SEARCH-CUST
           END-IF.

       LIST-ONE-OWNER-ROW.
           IF WS-LIST-TYPE = "E"
               IF BOW-ENTITY-ID = WS-SEARCH-CUST
                   ADD 1 TO WS-OWNER-COUNT
                   MOVE BOW-OWNER-ID TO CUST-ID
                   PERFORM READ-LISTED-NAME
                   IF BOW-ACTIVE
                       AND (BOW-MAJOR-HOLDING OR BOW-CONTROL-ROLE)
                       MOVE "QUALIFYING" TO WS-QUALIFY-TEXT
                   ELSE
                       MOVE SPACES TO WS-QUALIFY-TEXT
                   END-IF
                   MOVE BOW-PERCENT TO WS-DISPLAY-PCT
                   DISPLAY "BENEFICIAL-OWNER|" BOW-OWNER-ID "|"
                       WS-OWNER-NAME "|" WS-DISPLAY-PCT "|" BOW-ROLE
                       "|" BOW-STATUS "|from " BOW-FROM-DATE "|to "
                       BOW-TO-DATE "|" WS-QUALIFY-TEXT
               END-IF
           ELSE
               IF BOW-OWNER-ID = WS-SEARCH-CUST AND BOW-ACTIVE
                   ADD 1 TO WS-OWNER-COUNT
                   MOVE BOW-ENTITY-ID TO CUST-ID
                   PERFORM READ-LISTED-NAME
                   MOVE BOW-PERCENT TO WS-DISPLAY-PCT
                   DISPLAY "OWNS|" BOW-ENTITY-ID "|" WS-OWNER-NAME
                       "|" WS-DISPLAY-PCT "|" BOW-ROLE
               END-IF
           END-IF.

       READ-LISTED-NAME.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "NOT-ON-MASTER" TO WS-OWNER-NAME
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-OWNER-NAME
           END-READ.
