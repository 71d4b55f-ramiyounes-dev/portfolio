       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAGE-COLLATERAL.
      *================================================================*
      * MANAGE-COLLATERAL.cbl                                          *
      * Collateral registry for secured lending (collateral.dat) and   *
      * the loans each item secures (collateral-links.dat):            *
      *   REGISTER <PROPERTY|VEHICLE> <valuation> <currency>           *
      *            <valuation-date> <lien-position> <description>      *
      *     — records a property or vehicle and its valuation          *
      *   PLEDGE <acct> <amount> [description]                         *
      *     — pledges a TERMDEP or SAVINGS account up to <amount>;     *
      *       the amount is earmarked by a COLLATERAL hold on          *
      *       holds.dat (MANAGE-HOLDS format, no release date) so it   *
      *       cannot be spent while the pledge stands                  *
      *   LINK <collateral-id> <loan-acct> [ltv-covenant-pct]          *
      *     — records that the item secures a LOAN account             *
      *   UNLINK <collateral-id> <loan-acct>                           *
      *     — ends that link                                           *
      *   REVALUE <collateral-id> <valuation> <valuation-date>         *
      *     — new valuation for a property or vehicle                  *
      *   RELEASE <collateral-id>                                      *
      *     — releases an item no longer securing any loan with        *
      *       principal owed; a pledged deposit's hold is lifted       *
      *   LIST <loan-acct>                                             *
      *     — the collateral securing a loan                           *
      *   MONITOR [run-date YYYYMMDD]                                  *
      *     — monthly: the loan-to-value of every secured loan         *
      *       (principal owed over the value of its collateral,        *
      *       converted to the loan's currency), listing loans over    *
      *       their covenant, repaid loans whose collateral can be     *
      *       released, and property and vehicle valuations older      *
      *       than policy allows                                       *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLATERAL-FILE
               ASSIGN TO WS-COLLATERAL-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COLLATERAL-STATUS.

           SELECT LINK-FILE
               ASSIGN TO WS-LINK-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.

           SELECT HOLDS-FILE
               ASSIGN TO WS-HOLDS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO WS-ACCT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLATERAL-FILE.
       COPY "COLLATERAL-RECORD.cpy".

       FD  LINK-FILE.
       COPY "COLLATERAL-LINK.cpy".

       FD  HOLDS-FILE.
       COPY "HOLD-RECORD.cpy".

       FD  ACCOUNT-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       WORKING-STORAGE SECTION.
       COPY "CURRENCY-TABLE.cpy".
       01  WS-CUR-IDX                 PIC 9(2).

       01  WS-COLLATERAL-PATH         PIC X(256).
       01  WS-LINK-PATH               PIC X(256).
       01  WS-HOLDS-PATH              PIC X(256).
       01  WS-ACCT-PATH               PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-COLLATERAL-STATUS       PIC XX.
       01  WS-LINK-STATUS             PIC XX.
       01  WS-HOLDS-STATUS            PIC XX.
       01  WS-ACCT-STATUS             PIC XX.

       01  WS-ACTION                  PIC X(8).
       01  WS-ARG-COUNT               PIC 9(2).
       01  WS-INPUT-TYPE              PIC X(8).
       01  WS-INPUT-ID                PIC X(8).
       01  WS-INPUT-ACCT              PIC X(10).
       01  WS-INPUT-AMOUNT            PIC X(20).
       01  WS-INPUT-CURRENCY          PIC X(3).
       01  WS-INPUT-DATE              PIC X(8).
       01  WS-INPUT-LIEN              PIC X(1).
       01  WS-INPUT-COVENANT          PIC X(10).
       01  WS-INPUT-DESC              PIC X(30).
       01  WS-SEARCH-ID               PIC 9(8).
       01  WS-SEARCH-ACCT             PIC 9(10).
       01  WS-AMOUNT                  PIC S9(13)V99 COMP-3.
       01  WS-COVENANT                PIC S9(3)V99 COMP-3.
       01  WS-VALUATION-DATE          PIC 9(8).
       01  WS-RUN-DATE                PIC 9(8).
       01  WS-RUN-SERIAL              PIC 9(7).

       01  WS-EOF                     PIC 9      VALUE 0.
       01  WS-FOUND                   PIC 9      VALUE 0.
       01  WS-MAX-ID                  PIC 9(8)   VALUE 0.
       01  WS-MAX-HOLD-ID             PIC 9(8)   VALUE 0.
       01  WS-HOLD-ID                 PIC 9(8)   VALUE 0.
       01  WS-TOTAL-HELD              PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-AVAILABLE               PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-OWING-COUNT             PIC 9(4)   VALUE 0.

      *    Longest a valuation may stand before it must be refreshed,
      *    in days: property 3 years, vehicle 1 year. A pledged
      *    deposit is valued at the amount held and never goes stale.
       01  WS-PROPERTY-VALID-DAYS     PIC 9(4)   VALUE 1095.
       01  WS-VEHICLE-VALID-DAYS      PIC 9(4)   VALUE 365.
       01  WS-VALUATION-AGE           PIC S9(7).

      *    Collateral items, for the monthly monitor
       01  WS-CO-COUNT                PIC 9(4)   VALUE 0.
       01  WS-CO-TABLE.
           05  WS-CO OCCURS 2000 TIMES.
               10  WS-CO-ID           PIC 9(8).
               10  WS-CO-TYPE         PIC X(8).
               10  WS-CO-VALUATION    PIC S9(13)V99 COMP-3.
               10  WS-CO-CURRENCY     PIC X(3).
               10  WS-CO-LIEN         PIC 9(1).
       01  WS-CO-IDX                  PIC 9(4).
       01  WS-CO-FOUND                PIC 9(4).

      *    Secured loans, for the monthly monitor
       01  WS-LN-COUNT                PIC 9(4)   VALUE 0.
       01  WS-LN-TABLE.
           05  WS-LN OCCURS 2000 TIMES.
               10  WS-LN-ACCT         PIC 9(10).
               10  WS-LN-BRANCH       PIC X(3).
               10  WS-LN-CURRENCY     PIC X(3).
               10  WS-LN-PRINCIPAL    PIC S9(13)V99 COMP-3.
               10  WS-LN-OPEN         PIC X(1).
               10  WS-LN-VALUE        PIC S9(13)V99 COMP-3.
               10  WS-LN-COVENANT     PIC S9(3)V99 COMP-3.
               10  WS-LN-ITEMS        PIC 9(3).
               10  WS-LN-JUNIOR       PIC X(1).
       01  WS-LN-IDX                  PIC 9(4).
       01  WS-LN-FOUND                PIC 9(4).

       01  WS-FROM-RATE               PIC 9(7)V9(6).
       01  WS-TO-RATE                 PIC 9(7)V9(6).
       01  WS-CONVERTED               PIC S9(13)V99 COMP-3.
       01  WS-LTV                     PIC S9(5)V99 COMP-3.

       01  WS-SECURED-COUNT           PIC 9(6)   VALUE 0.
       01  WS-BREACH-COUNT            PIC 9(6)   VALUE 0.
       01  WS-STALE-COUNT             PIC 9(6)   VALUE 0.
       01  WS-RELEASABLE-COUNT        PIC 9(6)   VALUE 0.

       01  WS-DISPLAY-AMT             PIC -(13)9.99.
       01  WS-DISPLAY-AMT2            PIC -(13)9.99.
       01  WS-DISPLAY-PCT             PIC -(5)9.99.
       01  WS-DISPLAY-PCT2            PIC -ZZ9.99.

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIMESTAMP               PIC 9(14).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE CURRENCY-INIT-DATA TO CURRENCY-ENTRIES
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/collateral.dat" DELIMITED SIZE
                  INTO WS-COLLATERAL-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/collateral-links.dat" DELIMITED SIZE
                  INTO WS-LINK-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/holds.dat" DELIMITED SIZE
                  INTO WS-HOLDS-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/accounts.dat" DELIMITED SIZE
                  INTO WS-ACCT-PATH
           END-STRING

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY "ERROR|Missing action: REGISTER PLEDGE LINK"
                   " UNLINK REVALUE RELEASE LIST MONITOR"
               STOP RUN
           END-IF
           ACCEPT WS-ACTION FROM ARGUMENT-VALUE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                  WS-DATE-HHMMSS   DELIMITED SIZE
                  INTO WS-TIMESTAMP
           END-STRING

           EVALUATE WS-ACTION
               WHEN "REGISTER"
                   PERFORM REGISTER-COLLATERAL
               WHEN "PLEDGE"
                   PERFORM PLEDGE-DEPOSIT
               WHEN "LINK"
                   PERFORM LINK-COLLATERAL
               WHEN "UNLINK"
                   PERFORM UNLINK-COLLATERAL
               WHEN "REVALUE"
                   PERFORM REVALUE-COLLATERAL
               WHEN "RELEASE"
                   PERFORM RELEASE-COLLATERAL
               WHEN "LIST"
                   PERFORM LIST-COLLATERAL
               WHEN "MONITOR"
                   PERFORM MONITOR-LTV
               WHEN OTHER
                   DISPLAY "ERROR|Unknown action: " WS-ACTION
           END-EVALUATE
           STOP RUN.

       REGISTER-COLLATERAL.
           IF WS-ARG-COUNT < 7
               DISPLAY "ERROR|REGISTER requires: TYPE VALUATION"
                   " CURRENCY VALUATION-DATE LIEN-POSITION"
                   " DESCRIPTION"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-TYPE FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-AMOUNT FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-CURRENCY FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-DATE FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-LIEN FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-DESC FROM ARGUMENT-VALUE
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-INPUT-AMOUNT)
           MOVE WS-INPUT-DATE TO WS-VALUATION-DATE

           IF WS-INPUT-TYPE NOT = "PROPERTY"
               AND WS-INPUT-TYPE NOT = "VEHICLE"
               DISPLAY "ERROR|Type must be PROPERTY or VEHICLE -"
                   " pledge deposits with PLEDGE"
               STOP RUN
           END-IF
           IF WS-AMOUNT <= 0
               DISPLAY "ERROR|Valuation must be positive"
               STOP RUN
           END-IF
           PERFORM VALIDATE-CURRENCY
           IF WS-VALUATION-DATE = 0
               OR WS-VALUATION-DATE > WS-DATE-YYYYMMDD
               DISPLAY "ERROR|Valuation date must be YYYYMMDD and"
                   " not in the future"
               STOP RUN
           END-IF
           IF WS-INPUT-LIEN < "1" OR WS-INPUT-LIEN > "9"
               DISPLAY "ERROR|Lien position must be 1-9"
               STOP RUN
           END-IF

           PERFORM FIND-MAX-COLLATERAL-ID
           INITIALIZE COLLATERAL-RECORD
           COMPUTE COL-ID = WS-MAX-ID + 1
           MOVE WS-INPUT-TYPE      TO COL-TYPE
           MOVE WS-INPUT-DESC      TO COL-DESCRIPTION
           MOVE WS-AMOUNT          TO COL-VALUATION
           MOVE WS-INPUT-CURRENCY  TO COL-CURRENCY
           MOVE WS-VALUATION-DATE  TO COL-VALUATION-DATE
           MOVE WS-INPUT-LIEN      TO COL-LIEN-POSITION
           MOVE WS-DATE-YYYYMMDD   TO COL-REGISTERED-DATE
           MOVE "ACTIVE  "         TO COL-STATUS
           PERFORM APPEND-COLLATERAL

           MOVE COL-VALUATION TO WS-DISPLAY-AMT
           DISPLAY "COLLATERAL-REGISTERED|" COL-ID "|" COL-TYPE "|"
               WS-DISPLAY-AMT " " COL-CURRENCY "|valued "
               COL-VALUATION-DATE "|lien " COL-LIEN-POSITION "|"
               COL-DESCRIPTION.

       PLEDGE-DEPOSIT.
           IF WS-ARG-COUNT < 3
               DISPLAY "ERROR|PLEDGE requires: ACCT AMOUNT"
                   " [DESCRIPTION]"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ACCT FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-AMOUNT FROM ARGUMENT-VALUE
           MOVE SPACES TO WS-INPUT-DESC
           IF WS-ARG-COUNT >= 4
               ACCEPT WS-INPUT-DESC FROM ARGUMENT-VALUE
           END-IF
           MOVE WS-INPUT-ACCT TO WS-SEARCH-ACCT
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-INPUT-AMOUNT)
           IF WS-AMOUNT <= 0
               DISPLAY "ERROR|Pledged amount must be positive"
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               STOP RUN
           END-IF
           MOVE WS-SEARCH-ACCT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ERROR|Account not found: " WS-SEARCH-ACCT
                   CLOSE ACCOUNT-FILE
                   STOP RUN
           END-READ
           CLOSE ACCOUNT-FILE
           IF NOT ACCT-TYPE-TERMDEP AND NOT ACCT-TYPE-SAVINGS
               DISPLAY "ERROR|Only a TERMDEP or SAVINGS account can"
                   " be pledged: " WS-SEARCH-ACCT
               STOP RUN
           END-IF
           IF ACCT-STATUS-CLOSED
               DISPLAY "ERROR|Account is closed: " WS-SEARCH-ACCT
               STOP RUN
           END-IF

      *    The pledge can only earmark what is not already held
           MOVE 0 TO WS-TOTAL-HELD
           MOVE 0 TO WS-MAX-HOLD-ID
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ HOLDS-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF HOLD-ID > WS-MAX-HOLD-ID
                               MOVE HOLD-ID TO WS-MAX-HOLD-ID
                           END-IF
                           IF HOLD-ACCT-NUMBER = WS-SEARCH-ACCT
                               AND HOLD-ACTIVE
                               ADD HOLD-AMOUNT TO WS-TOTAL-HELD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF
           COMPUTE WS-AVAILABLE = ACCT-BALANCE - WS-TOTAL-HELD
           IF WS-AMOUNT > WS-AVAILABLE
               MOVE WS-AVAILABLE TO WS-DISPLAY-AMT
               DISPLAY "ERROR|Pledge exceeds the available balance "
                   WS-DISPLAY-AMT
               STOP RUN
           END-IF

           OPEN EXTEND HOLDS-FILE
           IF WS-HOLDS-STATUS = "35"
               OPEN OUTPUT HOLDS-FILE
           END-IF
           IF WS-HOLDS-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open holds: " WS-HOLDS-STATUS
               STOP RUN
           END-IF
      *    No release date: the hold stands until the pledge is
      *    released, so the nightly EXPIRE run never lifts it
           INITIALIZE HOLD-RECORD
           COMPUTE HOLD-ID = WS-MAX-HOLD-ID + 1
           MOVE HOLD-ID           TO WS-HOLD-ID
           MOVE WS-SEARCH-ACCT    TO HOLD-ACCT-NUMBER
           MOVE WS-AMOUNT         TO HOLD-AMOUNT
           MOVE "COLLATERAL  "    TO HOLD-REASON
           MOVE WS-TIMESTAMP      TO HOLD-PLACED-TS
           MOVE 99991231          TO HOLD-RELEASE-DATE
           MOVE "ACTIVE  "        TO HOLD-STATUS
           WRITE HOLD-RECORD
           IF WS-HOLDS-STATUS NOT = "00"
               DISPLAY "ERROR|Hold write failed: " WS-HOLDS-STATUS
               CLOSE HOLDS-FILE
               STOP RUN
           END-IF
           CLOSE HOLDS-FILE

           PERFORM FIND-MAX-COLLATERAL-ID
           INITIALIZE COLLATERAL-RECORD
           COMPUTE COL-ID = WS-MAX-ID + 1
           MOVE "DEPOSIT "         TO COL-TYPE
           IF WS-INPUT-DESC = SPACES
               STRING "Pledged " ACCT-TYPE " " WS-SEARCH-ACCT
                   DELIMITED SIZE INTO COL-DESCRIPTION
               END-STRING
           ELSE
               MOVE WS-INPUT-DESC  TO COL-DESCRIPTION
           END-IF
           MOVE WS-AMOUNT          TO COL-VALUATION
           MOVE ACCT-CURRENCY      TO COL-CURRENCY
           MOVE WS-DATE-YYYYMMDD   TO COL-VALUATION-DATE
           MOVE 1                  TO COL-LIEN-POSITION
           MOVE WS-SEARCH-ACCT     TO COL-PLEDGED-ACCT
           MOVE WS-HOLD-ID         TO COL-HOLD-ID
           MOVE WS-DATE-YYYYMMDD   TO COL-REGISTERED-DATE
           MOVE "ACTIVE  "         TO COL-STATUS
           PERFORM APPEND-COLLATERAL

           MOVE COL-VALUATION TO WS-DISPLAY-AMT
           DISPLAY "COLLATERAL-PLEDGED|" COL-ID "|" WS-SEARCH-ACCT
               "|" WS-DISPLAY-AMT " " COL-CURRENCY "|hold "
               WS-HOLD-ID.

       LINK-COLLATERAL.
           IF WS-ARG-COUNT < 3
               DISPLAY "ERROR|LINK requires: COLLATERAL-ID LOAN-ACCT"
                   " [LTV-COVENANT-PCT]"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ID FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-ACCT FROM ARGUMENT-VALUE
           MOVE WS-INPUT-ID TO WS-SEARCH-ID
           MOVE WS-INPUT-ACCT TO WS-SEARCH-ACCT
           MOVE 0 TO WS-COVENANT
           IF WS-ARG-COUNT >= 4
               ACCEPT WS-INPUT-COVENANT FROM ARGUMENT-VALUE
               COMPUTE WS-COVENANT =
                   FUNCTION NUMVAL(WS-INPUT-COVENANT)
           END-IF
           IF WS-COVENANT < 0
               DISPLAY "ERROR|Covenant cannot be negative"
               STOP RUN
           END-IF

           PERFORM READ-COLLATERAL-BY-ID
           IF NOT COL-ACTIVE
               DISPLAY "ERROR|Collateral is released: " WS-SEARCH-ID
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               STOP RUN
           END-IF
           MOVE WS-SEARCH-ACCT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ERROR|Account not found: " WS-SEARCH-ACCT
                   CLOSE ACCOUNT-FILE
                   STOP RUN
           END-READ
           CLOSE ACCOUNT-FILE
           IF NOT ACCT-TYPE-LOAN
               DISPLAY "ERROR|Not a LOAN account: " WS-SEARCH-ACCT
               STOP RUN
           END-IF
           IF ACCT-STATUS-CLOSED
               DISPLAY "ERROR|Loan is closed: " WS-SEARCH-ACCT
               STOP RUN
           END-IF
           IF COL-DEPOSIT AND COL-PLEDGED-ACCT = WS-SEARCH-ACCT
               DISPLAY "ERROR|A loan cannot be secured by itself"
               STOP RUN
           END-IF

           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ LINK-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CLK-COLLATERAL-ID = WS-SEARCH-ID
                               AND CLK-LOAN-ACCT = WS-SEARCH-ACCT
                               AND CLK-ACTIVE
                               DISPLAY "ERROR|Collateral already"
                                   " secures loan " WS-SEARCH-ACCT
                               CLOSE LINK-FILE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LINK-FILE
           END-IF

           OPEN EXTEND LINK-FILE
           IF WS-LINK-STATUS = "35"
               OPEN OUTPUT LINK-FILE
           END-IF
           IF WS-LINK-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open collateral links: "
                   WS-LINK-STATUS
               STOP RUN
           END-IF
           INITIALIZE COLLATERAL-LINK-RECORD
           MOVE WS-SEARCH-ID       TO CLK-COLLATERAL-ID
           MOVE WS-SEARCH-ACCT     TO CLK-LOAN-ACCT
           MOVE WS-COVENANT        TO CLK-LTV-COVENANT
           MOVE WS-DATE-YYYYMMDD   TO CLK-LINKED-DATE
           MOVE "ACTIVE  "         TO CLK-STATUS
           WRITE COLLATERAL-LINK-RECORD
           IF WS-LINK-STATUS NOT = "00"
               DISPLAY "ERROR|Link write failed: " WS-LINK-STATUS
               CLOSE LINK-FILE
               STOP RUN
           END-IF
           CLOSE LINK-FILE

           MOVE WS-COVENANT TO WS-DISPLAY-PCT2
           DISPLAY "COLLATERAL-LINKED|" WS-SEARCH-ID "|"
               WS-SEARCH-ACCT "|covenant " WS-DISPLAY-PCT2 "%".

       UNLINK-COLLATERAL.
           IF WS-ARG-COUNT < 3
               DISPLAY "ERROR|UNLINK requires: COLLATERAL-ID"
                   " LOAN-ACCT"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ID FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-ACCT FROM ARGUMENT-VALUE
           MOVE WS-INPUT-ID TO WS-SEARCH-ID
           MOVE WS-INPUT-ACCT TO WS-SEARCH-ACCT

           OPEN I-O LINK-FILE
           IF WS-LINK-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open collateral links: "
                   WS-LINK-STATUS
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           MOVE ZERO TO WS-FOUND
           PERFORM UNTIL WS-EOF = 1
               READ LINK-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CLK-COLLATERAL-ID = WS-SEARCH-ID
                           AND CLK-LOAN-ACCT = WS-SEARCH-ACCT
                           AND CLK-ACTIVE
                           MOVE "ENDED   " TO CLK-STATUS
                           REWRITE COLLATERAL-LINK-RECORD
                           IF WS-LINK-STATUS NOT = "00"
                               DISPLAY "ERROR|Link rewrite failed: "
                                   WS-LINK-STATUS
                           ELSE
                               MOVE 1 TO WS-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LINK-FILE

           IF WS-FOUND = 0
               DISPLAY "ERROR|Collateral " WS-SEARCH-ID
                   " does not secure loan " WS-SEARCH-ACCT
           ELSE
               DISPLAY "COLLATERAL-UNLINKED|" WS-SEARCH-ID "|"
                   WS-SEARCH-ACCT
           END-IF.

       REVALUE-COLLATERAL.
           IF WS-ARG-COUNT < 4
               DISPLAY "ERROR|REVALUE requires: COLLATERAL-ID"
                   " VALUATION VALUATION-DATE"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ID FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-AMOUNT FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-DATE FROM ARGUMENT-VALUE
           MOVE WS-INPUT-ID TO WS-SEARCH-ID
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-INPUT-AMOUNT)
           MOVE WS-INPUT-DATE TO WS-VALUATION-DATE
           IF WS-AMOUNT <= 0
               DISPLAY "ERROR|Valuation must be positive"
               STOP RUN
           END-IF
           IF WS-VALUATION-DATE = 0
               OR WS-VALUATION-DATE > WS-DATE-YYYYMMDD
               DISPLAY "ERROR|Valuation date must be YYYYMMDD and"
                   " not in the future"
               STOP RUN
           END-IF

           OPEN I-O COLLATERAL-FILE
           IF WS-COLLATERAL-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open collateral: "
                   WS-COLLATERAL-STATUS
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           MOVE ZERO TO WS-FOUND
           PERFORM UNTIL WS-EOF = 1
               READ COLLATERAL-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF COL-ID = WS-SEARCH-ID
                           MOVE 1 TO WS-EOF
                           MOVE 1 TO WS-FOUND
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FOUND = 0
               DISPLAY "ERROR|Collateral not found: " WS-SEARCH-ID
               CLOSE COLLATERAL-FILE
               STOP RUN
           END-IF
           IF COL-DEPOSIT
               DISPLAY "ERROR|A pledged deposit is valued at its"
                   " hold - release and pledge again"
               CLOSE COLLATERAL-FILE
               STOP RUN
           END-IF
           IF NOT COL-ACTIVE
               DISPLAY "ERROR|Collateral is released: " WS-SEARCH-ID
               CLOSE COLLATERAL-FILE
               STOP RUN
           END-IF
           MOVE COL-VALUATION TO WS-DISPLAY-AMT
           MOVE WS-AMOUNT TO COL-VALUATION
           MOVE WS-VALUATION-DATE TO COL-VALUATION-DATE
           REWRITE COLLATERAL-RECORD
           IF WS-COLLATERAL-STATUS NOT = "00"
               DISPLAY "ERROR|Collateral rewrite failed: "
                   WS-COLLATERAL-STATUS
           ELSE
               MOVE WS-AMOUNT TO WS-DISPLAY-AMT2
               DISPLAY "COLLATERAL-REVALUED|" COL-ID "|was "
                   WS-DISPLAY-AMT "|now " WS-DISPLAY-AMT2 " "
                   COL-CURRENCY "|valued " COL-VALUATION-DATE
           END-IF
           CLOSE COLLATERAL-FILE.

       RELEASE-COLLATERAL.
           IF WS-ARG-COUNT < 2
               DISPLAY "ERROR|RELEASE requires: COLLATERAL-ID"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ID FROM ARGUMENT-VALUE
           MOVE WS-INPUT-ID TO WS-SEARCH-ID

           PERFORM READ-COLLATERAL-BY-ID
           IF NOT COL-ACTIVE
               DISPLAY "ERROR|Collateral is already released: "
                   WS-SEARCH-ID
               STOP RUN
           END-IF

      *    Refused while it still secures a loan with principal owed
           MOVE 0 TO WS-OWING-COUNT
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = "00"
               OPEN INPUT ACCOUNT-FILE
               IF WS-ACCT-STATUS NOT = "00"
                   DISPLAY "ERROR|Cannot open accounts: "
                       WS-ACCT-STATUS
                   CLOSE LINK-FILE
                   STOP RUN
               END-IF
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ LINK-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CLK-COLLATERAL-ID = WS-SEARCH-ID
                               AND CLK-ACTIVE
                               PERFORM CHECK-LOAN-OWING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
               CLOSE LINK-FILE
           END-IF
           IF WS-OWING-COUNT > 0
               DISPLAY "ERROR|Collateral still secures "
                   WS-OWING-COUNT " loan(s) with principal owed"
               STOP RUN
           END-IF

      *    End the remaining links to repaid loans
           OPEN I-O LINK-FILE
           IF WS-LINK-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ LINK-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CLK-COLLATERAL-ID = WS-SEARCH-ID
                               AND CLK-ACTIVE
                               MOVE "ENDED   " TO CLK-STATUS
                               REWRITE COLLATERAL-LINK-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LINK-FILE
           END-IF

           IF COL-DEPOSIT AND COL-HOLD-ID > 0
               PERFORM RELEASE-PLEDGE-HOLD
           END-IF

           OPEN I-O COLLATERAL-FILE
           IF WS-COLLATERAL-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open collateral: "
                   WS-COLLATERAL-STATUS
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ COLLATERAL-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF COL-ID = WS-SEARCH-ID
                           MOVE 1 TO WS-EOF
                           MOVE "RELEASED" TO COL-STATUS
                           REWRITE COLLATERAL-RECORD
                           IF WS-COLLATERAL-STATUS NOT = "00"
                               DISPLAY "ERROR|Collateral rewrite "
                                   "failed: " WS-COLLATERAL-STATUS
                           ELSE
                               DISPLAY "COLLATERAL-RELEASED|" COL-ID
                                   "|" COL-TYPE "|" COL-DESCRIPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COLLATERAL-FILE.

       CHECK-LOAN-OWING.
           MOVE CLK-LOAN-ACCT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT ACCT-STATUS-CLOSED AND ACCT-BALANCE < 0
                       ADD 1 TO WS-OWING-COUNT
                       MOVE ACCT-BALANCE TO WS-DISPLAY-AMT
                       DISPLAY "WARN|Loan " CLK-LOAN-ACCT
                           " still owes " WS-DISPLAY-AMT
                   END-IF
           END-READ.

       RELEASE-PLEDGE-HOLD.
           OPEN I-O HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = "00"
               DISPLAY "WARN|Cannot open holds: " WS-HOLDS-STATUS
                   " - release hold " COL-HOLD-ID " by hand"
               GO TO RELEASE-PLEDGE-HOLD-EXIT
           END-IF
           MOVE COL-HOLD-ID TO WS-HOLD-ID
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ HOLDS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF HOLD-ID = WS-HOLD-ID AND HOLD-ACTIVE
                           MOVE 1 TO WS-EOF
                           MOVE "RELEASED" TO HOLD-STATUS
                           REWRITE HOLD-RECORD
                           IF WS-HOLDS-STATUS NOT = "00"
                               DISPLAY "WARN|Hold rewrite failed: "
                                   WS-HOLDS-STATUS
                           ELSE
                               MOVE HOLD-AMOUNT TO WS-DISPLAY-AMT
                               DISPLAY "HOLD-RELEASED|" HOLD-ID "|"
                                   HOLD-ACCT-NUMBER "|"
                                   WS-DISPLAY-AMT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDS-FILE.

       RELEASE-PLEDGE-HOLD-EXIT.
           EXIT.

       LIST-COLLATERAL.
           IF WS-ARG-COUNT < 2
               DISPLAY "ERROR|LIST requires: LOAN-ACCT"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ACCT FROM ARGUMENT-VALUE
           MOVE WS-INPUT-ACCT TO WS-SEARCH-ACCT

           PERFORM LOAD-COLLATERAL-TABLE
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS NOT = "00"
               DISPLAY "INFO|No collateral links on file"
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           MOVE ZERO TO WS-FOUND
           PERFORM UNTIL WS-EOF = 1
               READ LINK-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CLK-LOAN-ACCT = WS-SEARCH-ACCT
                           PERFORM FIND-COLLATERAL-ENTRY
                           MOVE CLK-LTV-COVENANT TO WS-DISPLAY-PCT2
                           IF WS-CO-FOUND > 0
                               MOVE WS-CO-VALUATION(WS-CO-FOUND)
                                   TO WS-DISPLAY-AMT
                               DISPLAY "COLLATERAL|"
                                   CLK-COLLATERAL-ID "|"
                                   WS-CO-TYPE(WS-CO-FOUND) "|"
                                   WS-DISPLAY-AMT " "
                                   WS-CO-CURRENCY(WS-CO-FOUND)
                                   "|lien " WS-CO-LIEN(WS-CO-FOUND)
                                   "|covenant " WS-DISPLAY-PCT2
                                   "%|" CLK-STATUS
                           ELSE
                               DISPLAY "COLLATERAL|"
                                   CLK-COLLATERAL-ID "|released"
                                   "|covenant " WS-DISPLAY-PCT2
                                   "%|" CLK-STATUS
                           END-IF
                           MOVE 1 TO WS-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LINK-FILE
           IF WS-FOUND = 0
               DISPLAY "INFO|No collateral recorded for loan "
                   WS-SEARCH-ACCT
           END-IF.

       MONITOR-LTV.
           IF WS-ARG-COUNT >= 2
               ACCEPT WS-INPUT-DATE FROM ARGUMENT-VALUE
               MOVE WS-INPUT-DATE TO WS-RUN-DATE
           ELSE
               MOVE WS-DATE-YYYYMMDD TO WS-RUN-DATE
           END-IF
           COMPUTE WS-RUN-SERIAL =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

      *    Valuations older than policy, whatever they secure
           OPEN INPUT COLLATERAL-FILE
           IF WS-COLLATERAL-STATUS NOT = "00"
               DISPLAY "INFO|No collateral on file"
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ COLLATERAL-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF COL-ACTIVE
                           PERFORM KEEP-COLLATERAL-ENTRY
                           PERFORM CHECK-VALUATION-AGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COLLATERAL-FILE

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               STOP RUN
           END-IF
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ LINK-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CLK-ACTIVE
                               PERFORM ADD-LINK-TO-LOAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LINK-FILE
           END-IF
           CLOSE ACCOUNT-FILE

           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               PERFORM REPORT-LOAN-LTV
           END-PERFORM

           DISPLAY "MONITOR-COMPLETE|" WS-RUN-DATE "|"
               WS-SECURED-COUNT " secured loans|"
               WS-BREACH-COUNT " over covenant|"
               WS-STALE-COUNT " stale valuations|"
               WS-RELEASABLE-COUNT " releasable".

       CHECK-VALUATION-AGE.
           IF COL-DEPOSIT
               GO TO CHECK-VALUATION-AGE-EXIT
           END-IF
           COMPUTE WS-VALUATION-AGE = WS-RUN-SERIAL
               - FUNCTION INTEGER-OF-DATE(COL-VALUATION-DATE)
           IF (COL-PROPERTY
                   AND WS-VALUATION-AGE > WS-PROPERTY-VALID-DAYS)
               OR (COL-VEHICLE
                   AND WS-VALUATION-AGE > WS-VEHICLE-VALID-DAYS)
               ADD 1 TO WS-STALE-COUNT
               MOVE COL-VALUATION TO WS-DISPLAY-AMT
               DISPLAY "STALE-VALUATION|" COL-ID "|" COL-TYPE "|"
                   WS-DISPLAY-AMT " " COL-CURRENCY "|valued "
                   COL-VALUATION-DATE "|" WS-VALUATION-AGE
                   " days old|" COL-DESCRIPTION
           END-IF.

       CHECK-VALUATION-AGE-EXIT.
           EXIT.

       ADD-LINK-TO-LOAN.
           PERFORM FIND-COLLATERAL-ENTRY
           IF WS-CO-FOUND = 0
               DISPLAY "WARN|Loan " CLK-LOAN-ACCT " linked to"
                   " released collateral " CLK-COLLATERAL-ID
               GO TO ADD-LINK-TO-LOAN-EXIT
           END-IF

           MOVE 0 TO WS-LN-FOUND
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-ACCT(WS-LN-IDX) = CLK-LOAN-ACCT
                   MOVE WS-LN-IDX TO WS-LN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LN-FOUND = 0
               IF WS-LN-COUNT >= 2000
                   DISPLAY "WARN|Loan table full at "
                       CLK-LOAN-ACCT
                   GO TO ADD-LINK-TO-LOAN-EXIT
               END-IF
               MOVE CLK-LOAN-ACCT TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "WARN|Linked loan not found: "
                           CLK-LOAN-ACCT
                       GO TO ADD-LINK-TO-LOAN-EXIT
               END-READ
               ADD 1 TO WS-LN-COUNT
               MOVE WS-LN-COUNT TO WS-LN-FOUND
               INITIALIZE WS-LN(WS-LN-FOUND)
               MOVE ACCT-NUMBER   TO WS-LN-ACCT(WS-LN-FOUND)
               MOVE ACCT-BRANCH   TO WS-LN-BRANCH(WS-LN-FOUND)
               MOVE ACCT-CURRENCY TO WS-LN-CURRENCY(WS-LN-FOUND)
               MOVE "N"           TO WS-LN-JUNIOR(WS-LN-FOUND)
               IF ACCT-STATUS-CLOSED OR ACCT-BALANCE >= 0
                   MOVE "N" TO WS-LN-OPEN(WS-LN-FOUND)
                   MOVE 0 TO WS-LN-PRINCIPAL(WS-LN-FOUND)
               ELSE
                   MOVE "Y" TO WS-LN-OPEN(WS-LN-FOUND)
                   COMPUTE WS-LN-PRINCIPAL(WS-LN-FOUND) =
                       0 - ACCT-BALANCE
               END-IF
           END-IF

      *    Value in the loan's currency, through the USD cross rates
           MOVE WS-CO-VALUATION(WS-CO-FOUND) TO WS-CONVERTED
           IF WS-CO-CURRENCY(WS-CO-FOUND)
                   NOT = WS-LN-CURRENCY(WS-LN-FOUND)
               MOVE 0 TO WS-FROM-RATE
               MOVE 0 TO WS-TO-RATE
               PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                       UNTIL WS-CUR-IDX > CURRENCY-COUNT
                   IF CUR-CODE(WS-CUR-IDX)
                           = WS-CO-CURRENCY(WS-CO-FOUND)
                       MOVE CUR-RATE-TO-USD(WS-CUR-IDX)
                           TO WS-FROM-RATE
                   END-IF
                   IF CUR-CODE(WS-CUR-IDX)
                           = WS-LN-CURRENCY(WS-LN-FOUND)
                       MOVE CUR-RATE-TO-USD(WS-CUR-IDX)
                           TO WS-TO-RATE
                   END-IF
               END-PERFORM
               IF WS-FROM-RATE = 0 OR WS-TO-RATE = 0
                   DISPLAY "WARN|No rate to value collateral "
                       CLK-COLLATERAL-ID " in "
                       WS-LN-CURRENCY(WS-LN-FOUND)
                   MOVE 0 TO WS-CONVERTED
               ELSE
                   COMPUTE WS-CONVERTED ROUNDED =
                       WS-CO-VALUATION(WS-CO-FOUND)
                       * WS-FROM-RATE / WS-TO-RATE
               END-IF
           END-IF
           ADD WS-CONVERTED TO WS-LN-VALUE(WS-LN-FOUND)
           ADD 1 TO WS-LN-ITEMS(WS-LN-FOUND)
           IF WS-CO-LIEN(WS-CO-FOUND) > 1
               MOVE "Y" TO WS-LN-JUNIOR(WS-LN-FOUND)
           END-IF
           IF CLK-LTV-COVENANT > 0
               IF WS-LN-COVENANT(WS-LN-FOUND) = 0
                   OR CLK-LTV-COVENANT < WS-LN-COVENANT(WS-LN-FOUND)
                   MOVE CLK-LTV-COVENANT
                       TO WS-LN-COVENANT(WS-LN-FOUND)
               END-IF
           END-IF.

       ADD-LINK-TO-LOAN-EXIT.
           EXIT.

       REPORT-LOAN-LTV.
           IF WS-LN-OPEN(WS-LN-IDX) = "N"
               ADD 1 TO WS-RELEASABLE-COUNT
               DISPLAY "RELEASABLE|" WS-LN-ACCT(WS-LN-IDX) "|"
                   WS-LN-BRANCH(WS-LN-IDX) "|"
                   WS-LN-ITEMS(WS-LN-IDX)
                   " item(s) securing a repaid loan"
               GO TO REPORT-LOAN-LTV-EXIT
           END-IF
           ADD 1 TO WS-SECURED-COUNT
           MOVE WS-LN-PRINCIPAL(WS-LN-IDX) TO WS-DISPLAY-AMT
           MOVE WS-LN-VALUE(WS-LN-IDX) TO WS-DISPLAY-AMT2
           MOVE WS-LN-COVENANT(WS-LN-IDX) TO WS-DISPLAY-PCT2
           IF WS-LN-VALUE(WS-LN-IDX) <= 0
               ADD 1 TO WS-BREACH-COUNT
               DISPLAY "LTV-BREACH|" WS-LN-ACCT(WS-LN-IDX) "|"
                   WS-LN-BRANCH(WS-LN-IDX) "|principal "
                   WS-DISPLAY-AMT " " WS-LN-CURRENCY(WS-LN-IDX)
                   "|no collateral value"
               GO TO REPORT-LOAN-LTV-EXIT
           END-IF
           COMPUTE WS-LTV ROUNDED = WS-LN-PRINCIPAL(WS-LN-IDX) * 100
               / WS-LN-VALUE(WS-LN-IDX)
           MOVE WS-LTV TO WS-DISPLAY-PCT
           IF WS-LN-COVENANT(WS-LN-IDX) > 0
               AND WS-LTV > WS-LN-COVENANT(WS-LN-IDX)
               ADD 1 TO WS-BREACH-COUNT
               DISPLAY "LTV-BREACH|" WS-LN-ACCT(WS-LN-IDX) "|"
                   WS-LN-BRANCH(WS-LN-IDX) "|principal "
                   WS-DISPLAY-AMT "|collateral " WS-DISPLAY-AMT2
                   " " WS-LN-CURRENCY(WS-LN-IDX) "|LTV "
                   WS-DISPLAY-PCT "%|covenant " WS-DISPLAY-PCT2
                   "%|junior lien " WS-LN-JUNIOR(WS-LN-IDX)
           ELSE
               DISPLAY "LTV|" WS-LN-ACCT(WS-LN-IDX) "|"
                   WS-LN-BRANCH(WS-LN-IDX) "|principal "
                   WS-DISPLAY-AMT "|collateral " WS-DISPLAY-AMT2
                   " " WS-LN-CURRENCY(WS-LN-IDX) "|LTV "
                   WS-DISPLAY-PCT "%|covenant " WS-DISPLAY-PCT2
                   "%|junior lien " WS-LN-JUNIOR(WS-LN-IDX)
           END-IF.

       REPORT-LOAN-LTV-EXIT.
           EXIT.

       VALIDATE-CURRENCY.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > CURRENCY-COUNT
               IF CUR-CODE(WS-CUR-IDX) = WS-INPUT-CURRENCY
                   MOVE 1 TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 0
               DISPLAY "ERROR|Unknown currency: " WS-INPUT-CURRENCY
               STOP RUN
           END-IF.

       FIND-MAX-COLLATERAL-ID.
           MOVE 0 TO WS-MAX-ID
           OPEN INPUT COLLATERAL-FILE
           IF WS-COLLATERAL-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ COLLATERAL-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF COL-ID > WS-MAX-ID
                               MOVE COL-ID TO WS-MAX-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLATERAL-FILE
           END-IF.

       APPEND-COLLATERAL.
           OPEN EXTEND COLLATERAL-FILE
           IF WS-COLLATERAL-STATUS = "35"
               OPEN OUTPUT COLLATERAL-FILE
           END-IF
           IF WS-COLLATERAL-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open collateral: "
                   WS-COLLATERAL-STATUS
               STOP RUN
           END-IF
           WRITE COLLATERAL-RECORD
           IF WS-COLLATERAL-STATUS NOT = "00"
               DISPLAY "ERROR|Collateral write failed: "
                   WS-COLLATERAL-STATUS
               CLOSE COLLATERAL-FILE
               STOP RUN
           END-IF
           CLOSE COLLATERAL-FILE.

       READ-COLLATERAL-BY-ID.
      *    Leaves the item in the record area
           OPEN INPUT COLLATERAL-FILE
           IF WS-COLLATERAL-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open collateral: "
                   WS-COLLATERAL-STATUS
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           MOVE ZERO TO WS-FOUND
           PERFORM UNTIL WS-EOF = 1
               READ COLLATERAL-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF COL-ID = WS-SEARCH-ID
                           MOVE 1 TO WS-EOF
                           MOVE 1 TO WS-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COLLATERAL-FILE
           IF WS-FOUND = 0
               DISPLAY "ERROR|Collateral not found: " WS-SEARCH-ID
               STOP RUN
           END-IF.

       LOAD-COLLATERAL-TABLE.
           OPEN INPUT COLLATERAL-FILE
           IF WS-COLLATERAL-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ COLLATERAL-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF COL-ACTIVE
                               PERFORM KEEP-COLLATERAL-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLATERAL-FILE
           END-IF.

       KEEP-COLLATERAL-ENTRY.
           IF WS-CO-COUNT < 2000
               ADD 1 TO WS-CO-COUNT
               MOVE COL-ID            TO WS-CO-ID(WS-CO-COUNT)
               MOVE COL-TYPE          TO WS-CO-TYPE(WS-CO-COUNT)
               MOVE COL-VALUATION     TO WS-CO-VALUATION(WS-CO-COUNT)
               MOVE COL-CURRENCY      TO WS-CO-CURRENCY(WS-CO-COUNT)
               MOVE COL-LIEN-POSITION TO WS-CO-LIEN(WS-CO-COUNT)
           ELSE
               DISPLAY "WARN|Collateral table full at " COL-ID
           END-IF.

       FIND-COLLATERAL-ENTRY.
      *    Active items only; zero when released or unknown
           MOVE 0 TO WS-CO-FOUND
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-CO-ID(WS-CO-IDX) = CLK-COLLATERAL-ID
                   MOVE WS-CO-IDX TO WS-CO-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
