       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAGE-PAYEES.
      *================================================================*
      * MANAGE-PAYEES.cbl                                              *
      * Maintains the external payee registry (payees.dat):            *
      *   ADD <acct> <benef-bank> <reference> <name>                   *
      *       — approves an external beneficiary for the account and   *
      *         notifies the customer (PAYEEADD); the payee starts its *
      *         cooling-off period from the time it is added           *
      *   REMOVE <acct> <benef-bank> <reference>                       *
      *       — withdraws the approval                                 *
      *   LIST <acct>                                                  *
      *       — every payee on the account                             *
      *   SAMEDAY [YYYYMMDD]                                           *
      *       — payees added on the day (default today) that already   *
      *         received an EXTERNAL transfer the same day, from the   *
      *         outbound settlement file: the takeover pattern of a    *
      *         beneficiary keyed and paid at once                     *
      * ADD/REMOVE require OPERATOR_ID and write to the maintenance    *
      * audit trail. Enforcement lives at intake: ADD-TRANSACTION      *
      * refuses an EXTERNAL item to an unregistered payee and caps     *
      * items to a payee still cooling off.                            *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEE-FILE
               ASSIGN TO WS-PAYEE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYEE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO WS-ACCT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO WS-AUDIT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SETTLEMENT-FILE
               ASSIGN TO WS-SETTLE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYEE-FILE.
       COPY "PAYEE-RECORD.cpy".

       FD  ACCOUNT-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD  AUDIT-FILE.
       COPY "ACCOUNT-MAINT-AUDIT.cpy".

       FD  SETTLEMENT-FILE.
       COPY "OUTBOUND-SETTLEMENT.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PAYEE-PATH              PIC X(256).
       01  WS-ACCT-PATH               PIC X(256).
       01  WS-AUDIT-PATH              PIC X(256).
       01  WS-SETTLE-PATH             PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-PAYEE-STATUS            PIC XX.
       01  WS-ACCT-STATUS             PIC XX.
       01  WS-AUDIT-STATUS            PIC XX.
       01  WS-SETTLE-STATUS           PIC XX.

       01  WS-ACTION                  PIC X(8).
       01  WS-INPUT-ACCT              PIC X(10).
       01  WS-INPUT-BANK              PIC X(11).
       01  WS-INPUT-REFERENCE         PIC X(16).
       01  WS-INPUT-NAME              PIC X(24).
       01  WS-INPUT-DATE              PIC X(8).
       01  WS-SEARCH-ACCT             PIC 9(10).
       01  WS-REPORT-DATE             PIC 9(8).
       01  WS-OPERATOR-ID             PIC X(8).
       01  WS-ARG-COUNT               PIC 9(2).

       01  WS-AUDIT-FIELD             PIC X(16).
       01  WS-AUDIT-BEFORE            PIC X(20).
       01  WS-AUDIT-AFTER             PIC X(20).

       01  WS-EOF                     PIC 9      VALUE 0.
       01  WS-FOUND                   PIC 9      VALUE 0.
       01  WS-LIST-COUNT              PIC 9(4)   VALUE 0.
       01  WS-DISPLAY-AMT             PIC -(13)9.99.

      *    Payees added on the report date, with what they received
      *    the same day
       01  WS-SD-COUNT                PIC 9(4)   VALUE 0.
       01  WS-SD-TABLE.
           05  WS-SD OCCURS 1000 TIMES.
               10  WS-SD-ACCT         PIC 9(10).
               10  WS-SD-BANK         PIC X(11).
               10  WS-SD-REFERENCE    PIC X(16).
               10  WS-SD-NAME         PIC X(24).
               10  WS-SD-TIME         PIC 9(6).
               10  WS-SD-BY           PIC X(8).
               10  WS-SD-ITEMS        PIC 9(4).
               10  WS-SD-AMOUNT       PIC S9(13)V99 COMP-3.
       01  WS-SD-IDX                  PIC 9(4).
       01  WS-SD-USED-COUNT           PIC 9(4)   VALUE 0.

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
                  "/payees.dat" DELIMITED SIZE
                  INTO WS-PAYEE-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/accounts.dat" DELIMITED SIZE
                  INTO WS-ACCT-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/account-maint-audit.dat" DELIMITED SIZE
                  INTO WS-AUDIT-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/outbound-settlements.dat" DELIMITED SIZE
                  INTO WS-SETTLE-PATH
           END-STRING

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY "ERROR|Missing action: ADD REMOVE LIST SAMEDAY"
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

           IF WS-ACTION = "ADD" OR WS-ACTION = "REMOVE"
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "ERROR|OPERATOR_ID is required for "
                       "payee maintenance"
                   STOP RUN
               END-IF
           END-IF

           EVALUATE WS-ACTION
               WHEN "ADD"
                   PERFORM ADD-PAYEE
               WHEN "REMOVE"
                   PERFORM REMOVE-PAYEE
               WHEN "LIST"
                   PERFORM LIST-PAYEES
               WHEN "SAMEDAY"
                   PERFORM REPORT-SAME-DAY-PAYEES
               WHEN OTHER
                   DISPLAY "ERROR|Unknown action: " WS-ACTION
           END-EVALUATE
           STOP RUN.

       ADD-PAYEE.
           IF WS-ARG-COUNT < 5
               DISPLAY "ERROR|ADD requires: ACCT BENEF-BANK REFERENCE"
                   " NAME"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ACCT FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-BANK FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-REFERENCE FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-NAME FROM ARGUMENT-VALUE
           MOVE WS-INPUT-ACCT TO WS-SEARCH-ACCT
           IF WS-INPUT-BANK = SPACES OR WS-INPUT-REFERENCE = SPACES
               OR WS-INPUT-NAME = SPACES
               DISPLAY "ERROR|Beneficiary bank, reference and name"
                   " are all required"
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
                   DISPLAY "ERROR|Account not found: "
                       WS-SEARCH-ACCT
                   CLOSE ACCOUNT-FILE
                   STOP RUN
           END-READ
           CLOSE ACCOUNT-FILE
           IF ACCT-STATUS-CLOSED
               DISPLAY "ERROR|Account is closed: " WS-SEARCH-ACCT
               STOP RUN
           END-IF

           PERFORM FIND-ACTIVE-PAYEE
           IF WS-FOUND = 1
               DISPLAY "ERROR|Payee " WS-INPUT-BANK " "
                   WS-INPUT-REFERENCE " is already registered on "
                   WS-SEARCH-ACCT
               STOP RUN
           END-IF

           OPEN EXTEND PAYEE-FILE
           IF WS-PAYEE-STATUS = "35"
               OPEN OUTPUT PAYEE-FILE
           END-IF
           IF WS-PAYEE-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open payees: " WS-PAYEE-STATUS
               STOP RUN
           END-IF
           INITIALIZE PAYEE-RECORD
           MOVE WS-SEARCH-ACCT     TO PYE-ACCT-NUMBER
           MOVE WS-INPUT-BANK      TO PYE-BENEF-BANK
           MOVE WS-INPUT-REFERENCE TO PYE-REFERENCE
           MOVE WS-INPUT-NAME      TO PYE-BENEF-NAME
           MOVE WS-TIMESTAMP       TO PYE-ADDED-TS
           MOVE WS-OPERATOR-ID     TO PYE-ADDED-BY
           MOVE "ACTIVE  "         TO PYE-STATUS
           MOVE 0                  TO PYE-REMOVED-DATE
           WRITE PAYEE-RECORD
           IF WS-PAYEE-STATUS NOT = "00"
               DISPLAY "ERROR|Payee write failed: " WS-PAYEE-STATUS
               CLOSE PAYEE-FILE
               STOP RUN
           END-IF
           CLOSE PAYEE-FILE

           MOVE SPACES TO WS-AUDIT-FIELD
           STRING "PY-" WS-INPUT-BANK
               DELIMITED SIZE INTO WS-AUDIT-FIELD
           END-STRING
           MOVE SPACES             TO WS-AUDIT-BEFORE
           MOVE WS-INPUT-REFERENCE TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-RECORD

      *    The customer hears of every new payee at once, so a payee
      *    added by someone else is noticed inside the cooling-off
      *    period
           INITIALIZE NOTIFY-SERVICE-AREA
           MOVE WS-SEARCH-ACCT TO NFY-ACCT-NUMBER
           MOVE "PAYEEADD" TO NFY-EVENT-CODE
           MOVE 0 TO NFY-AMOUNT
           MOVE WS-TIMESTAMP TO NFY-TIMESTAMP
           MOVE "H" TO NFY-SEVERITY
           STRING "New payee " DELIMITED SIZE
                  WS-INPUT-BANK DELIMITED SPACES
                  " " DELIMITED SIZE
                  WS-INPUT-REFERENCE DELIMITED SPACES
                  INTO NFY-DETAIL
           END-STRING
           CALL "NOTIFY-SERVICE" USING NOTIFY-SERVICE-AREA

           DISPLAY "PAYEE-ADDED|" WS-SEARCH-ACCT "|" WS-INPUT-BANK
               "|" WS-INPUT-REFERENCE "|" WS-INPUT-NAME "|"
               WS-TIMESTAMP "|notice " NFY-RESULT.

       FIND-ACTIVE-PAYEE.
           MOVE 0 TO WS-FOUND
           OPEN INPUT PAYEE-FILE
           IF WS-PAYEE-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ PAYEE-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PYE-ACCT-NUMBER = WS-SEARCH-ACCT
                               AND PYE-BENEF-BANK = WS-INPUT-BANK
                               AND PYE-REFERENCE = WS-INPUT-REFERENCE
                               AND PYE-ACTIVE
                               MOVE 1 TO WS-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYEE-FILE
           END-IF.

       REMOVE-PAYEE.
           IF WS-ARG-COUNT < 4
               DISPLAY "ERROR|REMOVE requires: ACCT BENEF-BANK"
                   " REFERENCE"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ACCT FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-BANK FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-REFERENCE FROM ARGUMENT-VALUE
           MOVE WS-INPUT-ACCT TO WS-SEARCH-ACCT

           OPEN I-O PAYEE-FILE
           IF WS-PAYEE-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open payees: " WS-PAYEE-STATUS
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           MOVE ZERO TO WS-FOUND
           PERFORM UNTIL WS-EOF = 1
               READ PAYEE-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PYE-ACCT-NUMBER = WS-SEARCH-ACCT
                           AND PYE-BENEF-BANK = WS-INPUT-BANK
                           AND PYE-REFERENCE = WS-INPUT-REFERENCE
                           AND PYE-ACTIVE
                           MOVE "REMOVED " TO PYE-STATUS
                           MOVE WS-DATE-YYYYMMDD TO PYE-REMOVED-DATE
                           REWRITE PAYEE-RECORD
                           IF WS-PAYEE-STATUS NOT = "00"
                               DISPLAY "ERROR|Payee rewrite "
                                   "failed: " WS-PAYEE-STATUS
                           ELSE
                               MOVE 1 TO WS-FOUND
                           END-IF
                           MOVE 1 TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYEE-FILE

           IF WS-FOUND = 0
               DISPLAY "ERROR|No active payee " WS-INPUT-BANK " "
                   WS-INPUT-REFERENCE " on " WS-SEARCH-ACCT
               STOP RUN
           END-IF

           MOVE SPACES TO WS-AUDIT-FIELD
           STRING "PY-" WS-INPUT-BANK
               DELIMITED SIZE INTO WS-AUDIT-FIELD
           END-STRING
           MOVE WS-INPUT-REFERENCE TO WS-AUDIT-BEFORE
           MOVE "REMOVED " TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-RECORD

           DISPLAY "PAYEE-REMOVED|" WS-SEARCH-ACCT "|" WS-INPUT-BANK
               "|" WS-INPUT-REFERENCE.

       LIST-PAYEES.
           IF WS-ARG-COUNT < 2
               DISPLAY "ERROR|LIST requires: ACCT"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ACCT FROM ARGUMENT-VALUE
           MOVE WS-INPUT-ACCT TO WS-SEARCH-ACCT

           OPEN INPUT PAYEE-FILE
           IF WS-PAYEE-STATUS NOT = "00"
               DISPLAY "INFO|No payees on file"
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ PAYEE-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PYE-ACCT-NUMBER = WS-SEARCH-ACCT
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY "PAYEE|" PYE-BENEF-BANK "|"
                               PYE-REFERENCE "|" PYE-BENEF-NAME "|"
                               PYE-STATUS "|added " PYE-ADDED-TS
                               " by " PYE-ADDED-BY "|removed "
                               PYE-REMOVED-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYEE-FILE

           DISPLAY "LIST-COMPLETE|" WS-SEARCH-ACCT "|"
               WS-LIST-COUNT " payees".

       REPORT-SAME-DAY-PAYEES.
           IF WS-ARG-COUNT >= 2
               ACCEPT WS-INPUT-DATE FROM ARGUMENT-VALUE
               MOVE WS-INPUT-DATE TO WS-REPORT-DATE
           ELSE
               MOVE WS-DATE-YYYYMMDD TO WS-REPORT-DATE
           END-IF

           OPEN INPUT PAYEE-FILE
           IF WS-PAYEE-STATUS NOT = "00"
               DISPLAY "INFO|No payees on file"
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ PAYEE-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PYE-ADDED-DATE = WS-REPORT-DATE
                           PERFORM KEEP-SAME-DAY-PAYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYEE-FILE

      *    Every EXTERNAL item sent that day to one of those payees,
      *    whatever became of it since
           OPEN INPUT SETTLEMENT-FILE
           IF WS-SETTLE-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ SETTLEMENT-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF OSB-SENT-DATE = WS-REPORT-DATE
                               PERFORM MATCH-SAME-DAY-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTLEMENT-FILE
           END-IF

           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-SD-COUNT
               IF WS-SD-ITEMS(WS-SD-IDX) > 0
                   ADD 1 TO WS-SD-USED-COUNT
                   MOVE WS-SD-AMOUNT(WS-SD-IDX) TO WS-DISPLAY-AMT
                   DISPLAY "SAMEDAY|" WS-SD-ACCT(WS-SD-IDX) "|"
                       WS-SD-BANK(WS-SD-IDX) "|"
                       WS-SD-REFERENCE(WS-SD-IDX) "|"
                       WS-SD-NAME(WS-SD-IDX) "|added "
                       WS-SD-TIME(WS-SD-IDX) " by "
                       WS-SD-BY(WS-SD-IDX) "|"
                       WS-SD-ITEMS(WS-SD-IDX) " items|"
                       WS-DISPLAY-AMT
               END-IF
           END-PERFORM

           DISPLAY "REPORT-COMPLETE|" WS-REPORT-DATE "|"
               WS-SD-COUNT " payees added|"
               WS-SD-USED-COUNT " used the same day".

       KEEP-SAME-DAY-PAYEE.
           IF WS-SD-COUNT < 1000
               ADD 1 TO WS-SD-COUNT
               MOVE PYE-ACCT-NUMBER TO WS-SD-ACCT(WS-SD-COUNT)
               MOVE PYE-BENEF-BANK  TO WS-SD-BANK(WS-SD-COUNT)
               MOVE PYE-REFERENCE   TO WS-SD-REFERENCE(WS-SD-COUNT)
               MOVE PYE-BENEF-NAME  TO WS-SD-NAME(WS-SD-COUNT)
               MOVE PYE-ADDED-TIME  TO WS-SD-TIME(WS-SD-COUNT)
               MOVE PYE-ADDED-BY    TO WS-SD-BY(WS-SD-COUNT)
               MOVE 0               TO WS-SD-ITEMS(WS-SD-COUNT)
               MOVE 0               TO WS-SD-AMOUNT(WS-SD-COUNT)
           ELSE
               DISPLAY "WARN|Same-day payee table full at "
                   PYE-ACCT-NUMBER " " PYE-BENEF-BANK
           END-IF.

       MATCH-SAME-DAY-ITEM.
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-SD-COUNT
               IF WS-SD-ACCT(WS-SD-IDX) = OSB-ACCT-NUMBER
                   AND WS-SD-BANK(WS-SD-IDX) = OSB-BENEF-BANK
                   AND WS-SD-REFERENCE(WS-SD-IDX) = OSB-REFERENCE
                   ADD 1 TO WS-SD-ITEMS(WS-SD-IDX)
                   ADD OSB-AMOUNT TO WS-SD-AMOUNT(WS-SD-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

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
               MOVE "MANAGE-PAYEES"   TO AUD-PROGRAM
               MOVE WS-SEARCH-ACCT    TO AUD-ACCT-NUMBER
               MOVE WS-AUDIT-FIELD    TO AUD-FIELD
               MOVE WS-AUDIT-BEFORE   TO AUD-BEFORE
               MOVE WS-AUDIT-AFTER    TO AUD-AFTER
               WRITE ACCOUNT-MAINT-AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF.
