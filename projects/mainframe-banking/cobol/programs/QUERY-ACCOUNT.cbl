      * QUERY-ACCOUNT.cbl                                              *
      * Queries an account: returns metadata, balance, and committed   *
      * transaction history for the given account number              *
      * Input: ACCT-NUMBER (or one of our IBANs) via argument,         *
      *        optionally followed by                                  *
      *        (or CUSTOMER <cust-id> to list every account linked     *
      *        to one customer with its balance)                       *
      *        START-DATE, END-DATE (YYYYMMDD, derived from the        *
           05  FILLER                 PIC X(6).
       01  WS-DATA-DIR                PIC X(256).

       01  WS-INPUT-KEY               PIC X(34).
       01  WS-INPUT-ACCT              PIC X(10).
       01  WS-SEARCH-IBAN             PIC X(34)  VALUE SPACES.
       01  WS-SEARCH-ACCT             PIC 9(10).
       01  WS-EOF                     PIC 9       VALUE 0.
       01  WS-TXN-COUNT               PIC 9(10)   VALUE 0.
       01  WS-DISPLAY-RATE            PIC 9(7).9(6).
       01  WS-DISPLAY-COUNTER         PIC -(13)9.99.

       COPY "IBAN-SERVICE-AREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
               DISPLAY "ERROR|Missing argument: account number"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-KEY FROM ARGUMENT-VALUE
           MOVE WS-INPUT-KEY TO WS-INPUT-ACCT

      *    CUSTOMER mode: list every account linked to one customer
           IF WS-INPUT-ACCT = "CUSTOMER  "
               STOP RUN
           END-IF

      *    An IBAN (two letters first) decodes to the account it
      *    was issued for; the read below confirms it is on file.
           IF WS-INPUT-KEY(1:2) IS ALPHABETIC
               PERFORM RESOLVE-INPUT-IBAN
           ELSE
               MOVE WS-INPUT-ACCT TO WS-SEARCH-ACCT
           END-IF

           IF WS-ARG-COUNT >= 2
               ACCEPT WS-INPUT-START-DATE FROM ARGUMENT-VALUE
                   STOP RUN
           END-READ

           IF WS-SEARCH-IBAN NOT = SPACES
               AND ACCT-IBAN NOT = WS-SEARCH-IBAN
               DISPLAY "ERROR|IBAN not on file: " WS-SEARCH-IBAN
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF

           MOVE ACCT-BALANCE TO WS-DISPLAY-BAL
           DISPLAY "ACCOUNT|"
               ACCT-NUMBER "|"
               WS-DISPLAY-BAL "|"
               ACCT-STATUS "|"
               ACCT-OPEN-DATE
           IF ACCT-IBAN NOT = SPACES
               DISPLAY "IBAN|" ACCT-NUMBER "|" ACCT-IBAN
           END-IF

      *    Available balance: ledger balance minus active holds
           PERFORM SUM-ACTIVE-HOLDS
               WS-DISPLAY-AVAIL "|held " WS-DISPLAY-HELD
           CLOSE ACCOUNT-FILE.

       RESOLVE-INPUT-IBAN.
           MOVE "RESOL"      TO IBV-FUNCTION
           MOVE WS-INPUT-KEY TO IBV-IBAN
           CALL "IBAN-SERVICE" USING IBAN-SERVICE-AREA
           EVALUATE TRUE
               WHEN IBV-OURS
                   MOVE IBV-ACCT-NUMBER TO WS-SEARCH-ACCT
                   MOVE IBV-IBAN        TO WS-SEARCH-IBAN
               WHEN IBV-EXTERNAL
                   DISPLAY "ERROR|IBAN belongs to another bank: "
                       IBV-IBAN
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERROR|Invalid IBAN: " WS-INPUT-KEY
                   STOP RUN
           END-EVALUATE.

       SUM-ACTIVE-HOLDS.
           MOVE 0 TO WS-ACTIVE-HOLDS
           OPEN INPUT HOLDS-FILE
