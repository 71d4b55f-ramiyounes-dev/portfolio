       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-HELD-MAIL.
      *================================================================*
      * REPORT-HELD-MAIL.cbl                                           *
      * Work list for returned mail: every statement and notice kept   *
      * back from the mail house in REPORT_MONTH (YYYYMM via           *
      * environment, default the current month) because the            *
      * customer's address is flagged as returned mail (held-mail.dat, *
      * written through MAIL-SERVICE), with totals by source, then     *
      * every customer still flagged — with the date and reason of the *
      * latest return from address-events.dat — so branches can trace *
      * the owner and record a new address (MANAGE-CUSTOMER ADDRESS).  *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-FILE
               ASSIGN TO WS-HELD-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO WS-CUSTOMER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT ADDRESS-EVENT-FILE
               ASSIGN TO WS-ADDR-EVENT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADDR-EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELD-FILE.
       COPY "HELD-MAIL.cpy".

       FD  CUSTOMER-FILE.
       COPY "CUSTOMER-RECORD.cpy".

       FD  ADDRESS-EVENT-FILE.
       COPY "ADDRESS-EVENT.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HELD-PATH               PIC X(256).
       01  WS-CUSTOMER-PATH           PIC X(256).
       01  WS-ADDR-EVENT-PATH         PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-HELD-STATUS             PIC XX.
       01  WS-CUSTOMER-STATUS         PIC XX.
       01  WS-ADDR-EVENT-STATUS       PIC XX.

       01  WS-REPORT-MONTH            PIC 9(6)   VALUE 0.
       01  WS-EOF                     PIC 9      VALUE 0.
       01  WS-SCAN-EOF                PIC 9      VALUE 0.

       01  WS-STATEMENT-COUNT         PIC 9(6)   VALUE 0.
       01  WS-NOTICE-COUNT            PIC 9(6)   VALUE 0.
       01  WS-ESCHEAT-COUNT           PIC 9(6)   VALUE 0.
       01  WS-HELD-TOTAL              PIC 9(6)   VALUE 0.
       01  WS-FLAGGED-COUNT           PIC 9(6)   VALUE 0.

      *    Latest return per customer, from the address event log
       01  WS-RET-COUNT               PIC 9(5)   VALUE 0.
       01  WS-RET-TABLE.
           05  WS-RET-ENTRY OCCURS 2000 TIMES.
               10  WS-RET-CUST        PIC 9(8).
               10  WS-RET-DATE        PIC 9(8).
               10  WS-RET-REASON      PIC X(20).
       01  WS-RET-IDX                 PIC 9(5).
       01  WS-RET-FOUND               PIC 9(5).

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  FILLER                 PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/held-mail.dat" DELIMITED SIZE
                  INTO WS-HELD-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/customers.dat" DELIMITED SIZE
                  INTO WS-CUSTOMER-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/address-events.dat" DELIMITED SIZE
                  INTO WS-ADDR-EVENT-PATH
           END-STRING

           ACCEPT WS-REPORT-MONTH FROM ENVIRONMENT "REPORT_MONTH"
           IF WS-REPORT-MONTH = 0
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE WS-DATE-YYYYMMDD(1:6) TO WS-REPORT-MONTH
           END-IF

           OPEN INPUT HELD-FILE
           IF WS-HELD-STATUS NOT = "00"
               DISPLAY "INFO|No held mail on file"
           ELSE
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ HELD-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM REPORT-ONE-HELD-ITEM
                   END-READ
               END-PERFORM
               CLOSE HELD-FILE
           END-IF

           PERFORM LOAD-LATEST-RETURNS
           PERFORM LIST-FLAGGED-CUSTOMERS

           DISPLAY "HELD-TOTAL|" WS-REPORT-MONTH "|"
               WS-STATEMENT-COUNT " statements|"
               WS-NOTICE-COUNT " notices|"
               WS-ESCHEAT-COUNT " escheat notices"
           DISPLAY "REPORT-COMPLETE|" WS-REPORT-MONTH "|"
               WS-HELD-TOTAL " items held|"
               WS-FLAGGED-COUNT " customers flagged"
           STOP RUN.

       REPORT-ONE-HELD-ITEM.
           IF HML-DATE(1:6) = WS-REPORT-MONTH
               ADD 1 TO WS-HELD-TOTAL
               EVALUATE TRUE
                   WHEN HML-STATEMENT
                       ADD 1 TO WS-STATEMENT-COUNT
                   WHEN HML-NOTICE
                       ADD 1 TO WS-NOTICE-COUNT
                   WHEN HML-ESCHEAT
                       ADD 1 TO WS-ESCHEAT-COUNT
               END-EVALUATE
               DISPLAY "HELD|" HML-DATE "|" HML-CUSTOMER-ID "|"
                   HML-ACCT-NUMBER "|" HML-SOURCE "|" HML-REFERENCE
           END-IF.

       LOAD-LATEST-RETURNS.
           OPEN INPUT ADDRESS-EVENT-FILE
           IF WS-ADDR-EVENT-STATUS = "00"
               MOVE ZERO TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ ADDRESS-EVENT-FILE
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           IF ADE-RETURNED
                               PERFORM RECORD-LATEST-RETURN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-EVENT-FILE
           END-IF.

       RECORD-LATEST-RETURN.
           MOVE 0 TO WS-RET-FOUND
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-COUNT
               IF WS-RET-CUST(WS-RET-IDX) = ADE-CUSTOMER-ID
                   MOVE WS-RET-IDX TO WS-RET-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RET-FOUND = 0
               IF WS-RET-COUNT < 2000
                   ADD 1 TO WS-RET-COUNT
                   MOVE WS-RET-COUNT TO WS-RET-FOUND
                   MOVE ADE-CUSTOMER-ID TO WS-RET-CUST(WS-RET-FOUND)
                   MOVE 0 TO WS-RET-DATE(WS-RET-FOUND)
               END-IF
           END-IF
           IF WS-RET-FOUND > 0
               AND ADE-DATE >= WS-RET-DATE(WS-RET-FOUND)
               MOVE ADE-DATE   TO WS-RET-DATE(WS-RET-FOUND)
               MOVE ADE-REASON TO WS-RET-REASON(WS-RET-FOUND)
           END-IF.

       LIST-FLAGGED-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "WARN|Cannot open customers: "
                   WS-CUSTOMER-STATUS
           ELSE
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ CUSTOMER-FILE NEXT
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CUST-MAIL-RETURNED
                               PERFORM REPORT-FLAGGED-CUSTOMER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

       REPORT-FLAGGED-CUSTOMER.
           ADD 1 TO WS-FLAGGED-COUNT
           MOVE 0 TO WS-RET-FOUND
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-COUNT
               IF WS-RET-CUST(WS-RET-IDX) = CUST-ID
                   MOVE WS-RET-IDX TO WS-RET-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RET-FOUND = 0
               DISPLAY "FLAGGED|" CUST-ID "|" CUST-NAME "|"
                   CUST-ADDRESS "|"
           ELSE
               DISPLAY "FLAGGED|" CUST-ID "|" CUST-NAME "|"
                   CUST-ADDRESS "|returned "
                   WS-RET-DATE(WS-RET-FOUND) " "
                   WS-RET-REASON(WS-RET-FOUND)
           END-IF.
