      * customer - resolved through the customer-account links, with   *
      * the account's own name as the fallback for unlinked accounts   *
      * - and written as one message block per customer with one line  *
      * per event, highest severity first within the block. Events    *
      * for an account whose customer's address is flagged as         *
      * returned mail are not sent to the mail house: MAIL-SERVICE     *
      * logs them to held mail instead.                                *
      *================================================================*

       ENVIRONMENT DIVISION.
       01  WS-RESOLVED-CUST           PIC 9(8).
       01  WS-RESOLVED-NAME           PIC X(30).
       01  WS-DISPLAY-AMT             PIC -(13)9.99.
       01  WS-HELD-COUNT              PIC 9(4)   VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  FILLER                 PIC X(6).

       COPY "MAIL-SERVICE-AREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           IF WS-EVT-COUNT = 0
               DISPLAY "INFO|No notification events for "
                   WS-TARGET-DATE
               IF WS-HELD-COUNT > 0
                   DISPLAY "INFO|" WS-HELD-COUNT
                       " events held (returned mail)"
               END-IF
               STOP RUN
           END-IF
           PERFORM SORT-EVENTS

           DISPLAY "FORMAT-COMPLETE|" WS-TARGET-DATE "|"
               WS-EVT-COUNT " events for " WS-CUSTOMER-COUNT
               " customers|" WS-HELD-COUNT " held (returned mail)"
           STOP RUN.

       LOAD-CUSTOMER-LINKS.
               MOVE 1 TO WS-EOF
               GO TO COLLECT-ONE-EVENT-DONE
           END-IF
           INITIALIZE MAIL-SERVICE-AREA
           MOVE "CHECK"         TO MLS-FUNCTION
           MOVE NTF-ACCT-NUMBER TO MLS-ACCT-NUMBER
           CALL "MAIL-SERVICE" USING MAIL-SERVICE-AREA
           IF MLS-MAIL-HELD
               PERFORM HOLD-ONE-EVENT
               GO TO COLLECT-ONE-EVENT-DONE
           END-IF
           PERFORM RESOLVE-CUSTOMER
           ADD 1 TO WS-EVT-COUNT
           IF WS-RESOLVED-CUST > 0
       COLLECT-ONE-EVENT-DONE.
           EXIT.

      *    The event stays in notifications.dat; held mail records
      *    it was kept back, by code and detail, for the report.
       HOLD-ONE-EVENT.
           MOVE "HOLD "        TO MLS-FUNCTION
           MOVE "NOTICE    "   TO MLS-SOURCE
           MOVE SPACES         TO MLS-REFERENCE
           STRING NTF-EVENT-CODE DELIMITED SIZE
                  " " DELIMITED SIZE
                  NTF-DETAIL DELIMITED SIZE
                  INTO MLS-REFERENCE
           END-STRING
           MOVE WS-TARGET-DATE TO MLS-DATE
           CALL "MAIL-SERVICE" USING MAIL-SERVICE-AREA
           IF NOT MLS-OK
               DISPLAY "WARN|Held-mail log failed for "
                   NTF-ACCT-NUMBER
           END-IF
           ADD 1 TO WS-HELD-COUNT
           DISPLAY "HELD|" NTF-ACCT-NUMBER "|" MLS-CUSTOMER-ID "|"
               NTF-EVENT-CODE.

       RESOLVE-CUSTOMER.
           MOVE 0 TO WS-RESOLVED-CUST
           MOVE SPACES TO WS-RESOLVED-NAME
