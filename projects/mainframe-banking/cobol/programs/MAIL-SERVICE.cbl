       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIL-SERVICE.
      *================================================================*
      * MAIL-SERVICE.cbl                                               *
      * Returned-mail check and held-mail log, CALLed by every program *
      * that sends customer mail (RUN-STATEMENTS, FORMAT-NOTIFICATIONS,*
      * MANAGE-ESCHEAT) so all of them hold the same accounts: mail    *
      * for an account is held while any customer linked to it has    *
      * CUST-MAIL-RETURNED set. The flagged customers and their        *
      * accounts are loaded on the first CHECK of the run; HOLD logs   *
      * the item kept back to held-mail.dat for REPORT-HELD-MAIL.      *
      * See MAIL-SERVICE-AREA.cpy for the call interface.              *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO WS-CUSTOMER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT LINK-FILE
               ASSIGN TO WS-LINK-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.

           SELECT HELD-FILE
               ASSIGN TO WS-HELD-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY "CUSTOMER-RECORD.cpy".

       FD  LINK-FILE.
       COPY "CUSTOMER-LINK.cpy".

       FD  HELD-FILE.
       COPY "HELD-MAIL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-PATH           PIC X(256).
       01  WS-LINK-PATH               PIC X(256).
       01  WS-HELD-PATH               PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-CUSTOMER-STATUS         PIC XX.
       01  WS-LINK-STATUS             PIC XX.
       01  WS-HELD-STATUS             PIC XX.

       01  WS-LOADED                  PIC X      VALUE "N".
       01  WS-EOF                     PIC 9.
       01  WS-IDX                     PIC 9(5).
       01  WS-RET-IDX                 PIC 9(5).

      *    Customers whose address is flagged as returned mail
       01  WS-RET-COUNT               PIC 9(5)   VALUE 0.
       01  WS-RET-TABLE.
           05  WS-RET-CUST OCCURS 2000 TIMES PIC 9(8).

      *    Accounts linked to one of them, with the flagged customer
       01  WS-HLD-COUNT               PIC 9(5)   VALUE 0.
       01  WS-HLD-TABLE.
           05  WS-HLD-ENTRY OCCURS 5000 TIMES.
               10  WS-HLD-ACCT        PIC 9(10).
               10  WS-HLD-CUST        PIC 9(8).

       LINKAGE SECTION.
       COPY "MAIL-SERVICE-AREA.cpy".

       PROCEDURE DIVISION USING MAIL-SERVICE-AREA.
       MAIN-PARA.
           IF WS-LOADED NOT = "Y"
               PERFORM LOAD-RETURNED-MAIL THRU LOAD-RETURNED-MAIL-EXIT
               MOVE "Y" TO WS-LOADED
           END-IF

           MOVE "Y" TO MLS-RESULT
           EVALUATE MLS-FUNCTION
               WHEN "CHECK"
                   PERFORM CHECK-ACCOUNT
               WHEN "HOLD "
                   PERFORM LOG-HELD-ITEM
           END-EVALUATE
           GOBACK.

       LOAD-RETURNED-MAIL.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           MOVE SPACES TO WS-CUSTOMER-PATH
           MOVE SPACES TO WS-LINK-PATH
           MOVE SPACES TO WS-HELD-PATH
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/customers.dat" DELIMITED SIZE
                  INTO WS-CUSTOMER-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/customer-accounts.dat" DELIMITED SIZE
                  INTO WS-LINK-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/held-mail.dat" DELIMITED SIZE
                  INTO WS-HELD-PATH
           END-STRING

           MOVE 0 TO WS-RET-COUNT
           MOVE 0 TO WS-HLD-COUNT
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ CUSTOMER-FILE NEXT
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CUST-MAIL-RETURNED
                               AND WS-RET-COUNT < 2000
                               ADD 1 TO WS-RET-COUNT
                               MOVE CUST-ID
                                   TO WS-RET-CUST(WS-RET-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-RET-COUNT = 0
               GO TO LOAD-RETURNED-MAIL-EXIT
           END-IF

           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ LINK-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM MATCH-ONE-LINK
                   END-READ
               END-PERFORM
               CLOSE LINK-FILE
           END-IF.
       LOAD-RETURNED-MAIL-EXIT.
           EXIT.

       MATCH-ONE-LINK.
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-COUNT
               IF WS-RET-CUST(WS-RET-IDX) = CAL-CUSTOMER-ID
                   IF WS-HLD-COUNT < 5000
                       ADD 1 TO WS-HLD-COUNT
                       MOVE CAL-ACCT-NUMBER
                           TO WS-HLD-ACCT(WS-HLD-COUNT)
                       MOVE CAL-CUSTOMER-ID
                           TO WS-HLD-CUST(WS-HLD-COUNT)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-ACCOUNT.
           MOVE "N" TO MLS-HELD
           MOVE 0 TO MLS-CUSTOMER-ID
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-HLD-COUNT
               IF WS-HLD-ACCT(WS-IDX) = MLS-ACCT-NUMBER
                   MOVE "Y" TO MLS-HELD
                   MOVE WS-HLD-CUST(WS-IDX) TO MLS-CUSTOMER-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOG-HELD-ITEM.
           MOVE "E" TO MLS-RESULT
           OPEN EXTEND HELD-FILE
           IF WS-HELD-STATUS = "35"
               OPEN OUTPUT HELD-FILE
           END-IF
           IF WS-HELD-STATUS = "00"
               INITIALIZE HELD-MAIL-RECORD
               MOVE MLS-DATE        TO HML-DATE
               MOVE MLS-CUSTOMER-ID TO HML-CUSTOMER-ID
               MOVE MLS-ACCT-NUMBER TO HML-ACCT-NUMBER
               MOVE MLS-SOURCE      TO HML-SOURCE
               MOVE MLS-REFERENCE   TO HML-REFERENCE
               WRITE HELD-MAIL-RECORD
               IF WS-HELD-STATUS = "00"
                   MOVE "Y" TO MLS-RESULT
               END-IF
               CLOSE HELD-FILE
           END-IF.
