       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-RETURNED-MAIL.
      *================================================================*
      * IMPORT-RETURNED-MAIL.cbl                                       *
      * Intake for the mail house's returned-mail file, one record per *
      * item that came back undeliverable (customer, date returned,    *
      * reason). Each known customer has its address flagged as        *
      * returned mail (CUST-MAIL-RETURNED) and the return logged to    *
      * address-events.dat with the address it was sent to. While the  *
      * flag is set MAIL-SERVICE holds the statements and notices of   *
      * every account linked to the customer, REPORT-DORMANT-ACCOUNTS  *
      * marks them lost contact and MANAGE-ESCHEAT holds the owner     *
      * notice; MANAGE-CUSTOMER ADDRESS clears it.                     *
      * Input: RETURN_FILE via environment names the inbound file;     *
      *        OPERATOR_ID, when set, is recorded on the events        *
      *        (default BATCH).                                        *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-INPUT-FILE
               ASSIGN TO WS-INPUT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO WS-CUSTOMER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT ADDRESS-EVENT-FILE
               ASSIGN TO WS-ADDR-EVENT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADDR-EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-INPUT-FILE.
       01  RETURN-INPUT-RECORD.
           05  RMI-CUSTOMER-ID         PIC 9(8).
           05  RMI-DATE                PIC 9(8).
           05  RMI-REASON              PIC X(20).
           05  FILLER                  PIC X(4).

       FD  CUSTOMER-FILE.
       COPY "CUSTOMER-RECORD.cpy".

       FD  ADDRESS-EVENT-FILE.
       COPY "ADDRESS-EVENT.cpy".

       WORKING-STORAGE SECTION.
       01  WS-INPUT-PATH              PIC X(256).
       01  WS-CUSTOMER-PATH           PIC X(256).
       01  WS-ADDR-EVENT-PATH         PIC X(256).
       01  WS-DATA-DIR                PIC X(256).

       01  WS-INPUT-STATUS            PIC XX.
       01  WS-CUSTOMER-STATUS         PIC XX.
       01  WS-ADDR-EVENT-STATUS       PIC XX.

       01  WS-OPERATOR-ID             PIC X(8).
       01  WS-EOF                     PIC 9      VALUE 0.
       01  WS-LINE-NO                 PIC 9(6)   VALUE 0.
       01  WS-FLAGGED                 PIC 9(6)   VALUE 0.
       01  WS-REPEATED                PIC 9(6)   VALUE 0.
       01  WS-REJECTED                PIC 9(6)   VALUE 0.
       01  WS-RETURN-DATE             PIC 9(8).
       01  WS-REJECT-REASON           PIC X(20).

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/customers.dat" DELIMITED SIZE
                  INTO WS-CUSTOMER-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/address-events.dat" DELIMITED SIZE
                  INTO WS-ADDR-EVENT-PATH
           END-STRING

           ACCEPT WS-INPUT-PATH FROM ENVIRONMENT "RETURN_FILE"
           IF WS-INPUT-PATH = SPACES
               DISPLAY "ERROR|RETURN_FILE is required"
               STOP RUN
           END-IF
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR-ID = SPACES
               MOVE "BATCH" TO WS-OPERATOR-ID
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           PERFORM OPEN-RETURN-FILES

           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ RETURN-INPUT-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM PROCESS-ONE-RETURN
                           THRU PROCESS-ONE-RETURN-EXIT
               END-READ
           END-PERFORM

           CLOSE RETURN-INPUT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ADDRESS-EVENT-FILE

           DISPLAY "RETURNS-COMPLETE|" WS-FLAGGED " flagged|"
               WS-REPEATED " already flagged|"
               WS-REJECTED " rejected"
           STOP RUN.

       OPEN-RETURN-FILES.
           OPEN INPUT RETURN-INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open returned-mail file: "
                   WS-INPUT-STATUS
               STOP RUN
           END-IF
           OPEN I-O CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open customers: "
                   WS-CUSTOMER-STATUS
               CLOSE RETURN-INPUT-FILE
               STOP RUN
           END-IF
           OPEN EXTEND ADDRESS-EVENT-FILE
           IF WS-ADDR-EVENT-STATUS = "35"
               OPEN OUTPUT ADDRESS-EVENT-FILE
           END-IF
           IF WS-ADDR-EVENT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open address events: "
                   WS-ADDR-EVENT-STATUS
               CLOSE RETURN-INPUT-FILE
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF.

       PROCESS-ONE-RETURN.
      *    A blank return date means the item came back today.
           MOVE RMI-DATE TO WS-RETURN-DATE
           IF RMI-DATE NOT NUMERIC OR RMI-DATE = 0
               MOVE WS-DATE-YYYYMMDD TO WS-RETURN-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RETURN-DATE) NOT = 0
               OR WS-RETURN-DATE > WS-DATE-YYYYMMDD
               MOVE "INVALID-DATE" TO WS-REJECT-REASON
               PERFORM REJECT-RETURN
               GO TO PROCESS-ONE-RETURN-EXIT
           END-IF

           IF RMI-CUSTOMER-ID NOT NUMERIC
               MOVE "UNKNOWN-CUSTOMER" TO WS-REJECT-REASON
               PERFORM REJECT-RETURN
               GO TO PROCESS-ONE-RETURN-EXIT
           END-IF
           MOVE RMI-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "UNKNOWN-CUSTOMER" TO WS-REJECT-REASON
                   PERFORM REJECT-RETURN
                   GO TO PROCESS-ONE-RETURN-EXIT
           END-READ

      *    A further return against an address already flagged is
      *    still logged, so the event history shows every item.
           IF CUST-MAIL-RETURNED
               ADD 1 TO WS-REPEATED
           ELSE
               MOVE "R" TO CUST-MAIL-STATUS
               REWRITE CUSTOMER-RECORD
               IF WS-CUSTOMER-STATUS NOT = "00"
                   MOVE "REWRITE-FAILED" TO WS-REJECT-REASON
                   PERFORM REJECT-RETURN
                   GO TO PROCESS-ONE-RETURN-EXIT
               END-IF
               ADD 1 TO WS-FLAGGED
           END-IF

           INITIALIZE ADDRESS-EVENT-RECORD
           MOVE CUST-ID          TO ADE-CUSTOMER-ID
           MOVE WS-RETURN-DATE   TO ADE-DATE
           MOVE "RETURNED"       TO ADE-EVENT
           MOVE RMI-REASON       TO ADE-REASON
           MOVE CUST-ADDRESS     TO ADE-ADDRESS
           MOVE WS-OPERATOR-ID   TO ADE-OPERATOR
           WRITE ADDRESS-EVENT-RECORD
           IF WS-ADDR-EVENT-STATUS NOT = "00"
               DISPLAY "WARN|Address event write failed: "
                   WS-ADDR-EVENT-STATUS "|" CUST-ID
           END-IF

           DISPLAY "RETURNED|" WS-LINE-NO "|" CUST-ID "|"
               WS-RETURN-DATE "|" RMI-REASON "|" CUST-NAME.

       PROCESS-ONE-RETURN-EXIT.
           EXIT.

       REJECT-RETURN.
           ADD 1 TO WS-REJECTED
           DISPLAY "REJECTED|" WS-LINE-NO "|" RMI-CUSTOMER-ID "|"
               WS-REJECT-REASON.
