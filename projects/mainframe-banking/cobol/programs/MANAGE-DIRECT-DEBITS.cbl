       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAGE-DIRECT-DEBITS.
      *================================================================*
      * MANAGE-DIRECT-DEBITS.cbl                                       *
      * Maintains the direct-debit mandate registry (dd-mandates.dat)  *
      * and the customer's creditor blocks (dd-creditor-blocks.dat):   *
      *   REGISTER <acct> <creditor-id> <mandate-ref> <creditor-name>  *
      *            <signed-date> <max-amount>                          *
      *       — records a mandate the customer signed, with a          *
      *         per-item ceiling (0 = none)                            *
      *   REVOKE <acct> <creditor-id> <mandate-ref>                    *
      *       — the customer withdraws the mandate                     *
      *   BLOCK <acct> <creditor-id>                                   *
      *       — bars the creditor from the account whatever mandate    *
      *         it quotes                                              *
      *   UNBLOCK <acct> <creditor-id>                                 *
      *       — lifts the block                                        *
      *   LIST <acct>                                                  *
      *       — every mandate and creditor block on the account        *
      * REGISTER/REVOKE/BLOCK/UNBLOCK require OPERATOR_ID and write    *
      * to the maintenance audit trail. Enforcement lives at intake:   *
      * IMPORT-DIRECT-DEBITS returns any collection without an ACTIVE  *
      * mandate, or from a blocked creditor.                           *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-FILE
               ASSIGN TO WS-MANDATE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANDATE-STATUS.

           SELECT BLOCK-FILE
               ASSIGN TO WS-BLOCK-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BLOCK-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  MANDATE-FILE.
       COPY "DD-MANDATE.cpy".

       FD  BLOCK-FILE.
       COPY "DD-CREDITOR-BLOCK.cpy".

       FD  ACCOUNT-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD  AUDIT-FILE.
       COPY "ACCOUNT-MAINT-AUDIT.cpy".

       WORKING-STORAGE SECTION.
       01  WS-MANDATE-PATH            PIC X(256).
       01  WS-BLOCK-PATH              PIC X(256).
       01  WS-ACCT-PATH               PIC X(256).
       01  WS-AUDIT-PATH              PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-MANDATE-STATUS          PIC XX.
       01  WS-BLOCK-STATUS            PIC XX.
       01  WS-ACCT-STATUS             PIC XX.
       01  WS-AUDIT-STATUS            PIC XX.

       01  WS-ACTION                  PIC X(8).
       01  WS-INPUT-ACCT              PIC X(10).
       01  WS-INPUT-CREDITOR          PIC X(20).
       01  WS-INPUT-MANDATE-REF       PIC X(20).
       01  WS-INPUT-CREDITOR-NAME     PIC X(24).
       01  WS-INPUT-SIGNED            PIC X(8).
       01  WS-INPUT-MAX               PIC X(20).
       01  WS-SEARCH-ACCT             PIC 9(10).
       01  WS-MAX-AMOUNT              PIC S9(13)V99 COMP-3.
       01  WS-OPERATOR-ID             PIC X(8).
       01  WS-ARG-COUNT               PIC 9(2).

       01  WS-AUDIT-FIELD             PIC X(16).
       01  WS-AUDIT-BEFORE            PIC X(20).
       01  WS-AUDIT-AFTER             PIC X(20).

       01  WS-EOF                     PIC 9      VALUE 0.
       01  WS-FOUND                   PIC 9      VALUE 0.
       01  WS-LIST-COUNT              PIC 9(4)   VALUE 0.
       01  WS-BLOCK-COUNT             PIC 9(4)   VALUE 0.
       01  WS-DISPLAY-AMT             PIC -(13)9.99.

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIMESTAMP               PIC 9(14).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/dd-mandates.dat" DELIMITED SIZE
                  INTO WS-MANDATE-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/dd-creditor-blocks.dat" DELIMITED SIZE
                  INTO WS-BLOCK-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/accounts.dat" DELIMITED SIZE
                  INTO WS-ACCT-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/account-maint-audit.dat" DELIMITED SIZE
                  INTO WS-AUDIT-PATH
           END-STRING

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY "ERROR|Missing action: REGISTER REVOKE BLOCK"
                   " UNBLOCK LIST"
               STOP RUN
           END-IF
           ACCEPT WS-ACTION FROM ARGUMENT-VALUE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                  WS-DATE-HHMMSS   DELIMITED SIZE
                  INTO WS-TIMESTAMP
           END-STRING

           IF WS-ACTION = "REGISTER" OR WS-ACTION = "REVOKE"
               OR WS-ACTION = "BLOCK" OR WS-ACTION = "UNBLOCK"
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "ERROR|OPERATOR_ID is required for "
                       "direct-debit maintenance"
                   STOP RUN
               END-IF
           END-IF

           EVALUATE WS-ACTION
               WHEN "REGISTER"
                   PERFORM REGISTER-MANDATE
               WHEN "REVOKE"
                   PERFORM REVOKE-MANDATE
               WHEN "BLOCK"
                   PERFORM BLOCK-CREDITOR
               WHEN "UNBLOCK"
                   PERFORM UNBLOCK-CREDITOR
               WHEN "LIST"
                   PERFORM LIST-DIRECT-DEBITS
               WHEN OTHER
                   DISPLAY "ERROR|Unknown action: " WS-ACTION
           END-EVALUATE
           STOP RUN.

       REGISTER-MANDATE.
           IF WS-ARG-COUNT < 7
               DISPLAY "ERROR|REGISTER requires: ACCT CREDITOR-ID"
                   " MANDATE-REF CREDITOR-NAME SIGNED-DATE"
                   " MAX-AMOUNT"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ACCT FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-CREDITOR FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-MANDATE-REF FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-CREDITOR-NAME FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-SIGNED FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-MAX FROM ARGUMENT-VALUE
           MOVE WS-INPUT-ACCT TO WS-SEARCH-ACCT
           COMPUTE WS-MAX-AMOUNT =
               FUNCTION NUMVAL(WS-INPUT-MAX)
           IF WS-MAX-AMOUNT < 0
               DISPLAY "ERROR|Maximum amount cannot be negative"
               STOP RUN
           END-IF
           IF WS-INPUT-SIGNED > WS-DATE-YYYYMMDD
               DISPLAY "ERROR|Signature date " WS-INPUT-SIGNED
                   " is in the future"
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
               DISPLAY "ERROR|Account " WS-SEARCH-ACCT " is closed"
               STOP RUN
           END-IF
           IF ACCT-TYPE-TERMDEP OR ACCT-TYPE-LOAN
               DISPLAY "ERROR|Account " WS-SEARCH-ACCT " is a "
                   ACCT-TYPE " - direct debits are not accepted"
               STOP RUN
           END-IF

           PERFORM FIND-ACTIVE-MANDATE
           IF WS-FOUND = 1
               DISPLAY "ERROR|Mandate " WS-INPUT-MANDATE-REF
                   " from " WS-INPUT-CREDITOR
                   " is already active on " WS-SEARCH-ACCT
               STOP RUN
           END-IF

           OPEN EXTEND MANDATE-FILE
           IF WS-MANDATE-STATUS = "35"
               OPEN OUTPUT MANDATE-FILE
           END-IF
           IF WS-MANDATE-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open dd-mandates: "
                   WS-MANDATE-STATUS
               STOP RUN
           END-IF
           INITIALIZE DD-MANDATE-RECORD
           MOVE WS-SEARCH-ACCT          TO DDM-ACCT-NUMBER
           MOVE WS-INPUT-CREDITOR       TO DDM-CREDITOR-ID
           MOVE WS-INPUT-MANDATE-REF    TO DDM-MANDATE-REF
           MOVE WS-INPUT-CREDITOR-NAME  TO DDM-CREDITOR-NAME
           MOVE WS-INPUT-SIGNED         TO DDM-SIGNED-DATE
           MOVE WS-MAX-AMOUNT           TO DDM-MAX-AMOUNT
           MOVE "ACTIVE  "              TO DDM-STATUS
           MOVE WS-OPERATOR-ID          TO DDM-REGISTERED-BY
           WRITE DD-MANDATE-RECORD
           IF WS-MANDATE-STATUS NOT = "00"
               DISPLAY "ERROR|Mandate write failed: "
                   WS-MANDATE-STATUS
               CLOSE MANDATE-FILE
               STOP RUN
           END-IF
           CLOSE MANDATE-FILE

           MOVE "DD-MANDATE-ADD  "   TO WS-AUDIT-FIELD
           MOVE SPACES               TO WS-AUDIT-BEFORE
           MOVE WS-INPUT-MANDATE-REF TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-RECORD

           MOVE WS-MAX-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "MANDATE-REGISTERED|" WS-SEARCH-ACCT "|"
               WS-INPUT-CREDITOR "|" WS-INPUT-MANDATE-REF "|"
               WS-INPUT-CREDITOR-NAME "|max " WS-DISPLAY-AMT.

       FIND-ACTIVE-MANDATE.
           MOVE 0 TO WS-FOUND
           OPEN INPUT MANDATE-FILE
           IF WS-MANDATE-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ MANDATE-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF DDM-ACCT-NUMBER = WS-SEARCH-ACCT
                               AND DDM-CREDITOR-ID = WS-INPUT-CREDITOR
                               AND DDM-MANDATE-REF
                                   = WS-INPUT-MANDATE-REF
                               AND DDM-ACTIVE
                               MOVE 1 TO WS-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATE-FILE
           END-IF.

       REVOKE-MANDATE.
           IF WS-ARG-COUNT < 4
               DISPLAY "ERROR|REVOKE requires: ACCT CREDITOR-ID"
                   " MANDATE-REF"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ACCT FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-CREDITOR FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-MANDATE-REF FROM ARGUMENT-VALUE
           MOVE WS-INPUT-ACCT TO WS-SEARCH-ACCT

           OPEN I-O MANDATE-FILE
           IF WS-MANDATE-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open dd-mandates: "
                   WS-MANDATE-STATUS
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           MOVE ZERO TO WS-FOUND
           PERFORM UNTIL WS-EOF = 1
               READ MANDATE-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DDM-ACCT-NUMBER = WS-SEARCH-ACCT
                           AND DDM-CREDITOR-ID = WS-INPUT-CREDITOR
                           AND DDM-MANDATE-REF = WS-INPUT-MANDATE-REF
                           AND DDM-ACTIVE
                           MOVE "REVOKED "       TO DDM-STATUS
                           MOVE WS-DATE-YYYYMMDD TO DDM-REVOKED-DATE
                           REWRITE DD-MANDATE-RECORD
                           IF WS-MANDATE-STATUS NOT = "00"
                               DISPLAY "ERROR|Revoke rewrite "
                                   "failed: " WS-MANDATE-STATUS
                           ELSE
                               MOVE 1 TO WS-FOUND
                           END-IF
                           MOVE 1 TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANDATE-FILE

           IF WS-FOUND = 0
               DISPLAY "ERROR|No active mandate " WS-INPUT-MANDATE-REF
                   " from " WS-INPUT-CREDITOR " on " WS-SEARCH-ACCT
               STOP RUN
           END-IF

           MOVE "DD-MANDATE-REVOK" TO WS-AUDIT-FIELD
           MOVE WS-INPUT-MANDATE-REF TO WS-AUDIT-BEFORE
           MOVE "REVOKED " TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-RECORD

           DISPLAY "MANDATE-REVOKED|" WS-SEARCH-ACCT "|"
               WS-INPUT-CREDITOR "|" WS-INPUT-MANDATE-REF.

       BLOCK-CREDITOR.
           IF WS-ARG-COUNT < 3
               DISPLAY "ERROR|BLOCK requires: ACCT CREDITOR-ID"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ACCT FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-CREDITOR FROM ARGUMENT-VALUE
           MOVE WS-INPUT-ACCT TO WS-SEARCH-ACCT

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

           PERFORM FIND-ACTIVE-BLOCK
           IF WS-FOUND = 1
               DISPLAY "ERROR|Creditor " WS-INPUT-CREDITOR
                   " is already blocked on " WS-SEARCH-ACCT
               STOP RUN
           END-IF

           OPEN EXTEND BLOCK-FILE
           IF WS-BLOCK-STATUS = "35"
               OPEN OUTPUT BLOCK-FILE
           END-IF
           IF WS-BLOCK-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open dd-creditor-blocks: "
                   WS-BLOCK-STATUS
               STOP RUN
           END-IF
           INITIALIZE DD-CREDITOR-BLOCK-RECORD
           MOVE WS-SEARCH-ACCT    TO DCB-ACCT-NUMBER
           MOVE WS-INPUT-CREDITOR TO DCB-CREDITOR-ID
           MOVE WS-DATE-YYYYMMDD  TO DCB-BLOCKED-DATE
           MOVE "ACTIVE  "        TO DCB-STATUS
           WRITE DD-CREDITOR-BLOCK-RECORD
           IF WS-BLOCK-STATUS NOT = "00"
               DISPLAY "ERROR|Block write failed: " WS-BLOCK-STATUS
               CLOSE BLOCK-FILE
               STOP RUN
           END-IF
           CLOSE BLOCK-FILE

           MOVE "DD-CRED-BLOCK   " TO WS-AUDIT-FIELD
           MOVE SPACES             TO WS-AUDIT-BEFORE
           MOVE WS-INPUT-CREDITOR  TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-RECORD

           DISPLAY "CREDITOR-BLOCKED|" WS-SEARCH-ACCT "|"
               WS-INPUT-CREDITOR.

       FIND-ACTIVE-BLOCK.
           MOVE 0 TO WS-FOUND
           OPEN INPUT BLOCK-FILE
           IF WS-BLOCK-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ BLOCK-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF DCB-ACCT-NUMBER = WS-SEARCH-ACCT
                               AND DCB-CREDITOR-ID = WS-INPUT-CREDITOR
                               AND DCB-ACTIVE
                               MOVE 1 TO WS-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOCK-FILE
           END-IF.

       UNBLOCK-CREDITOR.
           IF WS-ARG-COUNT < 3
               DISPLAY "ERROR|UNBLOCK requires: ACCT CREDITOR-ID"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ACCT FROM ARGUMENT-VALUE
           ACCEPT WS-INPUT-CREDITOR FROM ARGUMENT-VALUE
           MOVE WS-INPUT-ACCT TO WS-SEARCH-ACCT

           OPEN I-O BLOCK-FILE
           IF WS-BLOCK-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open dd-creditor-blocks: "
                   WS-BLOCK-STATUS
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           MOVE ZERO TO WS-FOUND
           PERFORM UNTIL WS-EOF = 1
               READ BLOCK-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DCB-ACCT-NUMBER = WS-SEARCH-ACCT
                           AND DCB-CREDITOR-ID = WS-INPUT-CREDITOR
                           AND DCB-ACTIVE
                           MOVE "LIFTED  "       TO DCB-STATUS
                           MOVE WS-DATE-YYYYMMDD TO DCB-LIFTED-DATE
                           REWRITE DD-CREDITOR-BLOCK-RECORD
                           IF WS-BLOCK-STATUS NOT = "00"
                               DISPLAY "ERROR|Unblock rewrite "
                                   "failed: " WS-BLOCK-STATUS
                           ELSE
                               MOVE 1 TO WS-FOUND
                           END-IF
                           MOVE 1 TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BLOCK-FILE

           IF WS-FOUND = 0
               DISPLAY "ERROR|Creditor " WS-INPUT-CREDITOR
                   " is not blocked on " WS-SEARCH-ACCT
               STOP RUN
           END-IF

           MOVE "DD-CRED-UNBLOCK " TO WS-AUDIT-FIELD
           MOVE WS-INPUT-CREDITOR  TO WS-AUDIT-BEFORE
           MOVE "LIFTED  "         TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-RECORD

           DISPLAY "CREDITOR-UNBLOCKED|" WS-SEARCH-ACCT "|"
               WS-INPUT-CREDITOR.

       LIST-DIRECT-DEBITS.
           IF WS-ARG-COUNT < 2
               DISPLAY "ERROR|LIST requires: ACCT"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ACCT FROM ARGUMENT-VALUE
           MOVE WS-INPUT-ACCT TO WS-SEARCH-ACCT

           OPEN INPUT MANDATE-FILE
           IF WS-MANDATE-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ MANDATE-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF DDM-ACCT-NUMBER = WS-SEARCH-ACCT
                               ADD 1 TO WS-LIST-COUNT
                               MOVE DDM-MAX-AMOUNT TO WS-DISPLAY-AMT
                               DISPLAY "MANDATE|" DDM-CREDITOR-ID "|"
                                   DDM-MANDATE-REF "|"
                                   DDM-CREDITOR-NAME "|"
                                   DDM-STATUS "|signed "
                                   DDM-SIGNED-DATE "|max "
                                   WS-DISPLAY-AMT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATE-FILE
           END-IF

           OPEN INPUT BLOCK-FILE
           IF WS-BLOCK-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ BLOCK-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF DCB-ACCT-NUMBER = WS-SEARCH-ACCT
                               ADD 1 TO WS-BLOCK-COUNT
                               DISPLAY "BLOCK|" DCB-CREDITOR-ID "|"
                                   DCB-STATUS "|blocked "
                                   DCB-BLOCKED-DATE "|lifted "
                                   DCB-LIFTED-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOCK-FILE
           END-IF

           DISPLAY "LIST-COMPLETE|" WS-SEARCH-ACCT "|"
               WS-LIST-COUNT " mandates|" WS-BLOCK-COUNT
               " creditor blocks".

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
               MOVE "MANAGE-DIRECT-DE" TO AUD-PROGRAM
               MOVE WS-SEARCH-ACCT    TO AUD-ACCT-NUMBER
               MOVE WS-AUDIT-FIELD    TO AUD-FIELD
               MOVE WS-AUDIT-BEFORE   TO AUD-BEFORE
               MOVE WS-AUDIT-AFTER    TO AUD-AFTER
               WRITE ACCOUNT-MAINT-AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF.
