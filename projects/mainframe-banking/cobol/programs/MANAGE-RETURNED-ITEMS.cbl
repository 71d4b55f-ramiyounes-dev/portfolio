       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAGE-RETURNED-ITEMS.
      *================================================================*
      * MANAGE-RETURNED-ITEMS.cbl                                      *
      * Follow-up on deposited checks the drawee bank returned unpaid, *
      * charged back by IMPORT-RETURNED-ITEMS onto returned-items.dat. *
      *   REPRESENT <item-id>                                          *
      *     — presents a returned check to the drawee bank a second    *
      *       time, for a return reason that allows it (see            *
      *       RETURN-REASON-TABLE.cpy) and only once: the depositor    *
      *       is re-credited through the pending pipeline with a       *
      *       DEPOSIT linked by TXN-LINK-ID to the chargeback, a new   *
      *       deposit hold is placed on the re-credit through          *
      *       AVAIL-SERVICE as for any deposited check, and the item   *
      *       goes to REPRESENTED. If it comes back again the next     *
      *       returns file charges back the re-credit and the item is  *
      *       final                                                    *
      *   LIST [acct]                                                  *
      *     — the returned items on file, for one account or all       *
      * REPRESENT requires OPERATOR_ID and writes to the maintenance   *
      * audit trail against the depositor's account.                   *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE
               ASSIGN TO WS-ACCT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT RETURNED-FILE
               ASSIGN TO WS-RETURNED-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURNED-STATUS.

           SELECT PENDING-FILE
               ASSIGN TO WS-PENDING-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT BATCH-FILE
               ASSIGN TO WS-BATCH-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.

           SELECT LOCK-FILE
               ASSIGN TO WS-LOCK-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO WS-AUDIT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD  RETURNED-FILE.
       COPY "RETURNED-ITEM.cpy".

       FD  PENDING-FILE.
       COPY "TRANSACTION-RECORD.cpy".

       FD  BATCH-FILE.
       COPY "BATCH-STATE.cpy".

       FD  LOCK-FILE.
       COPY "BATCH-LOCK.cpy".

       FD  AUDIT-FILE.
       COPY "ACCOUNT-MAINT-AUDIT.cpy".

       WORKING-STORAGE SECTION.
       COPY "AVAIL-SERVICE-AREA.cpy".
       COPY "RETURN-REASON-TABLE.cpy".
       01  WS-ACCT-PATH               PIC X(256).
       01  WS-RETURNED-PATH           PIC X(256).
       01  WS-PENDING-PATH            PIC X(256).
       01  WS-BATCH-PATH              PIC X(256).
       01  WS-LOCK-PATH               PIC X(256).
       01  WS-AUDIT-PATH              PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-ACCT-STATUS             PIC XX.
       01  WS-RETURNED-STATUS         PIC XX.
       01  WS-PEND-STATUS             PIC XX.
       01  WS-BATCH-STATUS            PIC XX.
       01  WS-LOCK-STATUS             PIC XX.
       01  WS-AUDIT-STATUS            PIC XX.

       01  WS-ACTION                  PIC X(10).
       01  WS-INPUT-ITEM              PIC X(8).
       01  WS-INPUT-ACCT              PIC X(10).
       01  WS-OPERATOR-ID             PIC X(8).
       01  WS-ARG-COUNT               PIC 9(2).

       01  WS-ITEM-ID                 PIC 9(8).
       01  WS-ONE-ACCT                PIC 9(10)  VALUE 0.
       01  WS-ACCT-NUMBER             PIC 9(10).
       01  WS-DEPOSIT-TXN-ID          PIC 9(10).
       01  WS-CHARGEBACK-TXN-ID       PIC 9(10).
       01  WS-REPRESENT-TXN-ID        PIC 9(10).
       01  WS-AMOUNT                  PIC S9(13)V99 COMP-3.
       01  WS-CURRENCY                PIC X(3).
       01  WS-REASON                  PIC X(4).
       01  WS-ITEM-STATUS             PIC X(12).
       01  WS-REASON-IDX              PIC 9(2).
       01  WS-REASON-REPRESENT        PIC X(1).

       01  WS-AUDIT-FIELD             PIC X(16).
       01  WS-AUDIT-BEFORE            PIC X(20).
       01  WS-AUDIT-AFTER             PIC X(20).

       01  WS-EOF                     PIC 9      VALUE 0.
       01  WS-FOUND                   PIC 9      VALUE 0.
       01  WS-LIST-COUNT              PIC 9(6)   VALUE 0.

       01  WS-NEXT-TXN-ID             PIC 9(10).
       01  WS-CURRENT-BATCH           PIC 9(6).
       01  WS-PENDING-COUNT           PIC 9(10).
       01  WS-LEGS-POSTED             PIC 9(6)   VALUE 0.

       01  WS-DISPLAY-AMT             PIC -(13)9.99.
       01  WS-DISPLAY-FEE             PIC -(13)9.99.
       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIMESTAMP               PIC 9(14).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/accounts.dat" DELIMITED SIZE
                  INTO WS-ACCT-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/returned-items.dat" DELIMITED SIZE
                  INTO WS-RETURNED-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/pending.dat" DELIMITED SIZE
                  INTO WS-PENDING-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/batch-state.dat" DELIMITED SIZE
                  INTO WS-BATCH-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/batch-state.lock" DELIMITED SIZE
                  INTO WS-LOCK-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/account-maint-audit.dat" DELIMITED SIZE
                  INTO WS-AUDIT-PATH
           END-STRING

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY "ERROR|Missing action: REPRESENT LIST"
               STOP RUN
           END-IF
           ACCEPT WS-ACTION FROM ARGUMENT-VALUE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                  WS-DATE-HHMMSS   DELIMITED SIZE
                  INTO WS-TIMESTAMP
           END-STRING
           MOVE RTR-INIT-DATA TO RTR-ENTRIES

           IF WS-ACTION = "REPRESENT"
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "ERROR|OPERATOR_ID is required for "
                       "returned item maintenance"
                   STOP RUN
               END-IF
           END-IF

           EVALUATE WS-ACTION
               WHEN "REPRESENT"
                   PERFORM REPRESENT-ITEM
               WHEN "LIST"
                   PERFORM LIST-RETURNED-ITEMS
               WHEN OTHER
                   DISPLAY "ERROR|Unknown action: " WS-ACTION
           END-EVALUATE
           STOP RUN.

       REPRESENT-ITEM.
           IF WS-ARG-COUNT < 2
               DISPLAY "ERROR|REPRESENT requires: ITEM-ID"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-ITEM FROM ARGUMENT-VALUE
           COMPUTE WS-ITEM-ID = FUNCTION NUMVAL(WS-INPUT-ITEM)

           PERFORM FIND-RETURNED-ITEM
           IF WS-FOUND = 0
               DISPLAY "ERROR|Returned item " WS-ITEM-ID
                   " not found"
               STOP RUN
           END-IF

           PERFORM FIND-RETURN-REASON
           IF WS-REASON-REPRESENT NOT = "Y"
               DISPLAY "ERROR|Item " WS-ITEM-ID " was returned "
                   WS-REASON " - the reason does not allow"
                   " re-presentment"
               STOP RUN
           END-IF
           IF WS-ITEM-STATUS = "REPRESENTED "
               DISPLAY "ERROR|Item " WS-ITEM-ID " has already been"
                   " re-presented"
               STOP RUN
           END-IF
           IF WS-ITEM-STATUS NOT = "CHARGED-BACK"
               DISPLAY "ERROR|Item " WS-ITEM-ID " is "
                   WS-ITEM-STATUS " - a check is presented again"
                   " only once"
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               STOP RUN
           END-IF
           MOVE WS-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ERROR|Account " WS-ACCT-NUMBER
                       " not found"
                   CLOSE ACCOUNT-FILE
                   STOP RUN
           END-READ
           CLOSE ACCOUNT-FILE
           IF NOT ACCT-STATUS-ACTIVE
               DISPLAY "ERROR|Account " WS-ACCT-NUMBER " is "
                   ACCT-STATUS " - cannot re-credit"
               STOP RUN
           END-IF

           PERFORM ACQUIRE-BATCH-LOCK
           PERFORM READ-BATCH-STATE
           OPEN EXTEND PENDING-FILE
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open pending: " WS-PEND-STATUS
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF

           ADD 1 TO WS-NEXT-TXN-ID
           MOVE WS-NEXT-TXN-ID TO WS-REPRESENT-TXN-ID
           INITIALIZE TRANSACTION-RECORD
           MOVE WS-REPRESENT-TXN-ID    TO TXN-ID
           MOVE WS-TIMESTAMP           TO TXN-TIMESTAMP
           MOVE WS-ACCT-NUMBER         TO TXN-ACCOUNT-NUM
           MOVE WS-AMOUNT              TO TXN-AMOUNT
           MOVE "DEPOSIT   "           TO TXN-TYPE
           STRING "Re-presented check, deposit "
                      DELIMITED SIZE
                  WS-DEPOSIT-TXN-ID DELIMITED SIZE
                  INTO TXN-DESCRIPTION
           END-STRING
           MOVE WS-CURRENCY            TO TXN-CURRENCY
           MOVE ZERO                   TO TXN-RUNNING-BAL
           MOVE "PENDING "             TO TXN-STATUS
           MOVE WS-CURRENT-BATCH       TO TXN-BATCH-NUM
           MOVE WS-CHARGEBACK-TXN-ID   TO TXN-LINK-ID
           WRITE TRANSACTION-RECORD
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "ERROR|Write pending failed: " WS-PEND-STATUS
               CLOSE PENDING-FILE
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           ADD 1 TO WS-LEGS-POSTED
           CLOSE PENDING-FILE
           PERFORM UPDATE-BATCH-PENDING-COUNT
           PERFORM RELEASE-BATCH-LOCK

      *    The re-credit is a deposited check like any other: the
      *    availability policy decides its hold.
           INITIALIZE AVAIL-SERVICE-AREA
           MOVE WS-ACCT-NUMBER TO AVS-ACCT-NUMBER
           MOVE "CHECK   "     TO AVS-DEPOSIT-TYPE
           MOVE WS-AMOUNT      TO AVS-AMOUNT
           MOVE ACCT-OPEN-DATE TO AVS-ACCT-OPEN-DATE
           CALL "AVAIL-SERVICE" USING AVAIL-SERVICE-AREA

           PERFORM MARK-ITEM-REPRESENTED

           MOVE "RETURNED-ITEM"  TO WS-AUDIT-FIELD
           MOVE "CHARGED-BACK"   TO WS-AUDIT-BEFORE
           MOVE "REPRESENTED"    TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-RECORD

           MOVE WS-AMOUNT TO WS-DISPLAY-AMT
           IF AVS-HOLD-PLACED = "Y"
               DISPLAY "REPRESENTED|" WS-ITEM-ID "|" WS-ACCT-NUMBER
                   "|" WS-DISPLAY-AMT "|txn " WS-REPRESENT-TXN-ID
                   "|linked " WS-CHARGEBACK-TXN-ID "|hold "
                   AVS-HOLD-DAYS " days to " AVS-RELEASE-DATE
           ELSE
               DISPLAY "REPRESENTED|" WS-ITEM-ID "|" WS-ACCT-NUMBER
                   "|" WS-DISPLAY-AMT "|txn " WS-REPRESENT-TXN-ID
                   "|linked " WS-CHARGEBACK-TXN-ID "|no hold - "
                   AVS-REASON
           END-IF.

       FIND-RETURNED-ITEM.
           MOVE 0 TO WS-FOUND
           OPEN INPUT RETURNED-FILE
           IF WS-RETURNED-STATUS NOT = "00"
               DISPLAY "INFO|No returned items on file"
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ RETURNED-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RTI-ITEM-ID = WS-ITEM-ID
                           MOVE 1 TO WS-FOUND
                           MOVE 1 TO WS-EOF
                           MOVE RTI-ACCT-NUMBER TO WS-ACCT-NUMBER
                           MOVE RTI-DEPOSIT-TXN-ID
                               TO WS-DEPOSIT-TXN-ID
                           MOVE RTI-CHARGEBACK-TXN-ID
                               TO WS-CHARGEBACK-TXN-ID
                           MOVE RTI-AMOUNT TO WS-AMOUNT
                           MOVE RTI-CURRENCY TO WS-CURRENCY
                           MOVE RTI-REASON TO WS-REASON
                           MOVE RTI-STATUS TO WS-ITEM-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETURNED-FILE.

       FIND-RETURN-REASON.
           MOVE "N" TO WS-REASON-REPRESENT
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > RTR-COUNT
               IF RTR-CODE(WS-REASON-IDX) = WS-REASON
                   MOVE RTR-REPRESENT(WS-REASON-IDX)
                       TO WS-REASON-REPRESENT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       MARK-ITEM-REPRESENTED.
           OPEN I-O RETURNED-FILE
           IF WS-RETURNED-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open returned items: "
                   WS-RETURNED-STATUS " - re-credit "
                   WS-REPRESENT-TXN-ID " posted, item not updated"
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ RETURNED-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RTI-ITEM-ID = WS-ITEM-ID
                           MOVE "REPRESENTED " TO RTI-STATUS
                           MOVE WS-REPRESENT-TXN-ID
                               TO RTI-REPRESENT-TXN-ID
                           MOVE WS-DATE-YYYYMMDD
                               TO RTI-REPRESENT-DATE
                           MOVE WS-OPERATOR-ID
                               TO RTI-REPRESENT-OPERATOR
                           REWRITE RETURNED-ITEM-RECORD
                           IF WS-RETURNED-STATUS NOT = "00"
                               DISPLAY "ERROR|Item rewrite failed: "
                                   WS-RETURNED-STATUS
                           END-IF
                           MOVE 1 TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETURNED-FILE.

       LIST-RETURNED-ITEMS.
           IF WS-ARG-COUNT >= 2
               ACCEPT WS-INPUT-ACCT FROM ARGUMENT-VALUE
               COMPUTE WS-ONE-ACCT = FUNCTION NUMVAL(WS-INPUT-ACCT)
           END-IF

           OPEN INPUT RETURNED-FILE
           IF WS-RETURNED-STATUS NOT = "00"
               DISPLAY "INFO|No returned items on file"
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ RETURNED-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-ONE-ACCT = 0
                           OR RTI-ACCT-NUMBER = WS-ONE-ACCT
                           ADD 1 TO WS-LIST-COUNT
                           MOVE RTI-AMOUNT TO WS-DISPLAY-AMT
                           MOVE RTI-FEE-AMOUNT TO WS-DISPLAY-FEE
                           DISPLAY "RETURNED-ITEM|" RTI-ITEM-ID "|"
                               RTI-ACCT-NUMBER "|customer "
                               RTI-CUSTOMER-ID "|deposit "
                               RTI-DEPOSIT-TXN-ID "|"
                               WS-DISPLAY-AMT " " RTI-CURRENCY "|"
                               RTI-REASON "|returned "
                               RTI-RETURN-DATE "|return "
                               RTI-RETURN-SEQ "|chargeback "
                               RTI-CHARGEBACK-TXN-ID "|fee "
                               WS-DISPLAY-FEE "|" RTI-STATUS
                               "|re-presented "
                               RTI-REPRESENT-TXN-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETURNED-FILE

           DISPLAY "LIST-COMPLETE|" WS-LIST-COUNT " returned items".

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
               MOVE "MANAGE-RETURNED-ITEMS" TO AUD-PROGRAM
               MOVE WS-ACCT-NUMBER    TO AUD-ACCT-NUMBER
               MOVE WS-AUDIT-FIELD    TO AUD-FIELD
               MOVE WS-AUDIT-BEFORE   TO AUD-BEFORE
               MOVE WS-AUDIT-AFTER    TO AUD-AFTER
               WRITE ACCOUNT-MAINT-AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF.

       ACQUIRE-BATCH-LOCK.
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               CLOSE LOCK-FILE
               DISPLAY "ERROR|Batch is locked by another process"
                   " - try again later"
               STOP RUN
           END-IF
           OPEN OUTPUT LOCK-FILE
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot acquire batch lock: "
                   WS-LOCK-STATUS
               STOP RUN
           END-IF
           INITIALIZE LOCK-RECORD
           MOVE WS-TIMESTAMP    TO LOCK-TIMESTAMP
           MOVE "MANAGE-RETURNED-ITEMS" TO LOCK-HELD-BY
           WRITE LOCK-RECORD
           CLOSE LOCK-FILE.

       RELEASE-BATCH-LOCK.
           DELETE FILE LOCK-FILE.

       READ-BATCH-STATE.
           OPEN INPUT BATCH-FILE
           IF WS-BATCH-STATUS = "35"
               MOVE 0          TO WS-NEXT-TXN-ID
               MOVE 1          TO WS-CURRENT-BATCH
               MOVE 0          TO WS-PENDING-COUNT
           ELSE
               READ BATCH-FILE
                   AT END
                       MOVE 0  TO WS-NEXT-TXN-ID
                       MOVE 1  TO WS-CURRENT-BATCH
                       MOVE 0  TO WS-PENDING-COUNT
                   NOT AT END
                       MOVE BATCH-LAST-TXN-ID
                           TO WS-NEXT-TXN-ID
                       MOVE BATCH-SEQUENCE-NUM
                           TO WS-CURRENT-BATCH
                       MOVE BATCH-PENDING-COUNT
                           TO WS-PENDING-COUNT
               END-READ
               CLOSE BATCH-FILE
           END-IF.

       UPDATE-BATCH-PENDING-COUNT.
           OPEN OUTPUT BATCH-FILE
           ADD WS-LEGS-POSTED TO WS-PENDING-COUNT
           INITIALIZE BATCH-STATE-RECORD
           MOVE WS-NEXT-TXN-ID        TO BATCH-LAST-TXN-ID
           MOVE WS-CURRENT-BATCH       TO BATCH-SEQUENCE-NUM
           MOVE "IDLE    "             TO BATCH-STATUS
           MOVE WS-PENDING-COUNT       TO BATCH-PENDING-COUNT
           MOVE WS-NEXT-TXN-ID        TO BATCH-LAST-COMMITTED
           MOVE WS-TIMESTAMP           TO BATCH-TIMESTAMP
           WRITE BATCH-STATE-RECORD
           CLOSE BATCH-FILE.
