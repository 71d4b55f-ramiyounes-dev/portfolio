       IDENTIFICATION DIVISION.
       PROGRAM-ID. WITHHOLD-SERVICE.
      *================================================================*
      * WITHHOLD-SERVICE.cbl                                           *
      * Withholding tax at source on interest paid, CALLed by every    *
      * program that credits interest (ACCRUE-INTEREST for the tier    *
      * and promotional credits, MANAGE-TERMDEP for contract interest  *
      * at maturity and on an early break) so all of them withhold     *
      * the same way. One call = one interest credit: the service      *
      * finds the customer linked to the account, takes the rate for   *
      * the customer's withholding status from WITHHOLD-RATE-TABLE.cpy *
      * — the backup rate for a resident with no tax number on file,   *
      * nothing for an exempt customer — and answers with the tax to   *
      * withhold, which the caller posts as a WHTAX debit linked to    *
      * the interest credit. The links and rates are loaded on the     *
      * first call of the run.                                         *
      * WHS-RECORD = Y also appends the withholding to the ledger for  *
      * the monthly remittance report.                                 *
      * See WITHHOLD-SERVICE-AREA.cpy for the call interface.          *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO WS-CUSTOMER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT LINK-FILE
               ASSIGN TO WS-LINK-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.

           SELECT WITHHOLD-FILE
               ASSIGN TO WS-WITHHOLD-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WITHHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY "CUSTOMER-RECORD.cpy".

       FD  LINK-FILE.
       COPY "CUSTOMER-LINK.cpy".

       FD  WITHHOLD-FILE.
       COPY "WITHHOLDING.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-PATH           PIC X(256).
       01  WS-LINK-PATH               PIC X(256).
       01  WS-WITHHOLD-PATH           PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-CUSTOMER-STATUS         PIC XX.
       01  WS-LINK-STATUS             PIC XX.
       01  WS-WITHHOLD-STATUS         PIC XX.

       01  WS-LOADED                  PIC X      VALUE "N".
       01  WS-EOF                     PIC 9.
       01  WS-IDX                     PIC 9(5).
       01  WS-RATE-IDX                PIC 9(2).
       01  WS-RATE-OVERRIDE           PIC X(8).
       01  WS-RATE-CODE               PIC X(1).

      *    Account-to-customer links; the first customer linked to an
      *    account is the one whose status governs it.
       01  WS-LNK-COUNT               PIC 9(5)   VALUE 0.
       01  WS-LNK-TABLE.
           05  WS-LNK-ENTRY OCCURS 5000 TIMES.
               10  WS-LNK-ACCT        PIC 9(10).
               10  WS-LNK-CUST        PIC 9(8).

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIMESTAMP               PIC 9(14).

       COPY "WITHHOLD-RATE-TABLE.cpy".

       LINKAGE SECTION.
       COPY "WITHHOLD-SERVICE-AREA.cpy".

       PROCEDURE DIVISION USING WITHHOLD-SERVICE-AREA.
       MAIN-PARA.
           IF WS-LOADED NOT = "Y"
               PERFORM LOAD-WITHHOLDING-DATA
               MOVE "Y" TO WS-LOADED
           END-IF

           MOVE 0 TO WHS-CUSTOMER-ID
           MOVE "R" TO WHS-STATUS
           MOVE 0 TO WHS-RATE
           MOVE 0 TO WHS-WITHHELD
           IF WHS-GROSS NOT > 0
               GOBACK
           END-IF

           PERFORM RESOLVE-CUSTOMER-STATUS
           MOVE WHS-STATUS TO WS-RATE-CODE
           PERFORM FIND-RATE
           IF WHS-RATE > 0
               COMPUTE WHS-WITHHELD ROUNDED =
                   WHS-GROSS * WHS-RATE / 100
           END-IF

           IF WHS-RECORD = "Y" AND WHS-WITHHELD > 0
               PERFORM APPEND-WITHHOLDING
           END-IF
           GOBACK.

       LOAD-WITHHOLDING-DATA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           MOVE SPACES TO WS-CUSTOMER-PATH
           MOVE SPACES TO WS-LINK-PATH
           MOVE SPACES TO WS-WITHHOLD-PATH
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/customers.dat" DELIMITED SIZE
                  INTO WS-CUSTOMER-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/customer-accounts.dat" DELIMITED SIZE
                  INTO WS-LINK-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/withholding.dat" DELIMITED SIZE
                  INTO WS-WITHHOLD-PATH
           END-STRING

           MOVE WHR-INIT-DATA TO WHR-ENTRIES
           MOVE "R" TO WS-RATE-CODE
           ACCEPT WS-RATE-OVERRIDE FROM ENVIRONMENT "WHT_RESIDENT_PCT"
           PERFORM OVERRIDE-RATE
           MOVE "F" TO WS-RATE-CODE
           ACCEPT WS-RATE-OVERRIDE FROM ENVIRONMENT "WHT_FLAT_PCT"
           PERFORM OVERRIDE-RATE
           MOVE "N" TO WS-RATE-CODE
           ACCEPT WS-RATE-OVERRIDE FROM ENVIRONMENT "WHT_NONRES_PCT"
           PERFORM OVERRIDE-RATE
           MOVE "B" TO WS-RATE-CODE
           ACCEPT WS-RATE-OVERRIDE FROM ENVIRONMENT "WHT_BACKUP_PCT"
           PERFORM OVERRIDE-RATE

           MOVE 0 TO WS-LNK-COUNT
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ LINK-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-LNK-COUNT < 5000
                               ADD 1 TO WS-LNK-COUNT
                               MOVE CAL-ACCT-NUMBER
                                   TO WS-LNK-ACCT(WS-LNK-COUNT)
                               MOVE CAL-CUSTOMER-ID
                                   TO WS-LNK-CUST(WS-LNK-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LINK-FILE
           END-IF.

       OVERRIDE-RATE.
           IF WS-RATE-OVERRIDE NOT = SPACES
               PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                       UNTIL WS-RATE-IDX > WHR-COUNT
                   IF WHR-STATUS(WS-RATE-IDX) = WS-RATE-CODE
                       COMPUTE WHR-RATE(WS-RATE-IDX) =
                           FUNCTION NUMVAL(WS-RATE-OVERRIDE)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       RESOLVE-CUSTOMER-STATUS.
      *    No linked customer, or one no longer on the master: the
      *    resident standard rate stands.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LNK-COUNT
               IF WS-LNK-ACCT(WS-IDX) = WHS-ACCT-NUMBER
                   MOVE WS-LNK-CUST(WS-IDX) TO WHS-CUSTOMER-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WHS-CUSTOMER-ID NOT = 0
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUSTOMER-STATUS = "00"
                   MOVE WHS-CUSTOMER-ID TO CUST-ID
                   READ CUSTOMER-FILE
                       INVALID KEY
                           MOVE "R" TO WHS-STATUS
                       NOT INVALID KEY
                           PERFORM CLASSIFY-CUSTOMER
                   END-READ
                   CLOSE CUSTOMER-FILE
               END-IF
           END-IF.

       CLASSIFY-CUSTOMER.
           EVALUATE TRUE
               WHEN CUST-WHT-EXEMPT
                   MOVE "X" TO WHS-STATUS
               WHEN CUST-WHT-NONRES
                   MOVE "N" TO WHS-STATUS
               WHEN CUST-WHT-FLAT
                   MOVE "F" TO WHS-STATUS
               WHEN OTHER
                   MOVE "R" TO WHS-STATUS
           END-EVALUATE
      *    A resident who never gave us a tax number is withheld at
      *    the backup rate until one is on file.
           IF (WHS-STATUS = "R" OR WHS-STATUS = "F")
               AND (CUST-TAX-ID = SPACES OR CUST-TAX-ID = ZEROS)
               MOVE "B" TO WHS-STATUS
           END-IF.

       FIND-RATE.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WHR-COUNT
               IF WHR-STATUS(WS-RATE-IDX) = WS-RATE-CODE
                   MOVE WHR-RATE(WS-RATE-IDX) TO WHS-RATE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WHS-STATUS = "X"
               MOVE 0 TO WHS-RATE
           END-IF.

       APPEND-WITHHOLDING.
           OPEN EXTEND WITHHOLD-FILE
           IF WS-WITHHOLD-STATUS = "35"
               OPEN OUTPUT WITHHOLD-FILE
           END-IF
           IF WS-WITHHOLD-STATUS NOT = "00"
               DISPLAY "WARN|Cannot write withholding ledger: "
                   WS-WITHHOLD-STATUS
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                      WS-DATE-HHMMSS   DELIMITED SIZE
                      INTO WS-TIMESTAMP
               END-STRING
               INITIALIZE WITHHOLDING-RECORD
               MOVE WS-TIMESTAMP        TO WHL-TIMESTAMP
               MOVE WHS-ACCT-NUMBER     TO WHL-ACCT-NUMBER
               MOVE WHS-CUSTOMER-ID     TO WHL-CUSTOMER-ID
               MOVE WHS-BRANCH          TO WHL-BRANCH
               MOVE WHS-CURRENCY        TO WHL-CURRENCY
               MOVE WHS-STATUS          TO WHL-STATUS
               MOVE WHS-RATE            TO WHL-RATE
               MOVE WHS-GROSS           TO WHL-GROSS
               MOVE WHS-WITHHELD        TO WHL-WITHHELD
               MOVE WHS-INTEREST-TXN-ID TO WHL-INTEREST-TXN-ID
               MOVE WHS-WHT-TXN-ID      TO WHL-WHT-TXN-ID
               WRITE WITHHOLDING-RECORD
               CLOSE WITHHOLD-FILE
           END-IF.
